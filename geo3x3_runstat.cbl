000210*                 AT END OF RUN WITH ITS COUNTS AND RETURN    *
000220*                 CODE.  BUILT ON THE SAME OPEN-ON-FIRST-     *
000230*                 CALL PATTERN AS GEO3X3_AUDIT.               *
000231*  10/15/26  RM   THE RUN RECORD CARRIES THE BUSINESS DATE    *
000232*                 FROM THE PROCESSING-DATE CONTROL RECORD     *
000233*                 (THROUGH GEO3X3_BUS_DATE) INSTEAD OF THE    *
000234*                 SYSTEM DATE, SO A CHAIN THAT RUNS PAST      *
000235*                 MIDNIGHT POSTS ONE NIGHT UNDER ONE DATE.    *
000236*                 THE TIME STAYS THE WALL-CLOCK TIME.  WITH   *
000237*                 NO USABLE CONTROL RECORD THE SYSTEM DATE    *
000238*                 IS STILL POSTED.                            *
000240*-----------------------------------------------------------*
000250 ENVIRONMENT                 DIVISION.
000260 INPUT-OUTPUT                SECTION.
000470 77  WS-RUN-STATUS           PIC  X(02).
000480 77  WS-RC-DATE              PIC  X(08).
000490 77  WS-RC-TIME              PIC  X(08).
000492 01  WS-BUS-DATE             PIC  X(08).
000494 01  WS-BUS-DATE-STS         PIC  9(01).
000496 01  WS-BUS-DATE-MSG         PIC  X(40).
000500 LINKAGE                     SECTION.
000510 01  IN-JOB                  PIC  X(08).
000520 01  IN-PROGRAM              PIC  X(20).
000930*-----------------------------------------------------------*
000940 2000-WRITE-RUN-REC             SECTION.
000950 2000-WRITE-RUN-REC-START.
000952     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
000954                                 BY  REFERENCE   WS-BUS-DATE-STS
000956                                 BY  REFERENCE   WS-BUS-DATE-MSG
000958     END-CALL.
000960     IF      WS-BUS-DATE-STS =   2   THEN
000962         ACCEPT  WS-RC-DATE          FROM    DATE    YYYYMMDD
000964     ELSE
000966         MOVE    WS-BUS-DATE         TO  WS-RC-DATE
000968     END-IF.
000970     ACCEPT  WS-RC-TIME              FROM    TIME.
000980     MOVE    IN-JOB                  TO  GEO3X-RC-JOB.
000990     MOVE    IN-PROGRAM              TO  GEO3X-RC-PROGRAM.
