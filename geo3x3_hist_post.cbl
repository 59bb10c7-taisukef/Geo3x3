000270*                 AUDIT ARCHIVES.  DELIVERIES WHOSE CELL      *
000280*                 HAS NO ACTIVE OCCUPANT ARE COUNTED, NOT     *
000290*                 POSTED.                                     *
000291*  10/15/26  RM   HISTORY IS POSTED UNDER THE BUSINESS DATE   *
000292*                 FROM THE PROCESSING-DATE CONTROL RECORD     *
000293*                 (THROUGH GEO3X3_BUS_DATE), NOT THE SYSTEM   *
000294*                 DATE, SO A CHAIN RUNNING PAST MIDNIGHT      *
000295*                 POSTS THE NIGHT UNDER ONE DATE.  A CLOSED   *
000296*                 OR MISSING DATE STOPS THE RUN WITH RC 12    *
000297*                 BEFORE ANY FILE OPENS.                      *
000300*-----------------------------------------------------------*
000310 ENVIRONMENT                 DIVISION.
000320 CONFIGURATION               SECTION.
000660         88  WS-EOF                      VALUE "Y".
000670     05  WS-OCC-DONE-SW      PIC X(01)   VALUE "N".
000680         88  WS-OCC-DONE                 VALUE "Y".
000683     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000686         88  WS-DATE-BAD                 VALUE "Y".
000690 01  WS-MASTER-STATUS        PIC X(02).
000700     88  WS-MASTER-OK                    VALUE "00".
000710 01  WS-HIST-STATUS          PIC X(02).
001010         10  WS-OCC-CUST-ID      PIC X(10).
001020         10  WS-OCC-SEQ          PIC 9(02).
001030*-----------------------------------------------------------*
001040*  BUSINESS DATE STAMPED ON POSTED HISTORY RECORDS            *
001050*-----------------------------------------------------------*
001060 01  WS-RUN-DATE             PIC X(08).
001062 01  WS-BUS-DATE             PIC X(08).
001064 01  WS-BUS-DATE-STS         PIC 9(01).
001066 01  WS-BUS-DATE-MSG         PIC X(40).
001070 LINKAGE                     SECTION.
001080 PROCEDURE                   DIVISION.
001090 0000-MAINLINE                  SECTION.
001240*-----------------------------------------------------------*
001250 1000-INITIALIZE                SECTION.
001260 1000-INITIALIZE-START.
001261     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001262                                 BY  REFERENCE   WS-BUS-DATE-STS
001263                                 BY  REFERENCE   WS-BUS-DATE-MSG
001264     END-CALL.
001265     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001266         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001267         MOVE    "Y"         TO  WS-DATE-BAD-SW
001268         MOVE    "Y"         TO  WS-EOF-SW
001269         GO  TO  1000-INITIALIZE-EXIT
001270     END-IF.
001271     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE.
001280     OPEN    INPUT    INFILE.
001290     OPEN    INPUT    MASTER.
001300     OPEN    EXTEND   HISTFILE.
002340*-----------------------------------------------------------*
002350 3000-TERMINATE                 SECTION.
002360 3000-TERMINATE-START.
002362     IF      WS-DATE-BAD     THEN
002364         MOVE    12          TO  RETURN-CODE
002366         GO  TO  3000-TERMINATE-EXIT
002368     END-IF.
002370     DISPLAY "DELIVERIES READ     = " WS-RECS-READ.
002380     DISPLAY "DELIVERIES SKIPPED  = " WS-RECS-SKIPPED.
002390     DISPLAY "HISTORY POSTED      = " WS-RECS-POSTED.
