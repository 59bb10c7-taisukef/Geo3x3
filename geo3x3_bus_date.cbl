000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_bus_date.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  SHARED BUSINESS-DATE      *
000190*                 READER -- THE ONLY PROGRAM THAT READS       *
000200*                 DATECTL FOR THE CHAIN -- CALLED BY EVERY    *
000210*                 BATCH PROGRAM THAT NEEDS "TODAY", IN PLACE  *
000220*                 OF THE SYSTEM DATE, AND BY GEO3X3_RUNSTAT.  *
000230*                 THE CONTROL RECORD IS READ ON THE FIRST     *
000240*                 CALL ONLY AND HELD FOR THE REST OF THE RUN  *
000250*                 UNIT, THE SAME OPEN-ON-FIRST-CALL PATTERN   *
000260*                 AS GEO3X3_AUDIT.  RETURNS THE DATE WITH A   *
000270*                 STATUS: 0 OPEN, 1 THE DATE IS CLOSED, 2 NO  *
000280*                 USABLE CONTROL RECORD -- WITH A MESSAGE     *
000290*                 THE CALLER DISPLAYS WHEN IT STOPS.          *
000300*-----------------------------------------------------------*
000310 ENVIRONMENT                 DIVISION.
000320 INPUT-OUTPUT                SECTION.
000330 FILE-CONTROL.
000340     SELECT  DATECTL         ASSIGN TO "DATECTL"
000350                              ORGANIZATION  IS  SEQUENTIAL
000360                              FILE STATUS   IS  WS-CTL-STATUS.
000370 DATA                        DIVISION.
000380 FILE                        SECTION.
000390 FD  DATECTL
000400     RECORDING MODE IS F
000410     LABEL RECORDS ARE STANDARD.
000420     COPY    GEO3XBD.
000430 WORKING-STORAGE             SECTION.
000440*-----------------------------------------------------------*
000450*  SWITCHES                                                  *
000460*-----------------------------------------------------------*
000470 01  WS-SWITCHES.
000480     05  WS-CTL-READ-SW      PIC  X(01)  VALUE "N".
000490         88  WS-CTL-READ                 VALUE "Y".
000500*-----------------------------------------------------------*
000510*  WORK AREA -- THE DATE, STATUS AND MESSAGE HELD FROM THE    *
000520*  FIRST CALL                                                 *
000530*-----------------------------------------------------------*
000540 77  WS-CTL-STATUS           PIC  X(02).
000550 01  WS-HELD-DATE            PIC  X(08)  VALUE SPACE.
000560 01  WS-HELD-STS             PIC  9(01)  VALUE ZERO.
000570 01  WS-HELD-MSG             PIC  X(40)  VALUE SPACE.
000580 LINKAGE                     SECTION.
000590 01  OUT-BUS-DATE            PIC  X(08).
000600 01  OUT-DATE-STS            PIC  9(01).
000610 01  OUT-DATE-MSG            PIC  X(40).
000620 PROCEDURE                   DIVISION    USING
000630                                 BY  REFERENCE   OUT-BUS-DATE
000640                                 BY  REFERENCE   OUT-DATE-STS
000650                                 BY  REFERENCE   OUT-DATE-MSG.
000660 0000-MAINLINE                  SECTION.
000670 0000-START.
000680     PERFORM   1000-READ-IF-NEEDED
000690         THRU    1000-READ-IF-NEEDED-EXIT.
000700     MOVE    WS-HELD-DATE            TO  OUT-BUS-DATE.
000710     MOVE    WS-HELD-STS             TO  OUT-DATE-STS.
000720     MOVE    WS-HELD-MSG             TO  OUT-DATE-MSG.
000730     EXIT PROGRAM.
000740 0000-MAINLINE-EXIT.
000750     EXIT.
000760*-----------------------------------------------------------*
000770*  1000-READ-IF-NEEDED  --  READ THE CONTROL RECORD ON THE    *
000780*                           FIRST CALL ONLY AND GRADE IT. THE *
000790*                           FILE IS CLOSED AGAIN AT ONCE, SO  *
000800*                           GEO3X3_DATE_CTL CAN UPDATE IT IN  *
000810*                           THE SAME RUN UNIT.                *
000820*-----------------------------------------------------------*
000830 1000-READ-IF-NEEDED            SECTION.
000840 1000-READ-IF-NEEDED-START.
000850     IF      WS-CTL-READ             THEN
000860         GO  TO  1000-READ-IF-NEEDED-EXIT
000870     END-IF.
000880     MOVE    "Y"                     TO  WS-CTL-READ-SW.
000890     MOVE    2                       TO  WS-HELD-STS.
000900     OPEN    INPUT   DATECTL.
000910     IF      WS-CTL-STATUS   NOT =   "00"    THEN
000920         MOVE    "DATE CONTROL FILE NOT AVAILABLE"
000930                                     TO  WS-HELD-MSG
000940         GO  TO  1000-READ-IF-NEEDED-EXIT
000950     END-IF.
000960     READ    DATECTL
000970         AT END
000980             MOVE    "DATE CONTROL FILE IS EMPTY"
000990                                     TO  WS-HELD-MSG
001000             CLOSE   DATECTL
001010             GO  TO  1000-READ-IF-NEEDED-EXIT
001020     END-READ.
001030     CLOSE   DATECTL.
001040     IF      GEO3X-BD-BUS-DATE   IS NOT NUMERIC
001050         OR  GEO3X-BD-BUS-DATE   =   ZERO
001060         OR  NOT (GEO3X-BD-OPEN  OR  GEO3X-BD-CLOSED)   THEN
001070         MOVE    "DATE CONTROL RECORD IS NOT VALID"
001080                                     TO  WS-HELD-MSG
001090         GO  TO  1000-READ-IF-NEEDED-EXIT
001100     END-IF.
001110     MOVE    GEO3X-BD-BUS-DATE       TO  WS-HELD-DATE.
001120     IF      GEO3X-BD-CLOSED         THEN
001130         MOVE    1                   TO  WS-HELD-STS
001140         STRING  "BUSINESS DATE "    WS-HELD-DATE
001150                 " IS ALREADY CLOSED"
001160                 DELIMITED BY SIZE   INTO    WS-HELD-MSG
001170         END-STRING
001180     ELSE
001190         MOVE    ZERO                TO  WS-HELD-STS
001200     END-IF.
001210 1000-READ-IF-NEEDED-EXIT.
001220     EXIT.
001230 END PROGRAM     geo3x3_bus_date.
