000254*                 POSTAL CODE, FROM THE GAZETTEER RESOLUTION   *
000256*                 STEP) NOW LABELS AND TOTALS SEPARATELY       *
000258*                 INSTEAD OF LUMPING INTO NOT NUMERIC.         *
000260*  10/15/26  RM   RECORDS ARE AGED AGAINST THE BUSINESS DATE  *
000262*                 FROM THE PROCESSING-DATE CONTROL RECORD     *
000264*                 (THROUGH GEO3X3_BUS_DATE).  A CLOSED OR     *
000266*                 MISSING DATE STOPS THE RUN WITH RC 12.      *
000268*-----------------------------------------------------------*
000270 ENVIRONMENT                 DIVISION.
000280 CONFIGURATION               SECTION.
000290 SOURCE-COMPUTER.            IBM-370.
000510 01  WS-SWITCHES.
000520     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000530         88  WS-EOF                      VALUE "Y".
000533     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000536         88  WS-DATE-BAD                 VALUE "Y".
000540*-----------------------------------------------------------*
000550*  COUNTERS                                                  *
000560*-----------------------------------------------------------*
000680 77  WS-REASON-X             PIC 9(02)   COMP    VALUE ZERO.
000690*-----------------------------------------------------------*
000700*  AGE ARITHMETIC -- DAYS BETWEEN THE DATE A RECORD ENTERED   *
000710*  SUSPENSE AND TONIGHT'S BUSINESS DATE                       *
000720*-----------------------------------------------------------*
000730 01  WS-RUN-DATE             PIC 9(08).
000732 01  WS-BUS-DATE             PIC X(08).
000735 01  WS-BUS-DATE-STS         PIC 9(01).
000737 01  WS-BUS-DATE-MSG         PIC X(40).
000740 77  WS-RUN-DAYS             PIC S9(09)  COMP    VALUE ZERO.
000750 77  WS-ADD-DAYS             PIC S9(09)  COMP    VALUE ZERO.
000760 77  WS-AGE-DAYS             PIC S9(09)  COMP    VALUE ZERO.
001170*-----------------------------------------------------------*
001180 1000-INITIALIZE                SECTION.
001190 1000-INITIALIZE-START.
001191     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001193                                 BY  REFERENCE   WS-BUS-DATE-STS
001195                                 BY  REFERENCE   WS-BUS-DATE-MSG
001196     END-CALL.
001198     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001200         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001201         MOVE    "Y"         TO  WS-DATE-BAD-SW
001203         MOVE    "Y"         TO  WS-EOF-SW
001205         GO  TO  1000-INITIALIZE-EXIT
001206     END-IF.
001208     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE.
001210     COMPUTE WS-RUN-DAYS =
001212         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
001220     PERFORM   1200-CLEAR-REASON  THRU    1200-CLEAR-REASON-EXIT
002250*-----------------------------------------------------------*
002260 3000-TERMINATE                 SECTION.
002270 3000-TERMINATE-START.
002272     IF      WS-DATE-BAD     THEN
002274         MOVE    12          TO  RETURN-CODE
002276         GO  TO  3000-TERMINATE-EXIT
002278     END-IF.
002280     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
002290     MOVE    "BAD LEVEL"         TO  WS-CNT-LABEL.
002300     MOVE    WS-REASON-COUNT(1)  TO  WS-CNT-COUNT.
