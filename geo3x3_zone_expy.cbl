000240*                 (BLANK OR ZERO EFF-TO) NEVER REPORT.        *
000250*                 ENDS RC 4 WHEN ANYTHING IS ABOUT TO         *
000260*                 LAPSE SO THE REPORT GETS LOOKED AT.         *
000262*  10/15/26  RM   THE EXPIRY WINDOW STARTS AT THE BUSINESS    *
000264*                 DATE FROM THE PROCESSING-DATE CONTROL       *
000266*                 RECORD (THROUGH GEO3X3_BUS_DATE).  A CLOSED *
000268*                 OR MISSING DATE STOPS THE RUN WITH RC 12.   *
000270*-----------------------------------------------------------*
000280 ENVIRONMENT                 DIVISION.
000290 CONFIGURATION               SECTION.
000520 01  WS-SWITCHES.
000530     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000540         88  WS-EOF                      VALUE "Y".
000543     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000546         88  WS-DATE-BAD                 VALUE "Y".
000550*-----------------------------------------------------------*
000560*  COUNTERS                                                  *
000570*-----------------------------------------------------------*
000580 77  WS-ROWS-READ            PIC 9(09)   COMP    VALUE ZERO.
000590 77  WS-ZONES-LAPSING        PIC 9(09)   COMP    VALUE ZERO.
000600*-----------------------------------------------------------*
000606*  EXPIRY WINDOW -- THE BUSINESS DATE THROUGH FOURTEEN DAYS   *
000613*  OUT                                                        *
000620*-----------------------------------------------------------*
000630 01  WS-RUN-DATE-RAW         PIC 9(08).
000640 01  WS-RUN-DATE-X  REDEFINES WS-RUN-DATE-RAW
000650                             PIC X(08).
000652 01  WS-BUS-DATE             PIC X(08).
000655 01  WS-BUS-DATE-STS         PIC 9(01).
000657 01  WS-BUS-DATE-MSG         PIC X(40).
000660 77  WS-RUN-SERIAL           PIC 9(07)   COMP    VALUE ZERO.
000670 01  WS-WINDOW-NUM           PIC 9(08)           VALUE ZERO.
000680 01  WS-WINDOW-X    REDEFINES WS-WINDOW-NUM
001030*-----------------------------------------------------------*
001040 1000-INITIALIZE                SECTION.
001050 1000-INITIALIZE-START.
001051     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001053                                 BY  REFERENCE   WS-BUS-DATE-STS
001055                                 BY  REFERENCE   WS-BUS-DATE-MSG
001056     END-CALL.
001058     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001060         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001061         MOVE    "Y"         TO  WS-DATE-BAD-SW
001063         MOVE    "Y"         TO  WS-EOF-SW
001065         GO  TO  1000-INITIALIZE-EXIT
001066     END-IF.
001068     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
001070     COMPUTE WS-RUN-SERIAL   =
001080         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW)
001090     END-COMPUTE.
001280     EXIT.
001290*-----------------------------------------------------------*
001300*  2000-PROCESS  --  ONE ZONE ROW AGAINST THE WINDOW: A       *
001307*                    DATED EFF-TO FROM THE BUSINESS DATE      *
001315*                    THROUGH FOURTEEN DAYS OUT GOES ON THE    *
001322*                    REPORT                                   *
001330*-----------------------------------------------------------*
001340 2000-PROCESS                   SECTION.
001350 2000-PROCESS-START.
001590*-----------------------------------------------------------*
001600 3000-TERMINATE                 SECTION.
001610 3000-TERMINATE-START.
001612     IF      WS-DATE-BAD     THEN
001614         MOVE    12          TO  RETURN-CODE
001616         GO  TO  3000-TERMINATE-EXIT
001618     END-IF.
001620     DISPLAY "ZONE ROWS READ      = " WS-ROWS-READ.
001630     DISPLAY "ZONES LAPSING SOON  = " WS-ZONES-LAPSING.
001640     CLOSE   ZONEFILE.
