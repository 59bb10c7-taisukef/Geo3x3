000340*                 (LATE, TWICE) EACH APRIL.  AN AS-OF DATE     *
000350*                 ON THE EXEC PARM (CCYYMMDD) OVERRIDES THE    *
000360*                 RUN DATE FOR RERUNS.                         *
000361*  10/15/26  RM   THE AS-OF DATE IS NOW THE BUSINESS DATE     *
000362*                 FROM THE PROCESSING-DATE CONTROL RECORD     *
000363*                 (THROUGH GEO3X3_BUS_DATE); THE EXEC PARM    *
000364*                 OVERRIDE IS GONE.  A RERUN RUNS UNDER THE   *
000365*                 NIGHT THE CONTROL RECORD HOLDS, REOPENED BY *
000366*                 GEODTE01 IF ALREADY CLOSED.  A CLOSED OR    *
000367*                 MISSING DATE STOPS THE RUN WITH RC 12.      *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT                 DIVISION.
000390 CONFIGURATION               SECTION.
000800         88  WS-HIT-RESTRICTED           VALUE "Y".
000810     05  WS-HIT-SVC-SW       PIC X(01)   VALUE "N".
000820         88  WS-HIT-SERVICE              VALUE "Y".
000823     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000826         88  WS-DATE-BAD                 VALUE "Y".
000830*-----------------------------------------------------------*
000840*  COUNTERS                                                  *
000850*-----------------------------------------------------------*
001210 77  WS-Z                    PIC 9(03)   COMP    VALUE ZERO.
001220 01  WS-HIT-ZONE-NAME        PIC X(20).
001230*-----------------------------------------------------------*
001240*  AS-OF DATE THE ZONE LOAD IS JUDGED AGAINST -- THE          *
001250*  BUSINESS DATE FROM THE PROCESSING-DATE CONTROL RECORD      *
001260*-----------------------------------------------------------*
001270 01  WS-ASOF-DATE            PIC 9(08)           VALUE ZERO.
001280 01  WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE
001290                             PIC X(08).
001295 01  WS-BUS-DATE             PIC X(08).
001300 01  WS-BUS-DATE-STS         PIC 9(01).
001305 01  WS-BUS-DATE-MSG         PIC X(40).
001310*-----------------------------------------------------------*
001320*  ZONE DEFINITION WORK AREA                                 *
001330*-----------------------------------------------------------*
001460     05  FILLER              PIC X(02)   VALUE SPACE.
001470     05  WS-RPT-ZONE-NAME    PIC X(20).
001480     05  FILLER              PIC X(38)   VALUE SPACE.
001530 PROCEDURE                   DIVISION.
001580 0000-MAINLINE                  SECTION.
001590 0000-START.
001600     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
001710*-----------------------------------------------------------*
001720 1000-INITIALIZE                SECTION.
001730 1000-INITIALIZE-START.
001736*    A CLOSED OR MISSING BUSINESS DATE STOPS THE RUN --
001742*    SCREENING AGAINST THE WRONG DAY WOULD PICK THE WRONG
001748*    SEASONAL ZONES.
001754     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001760                                 BY  REFERENCE   WS-BUS-DATE-STS
001766                                 BY  REFERENCE   WS-BUS-DATE-MSG
001772     END-CALL.
001778     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001784         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001790         MOVE    "Y"         TO  WS-DATE-BAD-SW
001804         MOVE    "Y"         TO  WS-EOF-SW
001806         GO  TO  1000-INITIALIZE-EXIT
001810     END-IF.
001815     MOVE    WS-BUS-DATE         TO  WS-ASOF-DATE-X.
001820     OPEN    INPUT    ZONEFILE.
001830     PERFORM   1200-LOAD-ZONE     THRU    1200-LOAD-ZONE-EXIT
001840         UNTIL     WS-ZONE-EOF.
003330*-----------------------------------------------------------*
003340 3000-TERMINATE                 SECTION.
003350 3000-TERMINATE-START.
003352     IF      WS-DATE-BAD     THEN
003354         MOVE    12          TO  RETURN-CODE
003356         GO  TO  3000-TERMINATE-EXIT
003358     END-IF.
003360     DISPLAY "ZONE ROWS LOADED    = " WS-ZONES-LOADED.
