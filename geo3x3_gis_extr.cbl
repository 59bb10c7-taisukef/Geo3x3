000270*                 TRANSMISSION COMPLETE -- SEE GEOGIS01.      *
000280*                 DECODE REJECTS (STS NOT ZERO) ARE HELD      *
000290*                 OUT OF THE FEED AND COUNTED.                *
000291*  10/15/26  RM   THE HEADER DATE IS THE BUSINESS DATE FROM   *
000293*                 THE PROCESSING-DATE CONTROL RECORD (THROUGH *
000295*                 GEO3X3_BUS_DATE); THE TIME STAYS THE        *
000296*                 WALL-CLOCK TIME.  A CLOSED OR MISSING DATE  *
000298*                 STOPS THE RUN WITH RC 12.                   *
000300*-----------------------------------------------------------*
000310 ENVIRONMENT                 DIVISION.
000320 CONFIGURATION               SECTION.
000550 01  WS-SWITCHES.
000560     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000570         88  WS-EOF                      VALUE "Y".
000573     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000576         88  WS-DATE-BAD                 VALUE "Y".
000580*-----------------------------------------------------------*
000590*  COUNTERS                                                  *
000600*-----------------------------------------------------------*
000620 77  WS-RECS-EXTRACTED       PIC 9(09)   COMP    VALUE ZERO.
000630 77  WS-RECS-SKIPPED         PIC 9(09)   COMP    VALUE ZERO.
000640*-----------------------------------------------------------*
000650*  BUSINESS DATE AND RUN TIME FOR THE HEADER RECORD           *
000660*-----------------------------------------------------------*
000670 01  WS-RUN-DATE             PIC X(08).
000672 01  WS-BUS-DATE             PIC X(08).
000675 01  WS-BUS-DATE-STS         PIC 9(01).
000677 01  WS-BUS-DATE-MSG         PIC X(40).
000680 01  WS-RUN-TIME             PIC X(08).
000690*-----------------------------------------------------------*
000700*  DELIMITED LINE ASSEMBLY -- FIELDS ARE EDITED INTO          *
000960*-----------------------------------------------------------*
000970 1000-INITIALIZE                SECTION.
000980 1000-INITIALIZE-START.
000981     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
000983                                 BY  REFERENCE   WS-BUS-DATE-STS
000985                                 BY  REFERENCE   WS-BUS-DATE-MSG
000986     END-CALL.
000988     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
000990         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
000991         MOVE    "Y"         TO  WS-DATE-BAD-SW
000993         MOVE    "Y"         TO  WS-EOF-SW
000995         GO  TO  1000-INITIALIZE-EXIT
000996     END-IF.
000998     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE.
001000     ACCEPT  WS-RUN-TIME         FROM    TIME.
001010     OPEN    INPUT    INFILE.
001020     OPEN    OUTPUT   GISFILE.
001930*-----------------------------------------------------------*
001940 3000-TERMINATE                 SECTION.
001950 3000-TERMINATE-START.
001952     IF      WS-DATE-BAD     THEN
001954         MOVE    12          TO  RETURN-CODE
001956         GO  TO  3000-TERMINATE-EXIT
001958     END-IF.
001960     MOVE    WS-RECS-EXTRACTED   TO  WS-COUNT-TEXT.
001970     MOVE    SPACE               TO  WS-OUT-LINE.
001980     STRING  "T" WS-DELIM WS-COUNT-TEXT
