000290*                 WITH NEITHER A COORDINATE NOR A POSTAL      *
000300*                 CODE PASS THROUGH FOR THE ENCODE STEP TO    *
000310*                 SUSPEND AS NOT NUMERIC, AS IT ALWAYS HAS.   *
000311*  10/15/26  RM   NEW SUSPENSE RECORDS ARE DATED WITH THE     *
000312*                 BUSINESS DATE FROM THE PROCESSING-DATE      *
000314*                 CONTROL RECORD (THROUGH GEO3X3_BUS_DATE),   *
000315*                 NOT THE SYSTEM DATE.  A CLOSED OR MISSING   *
000317*                 DATE STOPS THE RUN WITH RC 12 BEFORE ANY    *
000318*                 FILE OPENS.                                 *
000320*  10/15/26  RM   A COORDINATE RECORD ALREADY FLAGGED        *
000322*                 GAZETTEER-SOURCED (A STOP REQUEUED BY      *
000324*                 GEOPOD01) PASSES THROUGH WITH THE FLAG     *
000326*                 KEPT, NOT AS SURVEYED.                     *
000328*-----------------------------------------------------------*
000330 ENVIRONMENT                 DIVISION.
000340 CONFIGURATION               SECTION.
000350 SOURCE-COMPUTER.            IBM-370.
000710         88  WS-EOF                      VALUE "Y".
000720     05  WS-GAZ-EOF-SW       PIC X(01)   VALUE "N".
000730         88  WS-GAZ-EOF                  VALUE "Y".
000733     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000736         88  WS-DATE-BAD                 VALUE "Y".
000740*-----------------------------------------------------------*
000750*  COUNTERS                                                  *
000760*-----------------------------------------------------------*
001060         10  WS-GAZ-LNG          PIC S9(03)V9(6).
001070         10  WS-GAZ-LEVEL        PIC 9(02).
001080*-----------------------------------------------------------*
001090*  BUSINESS DATE STAMPED ON NEW SUSPENSE RECORDS             *
001100*-----------------------------------------------------------*
001110 01  WS-RUN-DATE             PIC X(08).
001112 01  WS-BUS-DATE             PIC X(08).
001115 01  WS-BUS-DATE-STS         PIC 9(01).
001117 01  WS-BUS-DATE-MSG         PIC X(40).
001120*-----------------------------------------------------------*
001130*  WORK AREAS                                                *
001140*-----------------------------------------------------------*
001320*-----------------------------------------------------------*
001330 1000-INITIALIZE                SECTION.
001340 1000-INITIALIZE-START.
001341     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001343                                 BY  REFERENCE   WS-BUS-DATE-STS
001345                                 BY  REFERENCE   WS-BUS-DATE-MSG
001346     END-CALL.
001348     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001350         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001351         MOVE    "Y"         TO  WS-DATE-BAD-SW
001353         MOVE    "Y"         TO  WS-EOF-SW
001355         GO  TO  1000-INITIALIZE-EXIT
001356     END-IF.
001358     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE.
001360     OPEN    INPUT    GAZFILE.
001370     PERFORM   1200-LOAD-GAZ      THRU    1200-LOAD-GAZ-EXIT
001380         UNTIL     WS-GAZ-EOF.
002400     MOVE    GEO3X-PE-LAT        TO  GEO3X-IN-LAT.
002410     MOVE    GEO3X-PE-LNG        TO  GEO3X-IN-LNG.
002420     MOVE    GEO3X-PE-LEVEL      TO  GEO3X-IN-LEVEL.
002422     IF      GEO3X-PE-SRC-GAZETTEER  THEN
002425         MOVE    "G"             TO  GEO3X-IN-SRC-CD
002427     END-IF.
002430     WRITE   OUT-REC             FROM    GEO3X-IN-RECORD.
002440     ADD     1                   TO  WS-RECS-PASSED.
002450 2200-PASS-THROUGH-EXIT.
002930*-----------------------------------------------------------*
002940 3000-TERMINATE                 SECTION.
002950 3000-TERMINATE-START.
002952     IF      WS-DATE-BAD     THEN
002954         MOVE    12          TO  RETURN-CODE
002956         GO  TO  3000-TERMINATE-EXIT
002958     END-IF.
002960     DISPLAY "GAZETTEER ROWS LOADED = " WS-GAZ-LOADED.
002970     DISPLAY "GAZETTEER ROWS REJECT = " WS-GAZ-REJECTED.
002980     DISPLAY "RECORDS READ          = " WS-RECS-READ.
