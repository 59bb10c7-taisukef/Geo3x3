000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_gps_edit.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  FRONT-END EDIT FOR THE   *
000190*                 INBOUND GPS READINGS (GEO3XGI), RUN AHEAD  *
000200*                 OF THE RECONCILE STEP -- SEE GEORCN01.  A  *
000210*                 READING WITH A BLANK DELIVERY ID, A        *
000220*                 COORDINATE NOT NUMERIC OR OUT OF RANGE, A  *
000230*                 ZERO FIX (0/0), OR A POSITION UNDER NO     *
000240*                 SERVICE-AREA ZONE LIVE ON THE BUSINESS     *
000250*                 DATE IS REJECTED; WHERE ONE DELIVERY HAS   *
000260*                 SEVERAL CLEAN READINGS THE LATEST ARRIVAL  *
000270*                 IS KEPT AND THE REST ARE REPORTED.  EVERY  *
000280*                 REJECT GOES ON A REPORT NUMBERED BY        *
000290*                 ARRIVAL RECORD, WITH A REASON CODE.  ONLY  *
000300*                 CLEAN READINGS REACH THE RECON, SO A BAD   *
000310*                 FIX CAN NEVER DRAW A CORRECTION THROUGH    *
000320*                 GEOFIX01.                                  *
000330*-----------------------------------------------------------*
000340 ENVIRONMENT                 DIVISION.
000350 CONFIGURATION               SECTION.
000360 SOURCE-COMPUTER.            IBM-370.
000370 OBJECT-COMPUTER.            IBM-370.
000380 INPUT-OUTPUT                SECTION.
000390 FILE-CONTROL.
000400     SELECT  ZONEFILE        ASSIGN TO "ZONEFILE"
000410                              ORGANIZATION  IS  SEQUENTIAL.
000420     SELECT  GPSIN           ASSIGN TO "GPSIN"
000430                              ORGANIZATION  IS  SEQUENTIAL.
000440     SELECT  GPSOUT          ASSIGN TO "GPSOUT"
000450                              ORGANIZATION  IS  SEQUENTIAL.
000460     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000470                              ORGANIZATION  IS  SEQUENTIAL.
000480 DATA                        DIVISION.
000490 FILE                        SECTION.
000500 FD  ZONEFILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530 01  ZONE-REC                PIC X(72).
000540*-----------------------------------------------------------*
000550*  THE SORT STEP AHEAD OF THIS ONE STAMPS EACH READING'S     *
000560*  ARRIVAL RECORD NUMBER INTO THE GEO3XGI FILLER, SO THE     *
000570*  LATEST OF SEVERAL READINGS FOR A DELIVERY IS KNOWN AFTER  *
000580*  THE FILE IS IN DELIVERY-ID ORDER.                         *
000590*-----------------------------------------------------------*
000600 FD  GPSIN
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  GPSIN-REC.
000640     05  GPSIN-DATA          PIC X(30).
000650     05  GPSIN-ARRIVAL-SEQ   PIC 9(10).
000660 FD  GPSOUT
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  GPSOUT-REC.
000700     05  GPSOUT-DATA         PIC X(30).
000710     05  FILLER              PIC X(10).
000720 FD  RPTFILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  RPT-REC                 PIC X(132).
000760 WORKING-STORAGE             SECTION.
000770*-----------------------------------------------------------*
000780*  SWITCHES                                                  *
000790*-----------------------------------------------------------*
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000820         88  WS-EOF                      VALUE "Y".
000830     05  WS-ZONE-EOF-SW      PIC X(01)   VALUE "N".
000840         88  WS-ZONE-EOF                 VALUE "Y".
000850     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000860         88  WS-DATE-BAD                 VALUE "Y".
000870     05  WS-READ-BAD-SW      PIC X(01)   VALUE "N".
000880         88  WS-READ-BAD                 VALUE "Y".
000890     05  WS-HIT-SVC-SW       PIC X(01)   VALUE "N".
000900         88  WS-HIT-SERVICE              VALUE "Y".
000910     05  WS-HELD-SW          PIC X(01)   VALUE "N".
000920         88  WS-HELD                     VALUE "Y".
000930*-----------------------------------------------------------*
000940*  COUNTERS                                                  *
000950*-----------------------------------------------------------*
000960 77  WS-RECS-READ            PIC 9(09)   COMP    VALUE ZERO.
000970 77  WS-RECS-PASSED          PIC 9(09)   COMP    VALUE ZERO.
000980 77  WS-RECS-REJECTED        PIC 9(09)   COMP    VALUE ZERO.
000990 77  WS-RECS-SUPERSEDED      PIC 9(09)   COMP    VALUE ZERO.
001000 77  WS-ZONES-LOADED         PIC 9(09)   COMP    VALUE ZERO.
001010 77  WS-ZONES-OFF-DATE       PIC 9(09)   COMP    VALUE ZERO.
001020 77  WS-ZONES-REJECTED       PIC 9(09)   COMP    VALUE ZERO.
001030*-----------------------------------------------------------*
001040*  RUN-CONTROL FIELDS -- ANY REJECT OR SUPERSEDED READING    *
001050*  ENDS THE RUN RC 4 SO THE REPORT GETS LOOKED AT.  EDIT     *
001060*  REJECTS PAST THE TOLERANCE PERCENT OF THE FILE, OR A      *
001070*  FILE WITH NOTHING CLEAN IN IT, ARE RC 8 -- A FEED THAT    *
001080*  BAD IS HELD BACK FROM THE RECON (SEE GEORCN01).           *
001090*-----------------------------------------------------------*
001100 77  WS-JOB-NAME             PIC X(08)   VALUE "GEORCN01".
001110 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_GPS_EDIT".
001120 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
001130 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
001140 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
001150 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
001160 77  WS-REJ-PCT              PIC 9(03)   COMP    VALUE ZERO.
001170 77  WS-REJ-TOL-PCT          PIC 9(03)   COMP    VALUE 5.
001180*-----------------------------------------------------------*
001190*  SERVICE-AREA PREFIX TABLE -- ONLY TYPE S ROWS LIVE ON THE *
001200*  BUSINESS DATE ARE LOADED.  A ROW HOLDS THE HEMISPHERE     *
001210*  LETTER PLUS LEVEL DIGITS, SO READINGS ARE ENCODED ONE     *
001220*  LEVEL BELOW THE DEEPEST ROW AND EVERY ROW IS TESTED BY    *
001230*  PREFIX AS GEO3X3_ZONE_SCRN TESTS A DELIVERY.              *
001240*-----------------------------------------------------------*
001250 77  WS-ZONE-MAX             PIC 9(03)   COMP    VALUE 200.
001260 77  WS-ZONE-CNT             PIC 9(03)   COMP    VALUE ZERO.
001270 01  WS-ZONE-TABLE.
001280     05  WS-ZONE-ENTRY       OCCURS 200 TIMES.
001290         10  WS-ZONE-PREFIX      PIC X(31).
001300         10  WS-ZONE-LEVEL       PIC 9(02).
001310         10  WS-ZONE-CMP-LEN     PIC 9(02)   COMP.
001320 77  WS-Z                    PIC 9(03)   COMP    VALUE ZERO.
001330 77  WS-DEEP-LEVEL           PIC 9(02)           VALUE ZERO.
001340*-----------------------------------------------------------*
001350*  BUSINESS DATE THE ZONE LOAD IS JUDGED AGAINST             *
001360*-----------------------------------------------------------*
001370 01  WS-ASOF-DATE            PIC 9(08)           VALUE ZERO.
001380 01  WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE
001390                             PIC X(08).
001400 01  WS-BUS-DATE             PIC X(08).
001410 01  WS-BUS-DATE-STS         PIC 9(01).
001420 01  WS-BUS-DATE-MSG         PIC X(40).
001430*-----------------------------------------------------------*
001440*  CALLER-ID PASSED TO GEO3X3_ENCODE FOR THE AUDIT LOG       *
001450*-----------------------------------------------------------*
001460 77  WS-CALR-ID          PIC X(20) VALUE "GEO3X3_GPS_EDIT".
001470*-----------------------------------------------------------*
001480*  SCRATCH LAT/LNG/LEVEL PASSED TO GEO3X3_ENCODE -- IT USES  *
001490*  ITS LAT/LNG LINKAGE AS WORKING SPACE, SO THE READING IS   *
001500*  PASSED IN A COPY (SEE GEO3X3_RECON)                       *
001510*-----------------------------------------------------------*
001520 77  WS-SCR-LAT          PIC S9(03)V9(6).
001530 77  WS-SCR-LNG          PIC S9(03)V9(6).
001540 77  WS-SCR-LEVEL        PIC 9(02).
001550 01  WS-SCR-COD              PIC X(31).
001560 01  WS-SCR-STS              PIC 9(01).
001570*-----------------------------------------------------------*
001580*  THE CLEAN READING HELD BACK UNTIL THE NEXT DELIVERY ID    *
001590*  SHOWS NO LATER ONE SUPERSEDES IT                          *
001600*-----------------------------------------------------------*
001610 01  WS-HELD-DATA            PIC X(30).
001620 01  WS-HELD-DELV-ID         PIC X(10).
001630 01  WS-HELD-SEQ             PIC 9(10).
001640 01  WS-HELD-LAT             PIC S9(03)V9(6).
001650 01  WS-HELD-LNG             PIC S9(03)V9(6).
001660*-----------------------------------------------------------*
001670*  NUMBERED REJECT LINE -- THE NUMBER IS THE READING'S       *
001680*  RECORD NUMBER IN THE FILE AS IT ARRIVED                   *
001690*-----------------------------------------------------------*
001700 01  WS-RPT-LINE.
001710     05  WS-RPT-SEQ          PIC ZZZ,ZZZ,ZZ9.
001720     05  FILLER              PIC X(02)   VALUE SPACE.
001730     05  WS-RPT-DELV-ID      PIC X(10).
001740     05  FILLER              PIC X(02)   VALUE SPACE.
001750     05  WS-RPT-LAT          PIC ---9.999999.
001760     05  WS-RPT-LAT-X   REDEFINES WS-RPT-LAT
001770                             PIC X(11).
001780     05  FILLER              PIC X(02)   VALUE SPACE.
001790     05  WS-RPT-LNG          PIC ----9.999999.
001800     05  WS-RPT-LNG-X   REDEFINES WS-RPT-LNG
001810                             PIC X(12).
001820     05  FILLER              PIC X(02)   VALUE SPACE.
001830     05  WS-RPT-REASON       PIC X(03).
001840     05  FILLER              PIC X(02)   VALUE SPACE.
001850     05  WS-RPT-MESSAGE      PIC X(44).
001860     05  FILLER              PIC X(31)   VALUE SPACE.
001870 01  WS-CNT-LINE.
001880     05  WS-CNT-LABEL        PIC X(48).
001890     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
001900     05  FILLER              PIC X(73)   VALUE SPACE.
001910 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACE.
001920*-----------------------------------------------------------*
001930*  WORK AREAS                                                *
001940*-----------------------------------------------------------*
001950     COPY    GEO3XGI.
001960     COPY    GEO3XZN.
001970 LINKAGE                     SECTION.
001980 PROCEDURE                   DIVISION.
001990 0000-MAINLINE                  SECTION.
002000 0000-START.
002010     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
002020     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
002030         UNTIL     WS-EOF.
002040     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
002050     STOP RUN.
002060 0000-MAINLINE-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------*
002090*  1000-INITIALIZE  --  LOAD THE SERVICE-AREA TABLE, OPEN    *
002100*                       THE READINGS, READ THE FIRST ONE     *
002110*-----------------------------------------------------------*
002120 1000-INITIALIZE                SECTION.
002130 1000-INITIALIZE-START.
002140*    A CLOSED OR MISSING BUSINESS DATE STOPS THE RUN -- THE
002150*    AREA EDIT WOULD LOAD THE WRONG DAY'S SEASONAL ZONES.
002160     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
002170                                 BY  REFERENCE   WS-BUS-DATE-STS
002180                                 BY  REFERENCE   WS-BUS-DATE-MSG
002190     END-CALL.
002200     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
002210         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
002220         MOVE    "Y"         TO  WS-DATE-BAD-SW
002230         MOVE    "Y"         TO  WS-EOF-SW
002240         GO  TO  1000-INITIALIZE-EXIT
002250     END-IF.
002260     MOVE    WS-BUS-DATE         TO  WS-ASOF-DATE-X.
002270     OPEN    INPUT    ZONEFILE.
002280     PERFORM   1200-LOAD-ZONE     THRU    1200-LOAD-ZONE-EXIT
002290         UNTIL     WS-ZONE-EOF.
002300     CLOSE   ZONEFILE.
002310     IF      WS-ZONE-CNT =   ZERO    THEN
002320         DISPLAY "NO SERVICE-AREA ZONE LIVE ON "
002330                 WS-BUS-DATE " - AREA EDIT NOT APPLIED"
002340     END-IF.
002350     OPEN    INPUT    GPSIN.
002360     OPEN    OUTPUT   GPSOUT.
002370     OPEN    OUTPUT   RPTFILE.
002380     PERFORM   1100-READ-GPSIN
002390         THRU    1100-READ-GPSIN-EXIT.
002400 1000-INITIALIZE-EXIT.
002410     EXIT.
002420 1100-READ-GPSIN                SECTION.
002430 1100-READ-GPSIN-START.
002440     READ    GPSIN
002450         AT END
002460             MOVE    "Y"         TO  WS-EOF-SW
002470         NOT AT END
002480             ADD     1           TO  WS-RECS-READ
002490             MOVE    GPSIN-DATA  TO  GEO3X-GIN-RECORD
002500     END-READ.
002510 1100-READ-GPSIN-EXIT.
002520     EXIT.
002530*-----------------------------------------------------------*
002540*  1200-LOAD-ZONE  --  ONE ZONE ROW.  ONLY A SERVICE-AREA    *
002550*                      ROW LIVE ON THE BUSINESS DATE GOES IN *
002560*                      THE TABLE; A ROW WITH A BAD LEVEL, AN *
002570*                      EMPTY PREFIX, OR PAST THE TABLE LIMIT *
002580*                      IS COUNTED AND SKIPPED.               *
002590*-----------------------------------------------------------*
002600 1200-LOAD-ZONE                 SECTION.
002610 1200-LOAD-ZONE-START.
002620     READ    ZONEFILE    INTO    GEO3X-ZN-RECORD
002630         AT END
002640             MOVE    "Y"         TO  WS-ZONE-EOF-SW
002650             GO  TO  1200-LOAD-ZONE-EXIT
002660     END-READ.
002670     IF      NOT GEO3X-ZN-SERVICE-AREA   THEN
002680         GO  TO  1200-LOAD-ZONE-EXIT
002690     END-IF.
002700     IF      GEO3X-ZN-LEVEL  IS NOT NUMERIC
002710         OR  GEO3X-ZN-LEVEL  <   1
002720         OR  GEO3X-ZN-LEVEL  >   18
002730         OR  GEO3X-ZN-PREFIX =   SPACE
002740         OR  WS-ZONE-CNT     >=  WS-ZONE-MAX     THEN
002750         DISPLAY "ZONE ROW REJECTED: " ZONE-REC
002760         ADD     1               TO  WS-ZONES-REJECTED
002770         GO  TO  1200-LOAD-ZONE-EXIT
002780     END-IF.
002790     IF      GEO3X-ZN-EFF-FROM-DT    IS NUMERIC
002800         AND GEO3X-ZN-EFF-FROM-DT    >   ZERO
002810         AND GEO3X-ZN-EFF-FROM-DT    >   WS-ASOF-DATE-X  THEN
002820         ADD     1               TO  WS-ZONES-OFF-DATE
002830         GO  TO  1200-LOAD-ZONE-EXIT
002840     END-IF.
002850     IF      GEO3X-ZN-EFF-TO-DT      IS NUMERIC
002860         AND GEO3X-ZN-EFF-TO-DT      >   ZERO
002870         AND GEO3X-ZN-EFF-TO-DT      <   WS-ASOF-DATE-X  THEN
002880         ADD     1               TO  WS-ZONES-OFF-DATE
002890         GO  TO  1200-LOAD-ZONE-EXIT
002900     END-IF.
002910     ADD     1                   TO  WS-ZONE-CNT.
002920     MOVE    GEO3X-ZN-PREFIX     TO  WS-ZONE-PREFIX(WS-ZONE-CNT).
002930     MOVE    GEO3X-ZN-LEVEL      TO  WS-ZONE-LEVEL(WS-ZONE-CNT).
002940     COMPUTE WS-ZONE-CMP-LEN(WS-ZONE-CNT) = GEO3X-ZN-LEVEL + 1.
002950     IF      GEO3X-ZN-LEVEL  >   WS-DEEP-LEVEL   THEN
002960         MOVE    GEO3X-ZN-LEVEL  TO  WS-DEEP-LEVEL
002970     END-IF.
002980     ADD     1                   TO  WS-ZONES-LOADED.
002990 1200-LOAD-ZONE-EXIT.
003000     EXIT.
003010*-----------------------------------------------------------*
003020*  2000-PROCESS  --  EDIT ONE READING.  THE FIRST FAILING    *
003030*                    EDIT REJECTS IT, ONE REASON PER REJECT  *
003040*                    LINE.  A CLEAN READING IS HELD TILL THE *
003050*                    NEXT CLEAN ONE SHOWS WHETHER A LATER    *
003060*                    ARRIVAL FOR THE SAME DELIVERY REPLACES  *
003070*                    IT.                                     *
003080*-----------------------------------------------------------*
003090 2000-PROCESS                   SECTION.
003100 2000-PROCESS-START.
003110     MOVE    "N"                 TO  WS-READ-BAD-SW.
003120     MOVE    GPSIN-ARRIVAL-SEQ   TO  WS-RPT-SEQ.
003130     MOVE    GEO3X-GIN-DELV-ID   TO  WS-RPT-DELV-ID.
003140     IF      GEO3X-GIN-LAT   IS NUMERIC  THEN
003150         MOVE    GEO3X-GIN-LAT   TO  WS-RPT-LAT
003160     ELSE
003170         MOVE    GPSIN-DATA(11:10)   TO  WS-RPT-LAT-X
003180     END-IF.
003190     IF      GEO3X-GIN-LNG   IS NUMERIC  THEN
003200         MOVE    GEO3X-GIN-LNG   TO  WS-RPT-LNG
003210     ELSE
003220         MOVE    GPSIN-DATA(21:10)   TO  WS-RPT-LNG-X
003230     END-IF.
003240     PERFORM   2100-EDIT-READING  THRU    2100-EDIT-READING-EXIT.
003250     IF      WS-READ-BAD     THEN
003260         GO  TO  2000-PROCESS-READ
003270     END-IF.
003280     IF      WS-HELD
003290         AND WS-HELD-DELV-ID =   GEO3X-GIN-DELV-ID   THEN
003300         PERFORM   2300-SUPERSEDE-HELD
003310             THRU    2300-SUPERSEDE-HELD-EXIT
003320     END-IF.
003330     IF      WS-HELD     THEN
003340         PERFORM   2400-RELEASE-HELD
003350             THRU    2400-RELEASE-HELD-EXIT
003360     END-IF.
003370     MOVE    "Y"                 TO  WS-HELD-SW.
003380     MOVE    GPSIN-DATA          TO  WS-HELD-DATA.
003390     MOVE    GEO3X-GIN-DELV-ID   TO  WS-HELD-DELV-ID.
003400     MOVE    GPSIN-ARRIVAL-SEQ   TO  WS-HELD-SEQ.
003410     MOVE    GEO3X-GIN-LAT       TO  WS-HELD-LAT.
003420     MOVE    GEO3X-GIN-LNG       TO  WS-HELD-LNG.
003430 2000-PROCESS-READ.
003440     PERFORM   1100-READ-GPSIN
003450         THRU    1100-READ-GPSIN-EXIT.
003460 2000-PROCESS-EXIT.
003470     EXIT.
003480*-----------------------------------------------------------*
003490*  2100-EDIT-READING  --  THE FIELD AND PLAUSIBILITY EDITS:  *
003500*                         E01 BLANK DELIVERY ID, E02 NOT     *
003510*                         NUMERIC, E03 LATITUDE OR E04       *
003520*                         LONGITUDE OUT OF RANGE, E05 ZERO   *
003530*                         FIX, E06 WILL NOT ENCODE, E07      *
003540*                         OUTSIDE EVERY LIVE SERVICE AREA    *
003550*-----------------------------------------------------------*
003560 2100-EDIT-READING              SECTION.
003570 2100-EDIT-READING-START.
003580     IF      GEO3X-GIN-DELV-ID   =   SPACE   THEN
003590         MOVE    "E01"           TO  WS-RPT-REASON
003600         MOVE    "DELIVERY ID IS BLANK"
003610                                 TO  WS-RPT-MESSAGE
003620         PERFORM   2900-REJECT-READING
003630             THRU    2900-REJECT-READING-EXIT
003640         GO  TO  2100-EDIT-READING-EXIT
003650     END-IF.
003660     IF      GEO3X-GIN-LAT   IS NOT NUMERIC
003670         OR  GEO3X-GIN-LNG   IS NOT NUMERIC  THEN
003680         MOVE    "E02"           TO  WS-RPT-REASON
003690         MOVE    "LATITUDE OR LONGITUDE NOT NUMERIC"
003700                                 TO  WS-RPT-MESSAGE
003710         PERFORM   2900-REJECT-READING
003720             THRU    2900-REJECT-READING-EXIT
003730         GO  TO  2100-EDIT-READING-EXIT
003740     END-IF.
003750     IF      GEO3X-GIN-LAT   <   -90
003760         OR  GEO3X-GIN-LAT   >   90  THEN
003770         MOVE    "E03"           TO  WS-RPT-REASON
003780         MOVE    "LATITUDE OUTSIDE -90 TO +90"
003790                                 TO  WS-RPT-MESSAGE
003800         PERFORM   2900-REJECT-READING
003810             THRU    2900-REJECT-READING-EXIT
003820         GO  TO  2100-EDIT-READING-EXIT
003830     END-IF.
003840     IF      GEO3X-GIN-LNG   <   -180
003850         OR  GEO3X-GIN-LNG   >   180 THEN
003860         MOVE    "E04"           TO  WS-RPT-REASON
003870         MOVE    "LONGITUDE OUTSIDE -180 TO +180"
003880                                 TO  WS-RPT-MESSAGE
003890         PERFORM   2900-REJECT-READING
003900             THRU    2900-REJECT-READING-EXIT
003910         GO  TO  2100-EDIT-READING-EXIT
003920     END-IF.
003930*    A DEVICE THAT HAS LOST ITS FIX REPORTS 0/0 -- THE GULF OF
003940*    GUINEA, NOWHERE WE DELIVER.
003950     IF      GEO3X-GIN-LAT   =   ZERO
003960         AND GEO3X-GIN-LNG   =   ZERO    THEN
003970         MOVE    "E05"           TO  WS-RPT-REASON
003980         MOVE    "ZERO FIX - READING AT 0/0"
003990                                 TO  WS-RPT-MESSAGE
004000         PERFORM   2900-REJECT-READING
004010             THRU    2900-REJECT-READING-EXIT
004020         GO  TO  2100-EDIT-READING-EXIT
004030     END-IF.
004040     IF      WS-ZONE-CNT =   ZERO    THEN
004050         GO  TO  2100-EDIT-READING-EXIT
004060     END-IF.
004070     MOVE    GEO3X-GIN-LAT       TO  WS-SCR-LAT.
004080     MOVE    GEO3X-GIN-LNG       TO  WS-SCR-LNG.
004090     COMPUTE WS-SCR-LEVEL    =   WS-DEEP-LEVEL   +   1.
004100     IF      WS-SCR-LEVEL    >   18  THEN
004110         MOVE    18              TO  WS-SCR-LEVEL
004120     END-IF.
004130     CALL    "geo3x3_encode" USING
004140         BY  REFERENCE   WS-SCR-LAT
004150         BY  REFERENCE   WS-SCR-LNG
004160         BY  REFERENCE   WS-SCR-LEVEL
004170         BY  REFERENCE   WS-SCR-COD
004180         BY  REFERENCE   WS-SCR-STS
004190         BY  REFERENCE   WS-CALR-ID
004200     END-CALL.
004210     IF      WS-SCR-STS  NOT =   ZERO    THEN
004220         MOVE    "E06"           TO  WS-RPT-REASON
004230         MOVE    "READING WILL NOT ENCODE"
004240                                 TO  WS-RPT-MESSAGE
004250         PERFORM   2900-REJECT-READING
004260             THRU    2900-REJECT-READING-EXIT
004270         GO  TO  2100-EDIT-READING-EXIT
004280     END-IF.
004290     MOVE    "N"                 TO  WS-HIT-SVC-SW.
004300     PERFORM   2200-TRY-ZONE      THRU    2200-TRY-ZONE-EXIT
004310         VARYING   WS-Z       FROM    1   BY  1
004320         UNTIL     WS-Z       >   WS-ZONE-CNT
004330                   OR  WS-HIT-SERVICE.
004340     IF      NOT WS-HIT-SERVICE  THEN
004350         MOVE    "E07"           TO  WS-RPT-REASON
004360         MOVE    "OUTSIDE EVERY LIVE SERVICE AREA"
004370                                 TO  WS-RPT-MESSAGE
004380         PERFORM   2900-REJECT-READING
004390             THRU    2900-REJECT-READING-EXIT
004400     END-IF.
004410 2100-EDIT-READING-EXIT.
004420     EXIT.
004430*-----------------------------------------------------------*
004440*  2200-TRY-ZONE  --  ONE SERVICE-AREA ROW AGAINST THE       *
004450*                     ENCODED READING                        *
004460*-----------------------------------------------------------*
004470 2200-TRY-ZONE                  SECTION.
004480 2200-TRY-ZONE-START.
004490     IF      WS-SCR-COD(1:WS-ZONE-CMP-LEN(WS-Z))  =
004500             WS-ZONE-PREFIX(WS-Z)(1:WS-ZONE-CMP-LEN(WS-Z))    THEN
004510         MOVE    "Y"             TO  WS-HIT-SVC-SW
004520     END-IF.
004530 2200-TRY-ZONE-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------*
004560*  2300-SUPERSEDE-HELD  --  A LATER CLEAN READING ARRIVED    *
004570*                           FOR THE HELD DELIVERY; THE HELD  *
004580*                           ONE GOES ON THE REPORT (W01)     *
004590*                           INSTEAD OF THE CLEAN FILE        *
004600*-----------------------------------------------------------*
004610 2300-SUPERSEDE-HELD            SECTION.
004620 2300-SUPERSEDE-HELD-START.
004630     MOVE    WS-HELD-SEQ         TO  WS-RPT-SEQ.
004640     MOVE    WS-HELD-DELV-ID     TO  WS-RPT-DELV-ID.
004650     MOVE    WS-HELD-LAT         TO  WS-RPT-LAT.
004660     MOVE    WS-HELD-LNG         TO  WS-RPT-LNG.
004670     MOVE    "W01"               TO  WS-RPT-REASON.
004680     MOVE    "SUPERSEDED BY A LATER READING"
004690                                 TO  WS-RPT-MESSAGE.
004700     WRITE   RPT-REC             FROM    WS-RPT-LINE.
004710     ADD     1                   TO  WS-RECS-SUPERSEDED.
004720     MOVE    "N"                 TO  WS-HELD-SW.
004730 2300-SUPERSEDE-HELD-EXIT.
004740     EXIT.
004750*-----------------------------------------------------------*
004760*  2400-RELEASE-HELD  --  THE HELD READING IS THE LATEST FOR *
004770*                         ITS DELIVERY; PASS IT TO THE CLEAN *
004780*                         FILE WITH THE FILLER CLEARED       *
004790*-----------------------------------------------------------*
004800 2400-RELEASE-HELD              SECTION.
004810 2400-RELEASE-HELD-START.
004820     MOVE    SPACE               TO  GPSOUT-REC.
004830     MOVE    WS-HELD-DATA        TO  GPSOUT-DATA.
004840     WRITE   GPSOUT-REC.
004850     ADD     1                   TO  WS-RECS-PASSED.
004860     MOVE    "N"                 TO  WS-HELD-SW.
004870 2400-RELEASE-HELD-EXIT.
004880     EXIT.
004890*-----------------------------------------------------------*
004900*  2900-REJECT-READING  --  ONE NUMBERED REJECT REPORT LINE  *
004910*-----------------------------------------------------------*
004920 2900-REJECT-READING            SECTION.
004930 2900-REJECT-READING-START.
004940     WRITE   RPT-REC             FROM    WS-RPT-LINE.
004950     ADD     1                   TO  WS-RECS-REJECTED.
004960     MOVE    "Y"                 TO  WS-READ-BAD-SW.
004970 2900-REJECT-READING-EXIT.
004980     EXIT.
004990*-----------------------------------------------------------*
005000*  3000-TERMINATE  --  PASS THE LAST HELD READING, PRINT THE *
005010*                      TOTALS, GRADE THE RUN                 *
005020*-----------------------------------------------------------*
005030 3000-TERMINATE                 SECTION.
005040 3000-TERMINATE-START.
005050     IF      WS-DATE-BAD     THEN
005060         MOVE    12          TO  RETURN-CODE
005070         GO  TO  3000-TERMINATE-EXIT
005080     END-IF.
005090     IF      WS-HELD     THEN
005100         PERFORM   2400-RELEASE-HELD
005110             THRU    2400-RELEASE-HELD-EXIT
005120     END-IF.
005130     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
005140     MOVE    "READINGS READ"     TO  WS-CNT-LABEL.
005150     MOVE    WS-RECS-READ        TO  WS-CNT-COUNT.
005160     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005170     MOVE    "READINGS PASSED TO THE RECON"
005180                                 TO  WS-CNT-LABEL.
005190     MOVE    WS-RECS-PASSED      TO  WS-CNT-COUNT.
005200     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005210     MOVE    "READINGS REJECTED (E01-E07)"
005220                                 TO  WS-CNT-LABEL.
005230     MOVE    WS-RECS-REJECTED    TO  WS-CNT-COUNT.
005240     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005250     MOVE    "READINGS SUPERSEDED (W01)"
005260                                 TO  WS-CNT-LABEL.
005270     MOVE    WS-RECS-SUPERSEDED  TO  WS-CNT-COUNT.
005280     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005290     MOVE    "SERVICE-AREA ZONES LIVE"
005300                                 TO  WS-CNT-LABEL.
005310     MOVE    WS-ZONES-LOADED     TO  WS-CNT-COUNT.
005320     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005330     DISPLAY "READINGS READ       = " WS-RECS-READ.
005340     DISPLAY "READINGS PASSED     = " WS-RECS-PASSED.
005350     DISPLAY "READINGS REJECTED   = " WS-RECS-REJECTED.
005360     DISPLAY "READINGS SUPERSEDED = " WS-RECS-SUPERSEDED.
005370     DISPLAY "SVC ZONES LOADED    = " WS-ZONES-LOADED.
005380     DISPLAY "ZONES OFF DATE      = " WS-ZONES-OFF-DATE.
005390     DISPLAY "ZONE ROWS REJECTED  = " WS-ZONES-REJECTED.
005400     CLOSE   GPSIN.
005410     CLOSE   GPSOUT.
005420     CLOSE   RPTFILE.
005430     MOVE    WS-RECS-READ        TO  WS-RC-READ.
005440     MOVE    WS-RECS-PASSED      TO  WS-RC-WRITTEN.
005450     COMPUTE WS-RC-REJECTED  =   WS-RECS-REJECTED
005460         +   WS-RECS-SUPERSEDED
005470     END-COMPUTE.
005480     PERFORM   9000-SET-RETURN-CODE
005490         THRU    9000-SET-RETURN-CODE-EXIT.
005500     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
005510                                 BY  REFERENCE   WS-PGM-NAME
005520                                 BY  REFERENCE   WS-RC-READ
005530                                 BY  REFERENCE   WS-RC-WRITTEN
005540                                 BY  REFERENCE   WS-RC-REJECTED
005550                                 BY  REFERENCE   WS-RC-RETURN
005560     END-CALL.
005570     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
005580 3000-TERMINATE-EXIT.
005590     EXIT.
005600*-----------------------------------------------------------*
005610*  9000-SET-RETURN-CODE  --  CLEAN IS 0; ANY REJECT OR       *
005620*                            SUPERSEDED READING IS 4; EDIT   *
005630*                            REJECTS PAST THE TOLERANCE      *
005640*                            PERCENT, OR READINGS WITH NONE  *
005650*                            CLEAN, ARE 8.  A SUPERSEDED     *
005660*                            READING IS A DEVICE RETRY, NOT  *
005670*                            A BAD FEED, SO NEVER MAKES 8.   *
005680*-----------------------------------------------------------*
005690 9000-SET-RETURN-CODE           SECTION.
005700 9000-SET-RETURN-CODE-START.
005710     MOVE    ZERO                TO  WS-RC-RETURN.
005720     IF      WS-RC-REJECTED  =   ZERO    THEN
005730         GO  TO  9000-SET-RETURN-CODE-EXIT
005740     END-IF.
005750     MOVE    4                   TO  WS-RC-RETURN.
005760     IF      WS-RECS-PASSED  =   ZERO    THEN
005770         MOVE    8               TO  WS-RC-RETURN
005780         GO  TO  9000-SET-RETURN-CODE-EXIT
005790     END-IF.
005800     COMPUTE WS-REJ-PCT  =
005810         (WS-RECS-REJECTED   *   100)    /   WS-RECS-READ
005820     END-COMPUTE.
005830     IF      WS-REJ-PCT  >   WS-REJ-TOL-PCT  THEN
005840         MOVE    8               TO  WS-RC-RETURN
005850     END-IF.
005860 9000-SET-RETURN-CODE-EXIT.
005870     EXIT.
005880 END PROGRAM     geo3x3_gps_edit.
