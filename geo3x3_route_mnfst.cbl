000270*                 PAGE PER ROUTE: STOP NUMBER, CODE, AND      *
000280*                 LEG DISTANCE IN KM.  REPLACES THE DEPOT     *
000290*                 DESK'S MORNING HAND-SORT OF THE PRINTOUTS.  *
000300*  10/15/26  RM   HANDHELD DOWNLOAD -- EACH ROUTED STOP ALSO     *
000310*                 GOES TO THE DRIVER'S HANDHELD FILE IN DRIVING  *
000320*                 SEQUENCE, ONE RECORD PER ACTIVE OCCUPANT OF    *
000330*                 THE STOP'S CELL WITH NAME AND ADDRESS FROM     *
000340*                 THE MASTER, BEHIND A ROUTE HEADER (SEE         *
000350*                 GEO3XHD).  THE UNROUTED GROUP HAS NO DRIVER    *
000360*                 AND IS NOT DOWNLOADED.  THE PROOF-OF-DELIVERY  *
000370*                 UPLOAD IS MATCHED BACK TO THIS FILE BY         *
000380*                 GEOPOD01.                                      *
000382*  10/15/26  RM   THE PAGE DATE IS THE BUSINESS DATE FROM THE *
000384*                 PROCESSING-DATE CONTROL RECORD (THROUGH     *
000386*                 GEO3X3_BUS_DATE).  A CLOSED OR MISSING DATE *
000388*                 STOPS THE RUN WITH RC 12.                   *
000389*  10/15/26  RM   ROUTE PERFORMANCE HISTORY -- EACH ROUTE'S  *
000390*                 STOP COUNT, TOTAL AND AVERAGE KM PER STOP, *
000391*                 AND LONGEST LEG, AS SEQUENCED FOR THE      *
000392*                 MANIFEST, NOW ALSO GO TO THE KEYED HISTORY *
000393*                 FILE (ROUTE/RUN DATE -- SEE GEO3XRP) FOR   *
000394*                 THE WEEKLY GEORTE02 REPORT.  THE UNROUTED  *
000395*                 GROUP IS NOT A ROUTE AND IS NOT POSTED.  A *
000396*                 RERUN OF THE SAME NIGHT REWRITES ITS OWN   *
000397*                 RECORDS.                                   *
000399*  10/15/26  RM   A FAILED MASTER OPEN NOW STOPS THE RUN     *
000400*                 WITH RC 8 INSTEAD OF DOWNLOADING EVERY     *
000402*                 STOP AS VACANT.  HISTORY KM PER STOP IS    *
000403*                 OVER THE MEASURED LEGS, SO A REFUSED LEG   *
000404*                 NO LONGER DRAGS THE AVERAGE DOWN.  EACH    *
000405*                 DOWNLOADED STOP NOW CARRIES ITS SOURCE     *
000406*                 CODE (GEO3XHD) FOR THE POD REQUEUE.        *
000407*-----------------------------------------------------------*
000408 ENVIRONMENT                 DIVISION.
000410 CONFIGURATION               SECTION.
000420 SOURCE-COMPUTER.            IBM-370.
000430 OBJECT-COMPUTER.            IBM-370.
000440 INPUT-OUTPUT                SECTION.
000450 FILE-CONTROL.
000460     SELECT  DEPFILE         ASSIGN TO "DEPFILE"
000470                              ORGANIZATION  IS  SEQUENTIAL.
000480     SELECT  INFILE          ASSIGN TO "INFILE"
000490                              ORGANIZATION  IS  SEQUENTIAL.
000500     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000510                              ORGANIZATION  IS  SEQUENTIAL.
000520     SELECT  DLFILE          ASSIGN TO "DLFILE"
000530                              ORGANIZATION  IS  SEQUENTIAL.
000540     SELECT  MASTER          ASSIGN TO "MASTER"
000550                              ORGANIZATION  IS  INDEXED
000560                              ACCESS MODE    IS  DYNAMIC
000570                              RECORD KEY     IS  GEO3X-MR-REC-KEY
000580                              FILE STATUS    IS  WS-MASTER-STATUS.
000581     SELECT  HISTFILE        ASSIGN TO "HISTFILE"
000583                              ORGANIZATION  IS  INDEXED
000585                              ACCESS MODE    IS  DYNAMIC
000586                              RECORD KEY     IS  GEO3X-RP-REC-KEY
000588                              FILE STATUS    IS  WS-HIST-STATUS.
000590 DATA                        DIVISION.
000600 FILE                        SECTION.
000610 FD  DEPFILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  DEP-REC                 PIC X(60).
000650 FD  INFILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680     COPY    GEO3XRD.
000690 FD  RPTFILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  RPT-REC                 PIC X(133).
000730 FD  DLFILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  DL-REC                  PIC X(180).
000770 FD  MASTER
000780     LABEL RECORDS ARE STANDARD.
000790     COPY    GEO3XMR.
000792 FD  HISTFILE
000795     LABEL RECORDS ARE STANDARD.
000797     COPY    GEO3XRP.
000800 WORKING-STORAGE             SECTION.
000810*-----------------------------------------------------------*
000820*  SWITCHES                                                  *
000830*-----------------------------------------------------------*
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000860         88  WS-EOF                      VALUE "Y".
000870     05  WS-DEP-EOF-SW       PIC X(01)   VALUE "N".
000880         88  WS-DEP-EOF                  VALUE "Y".
000890     05  WS-FIRST-SW         PIC X(01)   VALUE "Y".
000900         88  WS-FIRST-RECORD             VALUE "Y".
000910     05  WS-DEP-FND-SW       PIC X(01)   VALUE "N".
000920         88  WS-DEPOT-FOUND              VALUE "Y".
000930     05  WS-OCC-DONE-SW      PIC X(01)   VALUE "N".
000940         88  WS-OCC-DONE                 VALUE "Y".
000950     05  WS-DL-ROUTE-SW      PIC X(01)   VALUE "N".
000960         88  WS-DL-ROUTE                 VALUE "Y".
000963     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000966         88  WS-DATE-BAD                 VALUE "Y".
000967     05  WS-MAST-FAIL-SW     PIC X(01)   VALUE "N".
000968         88  WS-MASTER-FAILED            VALUE "Y".
000970 01  WS-MASTER-STATUS        PIC X(02).
000980     88  WS-MASTER-OK                    VALUE "00".
000982 01  WS-HIST-STATUS          PIC X(02).
000985     88  WS-HIST-OK                      VALUE "00".
000987     88  WS-HIST-NOT-FOUND               VALUE "35".
000990*-----------------------------------------------------------*
001000*  COUNTERS                                                  *
001010*-----------------------------------------------------------*
001020 77  WS-DEPOTS-LOADED        PIC 9(09)   COMP    VALUE ZERO.
001030 77  WS-DEPOTS-REJECTED      PIC 9(09)   COMP    VALUE ZERO.
001040 77  WS-RECS-READ            PIC 9(09)   COMP    VALUE ZERO.
001050 77  WS-RECS-SKIPPED         PIC 9(09)   COMP    VALUE ZERO.
001060 77  WS-STOPS-OVERFLOW       PIC 9(09)   COMP    VALUE ZERO.
001070 77  WS-ROUTES-PRINTED       PIC 9(09)   COMP    VALUE ZERO.
001080 77  WS-STOPS-PRINTED        PIC 9(09)   COMP    VALUE ZERO.
001090 77  WS-DL-ROUTES            PIC 9(09)   COMP    VALUE ZERO.
001100 77  WS-DL-WRITTEN           PIC 9(09)   COMP    VALUE ZERO.
001110 77  WS-DL-VACANT            PIC 9(09)   COMP    VALUE ZERO.
001115 77  WS-HIST-WRITTEN         PIC 9(09)   COMP    VALUE ZERO.
001120*-----------------------------------------------------------*
001130*  PAGE AND LINE CONTROL                                      *
001140*-----------------------------------------------------------*
001150 77  WS-LINES-PER-PAGE        PIC 9(03)   COMP    VALUE 50.
001160 77  WS-LINE-COUNT            PIC 9(03)   COMP    VALUE ZERO.
001170 77  WS-PAGE-NO               PIC 9(05)   COMP    VALUE ZERO.
001180*-----------------------------------------------------------*
001190*  DEPOT TABLE -- LOADED ONCE AT INITIALIZATION               *
001200*-----------------------------------------------------------*
001210 77  WS-DEP-MAX              PIC 9(03)   COMP    VALUE 50.
001220 77  WS-DEP-CNT              PIC 9(03)   COMP    VALUE ZERO.
001230 01  WS-DEP-TABLE.
001240     05  WS-DEP-ENTRY        OCCURS 50 TIMES.
001250         10  WS-DEP-ID           PIC X(08).
001260         10  WS-DEP-COD          PIC X(31).
001270*-----------------------------------------------------------*
001280*  STOP TABLE FOR THE ROUTE UNDER THE BREAK.  STOPS PAST      *
001290*  THE TABLE LIMIT ARE COUNTED AND NOTED ON THE MANIFEST      *
001300*  RATHER THAN SILENTLY DROPPED.                              *
001310*-----------------------------------------------------------*
001320 77  WS-STOP-MAX             PIC 9(04)   COMP    VALUE 500.
001330 77  WS-STOP-CNT             PIC 9(04)   COMP    VALUE ZERO.
001340 01  WS-STOP-TABLE.
001350     05  WS-STOP-ENTRY       OCCURS 500 TIMES.
001360         10  WS-STOP-COD         PIC X(31).
001370         10  WS-STOP-USED-SW     PIC X(01).
001380         10  WS-STOP-LAT         PIC S9(03)V9(6).
001390         10  WS-STOP-LNG         PIC S9(03)V9(6).
001400         10  WS-STOP-LEVEL       PIC 9(02).
001405         10  WS-STOP-SRC-CD      PIC X(01).
001410*-----------------------------------------------------------*
001420*  ACTIVE OCCUPANTS OF THE STOP'S CELL -- COLLECTED FIRST SO  *
001430*  EACH DOWNLOAD RECORD CAN CARRY THE CELL'S OCCUPANT COUNT   *
001440*-----------------------------------------------------------*
001450 77  WS-OCC-MAX              PIC 9(03)   COMP    VALUE 99.
001460 77  WS-OCC-CNT              PIC 9(03)   COMP    VALUE ZERO.
001470 77  WS-P                    PIC 9(03)   COMP    VALUE ZERO.
001480 01  WS-OCC-TABLE.
001490     05  WS-OCC-ENTRY        OCCURS 99 TIMES.
001500         10  WS-OCC-CUST-ID      PIC X(10).
001510         10  WS-OCC-CUST-NAME    PIC X(30).
001520         10  WS-OCC-ADDR-1       PIC X(30).
001530         10  WS-OCC-ADDR-2       PIC X(30).
001540*-----------------------------------------------------------*
001550*  ROUTE GROUP UNDER THE BREAK                                *
001560*-----------------------------------------------------------*
001570 01  WS-GRP-ROUTE            PIC X(08).
001580 01  WS-GRP-DEPOT            PIC X(08).
001590*-----------------------------------------------------------*
001600*  NEAREST-STOP SEQUENCING WORK FIELDS.  WS-POS-COD IS THE    *
001610*  DRIVER'S CURRENT CELL -- THE DEPOT AT FIRST, THEN THE      *
001620*  LAST STOP TAKEN.                                           *
001630*-----------------------------------------------------------*
001640 01  WS-POS-COD              PIC X(31).
001650 77  WS-D                    PIC 9(03)   COMP    VALUE ZERO.
001660 77  WS-S                    PIC 9(04)   COMP    VALUE ZERO.
001670 77  WS-SEQ-NO               PIC 9(04)   COMP    VALUE ZERO.
001680 77  WS-BEST-X               PIC 9(04)   COMP    VALUE ZERO.
001690 01  WS-BEST-DIST            PIC S9(05)V9(03).
001700 01  WS-DIST                 PIC S9(05)V9(03).
001710 01  WS-DIST-STS             PIC 9(01).
001711*-----------------------------------------------------------*
001712*  ROUTE PERFORMANCE FIGURES FOR THE ROUTE UNDER THE BREAK,  *
001713*  GATHERED LEG BY LEG AS THE STOPS ARE SEQUENCED.  A LEG AT *
001714*  THE CEILING DISTANCE WAS NOT MEASURED; IT IS ONLY COUNTED *
001715*-----------------------------------------------------------*
001716 01  WS-DIST-CEILING         PIC S9(05)V9(03)    VALUE 99999.998.
001717 01  WS-RTE-KM               PIC 9(07)V9(03)     VALUE ZERO.
001718 01  WS-RTE-LONG-LEG         PIC 9(05)V9(03)     VALUE ZERO.
001719 77  WS-RTE-UNMEAS           PIC 9(05)   COMP    VALUE ZERO.
001722 77  WS-RTE-MEAS             PIC 9(05)   COMP    VALUE ZERO.
001726*-----------------------------------------------------------*
001730*  BUSINESS DATE -- PRINTED ON EVERY PAGE                     *
001740*-----------------------------------------------------------*
001750 01  WS-RUN-DATE-RAW             PIC 9(08).
001760 01  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
001770     05  WS-RUN-DATE-YYYY        PIC 9(04).
001780     05  WS-RUN-DATE-MM          PIC 9(02).
001790     05  WS-RUN-DATE-DD          PIC 9(02).
001792 01  WS-BUS-DATE             PIC X(08).
001795 01  WS-BUS-DATE-STS         PIC 9(01).
001797 01  WS-BUS-DATE-MSG         PIC X(40).
001800*-----------------------------------------------------------*
001810*  DEPOT REFERENCE WORK AREA                                  *
001820*-----------------------------------------------------------*
001830     COPY    GEO3XDP.
001840*-----------------------------------------------------------*
001850*  HANDHELD DOWNLOAD WORK AREA                                *
001860*-----------------------------------------------------------*
001870     COPY    GEO3XHD.
001880*-----------------------------------------------------------*
001890*  REPORT LINES -- COLUMN 1 IS ASA PRINTER CARRIAGE CONTROL   *
001900*-----------------------------------------------------------*
001910 01  WS-HDR-1.
001920     05  WS-HDR-1-CC         PIC X(01)   VALUE "1".
001930     05  FILLER              PIC X(22)   VALUE
001940         "GEO3X3 DRIVER MANIFEST".
001950     05  FILLER              PIC X(05)   VALUE SPACE.
001960     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001970     05  WS-HDR-1-DATE       PIC X(10).
001980     05  FILLER              PIC X(60)   VALUE SPACE.
001990     05  FILLER              PIC X(05)   VALUE "PAGE ".
002000     05  WS-HDR-1-PAGE       PIC ZZZZ9.
002010     05  FILLER              PIC X(15)   VALUE SPACE.
002020 01  WS-HDR-1B.
002030     05  WS-HDR-1B-CC        PIC X(01)   VALUE SPACE.
002040     05  FILLER              PIC X(07)   VALUE "ROUTE: ".
002050     05  WS-HDR-1B-ROUTE     PIC X(08).
002060     05  FILLER              PIC X(05)   VALUE SPACE.
002070     05  FILLER              PIC X(07)   VALUE "DEPOT: ".
002080     05  WS-HDR-1B-DEPOT     PIC X(08).
002090     05  FILLER              PIC X(97)   VALUE SPACE.
002100 01  WS-HDR-2.
002110     05  WS-HDR-2-CC         PIC X(01)   VALUE " ".
002120     05  FILLER              PIC X(06)   VALUE "STOP  ".
002130     05  FILLER              PIC X(33)   VALUE "CODE".
002140     05  FILLER              PIC X(10)   VALUE "LEG KM".
002150     05  FILLER              PIC X(83)   VALUE SPACE.
002160 01  WS-DETAIL-LINE.
002170     05  WS-DET-CC           PIC X(01)   VALUE " ".
002180     05  WS-DET-SEQ          PIC ZZZ9.
002190     05  FILLER              PIC X(02)   VALUE SPACE.
002200     05  WS-DET-COD          PIC X(31).
002210     05  FILLER              PIC X(02)   VALUE SPACE.
002220     05  WS-DET-LEG          PIC ZZZZ9.999.
002230     05  FILLER              PIC X(84)   VALUE SPACE.
002240 01  WS-MSG-LINE.
002250     05  WS-MSG-CC           PIC X(01)   VALUE " ".
002260     05  WS-MSG-TEXT         PIC X(60).
002270     05  FILLER              PIC X(72)   VALUE SPACE.
002280 01  WS-OVF-LINE.
002290     05  WS-OVF-CC           PIC X(01)   VALUE " ".
002300     05  WS-OVF-COUNT        PIC ZZZ,ZZ9.
002310     05  FILLER              PIC X(43)   VALUE
002320         " STOPS PAST THE TABLE LIMIT - NOT SEQUENCED".
002330     05  FILLER              PIC X(82)   VALUE SPACE.
002340 LINKAGE                     SECTION.
002350 PROCEDURE                   DIVISION.
002360 0000-MAINLINE                  SECTION.
002370 0000-START.
002380     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
002390     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
002400         UNTIL     WS-EOF.
002410     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
002420     STOP RUN.
002430 0000-MAINLINE-EXIT.
002440     EXIT.
002450*-----------------------------------------------------------*
002460*  1000-INITIALIZE  --  LOAD THE DEPOT TABLE, OPEN THE         *
002470*                       DELIVERY FILES, READ THE FIRST         *
002480*                       ROUTED DELIVERY                        *
002490*-----------------------------------------------------------*
002500 1000-INITIALIZE                SECTION.
002510 1000-INITIALIZE-START.
002511     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
002513                                 BY  REFERENCE   WS-BUS-DATE-STS
002515                                 BY  REFERENCE   WS-BUS-DATE-MSG
002516     END-CALL.
002518     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
002520         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
002521         MOVE    "Y"         TO  WS-DATE-BAD-SW
002523         MOVE    "Y"         TO  WS-EOF-SW
002525         GO  TO  1000-INITIALIZE-EXIT
002526     END-IF.
002528     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
002530     STRING   WS-RUN-DATE-MM  "/"  WS-RUN-DATE-DD  "/"
002540             WS-RUN-DATE-YYYY
002550         DELIMITED BY  SIZE
002560         INTO    WS-HDR-1-DATE
002570     END-STRING.
002580     OPEN    INPUT    DEPFILE.
002590     PERFORM   1200-LOAD-DEPOT    THRU    1200-LOAD-DEPOT-EXIT
002600         UNTIL     WS-DEP-EOF.
002610     CLOSE   DEPFILE.
002620     OPEN    INPUT    INFILE.
002630     OPEN    OUTPUT   RPTFILE.
002640     OPEN    OUTPUT   DLFILE.
002641     OPEN    INPUT    MASTER.
002643     IF      NOT WS-MASTER-OK    THEN
002644         DISPLAY "MASTER OPEN FAILED, STATUS=" WS-MASTER-STATUS
002646         MOVE    "Y"         TO  WS-EOF-SW
002647         MOVE    "Y"         TO  WS-MAST-FAIL-SW
002649         GO  TO  1000-INITIALIZE-EXIT
002650     END-IF.
002652     OPEN    I-O      HISTFILE.
002654     IF      WS-HIST-NOT-FOUND   THEN
002656         OPEN    OUTPUT  HISTFILE
002658     END-IF.
002660     PERFORM   1100-READ-INFILE
002670         THRU    1100-READ-INFILE-EXIT.
002680 1000-INITIALIZE-EXIT.
002690     EXIT.
002700 1100-READ-INFILE               SECTION.
002710 1100-READ-INFILE-START.
002720     READ    INFILE      INTO    GEO3X-RD-RECORD
002730         AT END
002740             MOVE    "Y"         TO  WS-EOF-SW
002750         NOT AT END
002760             ADD     1           TO  WS-RECS-READ
002770     END-READ.
002780 1100-READ-INFILE-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------*
002810*  1200-LOAD-DEPOT  --  ONE DEPOT ROW INTO THE TABLE.  A ROW   *
002820*                       WITH AN EMPTY ID OR CODE, OR PAST      *
002830*                       THE TABLE LIMIT, IS COUNTED AND        *
002840*                       SKIPPED.                               *
002850*-----------------------------------------------------------*
002860 1200-LOAD-DEPOT               SECTION.
002870 1200-LOAD-DEPOT-START.
002880     READ    DEPFILE     INTO    GEO3X-DP-RECORD
002890         AT END
002900             MOVE    "Y"         TO  WS-DEP-EOF-SW
002910             GO  TO  1200-LOAD-DEPOT-EXIT
002920     END-READ.
002930     IF      GEO3X-DP-DEPOT  =   SPACE
002940         OR  GEO3X-DP-COD    =   SPACE
002950         OR  WS-DEP-CNT      >=  WS-DEP-MAX      THEN
002960         DISPLAY "DEPOT ROW REJECTED: " DEP-REC
002970         ADD     1               TO  WS-DEPOTS-REJECTED
002980         GO  TO  1200-LOAD-DEPOT-EXIT
002990     END-IF.
003000     ADD     1                   TO  WS-DEP-CNT.
003010     MOVE    GEO3X-DP-DEPOT      TO  WS-DEP-ID(WS-DEP-CNT).
003020     MOVE    GEO3X-DP-COD        TO  WS-DEP-COD(WS-DEP-CNT).
003030     ADD     1                   TO  WS-DEPOTS-LOADED.
003040 1200-LOAD-DEPOT-EXIT.
003050     EXIT.
003060*-----------------------------------------------------------*
003070*  2000-PROCESS  --  FOLD ONE ROUTED DELIVERY INTO THE STOP    *
003080*                    TABLE, BREAKING ON THE ROUTE ID.  THE     *
003090*                    INPUT IS SORTED BY ROUTE AHEAD OF THIS    *
003100*                    STEP -- SEE THE SORT IN GEORTE01.         *
003110*-----------------------------------------------------------*
003120 2000-PROCESS                   SECTION.
003130 2000-PROCESS-START.
003140     IF      GEO3X-RD-STS    NOT =   ZERO    THEN
003150         ADD     1               TO  WS-RECS-SKIPPED
003160         GO  TO  2000-PROCESS-READ
003170     END-IF.
003180     IF      WS-FIRST-RECORD     THEN
003190         MOVE    GEO3X-RD-ROUTE-ID   TO  WS-GRP-ROUTE
003200         MOVE    GEO3X-RD-DEPOT      TO  WS-GRP-DEPOT
003210         MOVE    "N"                 TO  WS-FIRST-SW
003220     END-IF.
003230     IF      GEO3X-RD-ROUTE-ID   NOT =   WS-GRP-ROUTE    THEN
003240         PERFORM   2500-ROUTE-BREAK
003250             THRU    2500-ROUTE-BREAK-EXIT
003260         MOVE    GEO3X-RD-ROUTE-ID   TO  WS-GRP-ROUTE
003270         MOVE    GEO3X-RD-DEPOT      TO  WS-GRP-DEPOT
003280     END-IF.
003290     IF      WS-STOP-CNT >=  WS-STOP-MAX     THEN
003300         ADD     1               TO  WS-STOPS-OVERFLOW
003310         GO  TO  2000-PROCESS-READ
003320     END-IF.
003330     ADD     1                   TO  WS-STOP-CNT.
003340     MOVE    GEO3X-RD-RES        TO  WS-STOP-COD(WS-STOP-CNT).
003350     MOVE    "N"                 TO  WS-STOP-USED-SW(WS-STOP-CNT).
003360     MOVE    GEO3X-RD-LAT        TO  WS-STOP-LAT(WS-STOP-CNT).
003370     MOVE    GEO3X-RD-LNG        TO  WS-STOP-LNG(WS-STOP-CNT).
003380     MOVE    GEO3X-RD-LEVEL      TO  WS-STOP-LEVEL(WS-STOP-CNT).
003385     MOVE    GEO3X-RD-SRC-CD     TO  WS-STOP-SRC-CD(WS-STOP-CNT).
003390 2000-PROCESS-READ.
003400     PERFORM   1100-READ-INFILE
003410         THRU    1100-READ-INFILE-EXIT.
003420 2000-PROCESS-EXIT.
003430     EXIT.
003440*-----------------------------------------------------------*
003450*  2500-ROUTE-BREAK  --  PRINT ONE ROUTE'S MANIFEST PAGE.      *
003460*                        THE DRIVING SEQUENCE IS NEAREST        *
003470*                        UNVISITED STOP FIRST, STARTING FROM    *
003480*                        THE DEPOT CELL; A DEPOT NOT ON THE     *
003490*                        DEPOT FILE (THE UNROUTED GROUP         *
003500*                        INCLUDED) STARTS AT THE FIRST STOP     *
003510*                        AND IS NOTED ON THE PAGE.              *
003520*-----------------------------------------------------------*
003530 2500-ROUTE-BREAK               SECTION.
003540 2500-ROUTE-BREAK-START.
003550     IF      WS-STOP-CNT =   ZERO
003560         AND WS-STOPS-OVERFLOW   =   ZERO    THEN
003570         GO  TO  2500-ROUTE-BREAK-EXIT
003580     END-IF.
003590     PERFORM   2910-NEW-PAGE      THRU    2910-NEW-PAGE-EXIT.
003600     MOVE    "N"                 TO  WS-DEP-FND-SW.
003610     PERFORM   2510-FIND-DEPOT    THRU    2510-FIND-DEPOT-EXIT
003620         VARYING   WS-D       FROM    1   BY  1
003630         UNTIL     WS-D       >   WS-DEP-CNT
003640                   OR  WS-DEPOT-FOUND.
003650     IF      NOT WS-DEPOT-FOUND  THEN
003660         MOVE    "DEPOT NOT ON DEPOT FILE - SEQUENCE STARTS AT FIR
003670-            "ST STOP"            TO  WS-MSG-TEXT
003680         WRITE   RPT-REC         FROM    WS-MSG-LINE
003690             AFTER ADVANCING 1 LINE
003700         ADD     1               TO  WS-LINE-COUNT
003710         MOVE    WS-STOP-COD(1)  TO  WS-POS-COD
003720     END-IF.
003730     IF      WS-GRP-ROUTE    =   "UNROUTED"  THEN
003740         MOVE    "N"             TO  WS-DL-ROUTE-SW
003750     ELSE
003760         MOVE    "Y"             TO  WS-DL-ROUTE-SW
003770         PERFORM   2700-WRITE-ROUTE-HDR
003780             THRU    2700-WRITE-ROUTE-HDR-EXIT
003790     END-IF.
003792     MOVE    ZERO                TO  WS-RTE-KM.
003795     MOVE    ZERO                TO  WS-RTE-LONG-LEG.
003797     MOVE    ZERO                TO  WS-RTE-UNMEAS.
003800     PERFORM   2600-NEXT-STOP     THRU    2600-NEXT-STOP-EXIT
003810         VARYING   WS-SEQ-NO  FROM    1   BY  1
003820         UNTIL     WS-SEQ-NO  >   WS-STOP-CNT.
003821     IF      WS-DL-ROUTE
003823         AND WS-STOP-CNT >   ZERO    THEN
003825         PERFORM   2550-WRITE-HISTORY
003826             THRU    2550-WRITE-HISTORY-EXIT
003828     END-IF.
003830     IF      WS-STOPS-OVERFLOW   >   ZERO    THEN
003840         MOVE    WS-STOPS-OVERFLOW   TO  WS-OVF-COUNT
003850         WRITE   RPT-REC         FROM    WS-OVF-LINE
003860             AFTER ADVANCING 2 LINES
003870         ADD     2               TO  WS-LINE-COUNT
003880     END-IF.
003890     ADD     1                   TO  WS-ROUTES-PRINTED.
003900     MOVE    ZERO                TO  WS-STOP-CNT.
003910     MOVE    ZERO                TO  WS-STOPS-OVERFLOW.
003920 2500-ROUTE-BREAK-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------*
003950*  2510-FIND-DEPOT  --  ONE DEPOT TABLE ENTRY AGAINST THE      *
003960*                       ROUTE'S DEPOT ID                       *
003970*-----------------------------------------------------------*
003980 2510-FIND-DEPOT                SECTION.
003990 2510-FIND-DEPOT-START.
004000     IF      WS-DEP-ID(WS-D) =   WS-GRP-DEPOT    THEN
004010         MOVE    "Y"             TO  WS-DEP-FND-SW
004020         MOVE    WS-DEP-COD(WS-D)    TO  WS-POS-COD
004030     END-IF.
004031 2510-FIND-DEPOT-EXIT.
004033     EXIT.
004034*-----------------------------------------------------------*
004036*  2550-WRITE-HISTORY  --  THE FINISHED ROUTE'S FIGURES TO   *
004037*                          THE KEYED HISTORY FILE.  THE STOP *
004039*                          COUNT IS THE SEQUENCED STOPS, AS  *
004040*                          ON THE HANDHELD HEADER; KM PER    *
004042*                          STOP IS OVER THE MEASURED LEGS    *
004043*                          ONLY.  A RERUN OF THE SAME NIGHT  *
004045*                          HITS ITS OWN KEY AND REWRITES THE *
004046*                          RECORD IN PLACE.                  *
004048*-----------------------------------------------------------*
004049 2550-WRITE-HISTORY             SECTION.
004051 2550-WRITE-HISTORY-START.
004053     MOVE    SPACE               TO  GEO3X-RP-RECORD.
004054     MOVE    WS-GRP-ROUTE        TO  GEO3X-RP-ROUTE-ID.
004055     MOVE    WS-RUN-DATE-RAW     TO  GEO3X-RP-RUN-DATE.
004056     MOVE    WS-GRP-DEPOT        TO  GEO3X-RP-DEPOT.
004057     MOVE    WS-STOP-CNT         TO  GEO3X-RP-STOPS.
004058     MOVE    WS-RTE-KM           TO  GEO3X-RP-TOTAL-KM.
004059     COMPUTE WS-RTE-MEAS =   WS-STOP-CNT -   WS-RTE-UNMEAS.
004060     IF      WS-RTE-MEAS =   ZERO    THEN
004061         MOVE    ZERO            TO  GEO3X-RP-AVG-KM
004062     ELSE
004063         COMPUTE GEO3X-RP-AVG-KM ROUNDED =
004064             WS-RTE-KM   /   WS-RTE-MEAS
004065         END-COMPUTE
004066     END-IF.
004067     MOVE    WS-RTE-LONG-LEG     TO  GEO3X-RP-LONG-LEG-KM.
004068     MOVE    WS-RTE-UNMEAS       TO  GEO3X-RP-UNMEAS-LEGS.
004069     WRITE   GEO3X-RP-RECORD
004070         INVALID KEY
004071             REWRITE GEO3X-RP-RECORD
004072             END-REWRITE
004073     END-WRITE.
004074     ADD     1                   TO  WS-HIST-WRITTEN.
004075 2550-WRITE-HISTORY-EXIT.
004076     EXIT.
004077*-----------------------------------------------------------*
004078*  2600-NEXT-STOP  --  TAKE THE NEAREST UNVISITED STOP FROM    *
004080*                      THE DRIVER'S CURRENT CELL, PRINT IT,    *
004090*                      AND ADVANCE THE CURRENT CELL TO IT      *
004100*-----------------------------------------------------------*
004110 2600-NEXT-STOP                 SECTION.
004120 2600-NEXT-STOP-START.
004130     MOVE    ZERO                TO  WS-BEST-X.
004140     MOVE    99999.999           TO  WS-BEST-DIST.
004150     PERFORM   2610-TRY-STOP      THRU    2610-TRY-STOP-EXIT
004160         VARYING   WS-S       FROM    1   BY  1
004170         UNTIL     WS-S       >   WS-STOP-CNT.
004180     IF      WS-BEST-X   =   ZERO    THEN
004190         GO  TO  2600-NEXT-STOP-EXIT
004200     END-IF.
004210     MOVE    "Y"                 TO  WS-STOP-USED-SW(WS-BEST-X).
004220     IF      WS-LINE-COUNT   >=  WS-LINES-PER-PAGE    THEN
004230         PERFORM   2910-NEW-PAGE
004240             THRU    2910-NEW-PAGE-EXIT
004250     END-IF.
004260     MOVE    WS-SEQ-NO           TO  WS-DET-SEQ.
004270     MOVE    WS-STOP-COD(WS-BEST-X)  TO  WS-DET-COD.
004280     MOVE    WS-BEST-DIST        TO  WS-DET-LEG.
004281     IF      WS-BEST-DIST    >=  WS-DIST-CEILING     THEN
004282         ADD     1               TO  WS-RTE-UNMEAS
004283     ELSE
004284         ADD     WS-BEST-DIST    TO  WS-RTE-KM
004285         IF      WS-BEST-DIST    >   WS-RTE-LONG-LEG THEN
004286             MOVE    WS-BEST-DIST    TO  WS-RTE-LONG-LEG
004287         END-IF
004288     END-IF.
004290     WRITE   RPT-REC             FROM    WS-DETAIL-LINE
004300         AFTER ADVANCING 1 LINE.
004310     ADD     1                   TO  WS-LINE-COUNT.
004320     ADD     1                   TO  WS-STOPS-PRINTED.
004330     IF      WS-DL-ROUTE     THEN
004340         PERFORM   2800-DOWNLOAD-STOP
004350             THRU    2800-DOWNLOAD-STOP-EXIT
004360     END-IF.
004370     MOVE    WS-STOP-COD(WS-BEST-X)  TO  WS-POS-COD.
004380 2600-NEXT-STOP-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------*
004410*  2610-TRY-STOP  --  ONE CANDIDATE STOP AGAINST THE BEST      *
004420*                     SO FAR.  A PAIR GEO3X3_DISTANCE           *
004430*                     REFUSES RANKS AT THE CEILING DISTANCE     *
004440*                     SO IT STILL SEQUENCES, LAST.              *
004450*-----------------------------------------------------------*
004460 2610-TRY-STOP                  SECTION.
004470 2610-TRY-STOP-START.
004480     IF      WS-STOP-USED-SW(WS-S)   =   "Y"     THEN
004490         GO  TO  2610-TRY-STOP-EXIT
004500     END-IF.
004510     CALL    "geo3x3_distance" USING BY  REFERENCE   WS-POS-COD
004520                                 BY  REFERENCE   WS-STOP-COD(WS-S)
004530                                 BY  REFERENCE   WS-DIST
004540                                 BY  REFERENCE   WS-DIST-STS
004550     END-CALL.
004560     IF      WS-DIST-STS NOT =   ZERO    THEN
004570         MOVE    99999.998       TO  WS-DIST
004580     END-IF.
004590     IF      WS-DIST <   WS-BEST-DIST
004600         OR  WS-BEST-X   =   ZERO    THEN
004610         MOVE    WS-S            TO  WS-BEST-X
004620         MOVE    WS-DIST         TO  WS-BEST-DIST
004630     END-IF.
004640 2610-TRY-STOP-EXIT.
004650     EXIT.
004660*-----------------------------------------------------------*
004670*  2700-WRITE-ROUTE-HDR  --  THE ROUTE'S HEADER RECORD ON THE  *
004680*                            HANDHELD DOWNLOAD, AHEAD OF ITS   *
004690*                            STOPS.  THE STOP COUNT IS THE     *
004700*                            SEQUENCED STOPS ONLY -- STOPS     *
004710*                            PAST THE TABLE LIMIT ARE ON THE   *
004720*                            MANIFEST NOTE, NOT THE HANDHELD.  *
004730*-----------------------------------------------------------*
004740 2700-WRITE-ROUTE-HDR           SECTION.
004750 2700-WRITE-ROUTE-HDR-START.
004760     MOVE    SPACE               TO  GEO3X-HD-RECORD.
004770     MOVE    "H"                 TO  GEO3X-HD-REC-TYPE.
004780     MOVE    WS-GRP-ROUTE        TO  GEO3X-HD-ROUTE-ID.
004790     MOVE    ZERO                TO  GEO3X-HD-STOP-NO.
004800     MOVE    ZERO                TO  GEO3X-HD-OCC-IX.
004810     MOVE    WS-GRP-DEPOT        TO  GEO3X-HD-DEPOT.
004820     MOVE    WS-RUN-DATE-RAW     TO  GEO3X-HD-RUN-DATE.
004830     MOVE    WS-STOP-CNT         TO  GEO3X-HD-STOP-CNT.
004840     WRITE   DL-REC              FROM    GEO3X-HD-RECORD.
004850     ADD     1                   TO  WS-DL-WRITTEN.
004860     ADD     1                   TO  WS-DL-ROUTES.
004870 2700-WRITE-ROUTE-HDR-EXIT.
004880     EXIT.
004890*-----------------------------------------------------------*
004900*  2800-DOWNLOAD-STOP  --  THE STOP JUST SEQUENCED ONTO THE    *
004910*                          HANDHELD DOWNLOAD.  THE CELL'S      *
004920*                          ACTIVE OCCUPANTS ARE COLLECTED OFF  *
004930*                          THE MASTER FIRST, THEN ONE RECORD   *
004940*                          IS WRITTEN PER OCCUPANT; A CELL     *
004950*                          WITH NONE STILL WRITES THE STOP.    *
004960*-----------------------------------------------------------*
004970 2800-DOWNLOAD-STOP             SECTION.
004980 2800-DOWNLOAD-STOP-START.
004990     MOVE    ZERO                TO  WS-OCC-CNT.
005000     MOVE    "N"                 TO  WS-OCC-DONE-SW.
005010     MOVE    WS-STOP-COD(WS-BEST-X)  TO  GEO3X-MR-KEY.
005020     MOVE    ZERO                TO  GEO3X-MR-OCC-SEQ.
005030     START   MASTER  KEY >=  GEO3X-MR-REC-KEY
005040         INVALID KEY
005050             MOVE    "Y"         TO  WS-OCC-DONE-SW
005060     END-START.
005070     PERFORM   2810-NEXT-OCCUPANT
005080         THRU    2810-NEXT-OCCUPANT-EXIT
005090         UNTIL     WS-OCC-DONE.
005100     MOVE    SPACE               TO  GEO3X-HD-RECORD.
005110     MOVE    "S"                 TO  GEO3X-HD-REC-TYPE.
005120     MOVE    WS-GRP-ROUTE        TO  GEO3X-HD-ROUTE-ID.
005130     MOVE    WS-SEQ-NO           TO  GEO3X-HD-STOP-NO.
005140     MOVE    WS-STOP-COD(WS-BEST-X)  TO  GEO3X-HD-COD.
005150     MOVE    WS-STOP-LAT(WS-BEST-X)  TO  GEO3X-HD-LAT.
005160     MOVE    WS-STOP-LNG(WS-BEST-X)  TO  GEO3X-HD-LNG.
005170     MOVE    WS-STOP-LEVEL(WS-BEST-X)    TO  GEO3X-HD-LEVEL.
005175     MOVE    WS-STOP-SRC-CD(WS-BEST-X)   TO  GEO3X-HD-SRC-CD.
005180     MOVE    WS-BEST-DIST        TO  GEO3X-HD-LEG-KM.
005190     MOVE    WS-OCC-CNT          TO  GEO3X-HD-OCC-CNT.
005200     IF      WS-OCC-CNT  =   ZERO    THEN
005210         MOVE    1               TO  GEO3X-HD-OCC-IX
005220         WRITE   DL-REC          FROM    GEO3X-HD-RECORD
005230         ADD     1               TO  WS-DL-WRITTEN
005240         ADD     1               TO  WS-DL-VACANT
005250         GO  TO  2800-DOWNLOAD-STOP-EXIT
005260     END-IF.
005270     PERFORM   2820-WRITE-OCCUPANT
005280         THRU    2820-WRITE-OCCUPANT-EXIT
005290         VARYING   WS-P       FROM    1   BY  1
005300         UNTIL     WS-P       >   WS-OCC-CNT.
005310 2800-DOWNLOAD-STOP-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------*
005340*  2810-NEXT-OCCUPANT  --  ONE OCCUPANT OF THE STOP'S CELL;    *
005350*                          ACTIVE ONES GO IN THE TABLE         *
005360*-----------------------------------------------------------*
005370 2810-NEXT-OCCUPANT             SECTION.
005380 2810-NEXT-OCCUPANT-START.
005390     READ    MASTER  NEXT RECORD
005400         AT END
005410             MOVE    "Y"         TO  WS-OCC-DONE-SW
005420             GO  TO  2810-NEXT-OCCUPANT-EXIT
005430     END-READ.
005440     IF      NOT WS-MASTER-OK        THEN
005450         MOVE    "Y"             TO  WS-OCC-DONE-SW
005460         GO  TO  2810-NEXT-OCCUPANT-EXIT
005470     END-IF.
005480     IF      GEO3X-MR-KEY    NOT =   WS-STOP-COD(WS-BEST-X)  THEN
005490         MOVE    "Y"             TO  WS-OCC-DONE-SW
005500         GO  TO  2810-NEXT-OCCUPANT-EXIT
005510     END-IF.
005520     IF      NOT GEO3X-MR-ACTIVE     THEN
005530         GO  TO  2810-NEXT-OCCUPANT-EXIT
005540     END-IF.
005550     IF      WS-OCC-CNT  >=  WS-OCC-MAX  THEN
005560         GO  TO  2810-NEXT-OCCUPANT-EXIT
005570     END-IF.
005580     ADD     1                   TO  WS-OCC-CNT.
005590     MOVE    GEO3X-MR-CUST-ID    TO  WS-OCC-CUST-ID(WS-OCC-CNT).
005600     MOVE    GEO3X-MR-CUST-NAME  TO  WS-OCC-CUST-NAME(WS-OCC-CNT).
005610     MOVE    GEO3X-MR-ADDR-1     TO  WS-OCC-ADDR-1(WS-OCC-CNT).
005620     MOVE    GEO3X-MR-ADDR-2     TO  WS-OCC-ADDR-2(WS-OCC-CNT).
005630 2810-NEXT-OCCUPANT-EXIT.
005640     EXIT.
005650*-----------------------------------------------------------*
005660*  2820-WRITE-OCCUPANT  --  ONE DOWNLOAD RECORD FOR ONE        *
005670*                           OCCUPANT OF THE STOP'S CELL.  THE  *
005680*                           STOP FIELDS ARE ALREADY SET BY     *
005690*                           2800-DOWNLOAD-STOP.                *
005700*-----------------------------------------------------------*
005710 2820-WRITE-OCCUPANT            SECTION.
005720 2820-WRITE-OCCUPANT-START.
005730     MOVE    WS-P                TO  GEO3X-HD-OCC-IX.
005740     MOVE    WS-OCC-CUST-ID(WS-P)    TO  GEO3X-HD-CUST-ID.
005750     MOVE    WS-OCC-CUST-NAME(WS-P)  TO  GEO3X-HD-CUST-NAME.
005760     MOVE    WS-OCC-ADDR-1(WS-P) TO  GEO3X-HD-ADDR-1.
005770     MOVE    WS-OCC-ADDR-2(WS-P) TO  GEO3X-HD-ADDR-2.
005780     WRITE   DL-REC              FROM    GEO3X-HD-RECORD.
005790     ADD     1                   TO  WS-DL-WRITTEN.
005800 2820-WRITE-OCCUPANT-EXIT.
005810     EXIT.
005820*-----------------------------------------------------------*
005830*  2910-NEW-PAGE  --  EMIT THE ROUTE'S PAGE HEADERS, RESET     *
005840*                     LINE COUNT                               *
005850*-----------------------------------------------------------*
005860 2910-NEW-PAGE                  SECTION.
005870 2910-NEW-PAGE-START.
005880     ADD     1                   TO  WS-PAGE-NO.
005890     MOVE    WS-PAGE-NO          TO  WS-HDR-1-PAGE.
005900     MOVE    WS-GRP-ROUTE        TO  WS-HDR-1B-ROUTE.
005910     MOVE    WS-GRP-DEPOT        TO  WS-HDR-1B-DEPOT.
005920     WRITE   RPT-REC             FROM    WS-HDR-1
005930         AFTER ADVANCING PAGE.
005940     WRITE   RPT-REC             FROM    WS-HDR-1B
005950         AFTER ADVANCING 1 LINE.
005960     WRITE   RPT-REC             FROM    WS-HDR-2
005970         AFTER ADVANCING 2 LINES.
005980     MOVE    4                   TO  WS-LINE-COUNT.
005990 2910-NEW-PAGE-EXIT.
006000     EXIT.
006010*-----------------------------------------------------------*
006020*  3000-TERMINATE  --  FLUSH THE LAST ROUTE, CLOSE FILES,      *
006030*                      DISPLAY RUN TOTALS                      *
006040*-----------------------------------------------------------*
006050 3000-TERMINATE                 SECTION.
006060 3000-TERMINATE-START.
006062     IF      WS-DATE-BAD     THEN
006064         MOVE    12          TO  RETURN-CODE
006066         GO  TO  3000-TERMINATE-EXIT
006068     END-IF.
006069     IF      WS-MASTER-FAILED    THEN
006070         MOVE    8           TO  RETURN-CODE
006072         CLOSE   INFILE
006073         CLOSE   RPTFILE
006074         CLOSE   DLFILE
006076         GO  TO  3000-TERMINATE-EXIT
006077     END-IF.
006078     IF      NOT WS-FIRST-RECORD     THEN
006080         PERFORM   2500-ROUTE-BREAK
006090             THRU    2500-ROUTE-BREAK-EXIT
006100     END-IF.
006110     DISPLAY "DEPOT ROWS LOADED   = " WS-DEPOTS-LOADED.
006120     DISPLAY "DEPOT ROWS REJECTED = " WS-DEPOTS-REJECTED.
006130     DISPLAY "DELIVERIES READ     = " WS-RECS-READ.
006140     DISPLAY "DELIVERIES SKIPPED  = " WS-RECS-SKIPPED.
006150     DISPLAY "ROUTES PRINTED      = " WS-ROUTES-PRINTED.
006160     DISPLAY "STOPS PRINTED       = " WS-STOPS-PRINTED.
006170     DISPLAY "ROUTES DOWNLOADED   = " WS-DL-ROUTES.
006180     DISPLAY "DOWNLOAD RECORDS    = " WS-DL-WRITTEN.
006190     DISPLAY "STOPS NO OCCUPANT   = " WS-DL-VACANT.
006195     DISPLAY "HISTORY RECORDS     = " WS-HIST-WRITTEN.
006200     CLOSE   INFILE.
006210     CLOSE   RPTFILE.
006220     CLOSE   DLFILE.
006230     CLOSE   MASTER.
006235     CLOSE   HISTFILE.
006240 3000-TERMINATE-EXIT.
006250     EXIT.
006260 END PROGRAM     geo3x3_route_mnfst.
