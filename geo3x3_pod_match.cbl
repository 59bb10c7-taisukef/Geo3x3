000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_pod_match.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  CLOSES THE PROOF-OF-      *
000190*                 DELIVERY LOOP BEHIND THE MANIFEST.  THE     *
000200*                 STOPS DOWNLOADED TO THE HANDHELDS (GEO3XHD, *
000210*                 CUT BY GEO3X3_ROUTE_MNFST) ARE MATCHED BY   *
000220*                 ROUTE AND STOP NUMBER AGAINST THE POD       *
000230*                 UPLOAD (GEO3XPD) THE HANDHELDS SEND BACK.   *
000240*                 A STOP WITH NO POD IS REPORTED MISSING; A   *
000250*                 POD FOR A STOP NOT DOWNLOADED IS REPORTED   *
000260*                 UNEXPECTED; A SECOND POD FOR ONE STOP IS    *
000270*                 REPORTED AS A DUPLICATE.  FAILED AND NOT-   *
000280*                 ATTEMPTED STOPS ARE WRITTEN BACK OUT IN     *
000290*                 PRE-ENCODE LAYOUT (GEO3XPE) SO THE NEXT     *
000300*                 NIGHT'S ENCODE PICKS THEM UP AGAIN -- SEE   *
000310*                 THE RESOLVE STEP IN GEOENC01.  BOTH INPUTS  *
000320*                 MUST ARRIVE IN ROUTE/STOP ORDER -- THE      *
000330*                 DOWNLOAD IS WRITTEN THAT WAY AND THE UPLOAD *
000340*                 IS SORTED AHEAD OF THIS STEP IN GEOPOD01.   *
000342*  10/15/26  RM   THE HEADING DATE IS THE BUSINESS DATE FROM  *
000344*                 THE PROCESSING-DATE CONTROL RECORD (THROUGH *
000346*                 GEO3X3_BUS_DATE).  A CLOSED OR MISSING DATE *
000348*                 STOPS THE RUN WITH RC 12.                   *
000350*  10/15/26  RM   A REQUEUED STOP KEEPS ITS SOURCE CODE, SO  *
000352*                 A GAZETTEER-SOURCED STOP IS NOT PRICED AS  *
000355*                 SURVEYED ON ITS SECOND NIGHT.              *
000357*-----------------------------------------------------------*
000360 ENVIRONMENT                 DIVISION.
000370 CONFIGURATION               SECTION.
000380 SOURCE-COMPUTER.            IBM-370.
000390 OBJECT-COMPUTER.            IBM-370.
000400 INPUT-OUTPUT                SECTION.
000410 FILE-CONTROL.
000420     SELECT  DLFILE          ASSIGN TO "DLFILE"
000430                              ORGANIZATION  IS  SEQUENTIAL.
000440     SELECT  PODFILE         ASSIGN TO "PODFILE"
000450                              ORGANIZATION  IS  SEQUENTIAL.
000460     SELECT  REQFILE         ASSIGN TO "REQFILE"
000470                              ORGANIZATION  IS  SEQUENTIAL
000480                              FILE STATUS   IS  WS-REQ-STATUS.
000490     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000500                              ORGANIZATION  IS  SEQUENTIAL.
000510 DATA                        DIVISION.
000520 FILE                        SECTION.
000530 FD  DLFILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  DL-REC                  PIC X(180).
000570 FD  PODFILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  POD-REC                 PIC X(90).
000610 FD  REQFILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  REQ-REC                 PIC X(32).
000650 FD  RPTFILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  RPT-REC                 PIC X(132).
000690 WORKING-STORAGE             SECTION.
000700*-----------------------------------------------------------*
000710*  SWITCHES                                                  *
000720*-----------------------------------------------------------*
000730 01  WS-SWITCHES.
000740     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000750         88  WS-EOF                      VALUE "Y".
000760     05  WS-POD-EOF-SW       PIC X(01)   VALUE "N".
000770         88  WS-POD-EOF                  VALUE "Y".
000780     05  WS-FIRST-SW         PIC X(01)   VALUE "Y".
000790         88  WS-FIRST-RECORD             VALUE "Y".
000800     05  WS-STOP-FND-SW      PIC X(01)   VALUE "N".
000810         88  WS-STOP-FOUND               VALUE "Y".
000813     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000816         88  WS-DATE-BAD                 VALUE "Y".
000820 01  WS-REQ-STATUS           PIC X(02).
000830     88  WS-REQ-NOT-FOUND                VALUE "35".
000840*-----------------------------------------------------------*
000850*  COUNTERS -- RUN TOTALS                                     *
000860*-----------------------------------------------------------*
000870 77  WS-DL-READ              PIC 9(09)   COMP    VALUE ZERO.
000880 77  WS-POD-READ             PIC 9(09)   COMP    VALUE ZERO.
000890 77  WS-TOT-EXPECTED         PIC 9(09)   COMP    VALUE ZERO.
000900 77  WS-TOT-DELIVERED        PIC 9(09)   COMP    VALUE ZERO.
000910 77  WS-TOT-FAILED           PIC 9(09)   COMP    VALUE ZERO.
000920 77  WS-TOT-NOT-ATT          PIC 9(09)   COMP    VALUE ZERO.
000930 77  WS-TOT-MISSING          PIC 9(09)   COMP    VALUE ZERO.
000940 77  WS-TOT-UNEXPECTED       PIC 9(09)   COMP    VALUE ZERO.
000950 77  WS-TOT-DUPLICATE        PIC 9(09)   COMP    VALUE ZERO.
000960 77  WS-TOT-CODE-DIFF        PIC 9(09)   COMP    VALUE ZERO.
000970 77  WS-TOT-BAD-STATUS       PIC 9(09)   COMP    VALUE ZERO.
000980 77  WS-TOT-REQUEUED         PIC 9(09)   COMP    VALUE ZERO.
000990 77  WS-ROUTES-MATCHED       PIC 9(09)   COMP    VALUE ZERO.
001000*-----------------------------------------------------------*
001010*  COUNTERS -- ROUTE UNDER THE BREAK                          *
001020*-----------------------------------------------------------*
001030 77  WS-RTE-EXPECTED         PIC 9(05)   COMP    VALUE ZERO.
001040 77  WS-RTE-DELIVERED        PIC 9(05)   COMP    VALUE ZERO.
001050 77  WS-RTE-FAILED           PIC 9(05)   COMP    VALUE ZERO.
001060 77  WS-RTE-NOT-ATT          PIC 9(05)   COMP    VALUE ZERO.
001070 77  WS-RTE-MISSING          PIC 9(05)   COMP    VALUE ZERO.
001080 77  WS-RTE-UNEXPECTED       PIC 9(05)   COMP    VALUE ZERO.
001090*-----------------------------------------------------------*
001100*  RUN-CONTROL FIELDS -- COUNTS AND RETURN CODE PASSED TO     *
001110*  GEO3X3_RUNSTAT AT END OF RUN.  A POD WITH A STATUS THE     *
001120*  HANDHELD SHOULD NEVER SEND IS A REJECT AND GRADES BY THE   *
001130*  TOLERANCE PERCENT; MISSING, UNEXPECTED OR DUPLICATE STOPS  *
001140*  END THE RUN NO BETTER THAN RC 4 SO DISPATCH CHASES THEM.   *
001150*-----------------------------------------------------------*
001160 77  WS-JOB-NAME             PIC X(08)   VALUE "GEOPOD01".
001170 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_POD_MATCH".
001180 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
001190 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
001200 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
001210 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
001220 77  WS-REJ-PCT              PIC 9(03)   COMP    VALUE ZERO.
001230 77  WS-REJ-TOL-PCT          PIC 9(03)   COMP    VALUE 5.
001240*-----------------------------------------------------------*
001250*  MATCH KEYS -- ROUTE + STOP NUMBER.  HIGH-VALUES AT END OF  *
001260*  FILE LETS THE OTHER SIDE DRAIN WITHOUT A SPECIAL CASE.     *
001270*  WS-LAST-KEY IS THE LAST STOP MATCHED, SO A SECOND POD FOR  *
001280*  IT IS TOLD APART FROM A STOP NEVER DOWNLOADED.             *
001290*-----------------------------------------------------------*
001300 01  WS-EXP-KEY.
001310     05  WS-EXP-ROUTE        PIC X(08).
001320     05  WS-EXP-STOP         PIC 9(04).
001330 01  WS-POD-KEY.
001340     05  WS-POD-ROUTE        PIC X(08).
001350     05  WS-POD-STOP         PIC 9(04).
001360 01  WS-LAST-KEY             PIC X(12)   VALUE LOW-VALUES.
001370 01  WS-GRP-ROUTE            PIC X(08).
001380 01  WS-CUR-ROUTE            PIC X(08).
001390*-----------------------------------------------------------*
001400*  BUSINESS DATE -- PRINTED ON THE REPORT HEADING             *
001410*-----------------------------------------------------------*
001420 01  WS-RUN-DATE-RAW             PIC 9(08).
001430 01  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
001440     05  WS-RUN-DATE-YYYY        PIC 9(04).
001450     05  WS-RUN-DATE-MM          PIC 9(02).
001460     05  WS-RUN-DATE-DD          PIC 9(02).
001462 01  WS-BUS-DATE             PIC X(08).
001465 01  WS-BUS-DATE-STS         PIC 9(01).
001467 01  WS-BUS-DATE-MSG         PIC X(40).
001470*-----------------------------------------------------------*
001480*  WORK AREA                                                  *
001490*-----------------------------------------------------------*
001500     COPY    GEO3XHD.
001510     COPY    GEO3XPD.
001520     COPY    GEO3XPE.
001530*-----------------------------------------------------------*
001540*  REPORT LINES                                              *
001550*-----------------------------------------------------------*
001560 01  WS-HDR-1.
001570     05  FILLER              PIC X(02)   VALUE SPACE.
001580     05  FILLER              PIC X(30)   VALUE
001590         "GEO3X3 PROOF-OF-DELIVERY MATCH".
001600     05  FILLER              PIC X(05)   VALUE SPACE.
001610     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001620     05  WS-HDR-1-DATE       PIC X(10).
001630     05  FILLER              PIC X(75)   VALUE SPACE.
001640 01  WS-HDR-2.
001650     05  FILLER              PIC X(02)   VALUE SPACE.
001660     05  FILLER              PIC X(10)   VALUE "ROUTE".
001670     05  FILLER              PIC X(06)   VALUE "STOP".
001680     05  FILLER              PIC X(33)   VALUE "CODE".
001690     05  FILLER              PIC X(16)   VALUE "RESULT".
001700     05  FILLER              PIC X(04)   VALUE "RSN".
001710     05  FILLER              PIC X(24)   VALUE "HANDHELD FIX".
001720     05  FILLER              PIC X(37)   VALUE SPACE.
001730 01  WS-DET-LINE.
001740     05  FILLER              PIC X(02)   VALUE SPACE.
001750     05  WS-DET-ROUTE        PIC X(08).
001760     05  FILLER              PIC X(02)   VALUE SPACE.
001770     05  WS-DET-STOP         PIC ZZZ9.
001780     05  FILLER              PIC X(02)   VALUE SPACE.
001790     05  WS-DET-COD          PIC X(31).
001800     05  FILLER              PIC X(02)   VALUE SPACE.
001810     05  WS-DET-RESULT       PIC X(14).
001820     05  FILLER              PIC X(02)   VALUE SPACE.
001830     05  WS-DET-REASON       PIC X(02).
001840     05  FILLER              PIC X(02)   VALUE SPACE.
001850     05  WS-DET-LAT          PIC -ZZ9.999999.
001860     05  FILLER              PIC X(01)   VALUE SPACE.
001870     05  WS-DET-LNG          PIC -ZZ9.999999.
001880     05  FILLER              PIC X(02)   VALUE SPACE.
001890     05  WS-DET-REQUEUE      PIC X(08).
001900     05  FILLER              PIC X(28)   VALUE SPACE.
001910 01  WS-RTE-LINE.
001920     05  FILLER              PIC X(02)   VALUE SPACE.
001930     05  FILLER              PIC X(08)   VALUE "ROUTE   ".
001940     05  WS-RTE-ROUTE        PIC X(08).
001950     05  FILLER              PIC X(11)   VALUE "  EXPECTED ".
001960     05  WS-RTE-EXP          PIC ZZZ9.
001970     05  FILLER              PIC X(12)   VALUE "  DELIVERED ".
001980     05  WS-RTE-DLV          PIC ZZZ9.
001990     05  FILLER              PIC X(09)   VALUE "  FAILED ".
002000     05  WS-RTE-FLD          PIC ZZZ9.
002010     05  FILLER              PIC X(16)   VALUE
002020         "  NOT ATTEMPTED ".
002030     05  WS-RTE-NAT          PIC ZZZ9.
002040     05  FILLER              PIC X(10)   VALUE "  MISSING ".
002050     05  WS-RTE-MIS          PIC ZZZ9.
002060     05  FILLER              PIC X(13)   VALUE "  UNEXPECTED ".
002070     05  WS-RTE-UNX          PIC ZZZ9.
002080     05  FILLER              PIC X(19)   VALUE SPACE.
002090 01  WS-CNT-LINE.
002100     05  FILLER              PIC X(02)   VALUE SPACE.
002110     05  WS-CNT-LABEL        PIC X(24).
002120     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
002130     05  FILLER              PIC X(95)   VALUE SPACE.
002140 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACE.
002150 LINKAGE                     SECTION.
002160 PROCEDURE                   DIVISION.
002170 0000-MAINLINE                  SECTION.
002180 0000-START.
002190     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
002200     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
002210         UNTIL     WS-EOF  AND  WS-POD-EOF.
002220     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
002230     STOP RUN.
002240 0000-MAINLINE-EXIT.
002250     EXIT.
002260*-----------------------------------------------------------*
002270*  1000-INITIALIZE  --  OPEN FILES, PRINT THE HEADING, PRIME   *
002280*                       BOTH INPUTS.  THE REQUEUE FILE IS      *
002290*                       ADDED TO, NOT REPLACED -- IT HOLDS     *
002300*                       WHATEVER THE NEXT ENCODE HAS NOT YET   *
002310*                       TAKEN -- AND IS CREATED ON THE FIRST   *
002320*                       RUN IF IT IS NOT THERE YET.            *
002330*-----------------------------------------------------------*
002340 1000-INITIALIZE                SECTION.
002350 1000-INITIALIZE-START.
002351     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
002353                                 BY  REFERENCE   WS-BUS-DATE-STS
002354                                 BY  REFERENCE   WS-BUS-DATE-MSG
002356     END-CALL.
002357     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
002359         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
002360         MOVE    "Y"         TO  WS-DATE-BAD-SW
002362         MOVE    "Y"         TO  WS-EOF-SW
002363         MOVE    "Y"         TO  WS-POD-EOF-SW
002365         GO  TO  1000-INITIALIZE-EXIT
002366     END-IF.
002368     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
002370     STRING   WS-RUN-DATE-MM  "/"  WS-RUN-DATE-DD  "/"
002380             WS-RUN-DATE-YYYY
002390         DELIMITED BY  SIZE
002400         INTO    WS-HDR-1-DATE
002410     END-STRING.
002420     OPEN    INPUT   DLFILE.
002430     OPEN    INPUT   PODFILE.
002440     OPEN    OUTPUT  RPTFILE.
002450     OPEN    EXTEND  REQFILE.
002460     IF      WS-REQ-NOT-FOUND    THEN
002470         OPEN    OUTPUT  REQFILE
002480     END-IF.
002490     WRITE   RPT-REC             FROM    WS-HDR-1.
002500     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
002510     WRITE   RPT-REC             FROM    WS-HDR-2.
002520     PERFORM   1100-READ-DLFILE
002530         THRU    1100-READ-DLFILE-EXIT.
002540     PERFORM   1150-READ-PODFILE
002550         THRU    1150-READ-PODFILE-EXIT.
002560 1000-INITIALIZE-EXIT.
002570     EXIT.
002580*-----------------------------------------------------------*
002590*  1100-READ-DLFILE  --  NEXT EXPECTED STOP OFF THE HANDHELD   *
002600*                        DOWNLOAD.  ROUTE HEADERS AND THE      *
002610*                        SECOND AND LATER OCCUPANTS OF A STOP  *
002620*                        ARE PASSED OVER -- ONE POD CLOSES     *
002630*                        THE WHOLE STOP.                       *
002640*-----------------------------------------------------------*
002650 1100-READ-DLFILE               SECTION.
002660 1100-READ-DLFILE-START.
002670     MOVE    "N"                 TO  WS-STOP-FND-SW.
002680     PERFORM   1110-NEXT-DLREC    THRU    1110-NEXT-DLREC-EXIT
002690         UNTIL     WS-STOP-FOUND  OR  WS-EOF.
002700     IF      WS-EOF          THEN
002710         MOVE    HIGH-VALUES     TO  WS-EXP-KEY
002720     ELSE
002730         MOVE    GEO3X-HD-ROUTE-ID   TO  WS-EXP-ROUTE
002740         MOVE    GEO3X-HD-STOP-NO    TO  WS-EXP-STOP
002750         ADD     1               TO  WS-TOT-EXPECTED
002760     END-IF.
002770 1100-READ-DLFILE-EXIT.
002780     EXIT.
002790 1110-NEXT-DLREC                SECTION.
002800 1110-NEXT-DLREC-START.
002810     READ    DLFILE      INTO    GEO3X-HD-RECORD
002820         AT END
002830             MOVE    "Y"         TO  WS-EOF-SW
002840             GO  TO  1110-NEXT-DLREC-EXIT
002850     END-READ.
002860     ADD     1                   TO  WS-DL-READ.
002870     IF      GEO3X-HD-STOP
002880         AND GEO3X-HD-OCC-IX =   1   THEN
002890         MOVE    "Y"             TO  WS-STOP-FND-SW
002900     END-IF.
002910 1110-NEXT-DLREC-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------*
002940*  1150-READ-PODFILE  --  NEXT PROOF-OF-DELIVERY RECORD        *
002950*-----------------------------------------------------------*
002960 1150-READ-PODFILE              SECTION.
002970 1150-READ-PODFILE-START.
002980     READ    PODFILE     INTO    GEO3X-PD-RECORD
002990         AT END
003000             MOVE    "Y"         TO  WS-POD-EOF-SW
003010             MOVE    HIGH-VALUES TO  WS-POD-KEY
003020             GO  TO  1150-READ-PODFILE-EXIT
003030     END-READ.
003040     ADD     1                   TO  WS-POD-READ.
003050     MOVE    GEO3X-PD-ROUTE-ID   TO  WS-POD-ROUTE.
003060     MOVE    GEO3X-PD-STOP-NO    TO  WS-POD-STOP.
003070 1150-READ-PODFILE-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------*
003100*  2000-PROCESS  --  MATCH THE EXPECTED STOPS AGAINST THE POD  *
003110*                    UPLOAD BY ROUTE AND STOP, BREAKING ON     *
003120*                    THE ROUTE OF WHICHEVER SIDE IS LOWER.     *
003130*-----------------------------------------------------------*
003140 2000-PROCESS                   SECTION.
003150 2000-PROCESS-START.
003160     IF      WS-EXP-KEY  <=  WS-POD-KEY  THEN
003170         MOVE    WS-EXP-ROUTE    TO  WS-CUR-ROUTE
003180     ELSE
003190         MOVE    WS-POD-ROUTE    TO  WS-CUR-ROUTE
003200     END-IF.
003210     IF      WS-FIRST-RECORD     THEN
003220         MOVE    WS-CUR-ROUTE    TO  WS-GRP-ROUTE
003230         MOVE    "N"             TO  WS-FIRST-SW
003240     END-IF.
003250     IF      WS-CUR-ROUTE    NOT =   WS-GRP-ROUTE    THEN
003260         PERFORM   2500-ROUTE-BREAK
003270             THRU    2500-ROUTE-BREAK-EXIT
003280         MOVE    WS-CUR-ROUTE    TO  WS-GRP-ROUTE
003290     END-IF.
003300     EVALUATE    TRUE
003310         WHEN    WS-EXP-KEY  =   WS-POD-KEY
003320             PERFORM 2100-MATCHED-STOP
003330                 THRU    2100-MATCHED-STOP-EXIT
003340         WHEN    WS-EXP-KEY  <   WS-POD-KEY
003350             PERFORM 2200-MISSING-STOP
003360                 THRU    2200-MISSING-STOP-EXIT
003370         WHEN    OTHER
003380             PERFORM 2300-UNEXPECTED-POD
003390                 THRU    2300-UNEXPECTED-POD-EXIT
003400     END-EVALUATE.
003410 2000-PROCESS-EXIT.
003420     EXIT.
003430*-----------------------------------------------------------*
003440*  2100-MATCHED-STOP  --  A DOWNLOADED STOP WITH ITS POD.      *
003450*                         DELIVERED STOPS ARE COUNTED ONLY;    *
003460*                         FAILED AND NOT-ATTEMPTED STOPS ARE   *
003470*                         LISTED AND REQUEUED.  A STATUS THE   *
003480*                         HANDHELD SHOULD NEVER SEND IS A      *
003490*                         REJECT AND IS REQUEUED AS WELL, SO   *
003500*                         THE DELIVERY IS NOT LOST.  A POD     *
003510*                         WHOSE CODE DIFFERS FROM THE STOP     *
003520*                         DOWNLOADED IS LISTED BUT STILL       *
003530*                         TAKES THE STOP'S OUTCOME.            *
003540*-----------------------------------------------------------*
003550 2100-MATCHED-STOP              SECTION.
003560 2100-MATCHED-STOP-START.
003570     ADD     1                   TO  WS-RTE-EXPECTED.
003580     IF      GEO3X-PD-COD    NOT =   GEO3X-HD-COD    THEN
003590         ADD     1               TO  WS-TOT-CODE-DIFF
003600         PERFORM   2910-FORMAT-POD-LINE
003610             THRU    2910-FORMAT-POD-LINE-EXIT
003620         MOVE    "CODE DIFFERS"  TO  WS-DET-RESULT
003630         WRITE   RPT-REC         FROM    WS-DET-LINE
003640     END-IF.
003650     EVALUATE    TRUE
003660         WHEN    GEO3X-PD-DELIVERED
003670             ADD     1           TO  WS-RTE-DELIVERED
003680             ADD     1           TO  WS-TOT-DELIVERED
003690         WHEN    GEO3X-PD-FAILED
003700             ADD     1           TO  WS-RTE-FAILED
003710             ADD     1           TO  WS-TOT-FAILED
003720             PERFORM   2910-FORMAT-POD-LINE
003730                 THRU    2910-FORMAT-POD-LINE-EXIT
003740             MOVE    "FAILED"        TO  WS-DET-RESULT
003750             PERFORM   2400-REQUEUE-STOP
003760                 THRU    2400-REQUEUE-STOP-EXIT
003770         WHEN    GEO3X-PD-NOT-ATTEMPTED
003780             ADD     1           TO  WS-RTE-NOT-ATT
003790             ADD     1           TO  WS-TOT-NOT-ATT
003800             PERFORM   2910-FORMAT-POD-LINE
003810                 THRU    2910-FORMAT-POD-LINE-EXIT
003820             MOVE    "NOT ATTEMPTED" TO  WS-DET-RESULT
003830             PERFORM   2400-REQUEUE-STOP
003840                 THRU    2400-REQUEUE-STOP-EXIT
003850         WHEN    OTHER
003860             ADD     1           TO  WS-TOT-BAD-STATUS
003870             PERFORM   2910-FORMAT-POD-LINE
003880                 THRU    2910-FORMAT-POD-LINE-EXIT
003890             MOVE    "BAD STATUS"    TO  WS-DET-RESULT
003900             PERFORM   2400-REQUEUE-STOP
003910                 THRU    2400-REQUEUE-STOP-EXIT
003920     END-EVALUATE.
003930     MOVE    WS-POD-KEY          TO  WS-LAST-KEY.
003940     PERFORM   1100-READ-DLFILE
003950         THRU    1100-READ-DLFILE-EXIT.
003960     PERFORM   1150-READ-PODFILE
003970         THRU    1150-READ-PODFILE-EXIT.
003980 2100-MATCHED-STOP-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------*
004010*  2200-MISSING-STOP  --  A DOWNLOADED STOP THE HANDHELD SENT  *
004020*                         NO POD FOR.  LISTED FOR DISPATCH TO  *
004030*                         CHASE WITH THE DRIVER, NOT           *
004040*                         REQUEUED -- THE UPLOAD MAY YET       *
004050*                         ARRIVE LATE.                         *
004060*-----------------------------------------------------------*
004070 2200-MISSING-STOP              SECTION.
004080 2200-MISSING-STOP-START.
004090     ADD     1                   TO  WS-RTE-EXPECTED.
004100     ADD     1                   TO  WS-RTE-MISSING.
004110     ADD     1                   TO  WS-TOT-MISSING.
004120     MOVE    SPACE               TO  WS-DET-LINE.
004130     MOVE    GEO3X-HD-ROUTE-ID   TO  WS-DET-ROUTE.
004140     MOVE    GEO3X-HD-STOP-NO    TO  WS-DET-STOP.
004150     MOVE    GEO3X-HD-COD        TO  WS-DET-COD.
004160     MOVE    "MISSING"           TO  WS-DET-RESULT.
004170     WRITE   RPT-REC             FROM    WS-DET-LINE.
004180     PERFORM   1100-READ-DLFILE
004190         THRU    1100-READ-DLFILE-EXIT.
004200 2200-MISSING-STOP-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------*
004230*  2300-UNEXPECTED-POD  --  A POD FOR A ROUTE/STOP THAT WAS    *
004240*                           NOT DOWNLOADED -- OR A SECOND POD  *
004250*                           FOR A STOP ALREADY MATCHED, WHICH  *
004260*                           IS LISTED AS A DUPLICATE.          *
004270*-----------------------------------------------------------*
004280 2300-UNEXPECTED-POD            SECTION.
004290 2300-UNEXPECTED-POD-START.
004300     PERFORM   2910-FORMAT-POD-LINE
004310         THRU    2910-FORMAT-POD-LINE-EXIT.
004320     IF      WS-POD-KEY  =   WS-LAST-KEY THEN
004330         ADD     1               TO  WS-TOT-DUPLICATE
004340         MOVE    "DUPLICATE POD" TO  WS-DET-RESULT
004350     ELSE
004360         ADD     1               TO  WS-RTE-UNEXPECTED
004370         ADD     1               TO  WS-TOT-UNEXPECTED
004380         MOVE    "UNEXPECTED"    TO  WS-DET-RESULT
004390     END-IF.
004400     WRITE   RPT-REC             FROM    WS-DET-LINE.
004410     PERFORM   1150-READ-PODFILE
004420         THRU    1150-READ-PODFILE-EXIT.
004430 2300-UNEXPECTED-POD-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------*
004460*  2400-REQUEUE-STOP  --  THE STOP'S DOWNLOADED COORDINATE     *
004470*                         BACK OUT IN PRE-ENCODE LAYOUT FOR    *
004480*                         THE NEXT NIGHT'S ENCODE, AND ITS     *
004490*                         REPORT LINE WRITTEN                  *
004500*-----------------------------------------------------------*
004510 2400-REQUEUE-STOP              SECTION.
004520 2400-REQUEUE-STOP-START.
004530     MOVE    SPACE               TO  GEO3X-PE-RECORD.
004540     MOVE    GEO3X-HD-LAT        TO  GEO3X-PE-LAT.
004550     MOVE    GEO3X-HD-LNG        TO  GEO3X-PE-LNG.
004560     MOVE    GEO3X-HD-LEVEL      TO  GEO3X-PE-LEVEL.
004565     MOVE    GEO3X-HD-SRC-CD     TO  GEO3X-PE-SRC-CD.
004570     WRITE   REQ-REC             FROM    GEO3X-PE-RECORD.
004580     ADD     1                   TO  WS-TOT-REQUEUED.
004590     MOVE    "REQUEUED"          TO  WS-DET-REQUEUE.
004600     WRITE   RPT-REC             FROM    WS-DET-LINE.
004610 2400-REQUEUE-STOP-EXIT.
004620     EXIT.
004630*-----------------------------------------------------------*
004640*  2500-ROUTE-BREAK  --  ONE ROUTE'S TOTALS LINE               *
004650*-----------------------------------------------------------*
004660 2500-ROUTE-BREAK               SECTION.
004670 2500-ROUTE-BREAK-START.
004680     MOVE    WS-GRP-ROUTE        TO  WS-RTE-ROUTE.
004690     MOVE    WS-RTE-EXPECTED     TO  WS-RTE-EXP.
004700     MOVE    WS-RTE-DELIVERED    TO  WS-RTE-DLV.
004710     MOVE    WS-RTE-FAILED       TO  WS-RTE-FLD.
004720     MOVE    WS-RTE-NOT-ATT      TO  WS-RTE-NAT.
004730     MOVE    WS-RTE-MISSING      TO  WS-RTE-MIS.
004740     MOVE    WS-RTE-UNEXPECTED   TO  WS-RTE-UNX.
004750     WRITE   RPT-REC             FROM    WS-RTE-LINE.
004760     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
004770     ADD     1                   TO  WS-ROUTES-MATCHED.
004780     MOVE    ZERO                TO  WS-RTE-EXPECTED.
004790     MOVE    ZERO                TO  WS-RTE-DELIVERED.
004800     MOVE    ZERO                TO  WS-RTE-FAILED.
004810     MOVE    ZERO                TO  WS-RTE-NOT-ATT.
004820     MOVE    ZERO                TO  WS-RTE-MISSING.
004830     MOVE    ZERO                TO  WS-RTE-UNEXPECTED.
004840 2500-ROUTE-BREAK-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------*
004870*  2910-FORMAT-POD-LINE  --  DETAIL LINE FROM THE POD RECORD   *
004880*                            IN HAND, RESULT LEFT TO CALLER    *
004890*-----------------------------------------------------------*
004900 2910-FORMAT-POD-LINE           SECTION.
004910 2910-FORMAT-POD-LINE-START.
004920     MOVE    SPACE               TO  WS-DET-LINE.
004930     MOVE    GEO3X-PD-ROUTE-ID   TO  WS-DET-ROUTE.
004940     MOVE    GEO3X-PD-STOP-NO    TO  WS-DET-STOP.
004950     MOVE    GEO3X-PD-COD        TO  WS-DET-COD.
004960     MOVE    GEO3X-PD-REASON-CD  TO  WS-DET-REASON.
004970     IF      GEO3X-PD-LAT    IS NUMERIC
004980         AND GEO3X-PD-LNG    IS NUMERIC  THEN
004990         MOVE    GEO3X-PD-LAT    TO  WS-DET-LAT
005000         MOVE    GEO3X-PD-LNG    TO  WS-DET-LNG
005010     END-IF.
005020 2910-FORMAT-POD-LINE-EXIT.
005030     EXIT.
005040*-----------------------------------------------------------*
005050*  3000-TERMINATE  --  FLUSH THE LAST ROUTE, RUN TOTALS,       *
005060*                      CLOSE FILES, POST RUN-CONTROL           *
005070*-----------------------------------------------------------*
005080 3000-TERMINATE                 SECTION.
005090 3000-TERMINATE-START.
005092     IF      WS-DATE-BAD     THEN
005094         MOVE    12          TO  RETURN-CODE
005096         GO  TO  3000-TERMINATE-EXIT
005098     END-IF.
005100     IF      NOT WS-FIRST-RECORD     THEN
005110         PERFORM   2500-ROUTE-BREAK
005120             THRU    2500-ROUTE-BREAK-EXIT
005130     END-IF.
005140     MOVE    "ROUTES"            TO  WS-CNT-LABEL.
005150     MOVE    WS-ROUTES-MATCHED   TO  WS-CNT-COUNT.
005160     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005170     MOVE    "STOPS EXPECTED"    TO  WS-CNT-LABEL.
005180     MOVE    WS-TOT-EXPECTED     TO  WS-CNT-COUNT.
005190     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005200     MOVE    "POD RECORDS READ"  TO  WS-CNT-LABEL.
005210     MOVE    WS-POD-READ         TO  WS-CNT-COUNT.
005220     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005230     MOVE    "DELIVERED"         TO  WS-CNT-LABEL.
005240     MOVE    WS-TOT-DELIVERED    TO  WS-CNT-COUNT.
005250     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005260     MOVE    "FAILED"            TO  WS-CNT-LABEL.
005270     MOVE    WS-TOT-FAILED       TO  WS-CNT-COUNT.
005280     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005290     MOVE    "NOT ATTEMPTED"     TO  WS-CNT-LABEL.
005300     MOVE    WS-TOT-NOT-ATT      TO  WS-CNT-COUNT.
005310     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005320     MOVE    "BAD STATUS"        TO  WS-CNT-LABEL.
005330     MOVE    WS-TOT-BAD-STATUS   TO  WS-CNT-COUNT.
005340     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005350     MOVE    "MISSING"           TO  WS-CNT-LABEL.
005360     MOVE    WS-TOT-MISSING      TO  WS-CNT-COUNT.
005370     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005380     MOVE    "UNEXPECTED"        TO  WS-CNT-LABEL.
005390     MOVE    WS-TOT-UNEXPECTED   TO  WS-CNT-COUNT.
005400     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005410     MOVE    "DUPLICATE POD"     TO  WS-CNT-LABEL.
005420     MOVE    WS-TOT-DUPLICATE    TO  WS-CNT-COUNT.
005430     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005440     MOVE    "CODE DIFFERS"      TO  WS-CNT-LABEL.
005450     MOVE    WS-TOT-CODE-DIFF    TO  WS-CNT-COUNT.
005460     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005470     MOVE    "REQUEUED FOR ENCODE"   TO  WS-CNT-LABEL.
005480     MOVE    WS-TOT-REQUEUED     TO  WS-CNT-COUNT.
005490     WRITE   RPT-REC             FROM    WS-CNT-LINE.
005500     DISPLAY "DOWNLOAD RECS READ  = " WS-DL-READ.
005510     DISPLAY "STOPS EXPECTED      = " WS-TOT-EXPECTED.
005520     DISPLAY "POD RECORDS READ    = " WS-POD-READ.
005530     DISPLAY "STOPS DELIVERED     = " WS-TOT-DELIVERED.
005540     DISPLAY "STOPS FAILED        = " WS-TOT-FAILED.
005550     DISPLAY "STOPS NOT ATTEMPTED = " WS-TOT-NOT-ATT.
005560     DISPLAY "STOPS MISSING       = " WS-TOT-MISSING.
005570     DISPLAY "PODS UNEXPECTED     = " WS-TOT-UNEXPECTED.
005580     DISPLAY "PODS DUPLICATED     = " WS-TOT-DUPLICATE.
005590     DISPLAY "STOPS REQUEUED      = " WS-TOT-REQUEUED.
005600     CLOSE   DLFILE.
005610     CLOSE   PODFILE.
005620     CLOSE   REQFILE.
005630     CLOSE   RPTFILE.
005640     COMPUTE WS-RC-READ      =   WS-TOT-EXPECTED +   WS-POD-READ
005650     END-COMPUTE.
005660     MOVE    WS-TOT-REQUEUED     TO  WS-RC-WRITTEN.
005670     MOVE    WS-TOT-BAD-STATUS   TO  WS-RC-REJECTED.
005680     PERFORM   9000-SET-RETURN-CODE
005690         THRU    9000-SET-RETURN-CODE-EXIT.
005700     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
005710                                 BY  REFERENCE   WS-PGM-NAME
005720                                 BY  REFERENCE   WS-RC-READ
005730                                 BY  REFERENCE   WS-RC-WRITTEN
005740                                 BY  REFERENCE   WS-RC-REJECTED
005750                                 BY  REFERENCE   WS-RC-RETURN
005760     END-CALL.
005770     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
005780 3000-TERMINATE-EXIT.
005790     EXIT.
005800*-----------------------------------------------------------*
005810*  9000-SET-RETURN-CODE  --  GRADE THE RUN BY ITS REJECT      *
005820*                            RATE: CLEAN IS 0, REJECTS UP TO  *
005830*                            THE TOLERANCE PERCENT ARE 4,     *
005840*                            PAST IT (OR NOTHING READ AT      *
005850*                            ALL WITH REJECTS) IS 8.  ANY     *
005860*                            MISSING, UNEXPECTED OR DUPLICATE *
005870*                            STOP RAISES A CLEAN RUN TO 4.    *
005880*-----------------------------------------------------------*
005890 9000-SET-RETURN-CODE           SECTION.
005900 9000-SET-RETURN-CODE-START.
005910     MOVE    ZERO                TO  WS-RC-RETURN.
005920     IF      WS-RC-REJECTED  >   ZERO    THEN
005930         IF      WS-RC-READ  =   ZERO    THEN
005940             MOVE    8           TO  WS-RC-RETURN
005950         ELSE
005960             COMPUTE WS-REJ-PCT  =
005970                 (WS-RC-REJECTED *   100)    /   WS-RC-READ
005980             END-COMPUTE
005990             IF      WS-REJ-PCT  >   WS-REJ-TOL-PCT  THEN
006000                 MOVE    8       TO  WS-RC-RETURN
006010             ELSE
006020                 MOVE    4       TO  WS-RC-RETURN
006030             END-IF
006040         END-IF
006050     END-IF.
006060     IF      WS-RC-RETURN    <   4
006070         AND (WS-TOT-MISSING     >   ZERO
006080          OR  WS-TOT-UNEXPECTED  >   ZERO
006090          OR  WS-TOT-DUPLICATE   >   ZERO)   THEN
006100         MOVE    4               TO  WS-RC-RETURN
006110     END-IF.
006120 9000-SET-RETURN-CODE-EXIT.
006130     EXIT.
006140 END PROGRAM     geo3x3_pod_match.
