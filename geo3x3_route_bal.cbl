000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_route_bal.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  ROUTE CAPACITY CHECK AND  *
000190*                 OVERFLOW BALANCING BEHIND THE ROUTING STEP  *
000200*                 -- SEE GEORTE01.  PASS ONE READS THE ROUTED *
000210*                 DELIVERIES SORTED BY ROUTE, MEASURES EACH   *
000220*                 ROUTE'S STOPS AND TOTAL LEG KM IN THE SAME  *
000230*                 NEAREST-FIRST SEQUENCE GEO3X3_ROUTE_MNFST   *
000240*                 DRIVES, AND REPORTS THEM AGAINST THE ROUTE  *
000250*                 CAPACITY FILE (GEO3XCP).  PASS TWO TAKES    *
000260*                 EACH ROUTE OVER CAPACITY AND PROPOSES       *
000270*                 BOUNDARY CELLS -- CELLS WITH A NEIGHBOUR    *
000280*                 (GEO3X3_NEIGHBOR) ON ANOTHER ROUTE -- TO    *
000290*                 HAND TO THAT ROUTE, NEAREST TO ITS DEPOT    *
000300*                 FIRST, WHILE IT HAS ROOM.  EACH PROPOSAL IS *
000310*                 WRITTEN AS A CANDIDATE ROUTE ROW (GEO3XRT)  *
000320*                 FOR THE DISPATCHER TO REVIEW; NOTHING HERE  *
000330*                 CHANGES THE LIVE ROUTE FILE.                *
000331*  10/15/26  RM   THE RUN CHECKS THE BUSINESS DATE ON THE     *
000333*                 PROCESSING-DATE CONTROL RECORD (THROUGH     *
000335*                 GEO3X3_BUS_DATE) LIKE THE OTHER GEORTE01    *
000336*                 STEPS.  A CLOSED OR MISSING DATE STOPS THE  *
000338*                 RUN WITH RC 12 BEFORE ANY FILE OPENS.       *
000339*  10/15/26  RM   A BOUNDARY CELL NOW KEEPS EVERY ADJACENT    *
000341*                 ROUTE IT COULD GO TO, NOT ONLY THE ONE WITH *
000342*                 THE NEAREST DEPOT, AND ROOM IS JUDGED FOR   *
000344*                 EACH.  A CELL NEXT TO A FULL ROUTE AND A    *
000345*                 ROUTE WITH ROOM IS NOW OFFERED TO THE ONE   *
000347*                 WITH ROOM.                                  *
000348*-----------------------------------------------------------*
000350 ENVIRONMENT                 DIVISION.
000360 CONFIGURATION               SECTION.
000370 SOURCE-COMPUTER.            IBM-370.
000380 OBJECT-COMPUTER.            IBM-370.
000390 INPUT-OUTPUT                SECTION.
000400 FILE-CONTROL.
000410     SELECT  CAPFILE         ASSIGN TO "CAPFILE"
000420                              ORGANIZATION  IS  SEQUENTIAL.
000430     SELECT  RTEFILE         ASSIGN TO "RTEFILE"
000440                              ORGANIZATION  IS  SEQUENTIAL.
000450     SELECT  DEPFILE         ASSIGN TO "DEPFILE"
000460                              ORGANIZATION  IS  SEQUENTIAL.
000470     SELECT  INFILE          ASSIGN TO "INFILE"
000480                              ORGANIZATION  IS  SEQUENTIAL.
000490     SELECT  PRPFILE         ASSIGN TO "PRPFILE"
000500                              ORGANIZATION  IS  SEQUENTIAL.
000510     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000520                              ORGANIZATION  IS  SEQUENTIAL.
000530 DATA                        DIVISION.
000540 FILE                        SECTION.
000550 FD  CAPFILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  CAP-REC                 PIC X(40).
000590 FD  RTEFILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  RTE-REC                 PIC X(60).
000630 FD  DEPFILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  DEP-REC                 PIC X(60).
000670 FD  INFILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700     COPY    GEO3XRD.
000710 FD  PRPFILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  PRP-REC                 PIC X(60).
000750 FD  RPTFILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  RPT-REC                 PIC X(132).
000790 WORKING-STORAGE             SECTION.
000800*-----------------------------------------------------------*
000810*  SWITCHES                                                  *
000820*-----------------------------------------------------------*
000830 01  WS-SWITCHES.
000840     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000850         88  WS-EOF                      VALUE "Y".
000860     05  WS-CAP-EOF-SW       PIC X(01)   VALUE "N".
000870         88  WS-CAP-EOF                  VALUE "Y".
000880     05  WS-RTE-EOF-SW       PIC X(01)   VALUE "N".
000890         88  WS-RTE-EOF                  VALUE "Y".
000900     05  WS-DEP-EOF-SW       PIC X(01)   VALUE "N".
000910         88  WS-DEP-EOF                  VALUE "Y".
000920     05  WS-FIRST-SW         PIC X(01)   VALUE "Y".
000930         88  WS-FIRST-RECORD             VALUE "Y".
000940     05  WS-BAL-DONE-SW      PIC X(01)   VALUE "N".
000950         88  WS-BAL-DONE                 VALUE "Y".
000953     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000956         88  WS-DATE-BAD                 VALUE "Y".
000960*-----------------------------------------------------------*
000970*  COUNTERS                                                  *
000980*-----------------------------------------------------------*
000990 77  WS-CAP-LOADED           PIC 9(09)   COMP    VALUE ZERO.
001000 77  WS-CAP-REJECTED         PIC 9(09)   COMP    VALUE ZERO.
001010 77  WS-RTE-LOADED           PIC 9(09)   COMP    VALUE ZERO.
001020 77  WS-RTE-REJECTED         PIC 9(09)   COMP    VALUE ZERO.
001030 77  WS-DEPOTS-LOADED        PIC 9(09)   COMP    VALUE ZERO.
001040 77  WS-DEPOTS-REJECTED      PIC 9(09)   COMP    VALUE ZERO.
001050 77  WS-RECS-READ            PIC 9(09)   COMP    VALUE ZERO.
001060 77  WS-RECS-SKIPPED         PIC 9(09)   COMP    VALUE ZERO.
001070 77  WS-STOPS-OVERFLOW       PIC 9(09)   COMP    VALUE ZERO.
001080 77  WS-ROUTES-MEASURED      PIC 9(09)   COMP    VALUE ZERO.
001090 77  WS-ROUTES-OVER          PIC 9(09)   COMP    VALUE ZERO.
001100 77  WS-ROUTES-NO-CAP        PIC 9(09)   COMP    VALUE ZERO.
001110 77  WS-ROUTES-STILL-OVER    PIC 9(09)   COMP    VALUE ZERO.
001120 77  WS-PROPOSALS            PIC 9(09)   COMP    VALUE ZERO.
001130*-----------------------------------------------------------*
001140*  RUN-CONTROL FIELDS -- COUNTS AND RETURN CODE PASSED TO     *
001150*  GEO3X3_RUNSTAT AT END OF RUN.  ANY ROUTE OVER CAPACITY     *
001160*  ENDS THE STEP RC 4 SO THE DISPATCHER LOOKS AT THE          *
001170*  PROPOSALS BEFORE THE ROUTES LEAVE.                         *
001180*-----------------------------------------------------------*
001190 77  WS-JOB-NAME             PIC X(08)   VALUE "GEORTE01".
001200 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_ROUTE_BAL".
001210 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
001220 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
001230 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
001240 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
001241*-----------------------------------------------------------*
001242*  BUSINESS DATE FROM THE PROCESSING-DATE CONTROL RECORD     *
001244*-----------------------------------------------------------*
001245 01  WS-BUS-DATE             PIC X(08).
001247 01  WS-BUS-DATE-STS         PIC 9(01).
001248 01  WS-BUS-DATE-MSG         PIC X(40).
001250*-----------------------------------------------------------*
001260*  ROUTE PREFIX TABLE -- SAME SHAPE AND LOAD RULES AS         *
001270*  GEO3X3_ROUTE_ASGN, USED TO FIND THE ROUTE A NEIGHBOURING   *
001280*  CELL BELONGS TO                                            *
001290*-----------------------------------------------------------*
001300 77  WS-RTE-MAX              PIC 9(03)   COMP    VALUE 200.
001310 77  WS-RTE-CNT              PIC 9(03)   COMP    VALUE ZERO.
001320 01  WS-RTE-TABLE.
001330     05  WS-RTE-ENTRY        OCCURS 200 TIMES.
001340         10  WS-RTE-PREFIX       PIC X(31).
001350         10  WS-RTE-LEVEL        PIC 9(02).
001360         10  WS-RTE-CMP-LEN      PIC 9(02)   COMP.
001370         10  WS-RTE-ROUTE-ID     PIC X(08).
001380         10  WS-RTE-DEPOT        PIC X(08).
001390*-----------------------------------------------------------*
001400*  DEPOT TABLE -- LOADED ONCE AT INITIALIZATION               *
001410*-----------------------------------------------------------*
001420 77  WS-DEP-MAX              PIC 9(03)   COMP    VALUE 50.
001430 77  WS-DEP-CNT              PIC 9(03)   COMP    VALUE ZERO.
001440 01  WS-DEP-TABLE.
001450     05  WS-DEP-ENTRY        OCCURS 50 TIMES.
001460         10  WS-DEP-ID           PIC X(08).
001470         10  WS-DEP-COD          PIC X(31).
001480*-----------------------------------------------------------*
001490*  ROUTE SUMMARY -- ONE ENTRY PER ROUTE ON THE CAPACITY FILE, *
001500*  PLUS ANY ROUTE TONIGHT'S DELIVERIES NAME THAT HAS NO       *
001510*  CAPACITY ROW.  STOPS AND KM ARE TONIGHT'S; THE IN- FIELDS  *
001520*  ARE WHAT THIS RUN HAS ALREADY PROPOSED HANDING TO THE      *
001530*  ROUTE, SO ONE ROUTE'S ROOM IS NOT PROMISED TWICE.  A       *
001540*  ROUTE WITH NO CAPACITY ROW IS NEITHER CHECKED NOR OFFERED  *
001550*  ANY CELLS -- ITS ROOM IS UNKNOWN.                          *
001560*-----------------------------------------------------------*
001570 77  WS-SUM-MAX              PIC 9(03)   COMP    VALUE 200.
001580 77  WS-SUM-CNT              PIC 9(03)   COMP    VALUE ZERO.
001590 01  WS-SUM-TABLE.
001600     05  WS-SUM-ENTRY        OCCURS 200 TIMES.
001610         10  WS-SUM-ROUTE        PIC X(08).
001620         10  WS-SUM-DEPOT        PIC X(08).
001630         10  WS-SUM-DEP-COD      PIC X(31).
001640         10  WS-SUM-DEP-SW       PIC X(01).
001650             88  WS-SUM-DEP-FOUND        VALUE "Y".
001660         10  WS-SUM-CAP-SW       PIC X(01).
001670             88  WS-SUM-CAP-FOUND        VALUE "Y".
001680         10  WS-SUM-OVER-SW      PIC X(01).
001690             88  WS-SUM-OVER             VALUE "Y".
001700         10  WS-SUM-MAX-STOPS    PIC 9(04).
001710         10  WS-SUM-MAX-KM       PIC 9(05)V9(03).
001720         10  WS-SUM-STOPS        PIC 9(05)   COMP.
001730         10  WS-SUM-KM           PIC 9(07)V9(03).
001740         10  WS-SUM-IN-STOPS     PIC 9(05)   COMP.
001750         10  WS-SUM-IN-KM        PIC 9(07)V9(03).
001760*-----------------------------------------------------------*
001770*  STOP TABLE FOR THE ROUTE UNDER THE BREAK -- SAME LIMIT AS  *
001780*  THE MANIFEST.  A STOP MARKED MOVED HAS BEEN PROPOSED FOR   *
001790*  ANOTHER ROUTE AND DROPS OUT OF THE KM RE-MEASURE.          *
001800*-----------------------------------------------------------*
001810 77  WS-STOP-MAX             PIC 9(04)   COMP    VALUE 500.
001820 77  WS-STOP-CNT             PIC 9(04)   COMP    VALUE ZERO.
001830 01  WS-STOP-TABLE.
001840     05  WS-STOP-ENTRY       OCCURS 500 TIMES.
001850         10  WS-STOP-COD         PIC X(31).
001860         10  WS-STOP-LEVEL       PIC 9(02).
001870         10  WS-STOP-USED-SW     PIC X(01).
001880         10  WS-STOP-MOVED-SW    PIC X(01).
001890*-----------------------------------------------------------*
001896*  DISTINCT CELLS OF AN OVER-CAPACITY ROUTE, WITH EACH        *
001903*  ADJACENT ROUTE THE CELL COULD GO TO -- ONE PER NEIGHBOUR   *
001910*  DIRECTION AT MOST, NONE WHEN THE CELL IS NOT ON A          *
001916*  BOUNDARY -- AND THE CELL'S DISTANCE FROM THAT ROUTE'S      *
001923*  DEPOT                                                      *
001930*-----------------------------------------------------------*
001940 77  WS-CELL-MAX             PIC 9(04)   COMP    VALUE 500.
001950 77  WS-CELL-CNT             PIC 9(04)   COMP    VALUE ZERO.
001960 01  WS-CELL-TABLE.
001970     05  WS-CELL-ENTRY       OCCURS 500 TIMES.
001980         10  WS-CELL-COD         PIC X(31).
001990         10  WS-CELL-LEVEL       PIC 9(02).
002000         10  WS-CELL-STOPS       PIC 9(04)   COMP.
002006         10  WS-CELL-CAND-CNT    PIC 9(01)   COMP.
002012         10  WS-CELL-CAND        OCCURS 4 TIMES.
002018             15  WS-CELL-TGT         PIC 9(03)   COMP.
002024             15  WS-CELL-TGT-DIST    PIC S9(05)V9(03).
002030         10  WS-CELL-MOVED-SW    PIC X(01).
002040*-----------------------------------------------------------*
002050*  NEIGHBOUR DIRECTIONS TRIED FOR A BOUNDARY CELL             *
002060*-----------------------------------------------------------*
002070 01  WS-DIR-LIST             PIC X(04)   VALUE "NSEW".
002080 01  WS-DIR-LIST-R REDEFINES WS-DIR-LIST.
002090     05  WS-DIR              PIC X(01)   OCCURS 4 TIMES.
002100*-----------------------------------------------------------*
002110*  ROUTE GROUP UNDER THE BREAK                                *
002120*-----------------------------------------------------------*
002130 01  WS-GRP-ROUTE            PIC X(08).
002140 01  WS-GRP-DEPOT            PIC X(08).
002150 77  WS-GRP-X                PIC 9(03)   COMP    VALUE ZERO.
002160*-----------------------------------------------------------*
002170*  TABLE SEARCH AND LONGEST-MATCH WORK FIELDS                 *
002180*-----------------------------------------------------------*
002190 77  WS-C                    PIC 9(04)   COMP    VALUE ZERO.
002200 77  WS-D                    PIC 9(03)   COMP    VALUE ZERO.
002210 77  WS-N                    PIC 9(01)   COMP    VALUE ZERO.
002220 77  WS-R                    PIC 9(03)   COMP    VALUE ZERO.
002230 77  WS-T                    PIC 9(03)   COMP    VALUE ZERO.
002240 77  WS-BEST                 PIC 9(03)   COMP    VALUE ZERO.
002250 77  WS-BEST-LEVEL           PIC 9(02)   COMP    VALUE ZERO.
002260 77  WS-BEST-C               PIC 9(04)   COMP    VALUE ZERO.
002263 77  WS-BEST-K               PIC 9(01)   COMP    VALUE ZERO.
002266 77  WS-K                    PIC 9(01)   COMP    VALUE ZERO.
002270 01  WS-FIND-ROUTE           PIC X(08).
002280 01  WS-FIND-DEPOT           PIC X(08).
002290 01  WS-NBR-COD              PIC X(31).
002300 01  WS-NBR-STS              PIC 9(01).
002310 01  WS-NBR-LEVEL            PIC 9(02).
002320 01  WS-ROOM-KM              PIC 9(07)V9(03).
002330 01  WS-BEST-CELL-DIST       PIC S9(05)V9(03).
002340*-----------------------------------------------------------*
002350*  NEAREST-STOP SEQUENCING WORK FIELDS -- AS IN THE MANIFEST. *
002360*  A PAIR GEO3X3_DISTANCE REFUSES RANKS AT THE CEILING AND    *
002370*  ADDS NOTHING TO THE ROUTE'S KM.                            *
002380*-----------------------------------------------------------*
002390 01  WS-POS-COD              PIC X(31).
002400 77  WS-S                    PIC 9(04)   COMP    VALUE ZERO.
002410 77  WS-SEQ-NO               PIC 9(04)   COMP    VALUE ZERO.
002420 77  WS-BEST-X               PIC 9(04)   COMP    VALUE ZERO.
002430 01  WS-BEST-DIST            PIC S9(05)V9(03).
002440 01  WS-DIST                 PIC S9(05)V9(03).
002450 01  WS-DIST-STS             PIC 9(01).
002460 01  WS-TOUR-KM              PIC 9(07)V9(03).
002470*-----------------------------------------------------------*
002480*  REFERENCE WORK AREAS                                       *
002490*-----------------------------------------------------------*
002500     COPY    GEO3XCP.
002510     COPY    GEO3XRT.
002520     COPY    GEO3XDP.
002530*-----------------------------------------------------------*
002540*  REPORT LINES                                              *
002550*-----------------------------------------------------------*
002560 01  WS-SECT-LINE.
002570     05  WS-SECT-TITLE       PIC X(60).
002580     05  FILLER              PIC X(72)   VALUE SPACE.
002590 01  WS-CAP-HDR.
002600     05  FILLER              PIC X(10)   VALUE "ROUTE".
002610     05  FILLER              PIC X(10)   VALUE "DEPOT".
002620     05  FILLER              PIC X(07)   VALUE "STOPS".
002630     05  FILLER              PIC X(07)   VALUE "MAX".
002640     05  FILLER              PIC X(13)   VALUE "LEG KM".
002650     05  FILLER              PIC X(11)   VALUE "MAX KM".
002660     05  FILLER              PIC X(20)   VALUE "STATUS".
002670     05  FILLER              PIC X(54)   VALUE SPACE.
002680 01  WS-CAP-LINE.
002690     05  WS-CAPL-ROUTE       PIC X(08).
002700     05  FILLER              PIC X(02)   VALUE SPACE.
002710     05  WS-CAPL-DEPOT       PIC X(08).
002720     05  FILLER              PIC X(02)   VALUE SPACE.
002730     05  WS-CAPL-STOPS       PIC ZZZZ9.
002740     05  FILLER              PIC X(02)   VALUE SPACE.
002750     05  WS-CAPL-MAX-STOPS   PIC ZZZZ9.
002760     05  FILLER              PIC X(02)   VALUE SPACE.
002770     05  WS-CAPL-KM          PIC ZZZZZZ9.999.
002780     05  FILLER              PIC X(02)   VALUE SPACE.
002790     05  WS-CAPL-MAX-KM      PIC ZZZZ9.999.
002800     05  FILLER              PIC X(02)   VALUE SPACE.
002810     05  WS-CAPL-STATUS      PIC X(20).
002820     05  FILLER              PIC X(54)   VALUE SPACE.
002830 01  WS-PRP-HDR.
002840     05  FILLER              PIC X(10)   VALUE "FROM".
002850     05  FILLER              PIC X(33)   VALUE "CELL".
002860     05  FILLER              PIC X(07)   VALUE "STOPS".
002870     05  FILLER              PIC X(10)   VALUE "TO".
002880     05  FILLER              PIC X(10)   VALUE "DEPOT".
002890     05  FILLER              PIC X(11)   VALUE "DEPOT KM".
002900     05  FILLER              PIC X(24)   VALUE
002910         "FROM-ROUTE LEFT STOPS/KM".
002920     05  FILLER              PIC X(27)   VALUE SPACE.
002930 01  WS-PRP-LINE.
002940     05  WS-PRPL-FROM        PIC X(08).
002950     05  FILLER              PIC X(02)   VALUE SPACE.
002960     05  WS-PRPL-CELL        PIC X(31).
002970     05  FILLER              PIC X(02)   VALUE SPACE.
002980     05  WS-PRPL-STOPS       PIC ZZZZ9.
002990     05  FILLER              PIC X(02)   VALUE SPACE.
003000     05  WS-PRPL-TO          PIC X(08).
003010     05  FILLER              PIC X(02)   VALUE SPACE.
003020     05  WS-PRPL-DEPOT       PIC X(08).
003030     05  FILLER              PIC X(02)   VALUE SPACE.
003040     05  WS-PRPL-DIST        PIC ZZZZ9.999.
003050     05  FILLER              PIC X(02)   VALUE SPACE.
003060     05  WS-PRPL-LEFT-STOPS  PIC ZZZZ9.
003070     05  FILLER              PIC X(01)   VALUE "/".
003080     05  WS-PRPL-LEFT-KM     PIC ZZZZZZ9.999.
003090     05  FILLER              PIC X(34)   VALUE SPACE.
003100 01  WS-MSG-LINE.
003110     05  WS-MSG-ROUTE        PIC X(08).
003120     05  FILLER              PIC X(02)   VALUE SPACE.
003130     05  WS-MSG-TEXT         PIC X(60).
003140     05  FILLER              PIC X(62)   VALUE SPACE.
003150 01  WS-CNT-LINE.
003160     05  WS-CNT-LABEL        PIC X(24).
003170     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
003180     05  FILLER              PIC X(97)   VALUE SPACE.
003190 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACE.
003200 LINKAGE                     SECTION.
003210 PROCEDURE                   DIVISION.
003220 0000-MAINLINE                  SECTION.
003230 0000-START.
003240     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
003250     PERFORM   2000-PASS-ONE      THRU    2000-PASS-ONE-EXIT
003260         UNTIL     WS-EOF.
003270     PERFORM   2900-END-PASS-ONE  THRU    2900-END-PASS-ONE-EXIT.
003280     PERFORM   4000-PASS-TWO      THRU    4000-PASS-TWO-EXIT
003290         UNTIL     WS-EOF.
003300     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
003310     STOP RUN.
003320 0000-MAINLINE-EXIT.
003330     EXIT.
003340*-----------------------------------------------------------*
003350*  1000-INITIALIZE  --  LOAD THE CAPACITY, ROUTE AND DEPOT     *
003360*                       TABLES, TIE EACH CAPACITY ROUTE TO     *
003370*                       ITS DEPOT CELL, OPEN THE DELIVERY      *
003380*                       FILES, READ THE FIRST ROUTED DELIVERY  *
003390*-----------------------------------------------------------*
003400 1000-INITIALIZE                SECTION.
003410 1000-INITIALIZE-START.
003411     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
003413                                 BY  REFERENCE   WS-BUS-DATE-STS
003415                                 BY  REFERENCE   WS-BUS-DATE-MSG
003416     END-CALL.
003418     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
003420         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
003421         MOVE    "Y"         TO  WS-DATE-BAD-SW
003423         MOVE    "Y"         TO  WS-EOF-SW
003425         GO  TO  1000-INITIALIZE-EXIT
003426     END-IF.
003428     OPEN    INPUT    CAPFILE.
003430     PERFORM   1200-LOAD-CAPACITY THRU    1200-LOAD-CAPACITY-EXIT
003440         UNTIL     WS-CAP-EOF.
003450     CLOSE   CAPFILE.
003460     OPEN    INPUT    RTEFILE.
003470     PERFORM   1300-LOAD-ROUTE    THRU    1300-LOAD-ROUTE-EXIT
003480         UNTIL     WS-RTE-EOF.
003490     CLOSE   RTEFILE.
003500     OPEN    INPUT    DEPFILE.
003510     PERFORM   1400-LOAD-DEPOT    THRU    1400-LOAD-DEPOT-EXIT
003520         UNTIL     WS-DEP-EOF.
003530     CLOSE   DEPFILE.
003540     PERFORM   1500-RESOLVE-DEPOT THRU    1500-RESOLVE-DEPOT-EXIT
003550         VARYING   WS-GRP-X   FROM    1   BY  1
003560         UNTIL     WS-GRP-X   >   WS-SUM-CNT.
003570     OPEN    INPUT    INFILE.
003580     OPEN    OUTPUT   PRPFILE.
003590     OPEN    OUTPUT   RPTFILE.
003600     PERFORM   1100-READ-INFILE
003610         THRU    1100-READ-INFILE-EXIT.
003620 1000-INITIALIZE-EXIT.
003630     EXIT.
003640 1100-READ-INFILE               SECTION.
003650 1100-READ-INFILE-START.
003660     READ    INFILE      INTO    GEO3X-RD-RECORD
003670         AT END
003680             MOVE    "Y"         TO  WS-EOF-SW
003690         NOT AT END
003700             ADD     1           TO  WS-RECS-READ
003710     END-READ.
003720 1100-READ-INFILE-EXIT.
003730     EXIT.
003740*-----------------------------------------------------------*
003750*  1200-LOAD-CAPACITY  --  ONE CAPACITY ROW INTO THE ROUTE     *
003760*                          SUMMARY.  A ROW WITH NO ROUTE, A    *
003770*                          NON-NUMERIC LIMIT, A REPEATED       *
003780*                          ROUTE, OR PAST THE TABLE LIMIT IS   *
003790*                          COUNTED AND SKIPPED.                *
003800*-----------------------------------------------------------*
003810 1200-LOAD-CAPACITY            SECTION.
003820 1200-LOAD-CAPACITY-START.
003830     READ    CAPFILE     INTO    GEO3X-CP-RECORD
003840         AT END
003850             MOVE    "Y"         TO  WS-CAP-EOF-SW
003860             GO  TO  1200-LOAD-CAPACITY-EXIT
003870     END-READ.
003880     MOVE    GEO3X-CP-ROUTE-ID   TO  WS-FIND-ROUTE.
003890     PERFORM   2050-FIND-SUMMARY  THRU    2050-FIND-SUMMARY-EXIT.
003900     IF      GEO3X-CP-ROUTE-ID   =   SPACE
003910         OR  GEO3X-CP-MAX-STOPS  IS NOT NUMERIC
003920         OR  GEO3X-CP-MAX-KM     IS NOT NUMERIC
003930         OR  WS-T            <=  WS-SUM-CNT
003940         OR  WS-SUM-CNT      >=  WS-SUM-MAX      THEN
003950         DISPLAY "CAPACITY ROW REJECTED: " CAP-REC
003960         ADD     1               TO  WS-CAP-REJECTED
003970         GO  TO  1200-LOAD-CAPACITY-EXIT
003980     END-IF.
003990     ADD     1                   TO  WS-SUM-CNT.
004000     MOVE    GEO3X-CP-ROUTE-ID   TO  WS-SUM-ROUTE(WS-SUM-CNT).
004010     MOVE    SPACE               TO  WS-SUM-DEPOT(WS-SUM-CNT).
004020     MOVE    SPACE               TO  WS-SUM-DEP-COD(WS-SUM-CNT).
004030     MOVE    "N"                 TO  WS-SUM-DEP-SW(WS-SUM-CNT).
004040     MOVE    "Y"                 TO  WS-SUM-CAP-SW(WS-SUM-CNT).
004050     MOVE    "N"                 TO  WS-SUM-OVER-SW(WS-SUM-CNT).
004060     MOVE    GEO3X-CP-MAX-STOPS  TO  WS-SUM-MAX-STOPS(WS-SUM-CNT).
004070     MOVE    GEO3X-CP-MAX-KM     TO  WS-SUM-MAX-KM(WS-SUM-CNT).
004080     MOVE    ZERO                TO  WS-SUM-STOPS(WS-SUM-CNT).
004090     MOVE    ZERO                TO  WS-SUM-KM(WS-SUM-CNT).
004100     MOVE    ZERO                TO  WS-SUM-IN-STOPS(WS-SUM-CNT).
004110     MOVE    ZERO                TO  WS-SUM-IN-KM(WS-SUM-CNT).
004120     ADD     1                   TO  WS-CAP-LOADED.
004130 1200-LOAD-CAPACITY-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------*
004160*  1300-LOAD-ROUTE  --  ONE ROUTE ROW INTO THE PREFIX TABLE,   *
004170*                       SAME REJECT RULES AS                   *
004180*                       GEO3X3_ROUTE_ASGN                      *
004190*-----------------------------------------------------------*
004200 1300-LOAD-ROUTE               SECTION.
004210 1300-LOAD-ROUTE-START.
004220     READ    RTEFILE     INTO    GEO3X-RT-RECORD
004230         AT END
004240             MOVE    "Y"         TO  WS-RTE-EOF-SW
004250             GO  TO  1300-LOAD-ROUTE-EXIT
004260     END-READ.
004270     IF      GEO3X-RT-LEVEL  IS NOT NUMERIC
004280         OR  GEO3X-RT-LEVEL  <   1
004290         OR  GEO3X-RT-LEVEL  >   18
004300         OR  GEO3X-RT-PREFIX =   SPACE
004310         OR  WS-RTE-CNT      >=  WS-RTE-MAX     THEN
004320         DISPLAY "ROUTE ROW REJECTED: " RTE-REC
004330         ADD     1               TO  WS-RTE-REJECTED
004340         GO  TO  1300-LOAD-ROUTE-EXIT
004350     END-IF.
004360     ADD     1                   TO  WS-RTE-CNT.
004370     MOVE    GEO3X-RT-PREFIX     TO  WS-RTE-PREFIX(WS-RTE-CNT).
004380     MOVE    GEO3X-RT-LEVEL      TO  WS-RTE-LEVEL(WS-RTE-CNT).
004390     COMPUTE WS-RTE-CMP-LEN(WS-RTE-CNT) = GEO3X-RT-LEVEL + 1.
004400     MOVE    GEO3X-RT-ROUTE-ID   TO  WS-RTE-ROUTE-ID(WS-RTE-CNT).
004410     MOVE    GEO3X-RT-DEPOT      TO  WS-RTE-DEPOT(WS-RTE-CNT).
004420     ADD     1                   TO  WS-RTE-LOADED.
004430 1300-LOAD-ROUTE-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------*
004460*  1400-LOAD-DEPOT  --  ONE DEPOT ROW INTO THE TABLE, SAME     *
004470*                       RULES AS THE MANIFEST                  *
004480*-----------------------------------------------------------*
004490 1400-LOAD-DEPOT               SECTION.
004500 1400-LOAD-DEPOT-START.
004510     READ    DEPFILE     INTO    GEO3X-DP-RECORD
004520         AT END
004530             MOVE    "Y"         TO  WS-DEP-EOF-SW
004540             GO  TO  1400-LOAD-DEPOT-EXIT
004550     END-READ.
004560     IF      GEO3X-DP-DEPOT  =   SPACE
004570         OR  GEO3X-DP-COD    =   SPACE
004580         OR  WS-DEP-CNT      >=  WS-DEP-MAX      THEN
004590         DISPLAY "DEPOT ROW REJECTED: " DEP-REC
004600         ADD     1               TO  WS-DEPOTS-REJECTED
004610         GO  TO  1400-LOAD-DEPOT-EXIT
004620     END-IF.
004630     ADD     1                   TO  WS-DEP-CNT.
004640     MOVE    GEO3X-DP-DEPOT      TO  WS-DEP-ID(WS-DEP-CNT).
004650     MOVE    GEO3X-DP-COD        TO  WS-DEP-COD(WS-DEP-CNT).
004660     ADD     1                   TO  WS-DEPOTS-LOADED.
004670 1400-LOAD-DEPOT-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------*
004700*  1500-RESOLVE-DEPOT  --  A CAPACITY ROUTE'S DEPOT, TAKEN     *
004710*                          FROM ITS FIRST ROW ON THE ROUTE     *
004720*                          FILE, AND THAT DEPOT'S CELL         *
004730*-----------------------------------------------------------*
004740 1500-RESOLVE-DEPOT            SECTION.
004750 1500-RESOLVE-DEPOT-START.
004760     PERFORM   1510-NEXT-ROUTE    THRU    1510-NEXT-ROUTE-EXIT
004770         VARYING   WS-R       FROM    1   BY  1
004780         UNTIL     WS-R       >   WS-RTE-CNT
004790                   OR  WS-RTE-ROUTE-ID(WS-R)   =
004800                       WS-SUM-ROUTE(WS-GRP-X).
004810     IF      WS-R    >   WS-RTE-CNT  THEN
004820         GO  TO  1500-RESOLVE-DEPOT-EXIT
004830     END-IF.
004840     MOVE    WS-RTE-DEPOT(WS-R)  TO  WS-SUM-DEPOT(WS-GRP-X).
004850     PERFORM   1520-FIND-DEPOT-COD
004860         THRU    1520-FIND-DEPOT-COD-EXIT.
004870 1500-RESOLVE-DEPOT-EXIT.
004880     EXIT.
004890 1510-NEXT-ROUTE                SECTION.
004900 1510-NEXT-ROUTE-START.
004910     CONTINUE.
004920 1510-NEXT-ROUTE-EXIT.
004930     EXIT.
004940*-----------------------------------------------------------*
004950*  1520-FIND-DEPOT-COD  --  DEPOT CELL FOR THE SUMMARY ENTRY   *
004960*                           AT WS-GRP-X                        *
004970*-----------------------------------------------------------*
004980 1520-FIND-DEPOT-COD           SECTION.
004990 1520-FIND-DEPOT-COD-START.
005000     PERFORM   1530-NEXT-DEPOT    THRU    1530-NEXT-DEPOT-EXIT
005010         VARYING   WS-D       FROM    1   BY  1
005020         UNTIL     WS-D       >   WS-DEP-CNT
005030                   OR  WS-DEP-ID(WS-D) =   WS-SUM-DEPOT(WS-GRP-X).
005040     IF      WS-D    <=  WS-DEP-CNT  THEN
005050         MOVE    WS-DEP-COD(WS-D)    TO  WS-SUM-DEP-COD(WS-GRP-X)
005060         MOVE    "Y"                 TO  WS-SUM-DEP-SW(WS-GRP-X)
005070     END-IF.
005080 1520-FIND-DEPOT-COD-EXIT.
005090     EXIT.
005100 1530-NEXT-DEPOT                SECTION.
005110 1530-NEXT-DEPOT-START.
005120     CONTINUE.
005130 1530-NEXT-DEPOT-EXIT.
005140     EXIT.
005150*-----------------------------------------------------------*
005160*  2000-PASS-ONE  --  FOLD ONE ROUTED DELIVERY INTO THE STOP   *
005170*                     TABLE, MEASURING EACH ROUTE ON THE       *
005180*                     BREAK.  THE INPUT IS SORTED BY ROUTE     *
005190*                     AHEAD OF THIS STEP -- SEE GEORTE01.      *
005200*                     THE UNROUTED GROUP HAS NO CAPACITY AND   *
005210*                     IS PASSED OVER.                          *
005220*-----------------------------------------------------------*
005230 2000-PASS-ONE                  SECTION.
005240 2000-PASS-ONE-START.
005250     IF      GEO3X-RD-STS    NOT =   ZERO
005260         OR  GEO3X-RD-ROUTE-ID   =   "UNROUTED"  THEN
005270         ADD     1               TO  WS-RECS-SKIPPED
005280         GO  TO  2000-PASS-ONE-READ
005290     END-IF.
005300     IF      WS-FIRST-RECORD     THEN
005310         MOVE    GEO3X-RD-ROUTE-ID   TO  WS-GRP-ROUTE
005320         MOVE    GEO3X-RD-DEPOT      TO  WS-GRP-DEPOT
005330         MOVE    "N"                 TO  WS-FIRST-SW
005340     END-IF.
005350     IF      GEO3X-RD-ROUTE-ID   NOT =   WS-GRP-ROUTE    THEN
005360         PERFORM   2500-MEASURE-ROUTE
005370             THRU    2500-MEASURE-ROUTE-EXIT
005380         MOVE    GEO3X-RD-ROUTE-ID   TO  WS-GRP-ROUTE
005390         MOVE    GEO3X-RD-DEPOT      TO  WS-GRP-DEPOT
005400     END-IF.
005410     PERFORM   2100-COLLECT-STOP  THRU    2100-COLLECT-STOP-EXIT.
005420 2000-PASS-ONE-READ.
005430     PERFORM   1100-READ-INFILE
005440         THRU    1100-READ-INFILE-EXIT.
005450 2000-PASS-ONE-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------*
005480*  2050-FIND-SUMMARY  --  SUMMARY ENTRY FOR WS-FIND-ROUTE;     *
005490*                         WS-T PAST WS-SUM-CNT WHEN NONE       *
005500*-----------------------------------------------------------*
005510 2050-FIND-SUMMARY             SECTION.
005520 2050-FIND-SUMMARY-START.
005530     PERFORM   2060-NEXT-SUMMARY  THRU    2060-NEXT-SUMMARY-EXIT
005540         VARYING   WS-T       FROM    1   BY  1
005550         UNTIL     WS-T       >   WS-SUM-CNT
005560                   OR  WS-SUM-ROUTE(WS-T)  =   WS-FIND-ROUTE.
005570 2050-FIND-SUMMARY-EXIT.
005580     EXIT.
005590 2060-NEXT-SUMMARY              SECTION.
005600 2060-NEXT-SUMMARY-START.
005610     CONTINUE.
005620 2060-NEXT-SUMMARY-EXIT.
005630     EXIT.
005640*-----------------------------------------------------------*
005650*  2100-COLLECT-STOP  --  ONE ROUTED DELIVERY INTO THE STOP    *
005660*                         TABLE.  STOPS PAST THE TABLE LIMIT   *
005670*                         COUNT TOWARD THE ROUTE'S STOPS BUT   *
005680*                         CANNOT BE MEASURED OR MOVED.         *
005690*-----------------------------------------------------------*
005700 2100-COLLECT-STOP             SECTION.
005710 2100-COLLECT-STOP-START.
005720     IF      WS-STOP-CNT >=  WS-STOP-MAX     THEN
005730         ADD     1               TO  WS-STOPS-OVERFLOW
005740         GO  TO  2100-COLLECT-STOP-EXIT
005750     END-IF.
005760     ADD     1                   TO  WS-STOP-CNT.
005770     MOVE    GEO3X-RD-RES        TO  WS-STOP-COD(WS-STOP-CNT).
005780     MOVE    GEO3X-RD-LEVEL      TO  WS-STOP-LEVEL(WS-STOP-CNT).
005790     MOVE    "N"                 TO  WS-STOP-USED-SW(WS-STOP-CNT).
005800     MOVE    "N"             TO  WS-STOP-MOVED-SW(WS-STOP-CNT).
005810 2100-COLLECT-STOP-EXIT.
005820     EXIT.
005830*-----------------------------------------------------------*
005840*  2500-MEASURE-ROUTE  --  TONIGHT'S STOPS AND LEG KM FOR THE  *
005850*                          ROUTE UNDER THE BREAK.  A ROUTE     *
005860*                          WITH NO CAPACITY ROW IS ADDED TO    *
005870*                          THE SUMMARY SO IT STILL REPORTS.    *
005880*-----------------------------------------------------------*
005890 2500-MEASURE-ROUTE            SECTION.
005900 2500-MEASURE-ROUTE-START.
005910     IF      WS-STOP-CNT =   ZERO
005920         AND WS-STOPS-OVERFLOW   =   ZERO    THEN
005930         GO  TO  2500-MEASURE-ROUTE-EXIT
005940     END-IF.
005950     MOVE    WS-GRP-ROUTE        TO  WS-FIND-ROUTE.
005960     PERFORM   2050-FIND-SUMMARY  THRU    2050-FIND-SUMMARY-EXIT.
005970     IF      WS-T    >   WS-SUM-CNT  THEN
005980         IF      WS-SUM-CNT  >=  WS-SUM-MAX  THEN
005990             DISPLAY "ROUTE SUMMARY FULL, NOT MEASURED: "
006000                     WS-GRP-ROUTE
006010             GO  TO  2500-MEASURE-ROUTE-RESET
006020         END-IF
006030         ADD     1               TO  WS-SUM-CNT
006040         MOVE    WS-SUM-CNT      TO  WS-T
006050         MOVE    WS-GRP-ROUTE    TO  WS-SUM-ROUTE(WS-T)
006060         MOVE    WS-GRP-DEPOT    TO  WS-SUM-DEPOT(WS-T)
006070         MOVE    SPACE           TO  WS-SUM-DEP-COD(WS-T)
006080         MOVE    "N"             TO  WS-SUM-DEP-SW(WS-T)
006090         MOVE    "N"             TO  WS-SUM-CAP-SW(WS-T)
006100         MOVE    "N"             TO  WS-SUM-OVER-SW(WS-T)
006110         MOVE    ZERO            TO  WS-SUM-MAX-STOPS(WS-T)
006120         MOVE    ZERO            TO  WS-SUM-MAX-KM(WS-T)
006130         MOVE    ZERO            TO  WS-SUM-IN-STOPS(WS-T)
006140         MOVE    ZERO            TO  WS-SUM-IN-KM(WS-T)
006150         MOVE    WS-T            TO  WS-GRP-X
006160         PERFORM   1520-FIND-DEPOT-COD
006170             THRU    1520-FIND-DEPOT-COD-EXIT
006180     END-IF.
006190     MOVE    WS-T                TO  WS-GRP-X.
006200     PERFORM   2600-TOUR-KM       THRU    2600-TOUR-KM-EXIT.
006210     COMPUTE WS-SUM-STOPS(WS-GRP-X)  =
006220             WS-STOP-CNT +   WS-STOPS-OVERFLOW
006230     END-COMPUTE.
006240     MOVE    WS-TOUR-KM          TO  WS-SUM-KM(WS-GRP-X).
006250     ADD     1                   TO  WS-ROUTES-MEASURED.
006260 2500-MEASURE-ROUTE-RESET.
006270     MOVE    ZERO                TO  WS-STOP-CNT.
006280     MOVE    ZERO                TO  WS-STOPS-OVERFLOW.
006290 2500-MEASURE-ROUTE-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------*
006320*  2600-TOUR-KM  --  TOTAL LEG KM OF THE STOPS STILL ON THE    *
006330*                    ROUTE AT WS-GRP-X, DRIVEN NEAREST-FIRST   *
006340*                    FROM THE DEPOT CELL THE WAY THE MANIFEST  *
006350*                    SEQUENCES THEM.  A ROUTE WHOSE DEPOT IS   *
006360*                    NOT ON THE DEPOT FILE STARTS AT ITS       *
006370*                    FIRST STOP.                               *
006380*-----------------------------------------------------------*
006390 2600-TOUR-KM                   SECTION.
006400 2600-TOUR-KM-START.
006410     MOVE    ZERO                TO  WS-TOUR-KM.
006420     PERFORM   2605-RESET-STOP    THRU    2605-RESET-STOP-EXIT
006430         VARYING   WS-S       FROM    1   BY  1
006440         UNTIL     WS-S       >   WS-STOP-CNT.
006450     IF      WS-SUM-DEP-FOUND(WS-GRP-X)  THEN
006460         MOVE    WS-SUM-DEP-COD(WS-GRP-X)    TO  WS-POS-COD
006470     ELSE
006480         PERFORM   2607-NEXT-KEPT THRU    2607-NEXT-KEPT-EXIT
006490             VARYING   WS-S       FROM    1   BY  1
006500             UNTIL     WS-S       >   WS-STOP-CNT
006510                       OR  WS-STOP-MOVED-SW(WS-S)  =   "N"
006520         IF      WS-S    >   WS-STOP-CNT     THEN
006530             GO  TO  2600-TOUR-KM-EXIT
006540         END-IF
006550         MOVE    WS-STOP-COD(WS-S)   TO  WS-POS-COD
006560     END-IF.
006570     PERFORM   2610-NEXT-LEG      THRU    2610-NEXT-LEG-EXIT
006580         VARYING   WS-SEQ-NO  FROM    1   BY  1
006590         UNTIL     WS-SEQ-NO  >   WS-STOP-CNT.
006600 2600-TOUR-KM-EXIT.
006610     EXIT.
006620 2605-RESET-STOP                SECTION.
006630 2605-RESET-STOP-START.
006640     MOVE    "N"                 TO  WS-STOP-USED-SW(WS-S).
006650 2605-RESET-STOP-EXIT.
006660     EXIT.
006670 2607-NEXT-KEPT                 SECTION.
006680 2607-NEXT-KEPT-START.
006690     CONTINUE.
006700 2607-NEXT-KEPT-EXIT.
006710     EXIT.
006720*-----------------------------------------------------------*
006730*  2610-NEXT-LEG  --  TAKE THE NEAREST UNVISITED STOP FROM     *
006740*                     THE CURRENT CELL AND ADD THE LEG         *
006750*-----------------------------------------------------------*
006760 2610-NEXT-LEG                  SECTION.
006770 2610-NEXT-LEG-START.
006780     MOVE    ZERO                TO  WS-BEST-X.
006790     MOVE    99999.999           TO  WS-BEST-DIST.
006800     PERFORM   2620-TRY-STOP      THRU    2620-TRY-STOP-EXIT
006810         VARYING   WS-S       FROM    1   BY  1
006820         UNTIL     WS-S       >   WS-STOP-CNT.
006830     IF      WS-BEST-X   =   ZERO    THEN
006840         GO  TO  2610-NEXT-LEG-EXIT
006850     END-IF.
006860     MOVE    "Y"                 TO  WS-STOP-USED-SW(WS-BEST-X).
006870     IF      WS-BEST-DIST    <   99999   THEN
006880         ADD     WS-BEST-DIST    TO  WS-TOUR-KM
006890     END-IF.
006900     MOVE    WS-STOP-COD(WS-BEST-X)  TO  WS-POS-COD.
006910 2610-NEXT-LEG-EXIT.
006920     EXIT.
006930 2620-TRY-STOP                  SECTION.
006940 2620-TRY-STOP-START.
006950     IF      WS-STOP-USED-SW(WS-S)   =   "Y"
006960         OR  WS-STOP-MOVED-SW(WS-S)  =   "Y"     THEN
006970         GO  TO  2620-TRY-STOP-EXIT
006980     END-IF.
006990     CALL    "geo3x3_distance" USING BY  REFERENCE   WS-POS-COD
007000                                 BY  REFERENCE   WS-STOP-COD(WS-S)
007010                                 BY  REFERENCE   WS-DIST
007020                                 BY  REFERENCE   WS-DIST-STS
007030     END-CALL.
007040     IF      WS-DIST-STS NOT =   ZERO    THEN
007050         MOVE    99999.998       TO  WS-DIST
007060     END-IF.
007070     IF      WS-DIST <   WS-BEST-DIST
007080         OR  WS-BEST-X   =   ZERO    THEN
007090         MOVE    WS-S            TO  WS-BEST-X
007100         MOVE    WS-DIST         TO  WS-BEST-DIST
007110     END-IF.
007120 2620-TRY-STOP-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------*
007150*  2800-PRINT-CAPACITY  --  ONE ROUTE'S STOPS AND KM AGAINST   *
007160*                           ITS CAPACITY, FLAGGING IT OVER     *
007170*                           FOR PASS TWO                       *
007180*-----------------------------------------------------------*
007190 2800-PRINT-CAPACITY           SECTION.
007200 2800-PRINT-CAPACITY-START.
007210     MOVE    WS-SUM-ROUTE(WS-T)  TO  WS-CAPL-ROUTE.
007220     MOVE    WS-SUM-DEPOT(WS-T)  TO  WS-CAPL-DEPOT.
007230     MOVE    WS-SUM-STOPS(WS-T)  TO  WS-CAPL-STOPS.
007240     MOVE    WS-SUM-MAX-STOPS(WS-T)  TO  WS-CAPL-MAX-STOPS.
007250     MOVE    WS-SUM-KM(WS-T)     TO  WS-CAPL-KM.
007260     MOVE    WS-SUM-MAX-KM(WS-T) TO  WS-CAPL-MAX-KM.
007270     EVALUATE    TRUE
007280         WHEN    NOT WS-SUM-CAP-FOUND(WS-T)
007290             MOVE    "NO CAPACITY ROW"   TO  WS-CAPL-STATUS
007300             ADD     1           TO  WS-ROUTES-NO-CAP
007310         WHEN    WS-SUM-STOPS(WS-T)  >   WS-SUM-MAX-STOPS(WS-T)
007320             AND WS-SUM-KM(WS-T)     >   WS-SUM-MAX-KM(WS-T)
007330             MOVE    "OVER STOPS AND KM" TO  WS-CAPL-STATUS
007340             MOVE    "Y"         TO  WS-SUM-OVER-SW(WS-T)
007350         WHEN    WS-SUM-STOPS(WS-T)  >   WS-SUM-MAX-STOPS(WS-T)
007360             MOVE    "OVER STOPS"        TO  WS-CAPL-STATUS
007370             MOVE    "Y"         TO  WS-SUM-OVER-SW(WS-T)
007380         WHEN    WS-SUM-KM(WS-T)     >   WS-SUM-MAX-KM(WS-T)
007390             MOVE    "OVER KM"           TO  WS-CAPL-STATUS
007400             MOVE    "Y"         TO  WS-SUM-OVER-SW(WS-T)
007410         WHEN    OTHER
007420             MOVE    "OK"                TO  WS-CAPL-STATUS
007430     END-EVALUATE.
007440     IF      WS-SUM-OVER(WS-T)   THEN
007450         ADD     1               TO  WS-ROUTES-OVER
007460     END-IF.
007470     WRITE   RPT-REC             FROM    WS-CAP-LINE.
007480 2800-PRINT-CAPACITY-EXIT.
007490     EXIT.
007500*-----------------------------------------------------------*
007510*  2900-END-PASS-ONE  --  MEASURE THE LAST ROUTE, PRINT THE    *
007520*                         CAPACITY SECTION, AND REWIND THE     *
007530*                         ROUTED FILE FOR PASS TWO             *
007540*-----------------------------------------------------------*
007550 2900-END-PASS-ONE             SECTION.
007560 2900-END-PASS-ONE-START.
007562     IF      WS-DATE-BAD     THEN
007565         GO  TO  2900-END-PASS-ONE-EXIT
007567     END-IF.
007570     IF      NOT WS-FIRST-RECORD     THEN
007580         PERFORM   2500-MEASURE-ROUTE
007590             THRU    2500-MEASURE-ROUTE-EXIT
007600     END-IF.
007610     MOVE    "ROUTE CAPACITY CHECK"  TO  WS-SECT-TITLE.
007620     WRITE   RPT-REC             FROM    WS-SECT-LINE.
007630     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
007640     WRITE   RPT-REC             FROM    WS-CAP-HDR.
007650     PERFORM   2800-PRINT-CAPACITY
007660         THRU    2800-PRINT-CAPACITY-EXIT
007670         VARYING   WS-T       FROM    1   BY  1
007680         UNTIL     WS-T       >   WS-SUM-CNT.
007690     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
007700     MOVE    "BALANCING PROPOSALS"   TO  WS-SECT-TITLE.
007710     WRITE   RPT-REC             FROM    WS-SECT-LINE.
007720     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
007730     WRITE   RPT-REC             FROM    WS-PRP-HDR.
007740     CLOSE   INFILE.
007750     OPEN    INPUT    INFILE.
007760     MOVE    "N"                 TO  WS-EOF-SW.
007770     MOVE    "Y"                 TO  WS-FIRST-SW.
007780     MOVE    ZERO                TO  WS-STOP-CNT.
007790     MOVE    ZERO                TO  WS-STOPS-OVERFLOW.
007800     IF      WS-ROUTES-OVER  =   ZERO    THEN
007810         MOVE    "Y"             TO  WS-EOF-SW
007820         GO  TO  2900-END-PASS-ONE-EXIT
007830     END-IF.
007840     PERFORM   4100-REREAD-INFILE
007850         THRU    4100-REREAD-INFILE-EXIT.
007860 2900-END-PASS-ONE-EXIT.
007870     EXIT.
007880*-----------------------------------------------------------*
007890*  4000-PASS-TWO  --  COLLECT EACH ROUTE'S STOPS AGAIN AND     *
007900*                     BALANCE IT ON THE BREAK IF PASS ONE      *
007910*                     FOUND IT OVER CAPACITY                   *
007920*-----------------------------------------------------------*
007930 4000-PASS-TWO                  SECTION.
007940 4000-PASS-TWO-START.
007950     IF      GEO3X-RD-STS    NOT =   ZERO
007960         OR  GEO3X-RD-ROUTE-ID   =   "UNROUTED"  THEN
007970         GO  TO  4000-PASS-TWO-READ
007980     END-IF.
007990     IF      WS-FIRST-RECORD     THEN
008000         MOVE    GEO3X-RD-ROUTE-ID   TO  WS-GRP-ROUTE
008010         MOVE    GEO3X-RD-DEPOT      TO  WS-GRP-DEPOT
008020         MOVE    "N"                 TO  WS-FIRST-SW
008030     END-IF.
008040     IF      GEO3X-RD-ROUTE-ID   NOT =   WS-GRP-ROUTE    THEN
008050         PERFORM   4500-BALANCE-ROUTE
008060             THRU    4500-BALANCE-ROUTE-EXIT
008070         MOVE    GEO3X-RD-ROUTE-ID   TO  WS-GRP-ROUTE
008080         MOVE    GEO3X-RD-DEPOT      TO  WS-GRP-DEPOT
008090     END-IF.
008100     PERFORM   2100-COLLECT-STOP  THRU    2100-COLLECT-STOP-EXIT.
008110 4000-PASS-TWO-READ.
008120     PERFORM   4100-REREAD-INFILE
008130         THRU    4100-REREAD-INFILE-EXIT.
008140     IF      WS-EOF          THEN
008150         PERFORM   4500-BALANCE-ROUTE
008160             THRU    4500-BALANCE-ROUTE-EXIT
008170     END-IF.
008180 4000-PASS-TWO-EXIT.
008190     EXIT.
008200*-----------------------------------------------------------*
008210*  4100-REREAD-INFILE  --  PASS TWO READ; THE RECORDS WERE     *
008220*                          ALREADY COUNTED ON PASS ONE         *
008230*-----------------------------------------------------------*
008240 4100-REREAD-INFILE             SECTION.
008250 4100-REREAD-INFILE-START.
008260     READ    INFILE      INTO    GEO3X-RD-RECORD
008270         AT END
008280             MOVE    "Y"         TO  WS-EOF-SW
008290     END-READ.
008300 4100-REREAD-INFILE-EXIT.
008310     EXIT.
008320*-----------------------------------------------------------*
008330*  4500-BALANCE-ROUTE  --  FOR A ROUTE OVER CAPACITY: LIST ITS *
008340*                          DISTINCT CELLS, FIND THE ADJACENT   *
008350*                          ROUTES EACH COULD GO TO, THEN       *
008360*                          PROPOSE CELLS ONE AT A TIME UNTIL   *
008370*                          THE ROUTE FITS OR NOTHING IS LEFT   *
008380*                          TO MOVE.                            *
008390*-----------------------------------------------------------*
008400 4500-BALANCE-ROUTE            SECTION.
008410 4500-BALANCE-ROUTE-START.
008420     IF      WS-STOP-CNT =   ZERO    THEN
008430         GO  TO  4500-BALANCE-ROUTE-RESET
008440     END-IF.
008450     MOVE    WS-GRP-ROUTE        TO  WS-FIND-ROUTE.
008460     PERFORM   2050-FIND-SUMMARY  THRU    2050-FIND-SUMMARY-EXIT.
008470     IF      WS-T    >   WS-SUM-CNT  THEN
008480         GO  TO  4500-BALANCE-ROUTE-RESET
008490     END-IF.
008500     IF      NOT WS-SUM-OVER(WS-T)   THEN
008510         GO  TO  4500-BALANCE-ROUTE-RESET
008520     END-IF.
008530     MOVE    WS-T                TO  WS-GRP-X.
008540     MOVE    ZERO                TO  WS-CELL-CNT.
008550     PERFORM   4510-ADD-CELL      THRU    4510-ADD-CELL-EXIT
008560         VARYING   WS-S       FROM    1   BY  1
008570         UNTIL     WS-S       >   WS-STOP-CNT.
008580     PERFORM   4520-FIND-TARGET   THRU    4520-FIND-TARGET-EXIT
008590         VARYING   WS-C       FROM    1   BY  1
008600         UNTIL     WS-C       >   WS-CELL-CNT.
008610     MOVE    "N"                 TO  WS-BAL-DONE-SW.
008620     PERFORM   4600-PROPOSE-ONE   THRU    4600-PROPOSE-ONE-EXIT
008630         UNTIL     WS-BAL-DONE.
008640 4500-BALANCE-ROUTE-RESET.
008650     MOVE    ZERO                TO  WS-STOP-CNT.
008660     MOVE    ZERO                TO  WS-STOPS-OVERFLOW.
008670 4500-BALANCE-ROUTE-EXIT.
008680     EXIT.
008690*-----------------------------------------------------------*
008700*  4510-ADD-CELL  --  ONE STOP INTO THE DISTINCT-CELL TABLE    *
008710*-----------------------------------------------------------*
008720 4510-ADD-CELL                  SECTION.
008730 4510-ADD-CELL-START.
008740     PERFORM   4515-NEXT-CELL     THRU    4515-NEXT-CELL-EXIT
008750         VARYING   WS-C       FROM    1   BY  1
008760         UNTIL     WS-C       >   WS-CELL-CNT
008770                   OR  WS-CELL-COD(WS-C)   =   WS-STOP-COD(WS-S).
008780     IF      WS-C    <=  WS-CELL-CNT     THEN
008790         ADD     1               TO  WS-CELL-STOPS(WS-C)
008800         GO  TO  4510-ADD-CELL-EXIT
008810     END-IF.
008820     IF      WS-CELL-CNT >=  WS-CELL-MAX     THEN
008830         GO  TO  4510-ADD-CELL-EXIT
008840     END-IF.
008850     ADD     1                   TO  WS-CELL-CNT.
008860     MOVE    WS-STOP-COD(WS-S)   TO  WS-CELL-COD(WS-CELL-CNT).
008870     MOVE    WS-STOP-LEVEL(WS-S) TO  WS-CELL-LEVEL(WS-CELL-CNT).
008880     MOVE    1                   TO  WS-CELL-STOPS(WS-CELL-CNT).
008895     MOVE    ZERO            TO  WS-CELL-CAND-CNT(WS-CELL-CNT).
008910     MOVE    "N"             TO  WS-CELL-MOVED-SW(WS-CELL-CNT).
008920 4510-ADD-CELL-EXIT.
008930     EXIT.
008940 4515-NEXT-CELL                 SECTION.
008950 4515-NEXT-CELL-START.
008960     CONTINUE.
008970 4515-NEXT-CELL-EXIT.
008980     EXIT.
008990*-----------------------------------------------------------*
009000*  4520-FIND-TARGET  --  A CELL IS ON THE ROUTE'S BOUNDARY     *
009010*                        WHEN A NEIGHBOUR TO THE N, S, E OR W  *
009020*                        FALLS ON ANOTHER ROUTE.  OF THOSE     *
009030*                        ROUTES, ONLY ONES WITH A CAPACITY ROW *
009040*                        AND A KNOWN DEPOT QUALIFY, AND EACH   *
009050*                        IS KEPT WITH ITS DEPOT'S DISTANCE.    *
009060*                        A LEVEL-1 CELL CANNOT BE WRITTEN AS   *
009070*                        A ROUTE ROW AND IS NEVER A CANDIDATE. *
009080*-----------------------------------------------------------*
009090 4520-FIND-TARGET               SECTION.
009100 4520-FIND-TARGET-START.
009110     IF      WS-CELL-LEVEL(WS-C) <   2   THEN
009120         GO  TO  4520-FIND-TARGET-EXIT
009130     END-IF.
009140     PERFORM   4530-TRY-NEIGHBOR  THRU    4530-TRY-NEIGHBOR-EXIT
009150         VARYING   WS-N       FROM    1   BY  1
009160         UNTIL     WS-N       >   4.
009170 4520-FIND-TARGET-EXIT.
009180     EXIT.
009190 4530-TRY-NEIGHBOR              SECTION.
009200 4530-TRY-NEIGHBOR-START.
009210     CALL    "geo3x3_neighbor" USING BY  REFERENCE
009220                                  WS-CELL-COD(WS-C)
009230                                 BY  REFERENCE   WS-DIR(WS-N)
009240                                 BY  REFERENCE   WS-NBR-COD
009250                                 BY  REFERENCE   WS-NBR-STS
009260     END-CALL.
009270     IF      WS-NBR-STS  NOT =   ZERO    THEN
009280         GO  TO  4530-TRY-NEIGHBOR-EXIT
009290     END-IF.
009300     MOVE    WS-CELL-LEVEL(WS-C) TO  WS-NBR-LEVEL.
009310     MOVE    ZERO                TO  WS-BEST.
009320     MOVE    ZERO                TO  WS-BEST-LEVEL.
009330     PERFORM   4540-TRY-ROUTE     THRU    4540-TRY-ROUTE-EXIT
009340         VARYING   WS-R       FROM    1   BY  1
009350         UNTIL     WS-R       >   WS-RTE-CNT.
009360     IF      WS-BEST =   ZERO    THEN
009370         GO  TO  4530-TRY-NEIGHBOR-EXIT
009380     END-IF.
009390     IF      WS-RTE-ROUTE-ID(WS-BEST)    =   WS-GRP-ROUTE    THEN
009400         GO  TO  4530-TRY-NEIGHBOR-EXIT
009410     END-IF.
009420     MOVE    WS-RTE-ROUTE-ID(WS-BEST)    TO  WS-FIND-ROUTE.
009430     PERFORM   2050-FIND-SUMMARY  THRU    2050-FIND-SUMMARY-EXIT.
009440     IF      WS-T    >   WS-SUM-CNT  THEN
009450         GO  TO  4530-TRY-NEIGHBOR-EXIT
009460     END-IF.
009470     IF      NOT WS-SUM-CAP-FOUND(WS-T)
009480         OR  NOT WS-SUM-DEP-FOUND(WS-T)  THEN
009490         GO  TO  4530-TRY-NEIGHBOR-EXIT
009500     END-IF.
009510     CALL    "geo3x3_distance" USING BY  REFERENCE
009520                                     WS-SUM-DEP-COD(WS-T)
009530                                 BY  REFERENCE   WS-CELL-COD(WS-C)
009540                                 BY  REFERENCE   WS-DIST
009550                                 BY  REFERENCE   WS-DIST-STS
009560     END-CALL.
009570     IF      WS-DIST-STS NOT =   ZERO    THEN
009580         GO  TO  4530-TRY-NEIGHBOR-EXIT
009590     END-IF.
009594     PERFORM   4535-NEXT-CAND     THRU    4535-NEXT-CAND-EXIT
009598         VARYING   WS-K       FROM    1   BY  1
009602         UNTIL     WS-K       >   WS-CELL-CAND-CNT(WS-C)
009606                   OR  WS-CELL-TGT(WS-C WS-K)  =   WS-T.
009610     IF      WS-K    <=  WS-CELL-CAND-CNT(WS-C)  THEN
009615         GO  TO  4530-TRY-NEIGHBOR-EXIT
009619     END-IF.
009623     ADD     1                   TO  WS-CELL-CAND-CNT(WS-C).
009627     MOVE    WS-CELL-CAND-CNT(WS-C)  TO  WS-K.
009631     MOVE    WS-T                TO  WS-CELL-TGT(WS-C WS-K).
009635     MOVE    WS-DIST             TO  WS-CELL-TGT-DIST(WS-C WS-K).
009640 4530-TRY-NEIGHBOR-EXIT.
009650     EXIT.
009651 4535-NEXT-CAND                 SECTION.
009653 4535-NEXT-CAND-START.
009655     CONTINUE.
009656 4535-NEXT-CAND-EXIT.
009658     EXIT.
009660*-----------------------------------------------------------*
009670*  4540-TRY-ROUTE  --  ONE ROUTE ROW AGAINST THE NEIGHBOURING  *
009680*                      CELL.  SAME RULES AS GEO3X3_ROUTE_ASGN: *
009690*                      A ROW FINER THAN THE CELL'S LEVEL       *
009700*                      CANNOT MATCH; THE DEEPEST MATCH WINS.   *
009710*-----------------------------------------------------------*
009720 4540-TRY-ROUTE                 SECTION.
009730 4540-TRY-ROUTE-START.
009740     IF      WS-RTE-LEVEL(WS-R)  <=  WS-BEST-LEVEL   THEN
009750         GO  TO  4540-TRY-ROUTE-EXIT
009760     END-IF.
009770     IF      WS-RTE-LEVEL(WS-R)  >   WS-NBR-LEVEL    THEN
009780         GO  TO  4540-TRY-ROUTE-EXIT
009790     END-IF.
009800     IF      WS-NBR-COD(1:WS-RTE-CMP-LEN(WS-R))  =
009810             WS-RTE-PREFIX(WS-R)(1:WS-RTE-CMP-LEN(WS-R))     THEN
009820         MOVE    WS-R                TO  WS-BEST
009830         MOVE    WS-RTE-LEVEL(WS-R)  TO  WS-BEST-LEVEL
009840     END-IF.
009850 4540-TRY-ROUTE-EXIT.
009860     EXIT.
009870*-----------------------------------------------------------*
009880*  4600-PROPOSE-ONE  --  IF THE ROUTE STILL DOES NOT FIT, HAND *
009890*                        ONE MORE BOUNDARY CELL TO ITS NEAREST *
009900*                        ADJACENT ROUTE WITH ROOM FOR IT --    *
009903*                        OF ALL CELL AND ROUTE PAIRS THAT FIT, *
009906*                        THE ONE WITH THE SHORTEST DEPOT RUN.  *
009910*                        ROOM ON THE RECEIVING ROUTE IS        *
009920*                        JUDGED ON ITS STOPS PLUS A ROUND TRIP *
009930*                        FROM ITS DEPOT TO THE CELL -- AN      *
009940*                        UPPER BOUND ON WHAT THE CELL ADDS TO  *
009950*                        ITS KM.  THE GIVING ROUTE'S KM IS     *
009960*                        RE-MEASURED WITHOUT THE CELL.         *
009970*-----------------------------------------------------------*
009980 4600-PROPOSE-ONE               SECTION.
009990 4600-PROPOSE-ONE-START.
010000     IF      WS-SUM-STOPS(WS-GRP-X)  <=
010010      WS-SUM-MAX-STOPS(WS-GRP-X)
010020         AND WS-SUM-KM(WS-GRP-X)     <=  WS-SUM-MAX-KM(WS-GRP-X)
010030             THEN
010040         MOVE    "Y"             TO  WS-BAL-DONE-SW
010050         GO  TO  4600-PROPOSE-ONE-EXIT
010060     END-IF.
010070     MOVE    ZERO                TO  WS-BEST-C.
010075     MOVE    ZERO                TO  WS-BEST-K.
010080     MOVE    99999.999           TO  WS-BEST-CELL-DIST.
010090     PERFORM   4610-TRY-CELL      THRU    4610-TRY-CELL-EXIT
010100         VARYING   WS-C       FROM    1   BY  1
010110         UNTIL     WS-C       >   WS-CELL-CNT.
010120     IF      WS-BEST-C   =   ZERO    THEN
010130         MOVE    WS-GRP-ROUTE    TO  WS-MSG-ROUTE
010140         MOVE
010150      "STILL OVER CAPACITY - NO ADJACENT ROUTE HAS ROOM"
010160                                 TO  WS-MSG-TEXT
010170         WRITE   RPT-REC         FROM    WS-MSG-LINE
010180         ADD     1               TO  WS-ROUTES-STILL-OVER
010190         MOVE    "Y"             TO  WS-BAL-DONE-SW
010200         GO  TO  4600-PROPOSE-ONE-EXIT
010210     END-IF.
010220     MOVE    WS-BEST-C           TO  WS-C.
010230     MOVE    WS-CELL-TGT(WS-C WS-BEST-K) TO  WS-T.
010240     MOVE    "Y"                 TO  WS-CELL-MOVED-SW(WS-C).
010250     PERFORM   4620-MARK-STOP     THRU    4620-MARK-STOP-EXIT
010260         VARYING   WS-S       FROM    1   BY  1
010270         UNTIL     WS-S       >   WS-STOP-CNT.
010280     SUBTRACT WS-CELL-STOPS(WS-C) FROM WS-SUM-STOPS(WS-GRP-X).
010290     ADD     WS-CELL-STOPS(WS-C) TO  WS-SUM-IN-STOPS(WS-T).
010300     COMPUTE WS-SUM-IN-KM(WS-T)  =   WS-SUM-IN-KM(WS-T)
010310             +   (2  *   WS-BEST-CELL-DIST)
010320     END-COMPUTE.
010330     PERFORM   2600-TOUR-KM       THRU    2600-TOUR-KM-EXIT.
010340     MOVE    WS-TOUR-KM          TO  WS-SUM-KM(WS-GRP-X).
010350     PERFORM   4700-WRITE-PROPOSAL
010360         THRU    4700-WRITE-PROPOSAL-EXIT.
010370 4600-PROPOSE-ONE-EXIT.
010380     EXIT.
010390*-----------------------------------------------------------*
010400*  4610-TRY-CELL  --  ONE CELL, IF NOT YET MOVED, AGAINST      *
010410*                     THE BEST CANDIDATE SO FAR, ONE ADJACENT  *
010420*                     ROUTE AT A TIME                          *
010430*-----------------------------------------------------------*
010440 4610-TRY-CELL                  SECTION.
010450 4610-TRY-CELL-START.
010460     IF      WS-CELL-MOVED-SW(WS-C)  =   "Y"     THEN
010480         GO  TO  4610-TRY-CELL-EXIT
010490     END-IF.
010537     PERFORM   4615-TRY-TARGET    THRU    4615-TRY-TARGET-EXIT
010585         VARYING   WS-K       FROM    1   BY  1
010632         UNTIL     WS-K       >   WS-CELL-CAND-CNT(WS-C).
010680 4610-TRY-CELL-EXIT.
010681     EXIT.
010682*-----------------------------------------------------------*
010683*  4615-TRY-TARGET  --  ONE ADJACENT ROUTE FOR THE CELL:      *
010684*                       NEARER THAN THE BEST SO FAR, AND      *
010685*                       STILL WITH ROOM FOR THE CELL'S STOPS  *
010687*                       AND ITS DEPOT ROUND TRIP              *
010688*-----------------------------------------------------------*
010689 4615-TRY-TARGET                SECTION.
010690 4615-TRY-TARGET-START.
010691     IF      WS-CELL-TGT-DIST(WS-C WS-K) >=  WS-BEST-CELL-DIST
010692             THEN
010694         GO  TO  4615-TRY-TARGET-EXIT
010695     END-IF.
010696     MOVE    WS-CELL-TGT(WS-C WS-K)  TO  WS-T.
010697     IF      WS-SUM-STOPS(WS-T)  +   WS-SUM-IN-STOPS(WS-T)
010698             +   WS-CELL-STOPS(WS-C) >   WS-SUM-MAX-STOPS(WS-T)
010700             THEN
010701         GO  TO  4615-TRY-TARGET-EXIT
010702     END-IF.
010703     COMPUTE WS-ROOM-KM  =   WS-SUM-KM(WS-T)
010704             +   WS-SUM-IN-KM(WS-T)
010705             +   (2  *   WS-CELL-TGT-DIST(WS-C WS-K))
010707     END-COMPUTE.
010708     IF      WS-ROOM-KM  >   WS-SUM-MAX-KM(WS-T)     THEN
010709         GO  TO  4615-TRY-TARGET-EXIT
010710     END-IF.
010711     MOVE    WS-C                TO  WS-BEST-C.
010712     MOVE    WS-K                TO  WS-BEST-K.
010714     MOVE    WS-CELL-TGT-DIST(WS-C WS-K) TO  WS-BEST-CELL-DIST.
010715 4615-TRY-TARGET-EXIT.
010716     EXIT.
010717 4620-MARK-STOP                 SECTION.
010718 4620-MARK-STOP-START.
010720     IF      WS-STOP-COD(WS-S)   =   WS-CELL-COD(WS-C)   THEN
010730         MOVE    "Y"             TO  WS-STOP-MOVED-SW(WS-S)
010740     END-IF.
010750 4620-MARK-STOP-EXIT.
010760     EXIT.
010770*-----------------------------------------------------------*
010780*  4700-WRITE-PROPOSAL  --  THE MOVED CELL AS A CANDIDATE      *
010790*                           ROUTE ROW FOR THE RECEIVING ROUTE  *
010800*                           AND A LINE ON THE REPORT.  A CELL  *
010810*                           WHOSE CODE HAS N-1 DIGITS IS       *
010820*                           EXACTLY A LEVEL N-1 PREFIX, SO THE *
010830*                           ROW IS FINER THAN ANY ROW THAT     *
010840*                           CLAIMS IT TODAY AND WINS THE       *
010850*                           LONGEST-PREFIX MATCH.              *
010860*-----------------------------------------------------------*
010870 4700-WRITE-PROPOSAL           SECTION.
010880 4700-WRITE-PROPOSAL-START.
010890     MOVE    SPACE               TO  GEO3X-RT-RECORD.
010900     MOVE    WS-CELL-COD(WS-C)(1:WS-CELL-LEVEL(WS-C))
010910                                 TO  GEO3X-RT-PREFIX.
010920     COMPUTE GEO3X-RT-LEVEL  =   WS-CELL-LEVEL(WS-C) -   1.
010930     MOVE    WS-SUM-ROUTE(WS-T)  TO  GEO3X-RT-ROUTE-ID.
010940     MOVE    WS-SUM-DEPOT(WS-T)  TO  GEO3X-RT-DEPOT.
010950     WRITE   PRP-REC             FROM    GEO3X-RT-RECORD.
010960     ADD     1                   TO  WS-PROPOSALS.
010970     MOVE    WS-GRP-ROUTE        TO  WS-PRPL-FROM.
010980     MOVE    GEO3X-RT-PREFIX     TO  WS-PRPL-CELL.
010990     MOVE    WS-CELL-STOPS(WS-C) TO  WS-PRPL-STOPS.
011000     MOVE    WS-SUM-ROUTE(WS-T)  TO  WS-PRPL-TO.
011010     MOVE    WS-SUM-DEPOT(WS-T)  TO  WS-PRPL-DEPOT.
011020     MOVE    WS-BEST-CELL-DIST   TO  WS-PRPL-DIST.
011030     MOVE    WS-SUM-STOPS(WS-GRP-X)  TO  WS-PRPL-LEFT-STOPS.
011040     MOVE    WS-SUM-KM(WS-GRP-X) TO  WS-PRPL-LEFT-KM.
011050     WRITE   RPT-REC             FROM    WS-PRP-LINE.
011060 4700-WRITE-PROPOSAL-EXIT.
011070     EXIT.
011080*-----------------------------------------------------------*
011090*  3000-TERMINATE  --  RUN TOTALS, CLOSE FILES, POST           *
011100*                      RUN-CONTROL                             *
011110*-----------------------------------------------------------*
011120 3000-TERMINATE                 SECTION.
011130 3000-TERMINATE-START.
011132     IF      WS-DATE-BAD     THEN
011134         MOVE    12          TO  RETURN-CODE
011136         GO  TO  3000-TERMINATE-EXIT
011138     END-IF.
011140     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
011150     MOVE    "ROUTES MEASURED"   TO  WS-CNT-LABEL.
011160     MOVE    WS-ROUTES-MEASURED  TO  WS-CNT-COUNT.
011170     WRITE   RPT-REC             FROM    WS-CNT-LINE.
011180     MOVE    "ROUTES OVER CAPACITY"  TO  WS-CNT-LABEL.
011190     MOVE    WS-ROUTES-OVER      TO  WS-CNT-COUNT.
011200     WRITE   RPT-REC             FROM    WS-CNT-LINE.
011210     MOVE    "ROUTES STILL OVER"     TO  WS-CNT-LABEL.
011220     MOVE    WS-ROUTES-STILL-OVER    TO  WS-CNT-COUNT.
011230     WRITE   RPT-REC             FROM    WS-CNT-LINE.
011240     MOVE    "ROUTES NO CAPACITY ROW"    TO  WS-CNT-LABEL.
011250     MOVE    WS-ROUTES-NO-CAP    TO  WS-CNT-COUNT.
011260     WRITE   RPT-REC             FROM    WS-CNT-LINE.
011270     MOVE    "CELLS PROPOSED"    TO  WS-CNT-LABEL.
011280     MOVE    WS-PROPOSALS        TO  WS-CNT-COUNT.
011290     WRITE   RPT-REC             FROM    WS-CNT-LINE.
011300     DISPLAY "CAPACITY ROWS LOADED= " WS-CAP-LOADED.
011310     DISPLAY "CAPACITY ROWS REJECT= " WS-CAP-REJECTED.
011320     DISPLAY "ROUTE ROWS LOADED   = " WS-RTE-LOADED.
011330     DISPLAY "ROUTE ROWS REJECTED = " WS-RTE-REJECTED.
011340     DISPLAY "DEPOT ROWS LOADED   = " WS-DEPOTS-LOADED.
011350     DISPLAY "DEPOT ROWS REJECTED = " WS-DEPOTS-REJECTED.
011360     DISPLAY "DELIVERIES READ     = " WS-RECS-READ.
011370     DISPLAY "DELIVERIES SKIPPED  = " WS-RECS-SKIPPED.
011380     DISPLAY "ROUTES MEASURED     = " WS-ROUTES-MEASURED.
011390     DISPLAY "ROUTES OVER CAPACITY= " WS-ROUTES-OVER.
011400     DISPLAY "ROUTES STILL OVER   = " WS-ROUTES-STILL-OVER.
011410     DISPLAY "CELLS PROPOSED      = " WS-PROPOSALS.
011420     CLOSE   INFILE.
011430     CLOSE   PRPFILE.
011440     CLOSE   RPTFILE.
011450     MOVE    WS-RECS-READ        TO  WS-RC-READ.
011460     MOVE    WS-PROPOSALS        TO  WS-RC-WRITTEN.
011470     MOVE    ZERO                TO  WS-RC-REJECTED.
011480     MOVE    ZERO                TO  WS-RC-RETURN.
011490     IF      WS-ROUTES-OVER  >   ZERO    THEN
011500         MOVE    4               TO  WS-RC-RETURN
011510     END-IF.
011520     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
011530                                 BY  REFERENCE   WS-PGM-NAME
011540                                 BY  REFERENCE   WS-RC-READ
011550                                 BY  REFERENCE   WS-RC-WRITTEN
011560                                 BY  REFERENCE   WS-RC-REJECTED
011570                                 BY  REFERENCE   WS-RC-RETURN
011580     END-CALL.
011590     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
011600 3000-TERMINATE-EXIT.
011610     EXIT.
011620 END PROGRAM     geo3x3_route_bal.
