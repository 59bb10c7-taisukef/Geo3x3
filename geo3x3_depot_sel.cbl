000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_depot_sel.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  CANDIDATE DEPOT SITE-    *
000190*                 SELECTION ANALYSIS -- SEE GEOCND01.  EACH  *
000200*                 CANDIDATE (GEO3XCD) IS ENCODED AND EVERY   *
000210*                 ACTIVE SITE ON THE MASTER IS MEASURED TO   *
000220*                 IT AND TO THE DEPOT THAT SERVES IT TODAY   *
000230*                 -- THE DEPOT OF ITS LONGEST-MATCH ROUTE    *
000240*                 ROW, AS GEO3X3_ROUTE_ASGN FINDS IT.  THE   *
000250*                 REPORT LISTS THE SITES NEARER THE          *
000260*                 CANDIDATE, WITH THEIR LAST 90 DAYS OF      *
000270*                 DELIVERIES OFF THE HISTORY FILE            *
000280*                 (GEO3XCH), COUNTS THE ACTIVE SITES BY      *
000290*                 DISTANCE BAND FROM THE CANDIDATE AND FROM  *
000300*                 TODAY'S DEPOTS, AND TOTALS THE SITES AND   *
000310*                 DELIVERIES EACH ROUTE WOULD LOSE.  READ    *
000320*                 ONLY -- NOTHING HERE CHANGES THE MASTER,   *
000330*                 ROUTE OR DEPOT FILES.                      *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT                 DIVISION.
000360 CONFIGURATION               SECTION.
000370 SOURCE-COMPUTER.            IBM-370.
000380 OBJECT-COMPUTER.            IBM-370.
000390 INPUT-OUTPUT                SECTION.
000400 FILE-CONTROL.
000410     SELECT  CANDFILE        ASSIGN TO "CANDFILE"
000420                              ORGANIZATION  IS  SEQUENTIAL.
000430     SELECT  MASTER          ASSIGN TO "MASTER"
000440                              ORGANIZATION  IS  INDEXED
000450                              ACCESS MODE    IS  SEQUENTIAL
000460                              RECORD KEY     IS  GEO3X-MR-REC-KEY
000470                              FILE STATUS    IS  WS-MASTER-STATUS.
000480     SELECT  HISTFILE        ASSIGN TO "HISTFILE"
000490                              ORGANIZATION  IS  SEQUENTIAL.
000500     SELECT  RTEFILE         ASSIGN TO "RTEFILE"
000510                              ORGANIZATION  IS  SEQUENTIAL.
000520     SELECT  DEPFILE         ASSIGN TO "DEPFILE"
000530                              ORGANIZATION  IS  SEQUENTIAL.
000540     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000550                              ORGANIZATION  IS  SEQUENTIAL.
000560 DATA                        DIVISION.
000570 FILE                        SECTION.
000580 FD  CANDFILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  CAND-REC                PIC X(80).
000620 FD  MASTER
000630     LABEL RECORDS ARE STANDARD.
000640     COPY    GEO3XMR.
000650 FD  HISTFILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680     COPY    GEO3XCH.
000690 FD  RTEFILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  RTE-REC                 PIC X(60).
000730 FD  DEPFILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  DEP-REC                 PIC X(60).
000770 FD  RPTFILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  RPT-REC                 PIC X(132).
000810 WORKING-STORAGE             SECTION.
000820*-----------------------------------------------------------*
000830*  SWITCHES                                                  *
000840*-----------------------------------------------------------*
000850 01  WS-SWITCHES.
000860     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000870         88  WS-EOF                      VALUE "Y".
000880     05  WS-RTE-EOF-SW       PIC X(01)   VALUE "N".
000890         88  WS-RTE-EOF                  VALUE "Y".
000900     05  WS-DEP-EOF-SW       PIC X(01)   VALUE "N".
000910         88  WS-DEP-EOF                  VALUE "Y".
000920     05  WS-MST-EOF-SW       PIC X(01)   VALUE "N".
000930         88  WS-MST-EOF                  VALUE "Y".
000940     05  WS-HST-EOF-SW       PIC X(01)   VALUE "N".
000950         88  WS-HST-EOF                  VALUE "Y".
000960     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000970         88  WS-DATE-BAD                 VALUE "Y".
000980 01  WS-MASTER-STATUS        PIC X(02).
000990     88  WS-MASTER-OK                    VALUE "00".
001000*-----------------------------------------------------------*
001010*  COUNTERS -- THE CANDIDATE COUNTS COVER THE RUN; THE SITE  *
001020*  AND HISTORY COUNTS ARE RESET FOR EACH CANDIDATE'S PASS    *
001030*-----------------------------------------------------------*
001040 77  WS-CANDS-READ           PIC 9(09)   COMP    VALUE ZERO.
001050 77  WS-CANDS-REPORTED       PIC 9(09)   COMP    VALUE ZERO.
001060 77  WS-CANDS-REJECTED       PIC 9(09)   COMP    VALUE ZERO.
001070 77  WS-RTE-LOADED           PIC 9(09)   COMP    VALUE ZERO.
001080 77  WS-RTE-REJECTED         PIC 9(09)   COMP    VALUE ZERO.
001090 77  WS-DEPOTS-LOADED        PIC 9(09)   COMP    VALUE ZERO.
001100 77  WS-DEPOTS-REJECTED      PIC 9(09)   COMP    VALUE ZERO.
001110 77  WS-MST-READ             PIC 9(09)   COMP    VALUE ZERO.
001120 77  WS-HST-READ             PIC 9(09)   COMP    VALUE ZERO.
001130 77  WS-HST-IN-WINDOW        PIC 9(09)   COMP    VALUE ZERO.
001140 77  WS-SITES-ACTIVE         PIC 9(09)   COMP    VALUE ZERO.
001150 77  WS-SITES-MEASURED       PIC 9(09)   COMP    VALUE ZERO.
001160 77  WS-SITES-NO-DEPOT       PIC 9(09)   COMP    VALUE ZERO.
001170 77  WS-SITES-NOT-MEASURED   PIC 9(09)   COMP    VALUE ZERO.
001180 77  WS-SITES-NEARER         PIC 9(09)   COMP    VALUE ZERO.
001190 77  WS-VOL-ACTIVE           PIC 9(09)   COMP    VALUE ZERO.
001200 77  WS-VOL-NEARER           PIC 9(09)   COMP    VALUE ZERO.
001210*-----------------------------------------------------------*
001220*  RUN-CONTROL FIELDS -- COUNTS AND RETURN CODE PASSED TO    *
001230*  GEO3X3_RUNSTAT AT END OF RUN.  A CANDIDATE REJECTED ENDS  *
001240*  THE STEP RC 4; A MASTER THAT CANNOT BE READ, RC 8.        *
001250*-----------------------------------------------------------*
001260 77  WS-JOB-NAME             PIC X(08)   VALUE "GEOCND01".
001270 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_DEPOT_SEL".
001280 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
001290 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
001300 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
001310 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
001320*-----------------------------------------------------------*
001330*  ROUTE PREFIX TABLE -- SAME SHAPE AND LOAD RULES AS        *
001340*  GEO3X3_ROUTE_ASGN.  EACH ROW POINTS AT ITS ROUTE'S ENTRY  *
001350*  IN THE ROUTE SUMMARY BELOW.                               *
001360*-----------------------------------------------------------*
001370 77  WS-RTE-MAX              PIC 9(03)   COMP    VALUE 200.
001380 77  WS-RTE-CNT              PIC 9(03)   COMP    VALUE ZERO.
001390 01  WS-RTE-TABLE.
001400     05  WS-RTE-ENTRY        OCCURS 200 TIMES.
001410         10  WS-RTE-PREFIX       PIC X(31).
001420         10  WS-RTE-LEVEL        PIC 9(02).
001430         10  WS-RTE-CMP-LEN      PIC 9(02)   COMP.
001440         10  WS-RTE-ROUTE-ID     PIC X(08).
001450         10  WS-RTE-DEPOT        PIC X(08).
001460         10  WS-RTE-SUM-X        PIC 9(03)   COMP.
001470*-----------------------------------------------------------*
001480*  DEPOT TABLE -- LOADED ONCE AT INITIALIZATION.  THE FIRST  *
001490*  EIGHT DEPOTS ON THE FILE HAVE A COLUMN OF THEIR OWN ON    *
001500*  THE BAND TABLE; ALL OF THEM COUNT IN THE TODAY COLUMN.    *
001510*-----------------------------------------------------------*
001520 77  WS-DEP-MAX              PIC 9(03)   COMP    VALUE 50.
001530 77  WS-DEP-CNT              PIC 9(03)   COMP    VALUE ZERO.
001540 77  WS-DEP-COLS             PIC 9(03)   COMP    VALUE 8.
001550 01  WS-DEP-TABLE.
001560     05  WS-DEP-ENTRY        OCCURS 50 TIMES.
001570         10  WS-DEP-ID           PIC X(08).
001580         10  WS-DEP-COD          PIC X(31).
001590*-----------------------------------------------------------*
001600*  ROUTE SUMMARY -- ONE ENTRY PER ROUTE ID ON THE ROUTE      *
001610*  FILE, WITH ITS DEPOT'S ENTRY IN THE DEPOT TABLE (ZERO     *
001620*  WHEN THE DEPOT IS NOT ON THE DEPOT FILE).  THE COUNTS ARE *
001630*  THE CANDIDATE UNDER THE PASS'S: ACTIVE SITES AND 90-DAY   *
001640*  DELIVERIES ON THE ROUTE, AND THE SHARE NEARER THE         *
001650*  CANDIDATE THAN THE ROUTE'S DEPOT.                         *
001660*-----------------------------------------------------------*
001670 77  WS-SUM-MAX              PIC 9(03)   COMP    VALUE 200.
001680 77  WS-SUM-CNT              PIC 9(03)   COMP    VALUE ZERO.
001690 01  WS-SUM-TABLE.
001700     05  WS-SUM-ENTRY        OCCURS 200 TIMES.
001710         10  WS-SUM-ROUTE        PIC X(08).
001720         10  WS-SUM-DEPOT        PIC X(08).
001730         10  WS-SUM-DEP-X        PIC 9(03)   COMP.
001740         10  WS-SUM-SITES        PIC 9(07)   COMP.
001750         10  WS-SUM-VOL          PIC 9(09)   COMP.
001760         10  WS-SUM-NEAR-SITES   PIC 9(07)   COMP.
001770         10  WS-SUM-NEAR-VOL     PIC 9(09)   COMP.
001780*-----------------------------------------------------------*
001790*  DISTANCE BANDS -- UPPER LIMIT (NOT INCLUDED) AND LABEL.   *
001800*  THE LAST BAND TAKES EVERYTHING FARTHER OUT.               *
001810*-----------------------------------------------------------*
001820 77  WS-BAND-MAX             PIC 9(01)   COMP    VALUE 6.
001830 01  WS-BAND-VALUES.
001840     05  FILLER              PIC X(22)   VALUE
001850         "00005000    0 -   5 KM".
001860     05  FILLER              PIC X(22)   VALUE
001870         "00010000    5 -  10 KM".
001880     05  FILLER              PIC X(22)   VALUE
001890         "00020000   10 -  20 KM".
001900     05  FILLER              PIC X(22)   VALUE
001910         "00050000   20 -  50 KM".
001920     05  FILLER              PIC X(22)   VALUE
001930         "00100000   50 - 100 KM".
001940     05  FILLER              PIC X(22)   VALUE
001950         "99999999  OVER 100 KM".
001960 01  WS-BAND-TABLE  REDEFINES WS-BAND-VALUES.
001970     05  WS-BAND-ENTRY       OCCURS 6 TIMES.
001980         10  WS-BAND-UPTO        PIC 9(05)V9(03).
001990         10  WS-BAND-LABEL       PIC X(14).
002000*-----------------------------------------------------------*
002010*  BAND COUNTS FOR THE CANDIDATE UNDER THE PASS -- ACTIVE    *
002020*  SITES BY DISTANCE FROM THE CANDIDATE, BY DISTANCE FROM    *
002030*  THE DEPOT SERVING THEM TODAY, AND THE SAME PER DEPOT FOR  *
002040*  THE DEPOTS WITH A COLUMN.  ROW 7 IS THE TOTAL.            *
002050*-----------------------------------------------------------*
002060 01  WS-BCNT-TABLE.
002070     05  WS-BCNT-ENTRY       OCCURS 7 TIMES.
002080         10  WS-BCNT-CAND        PIC 9(07)   COMP.
002090         10  WS-BCNT-TODAY       PIC 9(07)   COMP.
002100         10  WS-BCNT-DEP         PIC 9(07)   COMP
002110                                 OCCURS 8 TIMES.
002120*-----------------------------------------------------------*
002130*  TABLE SEARCH AND LONGEST-MATCH WORK FIELDS                 *
002140*-----------------------------------------------------------*
002150 77  WS-B                    PIC 9(01)   COMP    VALUE ZERO.
002160 77  WS-D                    PIC 9(03)   COMP    VALUE ZERO.
002170 77  WS-R                    PIC 9(03)   COMP    VALUE ZERO.
002180 77  WS-T                    PIC 9(03)   COMP    VALUE ZERO.
002190 77  WS-BEST                 PIC 9(03)   COMP    VALUE ZERO.
002200 77  WS-BEST-LEVEL           PIC 9(02)   COMP    VALUE ZERO.
002210 77  WS-SITE-SUM             PIC 9(03)   COMP    VALUE ZERO.
002220 77  WS-SITE-DEP             PIC 9(03)   COMP    VALUE ZERO.
002230 01  WS-FIND-ROUTE           PIC X(08).
002240 01  WS-FIND-DEPOT           PIC X(08).
002250*-----------------------------------------------------------*
002260*  CANDIDATE UNDER THE PASS -- ENCODED FROM SCRATCH COPIES,  *
002270*  AS GEO3X3_ENCODE DESTROYS ITS COORDINATE ARGUMENTS        *
002280*-----------------------------------------------------------*
002290 77  WS-CALR-ID          PIC X(20) VALUE "GEO3X3_DEPOT_SEL".
002300 77  WS-SCR-LAT              PIC S9(03)V9(6).
002310 77  WS-SCR-LNG              PIC S9(03)V9(6).
002320 77  WS-SCR-LEVEL            PIC 9(02).
002330 01  WS-CAND-COD             PIC X(31).
002340 01  WS-ENC-STS              PIC 9(01).
002350*-----------------------------------------------------------*
002360*  SITE UNDER MEASURE                                         *
002370*-----------------------------------------------------------*
002380 01  WS-SITE-VOL             PIC 9(07)   COMP.
002390 01  WS-DEP-KM               PIC S9(05)V9(03).
002400 01  WS-CAND-KM              PIC S9(05)V9(03).
002410 01  WS-DIST                 PIC S9(05)V9(03).
002420 01  WS-DIST-STS             PIC 9(01).
002430 01  WS-BAND-KM              PIC S9(05)V9(03).
002440*-----------------------------------------------------------*
002450*  HISTORY MATCH -- THE HISTORY FILE IS SORTED BY CELL AND   *
002460*  OCCUPANT AHEAD OF THIS STEP (SEE GEOCND01), THE ORDER THE *
002470*  MASTER READS IN, AND MATCHED TO IT A SITE AT A TIME.  A   *
002480*  DELIVERY COUNTS FOR THE SITE WHEN ITS CUSTOMER IS STILL   *
002490*  THE SITE'S AND IT WAS POSTED IN THE 90 DAYS ENDING ON THE *
002500*  BUSINESS DATE.                                            *
002510*-----------------------------------------------------------*
002520 01  WS-HST-REC-KEY.
002530     05  WS-HST-KEY          PIC X(31).
002540     05  WS-HST-OCC-SEQ      PIC 9(02).
002550 01  WS-RUN-DATE-RAW         PIC 9(08).
002560 77  WS-RUN-SERIAL           PIC 9(07)   COMP    VALUE ZERO.
002570 01  WS-FROM-NUM             PIC 9(08)           VALUE ZERO.
002580 01  WS-FROM-X      REDEFINES WS-FROM-NUM
002590                             PIC X(08).
002600*-----------------------------------------------------------*
002610*  BUSINESS DATE                                              *
002620*-----------------------------------------------------------*
002630 01  WS-BUS-DATE             PIC X(08).
002640 01  WS-BUS-DATE-STS         PIC 9(01).
002650 01  WS-BUS-DATE-MSG         PIC X(40).
002660*-----------------------------------------------------------*
002670*  REFERENCE WORK AREAS                                       *
002680*-----------------------------------------------------------*
002690     COPY    GEO3XCD.
002700     COPY    GEO3XRT.
002710     COPY    GEO3XDP.
002720*-----------------------------------------------------------*
002730*  REPORT LINES                                              *
002740*-----------------------------------------------------------*
002750 01  WS-TITLE-LINE.
002760     05  FILLER              PIC X(46)   VALUE
002770         "GEO3X3 CANDIDATE DEPOT SITE-SELECTION ANALYSIS".
002780     05  FILLER              PIC X(04)   VALUE SPACE.
002790     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
002800     05  WS-TTL-DATE         PIC X(08).
002810     05  FILLER              PIC X(04)   VALUE SPACE.
002820     05  FILLER              PIC X(19)   VALUE
002830         "DELIVERIES POSTED: ".
002840     05  WS-TTL-FROM         PIC X(08).
002850     05  FILLER              PIC X(04)   VALUE " TO ".
002860     05  WS-TTL-TO           PIC X(08).
002870     05  FILLER              PIC X(21)   VALUE SPACE.
002880 01  WS-CAND-LINE.
002890     05  FILLER              PIC X(11)   VALUE "CANDIDATE: ".
002900     05  WS-CANL-ID          PIC X(08).
002910     05  FILLER              PIC X(02)   VALUE SPACE.
002920     05  WS-CANL-NAME        PIC X(30).
002930     05  FILLER              PIC X(02)   VALUE SPACE.
002940     05  WS-CANL-LAT         PIC -ZZ9.999999.
002950     05  FILLER              PIC X(01)   VALUE SPACE.
002960     05  WS-CANL-LNG         PIC -ZZ9.999999.
002970     05  FILLER              PIC X(02)   VALUE SPACE.
002980     05  FILLER              PIC X(06)   VALUE "CELL: ".
002990     05  WS-CANL-COD         PIC X(31).
003000     05  FILLER              PIC X(17)   VALUE SPACE.
003010 01  WS-SECT-LINE.
003020     05  WS-SECT-TITLE       PIC X(60).
003030     05  FILLER              PIC X(72)   VALUE SPACE.
003040 01  WS-NEAR-HDR.
003050     05  FILLER              PIC X(36)   VALUE "SITE CELL".
003060     05  FILLER              PIC X(12)   VALUE "CUSTOMER".
003070     05  FILLER              PIC X(10)   VALUE "ROUTE".
003080     05  FILLER              PIC X(10)   VALUE "DEPOT".
003090     05  FILLER              PIC X(12)   VALUE "  DEPOT KM".
003100     05  FILLER              PIC X(12)   VALUE "   CAND KM".
003110     05  FILLER              PIC X(12)   VALUE " 90-DAY DLV".
003120     05  FILLER              PIC X(28)   VALUE SPACE.
003130 01  WS-NEAR-LINE.
003140     05  WS-NRL-KEY          PIC X(31).
003150     05  FILLER              PIC X(01)   VALUE "/".
003160     05  WS-NRL-OCC          PIC 99.
003170     05  FILLER              PIC X(02)   VALUE SPACE.
003180     05  WS-NRL-CUST-ID      PIC X(10).
003190     05  FILLER              PIC X(02)   VALUE SPACE.
003200     05  WS-NRL-ROUTE        PIC X(08).
003210     05  FILLER              PIC X(02)   VALUE SPACE.
003220     05  WS-NRL-DEPOT        PIC X(08).
003230     05  FILLER              PIC X(02)   VALUE SPACE.
003240     05  WS-NRL-DEP-KM       PIC ZZ,ZZ9.999.
003250     05  FILLER              PIC X(02)   VALUE SPACE.
003260     05  WS-NRL-CAND-KM      PIC ZZ,ZZ9.999.
003270     05  FILLER              PIC X(02)   VALUE SPACE.
003280     05  WS-NRL-VOL          PIC Z,ZZZ,ZZ9.
003290     05  FILLER              PIC X(31)   VALUE SPACE.
003300 01  WS-BAND-HDR.
003310     05  FILLER              PIC X(14)   VALUE "DISTANCE BAND".
003320     05  FILLER              PIC X(10)   VALUE " CANDIDATE".
003330     05  FILLER              PIC X(10)   VALUE "     TODAY".
003340     05  WS-BHDR-DEP-CELL    OCCURS 8 TIMES.
003350         10  FILLER          PIC X(02).
003360         10  WS-BHDR-DEP     PIC X(08).
003370     05  FILLER              PIC X(18)   VALUE SPACE.
003380 01  WS-BAND-LINE.
003390     05  WS-BNDL-LABEL       PIC X(14).
003400     05  FILLER              PIC X(03)   VALUE SPACE.
003410     05  WS-BNDL-CAND        PIC ZZZ,ZZ9.
003420     05  FILLER              PIC X(03)   VALUE SPACE.
003430     05  WS-BNDL-TODAY       PIC ZZZ,ZZ9.
003440     05  WS-BNDL-DEP-CELL    OCCURS 8 TIMES.
003450         10  FILLER          PIC X(03).
003460         10  WS-BNDL-DEP     PIC ZZZ,ZZ9.
003470     05  FILLER              PIC X(18)   VALUE SPACE.
003480 01  WS-LOSS-HDR.
003490     05  FILLER              PIC X(10)   VALUE "ROUTE".
003500     05  FILLER              PIC X(10)   VALUE "DEPOT".
003510     05  FILLER              PIC X(12)   VALUE "  SITES NOW".
003520     05  FILLER              PIC X(12)   VALUE "  LEAVING".
003530     05  FILLER              PIC X(14)   VALUE "  90-DAY DLV".
003540     05  FILLER              PIC X(14)   VALUE "     LEAVING".
003550     05  FILLER              PIC X(60)   VALUE SPACE.
003560 01  WS-LOSS-LINE.
003570     05  WS-LSL-ROUTE        PIC X(08).
003580     05  FILLER              PIC X(02)   VALUE SPACE.
003590     05  WS-LSL-DEPOT        PIC X(08).
003600     05  FILLER              PIC X(02)   VALUE SPACE.
003610     05  WS-LSL-SITES        PIC ZZZ,ZZZ,ZZ9.
003620     05  FILLER              PIC X(01)   VALUE SPACE.
003630     05  WS-LSL-NEAR-SITES   PIC ZZZ,ZZZ,ZZ9.
003640     05  FILLER              PIC X(03)   VALUE SPACE.
003650     05  WS-LSL-VOL          PIC ZZZ,ZZZ,ZZ9.
003660     05  FILLER              PIC X(03)   VALUE SPACE.
003670     05  WS-LSL-NEAR-VOL     PIC ZZZ,ZZZ,ZZ9.
003680     05  FILLER              PIC X(61)   VALUE SPACE.
003690 01  WS-MSG-LINE.
003700     05  WS-MSG-TEXT         PIC X(60).
003710     05  FILLER              PIC X(72)   VALUE SPACE.
003720 01  WS-CNT-LINE.
003730     05  WS-CNT-LABEL        PIC X(48).
003740     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
003750     05  FILLER              PIC X(73)   VALUE SPACE.
003760 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACE.
003770 LINKAGE                     SECTION.
003780 PROCEDURE                   DIVISION.
003790 0000-MAINLINE                  SECTION.
003800 0000-START.
003810     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
003820     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
003830         UNTIL     WS-EOF.
003840     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
003850     STOP RUN.
003860 0000-MAINLINE-EXIT.
003870     EXIT.
003880*-----------------------------------------------------------*
003890*  1000-INITIALIZE  --  FIX THE 90-DAY HISTORY WINDOW, LOAD  *
003900*                       THE ROUTE AND DEPOT TABLES, TIE EACH *
003910*                       ROUTE TO ITS DEPOT, OPEN FILES, READ *
003920*                       THE FIRST CANDIDATE                  *
003930*-----------------------------------------------------------*
003940 1000-INITIALIZE                SECTION.
003950 1000-INITIALIZE-START.
003960     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
003970                                 BY  REFERENCE   WS-BUS-DATE-STS
003980                                 BY  REFERENCE   WS-BUS-DATE-MSG
003990     END-CALL.
004000     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
004010         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
004020         MOVE    "Y"         TO  WS-DATE-BAD-SW
004030         MOVE    "Y"         TO  WS-EOF-SW
004040         GO  TO  1000-INITIALIZE-EXIT
004050     END-IF.
004060     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
004070     COMPUTE WS-RUN-SERIAL   =
004080         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW)
004090     END-COMPUTE.
004100     COMPUTE WS-FROM-NUM     =
004110         FUNCTION DATE-OF-INTEGER(WS-RUN-SERIAL  -   89)
004120     END-COMPUTE.
004130     OPEN    INPUT    DEPFILE.
004140     PERFORM   1400-LOAD-DEPOT    THRU    1400-LOAD-DEPOT-EXIT
004150         UNTIL     WS-DEP-EOF.
004160     CLOSE   DEPFILE.
004170     OPEN    INPUT    RTEFILE.
004180     PERFORM   1300-LOAD-ROUTE    THRU    1300-LOAD-ROUTE-EXIT
004190         UNTIL     WS-RTE-EOF.
004200     CLOSE   RTEFILE.
004210     OPEN    INPUT    CANDFILE.
004220     OPEN    OUTPUT   RPTFILE.
004230     MOVE    WS-BUS-DATE         TO  WS-TTL-DATE.
004240     MOVE    WS-FROM-X           TO  WS-TTL-FROM.
004250     MOVE    WS-BUS-DATE         TO  WS-TTL-TO.
004260     WRITE   RPT-REC             FROM    WS-TITLE-LINE.
004270     PERFORM   1500-SET-DEP-HDR   THRU    1500-SET-DEP-HDR-EXIT
004280         VARYING   WS-D       FROM    1   BY  1
004290         UNTIL     WS-D       >   WS-DEP-COLS.
004300     PERFORM   1100-READ-CANDFILE
004310         THRU    1100-READ-CANDFILE-EXIT.
004320 1000-INITIALIZE-EXIT.
004330     EXIT.
004340 1100-READ-CANDFILE             SECTION.
004350 1100-READ-CANDFILE-START.
004360     READ    CANDFILE    INTO    GEO3X-CD-RECORD
004370         AT END
004380             MOVE    "Y"         TO  WS-EOF-SW
004390         NOT AT END
004400             ADD     1           TO  WS-CANDS-READ
004410     END-READ.
004420 1100-READ-CANDFILE-EXIT.
004430     EXIT.
004440*-----------------------------------------------------------*
004450*  1300-LOAD-ROUTE  --  ONE ROUTE ROW INTO THE PREFIX TABLE, *
004460*                       SAME REJECT RULES AS                 *
004470*                       GEO3X3_ROUTE_ASGN.  A ROUTE ID SEEN  *
004480*                       FOR THE FIRST TIME OPENS ITS SUMMARY *
004490*                       ENTRY, WITH THE DEPOT OF THAT ROW.   *
004500*-----------------------------------------------------------*
004510 1300-LOAD-ROUTE               SECTION.
004520 1300-LOAD-ROUTE-START.
004530     READ    RTEFILE     INTO    GEO3X-RT-RECORD
004540         AT END
004550             MOVE    "Y"         TO  WS-RTE-EOF-SW
004560             GO  TO  1300-LOAD-ROUTE-EXIT
004570     END-READ.
004580     MOVE    GEO3X-RT-ROUTE-ID   TO  WS-FIND-ROUTE.
004590     PERFORM   2050-FIND-SUMMARY  THRU    2050-FIND-SUMMARY-EXIT.
004600     IF      GEO3X-RT-LEVEL  IS NOT NUMERIC
004610         OR  GEO3X-RT-LEVEL  <   1
004620         OR  GEO3X-RT-LEVEL  >   18
004630         OR  GEO3X-RT-PREFIX =   SPACE
004640         OR  WS-RTE-CNT      >=  WS-RTE-MAX
004650         OR  (WS-T           >   WS-SUM-CNT
004660              AND WS-SUM-CNT >=  WS-SUM-MAX)    THEN
004670         DISPLAY "ROUTE ROW REJECTED: " RTE-REC
004680         ADD     1               TO  WS-RTE-REJECTED
004690         GO  TO  1300-LOAD-ROUTE-EXIT
004700     END-IF.
004710     IF      WS-T    >   WS-SUM-CNT  THEN
004720         ADD     1               TO  WS-SUM-CNT
004730         MOVE    WS-SUM-CNT      TO  WS-T
004740         MOVE    GEO3X-RT-ROUTE-ID   TO  WS-SUM-ROUTE(WS-T)
004750         MOVE    GEO3X-RT-DEPOT      TO  WS-SUM-DEPOT(WS-T)
004760         MOVE    GEO3X-RT-DEPOT      TO  WS-FIND-DEPOT
004770         PERFORM   2070-FIND-DEPOT    THRU    2070-FIND-DEPOT-EXIT
004780         MOVE    WS-D                TO  WS-SUM-DEP-X(WS-T)
004790     END-IF.
004800     ADD     1                   TO  WS-RTE-CNT.
004810     MOVE    GEO3X-RT-PREFIX     TO  WS-RTE-PREFIX(WS-RTE-CNT).
004820     MOVE    GEO3X-RT-LEVEL      TO  WS-RTE-LEVEL(WS-RTE-CNT).
004830     COMPUTE WS-RTE-CMP-LEN(WS-RTE-CNT) = GEO3X-RT-LEVEL + 1.
004840     MOVE    GEO3X-RT-ROUTE-ID   TO  WS-RTE-ROUTE-ID(WS-RTE-CNT).
004850     MOVE    GEO3X-RT-DEPOT      TO  WS-RTE-DEPOT(WS-RTE-CNT).
004860     MOVE    WS-T                TO  WS-RTE-SUM-X(WS-RTE-CNT).
004870     ADD     1                   TO  WS-RTE-LOADED.
004880 1300-LOAD-ROUTE-EXIT.
004890     EXIT.
004900*-----------------------------------------------------------*
004910*  1400-LOAD-DEPOT  --  ONE DEPOT ROW INTO THE TABLE, SAME   *
004920*                       RULES AS THE MANIFEST                *
004930*-----------------------------------------------------------*
004940 1400-LOAD-DEPOT               SECTION.
004950 1400-LOAD-DEPOT-START.
004960     READ    DEPFILE     INTO    GEO3X-DP-RECORD
004970         AT END
004980             MOVE    "Y"         TO  WS-DEP-EOF-SW
004990             GO  TO  1400-LOAD-DEPOT-EXIT
005000     END-READ.
005010     IF      GEO3X-DP-DEPOT  =   SPACE
005020         OR  GEO3X-DP-COD    =   SPACE
005030         OR  WS-DEP-CNT      >=  WS-DEP-MAX      THEN
005040         DISPLAY "DEPOT ROW REJECTED: " DEP-REC
005050         ADD     1               TO  WS-DEPOTS-REJECTED
005060         GO  TO  1400-LOAD-DEPOT-EXIT
005070     END-IF.
005080     ADD     1                   TO  WS-DEP-CNT.
005090     MOVE    GEO3X-DP-DEPOT      TO  WS-DEP-ID(WS-DEP-CNT).
005100     MOVE    GEO3X-DP-COD        TO  WS-DEP-COD(WS-DEP-CNT).
005110     ADD     1                   TO  WS-DEPOTS-LOADED.
005120 1400-LOAD-DEPOT-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------*
005150*  1500-SET-DEP-HDR  --  DEPOT ID OVER ITS BAND-TABLE COLUMN   *
005160*-----------------------------------------------------------*
005170 1500-SET-DEP-HDR              SECTION.
005180 1500-SET-DEP-HDR-START.
005190     MOVE    SPACE               TO  WS-BHDR-DEP-CELL(WS-D).
005200     IF      WS-D    <=  WS-DEP-CNT  THEN
005210         MOVE    WS-DEP-ID(WS-D)     TO  WS-BHDR-DEP(WS-D)
005220     END-IF.
005230 1500-SET-DEP-HDR-EXIT.
005240     EXIT.
005250*-----------------------------------------------------------*
005260*  2000-PROCESS  --  ONE CANDIDATE.  A CANDIDATE WITH NO ID, *
005270*                    A BAD COORDINATE OR LEVEL, OR ONE       *
005280*                    GEO3X3_ENCODE REFUSES IS REPORTED AND   *
005290*                    PASSED OVER.  OTHERWISE THE MASTER AND  *
005300*                    THE SORTED HISTORY ARE READ ONCE        *
005310*                    THROUGH FOR IT AND ITS SECTIONS         *
005320*                    PRINTED.                                *
005330*-----------------------------------------------------------*
005340 2000-PROCESS                   SECTION.
005350 2000-PROCESS-START.
005360     MOVE    SPACE               TO  WS-CAND-COD.
005370     MOVE    ZERO                TO  WS-ENC-STS.
005380     IF      GEO3X-CD-CAND-ID    =   SPACE
005390         OR  GEO3X-CD-LAT        IS NOT NUMERIC
005400         OR  GEO3X-CD-LNG        IS NOT NUMERIC
005410         OR  GEO3X-CD-LEVEL      IS NOT NUMERIC
005420         OR  GEO3X-CD-LEVEL      <   1
005430         OR  GEO3X-CD-LEVEL      >   18  THEN
005440         MOVE    1               TO  WS-ENC-STS
005450     ELSE
005460         MOVE    GEO3X-CD-LAT        TO  WS-SCR-LAT
005470         MOVE    GEO3X-CD-LNG        TO  WS-SCR-LNG
005480         MOVE    GEO3X-CD-LEVEL      TO  WS-SCR-LEVEL
005490         CALL    "geo3x3_encode" USING BY  REFERENCE WS-SCR-LAT
005500                                 BY  REFERENCE   WS-SCR-LNG
005510                                 BY  REFERENCE   WS-SCR-LEVEL
005520                                 BY  REFERENCE   WS-CAND-COD
005530                                 BY  REFERENCE   WS-ENC-STS
005540                                 BY  REFERENCE   WS-CALR-ID
005550         END-CALL
005560     END-IF.
005570     PERFORM   2010-PRINT-CAND    THRU    2010-PRINT-CAND-EXIT.
005580     IF      WS-ENC-STS  NOT =   ZERO    THEN
005590         DISPLAY "CANDIDATE REJECTED: " CAND-REC
005600         MOVE    "CANDIDATE REJECTED - NO ID, BAD COORD OR LEVEL"
005610                                 TO  WS-MSG-TEXT
005620         WRITE   RPT-REC         FROM    WS-MSG-LINE
005630         ADD     1               TO  WS-CANDS-REJECTED
005640         GO  TO  2000-PROCESS-READ
005650     END-IF.
005660     PERFORM   2020-START-PASS    THRU    2020-START-PASS-EXIT.
005670     IF      WS-RC-RETURN    =   8   THEN
005680         MOVE    "Y"             TO  WS-EOF-SW
005690         GO  TO  2000-PROCESS-EXIT
005700     END-IF.
005710     PERFORM   2100-MEASURE-SITE  THRU    2100-MEASURE-SITE-EXIT
005720         UNTIL     WS-MST-EOF.
005730     CLOSE   MASTER.
005740     CLOSE   HISTFILE.
005750     IF      WS-RC-RETURN    =   8   THEN
005760         MOVE    "Y"             TO  WS-EOF-SW
005770         GO  TO  2000-PROCESS-EXIT
005780     END-IF.
005790     IF      WS-SITES-NEARER =   ZERO    THEN
005800         MOVE    "NO ACTIVE SITE IS NEARER THE CANDIDATE"
005810                                 TO  WS-MSG-TEXT
005820         WRITE   RPT-REC         FROM    WS-MSG-LINE
005830     END-IF.
005840     PERFORM   2500-PRINT-BANDS   THRU    2500-PRINT-BANDS-EXIT.
005850     PERFORM   2600-PRINT-ROUTES  THRU    2600-PRINT-ROUTES-EXIT.
005860     PERFORM   2700-PRINT-TOTALS  THRU    2700-PRINT-TOTALS-EXIT.
005870     ADD     1                   TO  WS-CANDS-REPORTED.
005880 2000-PROCESS-READ.
005890     PERFORM   1100-READ-CANDFILE
005900         THRU    1100-READ-CANDFILE-EXIT.
005910 2000-PROCESS-EXIT.
005920     EXIT.
005930*-----------------------------------------------------------*
005940*  2010-PRINT-CAND  --  CANDIDATE HEADING                      *
005950*-----------------------------------------------------------*
005960 2010-PRINT-CAND               SECTION.
005970 2010-PRINT-CAND-START.
005980     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
005990     MOVE    GEO3X-CD-CAND-ID    TO  WS-CANL-ID.
006000     MOVE    GEO3X-CD-NAME       TO  WS-CANL-NAME.
006010     IF      GEO3X-CD-LAT        IS NUMERIC  THEN
006020         MOVE    GEO3X-CD-LAT        TO  WS-CANL-LAT
006030     ELSE
006040         MOVE    ZERO                TO  WS-CANL-LAT
006050     END-IF.
006060     IF      GEO3X-CD-LNG        IS NUMERIC  THEN
006070         MOVE    GEO3X-CD-LNG        TO  WS-CANL-LNG
006080     ELSE
006090         MOVE    ZERO                TO  WS-CANL-LNG
006100     END-IF.
006110     MOVE    WS-CAND-COD         TO  WS-CANL-COD.
006120     WRITE   RPT-REC             FROM    WS-CAND-LINE.
006130 2010-PRINT-CAND-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------*
006160*  2020-START-PASS  --  CLEAR THE PASS COUNTS, OPEN THE      *
006170*                       MASTER AND HISTORY, READ THE         *
006180*                       FIRST OF EACH, PRINT THE NEARER-     *
006190*                       SITES HEADING                        *
006200*-----------------------------------------------------------*
006210 2020-START-PASS               SECTION.
006220 2020-START-PASS-START.
006230     MOVE    ZERO                TO  WS-MST-READ.
006240     MOVE    ZERO                TO  WS-HST-READ.
006250     MOVE    ZERO                TO  WS-HST-IN-WINDOW.
006260     MOVE    ZERO                TO  WS-SITES-ACTIVE.
006270     MOVE    ZERO                TO  WS-SITES-MEASURED.
006280     MOVE    ZERO                TO  WS-SITES-NO-DEPOT.
006290     MOVE    ZERO                TO  WS-SITES-NOT-MEASURED.
006300     MOVE    ZERO                TO  WS-SITES-NEARER.
006310     MOVE    ZERO                TO  WS-VOL-ACTIVE.
006320     MOVE    ZERO                TO  WS-VOL-NEARER.
006330     INITIALIZE  WS-BCNT-TABLE.
006340     PERFORM   2030-CLEAR-SUMMARY THRU    2030-CLEAR-SUMMARY-EXIT
006350         VARYING   WS-T       FROM    1   BY  1
006360         UNTIL     WS-T       >   WS-SUM-CNT.
006370     MOVE    "N"                 TO  WS-MST-EOF-SW.
006380     MOVE    "N"                 TO  WS-HST-EOF-SW.
006390     OPEN    INPUT    MASTER.
006400     IF      NOT WS-MASTER-OK    THEN
006410         DISPLAY "MASTER OPEN FAILED, STATUS=" WS-MASTER-STATUS
006420         MOVE    8           TO  WS-RC-RETURN
006430         GO  TO  2020-START-PASS-EXIT
006440     END-IF.
006450     OPEN    INPUT    HISTFILE.
006460     PERFORM   2040-READ-HISTFILE THRU    2040-READ-HISTFILE-EXIT.
006470     PERFORM   2045-READ-MASTER   THRU    2045-READ-MASTER-EXIT.
006480     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
006490     MOVE    "SITES NEARER THE CANDIDATE THAN THEIR DEPOT TODAY"
006500                                 TO  WS-SECT-TITLE.
006510     WRITE   RPT-REC             FROM    WS-SECT-LINE.
006520     WRITE   RPT-REC             FROM    WS-NEAR-HDR.
006530 2020-START-PASS-EXIT.
006540     EXIT.
006550 2030-CLEAR-SUMMARY            SECTION.
006560 2030-CLEAR-SUMMARY-START.
006570     MOVE    ZERO                TO  WS-SUM-SITES(WS-T).
006580     MOVE    ZERO                TO  WS-SUM-VOL(WS-T).
006590     MOVE    ZERO                TO  WS-SUM-NEAR-SITES(WS-T).
006600     MOVE    ZERO                TO  WS-SUM-NEAR-VOL(WS-T).
006610 2030-CLEAR-SUMMARY-EXIT.
006620     EXIT.
006630 2040-READ-HISTFILE            SECTION.
006640 2040-READ-HISTFILE-START.
006650     READ    HISTFILE
006660         AT END
006670             MOVE    "Y"         TO  WS-HST-EOF-SW
006680             GO  TO  2040-READ-HISTFILE-EXIT
006690     END-READ.
006700     ADD     1                   TO  WS-HST-READ.
006710     MOVE    GEO3X-CH-KEY        TO  WS-HST-KEY.
006720     MOVE    GEO3X-CH-OCC-SEQ    TO  WS-HST-OCC-SEQ.
006730 2040-READ-HISTFILE-EXIT.
006740     EXIT.
006750 2045-READ-MASTER              SECTION.
006760 2045-READ-MASTER-START.
006770     READ    MASTER  NEXT RECORD
006780         AT END
006790             MOVE    "Y"         TO  WS-MST-EOF-SW
006800             GO  TO  2045-READ-MASTER-EXIT
006810     END-READ.
006820     IF      NOT WS-MASTER-OK        THEN
006830         DISPLAY "MASTER READ FAILED, STATUS=" WS-MASTER-STATUS
006840         MOVE    "Y"         TO  WS-MST-EOF-SW
006850         MOVE    8           TO  WS-RC-RETURN
006860         GO  TO  2045-READ-MASTER-EXIT
006870     END-IF.
006880     ADD     1                   TO  WS-MST-READ.
006890 2045-READ-MASTER-EXIT.
006900     EXIT.
006910*-----------------------------------------------------------*
006920*  2050-FIND-SUMMARY  --  SUMMARY ENTRY FOR WS-FIND-ROUTE;   *
006930*                         WS-T PAST WS-SUM-CNT WHEN NONE     *
006940*-----------------------------------------------------------*
006950 2050-FIND-SUMMARY             SECTION.
006960 2050-FIND-SUMMARY-START.
006970     PERFORM   2060-NEXT-SUMMARY  THRU    2060-NEXT-SUMMARY-EXIT
006980         VARYING   WS-T       FROM    1   BY  1
006990         UNTIL     WS-T       >   WS-SUM-CNT
007000                   OR  WS-SUM-ROUTE(WS-T)  =   WS-FIND-ROUTE.
007010 2050-FIND-SUMMARY-EXIT.
007020     EXIT.
007030 2060-NEXT-SUMMARY              SECTION.
007040 2060-NEXT-SUMMARY-START.
007050     CONTINUE.
007060 2060-NEXT-SUMMARY-EXIT.
007070     EXIT.
007080*-----------------------------------------------------------*
007090*  2070-FIND-DEPOT  --  DEPOT TABLE ENTRY FOR WS-FIND-DEPOT; *
007100*                       WS-D ZERO WHEN NONE                  *
007110*-----------------------------------------------------------*
007120 2070-FIND-DEPOT               SECTION.
007130 2070-FIND-DEPOT-START.
007140     PERFORM   2080-NEXT-DEPOT    THRU    2080-NEXT-DEPOT-EXIT
007150         VARYING   WS-D       FROM    1   BY  1
007160         UNTIL     WS-D       >   WS-DEP-CNT
007170                   OR  WS-DEP-ID(WS-D) =   WS-FIND-DEPOT.
007180     IF      WS-D    >   WS-DEP-CNT  THEN
007190         MOVE    ZERO            TO  WS-D
007200     END-IF.
007210 2070-FIND-DEPOT-EXIT.
007220     EXIT.
007230 2080-NEXT-DEPOT                SECTION.
007240 2080-NEXT-DEPOT-START.
007250     CONTINUE.
007260 2080-NEXT-DEPOT-EXIT.
007270     EXIT.
007280*-----------------------------------------------------------*
007290*  2100-MEASURE-SITE  --  ONE MASTER RECORD.  INACTIVE       *
007300*                         OCCUPANTS ARE PASSED OVER.  AN     *
007310*                         ACTIVE SITE IS MEASURED TO THE     *
007320*                         CANDIDATE AND TO ITS DEPOT TODAY;  *
007330*                         A SITE THAT NO ROUTE ROW TAKES,    *
007340*                         OR WHOSE ROUTE'S DEPOT IS NOT ON   *
007350*                         THE DEPOT FILE, COUNTS ON THE      *
007360*                         CANDIDATE SIDE ONLY.  A PAIR       *
007370*                         GEO3X3_DISTANCE REFUSES LEAVES     *
007380*                         THE SITE UNMEASURED.               *
007390*-----------------------------------------------------------*
007400 2100-MEASURE-SITE             SECTION.
007410 2100-MEASURE-SITE-START.
007420     PERFORM   2300-SITE-VOLUME   THRU    2300-SITE-VOLUME-EXIT.
007430     IF      NOT GEO3X-MR-ACTIVE     THEN
007440         GO  TO  2100-MEASURE-SITE-READ
007450     END-IF.
007460     ADD     1                   TO  WS-SITES-ACTIVE.
007470     ADD     WS-SITE-VOL         TO  WS-VOL-ACTIVE.
007480     MOVE    ZERO                TO  WS-BEST.
007490     MOVE    ZERO                TO  WS-BEST-LEVEL.
007500     PERFORM   2110-TRY-ROUTE     THRU    2110-TRY-ROUTE-EXIT
007510         VARYING   WS-R       FROM    1   BY  1
007520         UNTIL     WS-R       >   WS-RTE-CNT.
007530     MOVE    ZERO                TO  WS-SITE-SUM.
007540     MOVE    ZERO                TO  WS-SITE-DEP.
007550     IF      WS-BEST >   ZERO    THEN
007560         MOVE    WS-RTE-SUM-X(WS-BEST)   TO  WS-SITE-SUM
007570         MOVE    WS-SUM-DEP-X(WS-SITE-SUM)
007580                                 TO  WS-SITE-DEP
007590     END-IF.
007600     IF      WS-SITE-DEP >   ZERO    THEN
007610         CALL    "geo3x3_distance" USING BY  REFERENCE
007620                                     WS-DEP-COD(WS-SITE-DEP)
007630                                 BY  REFERENCE   GEO3X-MR-KEY
007640                                 BY  REFERENCE   WS-DEP-KM
007650                                 BY  REFERENCE   WS-DIST-STS
007660         END-CALL
007670         IF      WS-DIST-STS NOT =   ZERO    THEN
007680             ADD     1           TO  WS-SITES-NOT-MEASURED
007690             GO  TO  2100-MEASURE-SITE-READ
007700         END-IF
007710     END-IF.
007720     CALL    "geo3x3_distance" USING BY  REFERENCE   WS-CAND-COD
007730                                 BY  REFERENCE   GEO3X-MR-KEY
007740                                 BY  REFERENCE   WS-CAND-KM
007750                                 BY  REFERENCE   WS-DIST-STS
007760     END-CALL.
007770     IF      WS-DIST-STS NOT =   ZERO    THEN
007780         ADD     1               TO  WS-SITES-NOT-MEASURED
007790         GO  TO  2100-MEASURE-SITE-READ
007800     END-IF.
007810     ADD     1                   TO  WS-SITES-MEASURED.
007820     MOVE    WS-CAND-KM          TO  WS-BAND-KM.
007830     PERFORM   2150-FIND-BAND     THRU    2150-FIND-BAND-EXIT.
007840     ADD     1                   TO  WS-BCNT-CAND(WS-B).
007850     ADD     1                   TO  WS-BCNT-CAND(7).
007860     IF      WS-SITE-DEP =   ZERO    THEN
007870         ADD     1               TO  WS-SITES-NO-DEPOT
007880         GO  TO  2100-MEASURE-SITE-READ
007890     END-IF.
007900     ADD     1                   TO  WS-SUM-SITES(WS-SITE-SUM).
007910     ADD     WS-SITE-VOL         TO  WS-SUM-VOL(WS-SITE-SUM).
007920     MOVE    WS-DEP-KM           TO  WS-BAND-KM.
007930     PERFORM   2150-FIND-BAND     THRU    2150-FIND-BAND-EXIT.
007940     ADD     1                   TO  WS-BCNT-TODAY(WS-B).
007950     ADD     1                   TO  WS-BCNT-TODAY(7).
007960     IF      WS-SITE-DEP <=  WS-DEP-COLS THEN
007970         ADD     1           TO  WS-BCNT-DEP(WS-B WS-SITE-DEP)
007980         ADD     1           TO  WS-BCNT-DEP(7 WS-SITE-DEP)
007990     END-IF.
008000     IF      WS-CAND-KM  <   WS-DEP-KM   THEN
008010         PERFORM   2200-NEARER-SITE
008020             THRU    2200-NEARER-SITE-EXIT
008030     END-IF.
008040 2100-MEASURE-SITE-READ.
008050     PERFORM   2045-READ-MASTER   THRU    2045-READ-MASTER-EXIT.
008060 2100-MEASURE-SITE-EXIT.
008070     EXIT.
008080*-----------------------------------------------------------*
008090*  2110-TRY-ROUTE  --  ONE ROUTE ROW AGAINST THE SITE'S      *
008100*                      CELL, AS IN GEO3X3_ROUTE_ASGN: THE    *
008110*                      DEEPEST MATCHING ROW WINS, AND A ROW  *
008120*                      FINER THAN THE SITE'S OWN LEVEL       *
008130*                      CANNOT MATCH IT                       *
008140*-----------------------------------------------------------*
008150 2110-TRY-ROUTE                 SECTION.
008160 2110-TRY-ROUTE-START.
008170     IF      WS-RTE-LEVEL(WS-R)  <=  WS-BEST-LEVEL   THEN
008180         GO  TO  2110-TRY-ROUTE-EXIT
008190     END-IF.
008200     IF      WS-RTE-LEVEL(WS-R)  >   GEO3X-MR-LEVEL  THEN
008210         GO  TO  2110-TRY-ROUTE-EXIT
008220     END-IF.
008230     IF      GEO3X-MR-KEY(1:WS-RTE-CMP-LEN(WS-R))    =
008240             WS-RTE-PREFIX(WS-R)(1:WS-RTE-CMP-LEN(WS-R))     THEN
008250         MOVE    WS-R                TO  WS-BEST
008260         MOVE    WS-RTE-LEVEL(WS-R)  TO  WS-BEST-LEVEL
008270     END-IF.
008280 2110-TRY-ROUTE-EXIT.
008290     EXIT.
008300*-----------------------------------------------------------*
008310*  2150-FIND-BAND  --  BAND WS-B THAT WS-BAND-KM FALLS IN      *
008320*-----------------------------------------------------------*
008330 2150-FIND-BAND                SECTION.
008340 2150-FIND-BAND-START.
008350     PERFORM   2160-NEXT-BAND     THRU    2160-NEXT-BAND-EXIT
008360         VARYING   WS-B       FROM    1   BY  1
008370         UNTIL     WS-B       >=  WS-BAND-MAX
008380                   OR  WS-BAND-KM  <   WS-BAND-UPTO(WS-B).
008390 2150-FIND-BAND-EXIT.
008400     EXIT.
008410 2160-NEXT-BAND                 SECTION.
008420 2160-NEXT-BAND-START.
008430     CONTINUE.
008440 2160-NEXT-BAND-EXIT.
008450     EXIT.
008460*-----------------------------------------------------------*
008470*  2200-NEARER-SITE  --  A SITE NEARER THE CANDIDATE THAN    *
008480*                        ITS DEPOT TODAY: LIST IT AND COUNT  *
008490*                        IT AGAINST THE ROUTE IT WOULD       *
008500*                        LEAVE                               *
008510*-----------------------------------------------------------*
008520 2200-NEARER-SITE              SECTION.
008530 2200-NEARER-SITE-START.
008540     ADD     1                   TO  WS-SITES-NEARER.
008550     ADD     WS-SITE-VOL         TO  WS-VOL-NEARER.
008560     ADD     1               TO  WS-SUM-NEAR-SITES(WS-SITE-SUM).
008570     ADD     WS-SITE-VOL     TO  WS-SUM-NEAR-VOL(WS-SITE-SUM).
008580     MOVE    GEO3X-MR-KEY        TO  WS-NRL-KEY.
008590     MOVE    GEO3X-MR-OCC-SEQ    TO  WS-NRL-OCC.
008600     MOVE    GEO3X-MR-CUST-ID    TO  WS-NRL-CUST-ID.
008610     MOVE    WS-SUM-ROUTE(WS-SITE-SUM)   TO  WS-NRL-ROUTE.
008620     MOVE    WS-SUM-DEPOT(WS-SITE-SUM)   TO  WS-NRL-DEPOT.
008630     MOVE    WS-DEP-KM           TO  WS-NRL-DEP-KM.
008640     MOVE    WS-CAND-KM          TO  WS-NRL-CAND-KM.
008650     MOVE    WS-SITE-VOL         TO  WS-NRL-VOL.
008660     WRITE   RPT-REC             FROM    WS-NEAR-LINE.
008670 2200-NEARER-SITE-EXIT.
008680     EXIT.
008690*-----------------------------------------------------------*
008700*  2300-SITE-VOLUME  --  MATCH THE HISTORY TO THE MASTER     *
008710*                        RECORD IN HAND: PASS OVER HISTORY   *
008720*                        FOR CELLS/OCCUPANTS BEFORE IT,      *
008730*                        COUNT ITS OWN DELIVERIES IN THE     *
008740*                        WINDOW                              *
008750*-----------------------------------------------------------*
008760 2300-SITE-VOLUME              SECTION.
008770 2300-SITE-VOLUME-START.
008780     MOVE    ZERO                TO  WS-SITE-VOL.
008790     PERFORM   2310-NEXT-HIST     THRU    2310-NEXT-HIST-EXIT
008800         UNTIL     WS-HST-EOF
008810                   OR  WS-HST-REC-KEY  >   GEO3X-MR-REC-KEY.
008820 2300-SITE-VOLUME-EXIT.
008830     EXIT.
008840 2310-NEXT-HIST                 SECTION.
008850 2310-NEXT-HIST-START.
008860     IF      WS-HST-REC-KEY      =   GEO3X-MR-REC-KEY
008870         AND GEO3X-CH-CUST-ID    =   GEO3X-MR-CUST-ID
008880         AND GEO3X-CH-POST-DATE  >=  WS-FROM-X
008890         AND GEO3X-CH-POST-DATE  <=  WS-BUS-DATE     THEN
008900         ADD     1               TO  WS-SITE-VOL
008910         ADD     1               TO  WS-HST-IN-WINDOW
008920     END-IF.
008930     PERFORM   2040-READ-HISTFILE THRU    2040-READ-HISTFILE-EXIT.
008940 2310-NEXT-HIST-EXIT.
008950     EXIT.
008960*-----------------------------------------------------------*
008970*  2500-PRINT-BANDS  --  ACTIVE SITES BY DISTANCE BAND, FROM *
008980*                        CANDIDATE AND FROM TODAY'S DEPOTS   *
008990*-----------------------------------------------------------*
009000 2500-PRINT-BANDS              SECTION.
009010 2500-PRINT-BANDS-START.
009020     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
009030     MOVE    "ACTIVE SITES BY DISTANCE BAND"
009040                                 TO  WS-SECT-TITLE.
009050     WRITE   RPT-REC             FROM    WS-SECT-LINE.
009060     WRITE   RPT-REC             FROM    WS-BAND-HDR.
009070     PERFORM   2510-BAND-LINE     THRU    2510-BAND-LINE-EXIT
009080         VARYING   WS-B       FROM    1   BY  1
009090         UNTIL     WS-B       >   7.
009100     IF      WS-DEP-CNT  >   WS-DEP-COLS THEN
009110         MOVE    "DEPOTS PAST THE EIGHTH ARE IN THE TODAY COLUMN"
009120                                 TO  WS-MSG-TEXT
009130         WRITE   RPT-REC         FROM    WS-MSG-LINE
009140     END-IF.
009150 2500-PRINT-BANDS-EXIT.
009160     EXIT.
009170 2510-BAND-LINE                 SECTION.
009180 2510-BAND-LINE-START.
009190     IF      WS-B    >   WS-BAND-MAX THEN
009200         MOVE    "         TOTAL"    TO  WS-BNDL-LABEL
009210     ELSE
009220         MOVE    WS-BAND-LABEL(WS-B) TO  WS-BNDL-LABEL
009230     END-IF.
009240     MOVE    WS-BCNT-CAND(WS-B)  TO  WS-BNDL-CAND.
009250     MOVE    WS-BCNT-TODAY(WS-B) TO  WS-BNDL-TODAY.
009260     PERFORM   2520-BAND-DEP-CELL THRU    2520-BAND-DEP-CELL-EXIT
009270         VARYING   WS-D       FROM    1   BY  1
009280         UNTIL     WS-D       >   WS-DEP-COLS.
009290     WRITE   RPT-REC             FROM    WS-BAND-LINE.
009300 2510-BAND-LINE-EXIT.
009310     EXIT.
009320 2520-BAND-DEP-CELL             SECTION.
009330 2520-BAND-DEP-CELL-START.
009340     MOVE    SPACE               TO  WS-BNDL-DEP-CELL(WS-D).
009350     IF      WS-D    <=  WS-DEP-CNT  THEN
009360         MOVE    WS-BCNT-DEP(WS-B WS-D)  TO  WS-BNDL-DEP(WS-D)
009370     END-IF.
009380 2520-BAND-DEP-CELL-EXIT.
009390     EXIT.
009400*-----------------------------------------------------------*
009410*  2600-PRINT-ROUTES  --  EACH ROUTE THAT WOULD LOSE SITES   *
009420*                         TO THE CANDIDATE, WITH ITS SITES   *
009430*                         AND 90-DAY DELIVERIES TODAY        *
009440*-----------------------------------------------------------*
009450 2600-PRINT-ROUTES             SECTION.
009460 2600-PRINT-ROUTES-START.
009470     IF      WS-SITES-NEARER =   ZERO    THEN
009480         GO  TO  2600-PRINT-ROUTES-EXIT
009490     END-IF.
009500     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
009510     MOVE    "ROUTES THE NEARER SITES WOULD LEAVE"
009520                                 TO  WS-SECT-TITLE.
009530     WRITE   RPT-REC             FROM    WS-SECT-LINE.
009540     WRITE   RPT-REC             FROM    WS-LOSS-HDR.
009550     PERFORM   2610-ROUTE-LINE    THRU    2610-ROUTE-LINE-EXIT
009560         VARYING   WS-T       FROM    1   BY  1
009570         UNTIL     WS-T       >   WS-SUM-CNT.
009580 2600-PRINT-ROUTES-EXIT.
009590     EXIT.
009600 2610-ROUTE-LINE                SECTION.
009610 2610-ROUTE-LINE-START.
009620     IF      WS-SUM-NEAR-SITES(WS-T) =   ZERO    THEN
009630         GO  TO  2610-ROUTE-LINE-EXIT
009640     END-IF.
009650     MOVE    WS-SUM-ROUTE(WS-T)      TO  WS-LSL-ROUTE.
009660     MOVE    WS-SUM-DEPOT(WS-T)      TO  WS-LSL-DEPOT.
009670     MOVE    WS-SUM-SITES(WS-T)      TO  WS-LSL-SITES.
009680     MOVE    WS-SUM-NEAR-SITES(WS-T) TO  WS-LSL-NEAR-SITES.
009690     MOVE    WS-SUM-VOL(WS-T)        TO  WS-LSL-VOL.
009700     MOVE    WS-SUM-NEAR-VOL(WS-T)   TO  WS-LSL-NEAR-VOL.
009710     WRITE   RPT-REC             FROM    WS-LOSS-LINE.
009720 2610-ROUTE-LINE-EXIT.
009730     EXIT.
009740*-----------------------------------------------------------*
009750*  2700-PRINT-TOTALS  --  THE CANDIDATE'S TOTALS               *
009760*-----------------------------------------------------------*
009770 2700-PRINT-TOTALS             SECTION.
009780 2700-PRINT-TOTALS-START.
009790     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
009800     MOVE    "ACTIVE SITES ON THE MASTER"    TO  WS-CNT-LABEL.
009810     MOVE    WS-SITES-ACTIVE     TO  WS-CNT-COUNT.
009820     WRITE   RPT-REC             FROM    WS-CNT-LINE.
009830     MOVE    "    MEASURED TO THE CANDIDATE" TO  WS-CNT-LABEL.
009840     MOVE    WS-SITES-MEASURED   TO  WS-CNT-COUNT.
009850     WRITE   RPT-REC             FROM    WS-CNT-LINE.
009860     MOVE    "    NO SERVING DEPOT ON THE ROUTE/DEPOT FILES"
009870                                 TO  WS-CNT-LABEL.
009880     MOVE    WS-SITES-NO-DEPOT   TO  WS-CNT-COUNT.
009890     WRITE   RPT-REC             FROM    WS-CNT-LINE.
009900     MOVE    "    NOT MEASURED (DISTANCE REFUSED)"
009910                                 TO  WS-CNT-LABEL.
009920     MOVE    WS-SITES-NOT-MEASURED   TO  WS-CNT-COUNT.
009930     WRITE   RPT-REC             FROM    WS-CNT-LINE.
009940     MOVE    "SITES NEARER THE CANDIDATE"    TO  WS-CNT-LABEL.
009950     MOVE    WS-SITES-NEARER     TO  WS-CNT-COUNT.
009960     WRITE   RPT-REC             FROM    WS-CNT-LINE.
009970     MOVE    "90-DAY DELIVERIES, ALL ACTIVE SITES"
009980                                 TO  WS-CNT-LABEL.
009990     MOVE    WS-VOL-ACTIVE       TO  WS-CNT-COUNT.
010000     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010010     MOVE    "90-DAY DELIVERIES, SITES NEARER THE CANDIDATE"
010020                                 TO  WS-CNT-LABEL.
010030     MOVE    WS-VOL-NEARER       TO  WS-CNT-COUNT.
010040     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010050 2700-PRINT-TOTALS-EXIT.
010060     EXIT.
010070*-----------------------------------------------------------*
010080*  3000-TERMINATE  --  CLOSE FILES, DISPLAY RUN TOTALS, SET  *
010090*                      THE RETURN CODE                       *
010100*-----------------------------------------------------------*
010110 3000-TERMINATE                 SECTION.
010120 3000-TERMINATE-START.
010130     IF      WS-DATE-BAD     THEN
010140         MOVE    12          TO  RETURN-CODE
010150         GO  TO  3000-TERMINATE-EXIT
010160     END-IF.
010170     IF      WS-RC-RETURN    =   8   THEN
010180         MOVE    8               TO  RETURN-CODE
010190         GO  TO  3000-TERMINATE-EXIT
010200     END-IF.
010210     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
010220     MOVE    "CANDIDATES READ"   TO  WS-CNT-LABEL.
010230     MOVE    WS-CANDS-READ       TO  WS-CNT-COUNT.
010240     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010250     MOVE    "CANDIDATES REPORTED"   TO  WS-CNT-LABEL.
010260     MOVE    WS-CANDS-REPORTED   TO  WS-CNT-COUNT.
010270     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010280     MOVE    "CANDIDATES REJECTED"   TO  WS-CNT-LABEL.
010290     MOVE    WS-CANDS-REJECTED   TO  WS-CNT-COUNT.
010300     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010310     DISPLAY "CANDIDATES READ     = " WS-CANDS-READ.
010320     DISPLAY "CANDIDATES REPORTED = " WS-CANDS-REPORTED.
010330     DISPLAY "CANDIDATES REJECTED = " WS-CANDS-REJECTED.
010340     DISPLAY "ROUTE ROWS LOADED   = " WS-RTE-LOADED.
010350     DISPLAY "ROUTE ROWS REJECTED = " WS-RTE-REJECTED.
010360     DISPLAY "DEPOTS LOADED       = " WS-DEPOTS-LOADED.
010370     DISPLAY "DEPOTS REJECTED     = " WS-DEPOTS-REJECTED.
010380     DISPLAY "MASTER RECORDS READ = " WS-MST-READ.
010390     DISPLAY "HISTORY RECS READ   = " WS-HST-READ.
010400     DISPLAY "HISTORY IN WINDOW   = " WS-HST-IN-WINDOW.
010410     CLOSE   CANDFILE.
010420     CLOSE   RPTFILE.
010430     MOVE    WS-CANDS-READ       TO  WS-RC-READ.
010440     MOVE    WS-CANDS-REPORTED   TO  WS-RC-WRITTEN.
010450     MOVE    WS-CANDS-REJECTED   TO  WS-RC-REJECTED.
010460     IF      WS-CANDS-REJECTED   >   ZERO    THEN
010470         MOVE    4               TO  WS-RC-RETURN
010480     ELSE
010490         MOVE    ZERO            TO  WS-RC-RETURN
010500     END-IF.
010510     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
010520                                 BY  REFERENCE   WS-PGM-NAME
010530                                 BY  REFERENCE   WS-RC-READ
010540                                 BY  REFERENCE   WS-RC-WRITTEN
010550                                 BY  REFERENCE   WS-RC-REJECTED
010560                                 BY  REFERENCE   WS-RC-RETURN
010570     END-CALL.
010580     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
010590 3000-TERMINATE-EXIT.
010600     EXIT.
010610 END PROGRAM     geo3x3_depot_sel.
