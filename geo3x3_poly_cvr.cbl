000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_poly_cvr.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  BOUNDARY-TO-PREFIX COVER  *
000190*                 FOR DISPATCH -- SEE GEOPLY01.  TAKES A      *
000200*                 LAT/LNG BOUNDARY POLYGON (GEO3XPG) AND      *
000210*                 WORKS DOWN THE GEO3X3 GRID FROM THE TWO     *
000220*                 HEMISPHERE CELLS: A CELL WHOLLY INSIDE THE  *
000230*                 BOUNDARY BECOMES ONE ROW, A CELL WHOLLY     *
000240*                 OUTSIDE IS DROPPED, A CELL THE BOUNDARY     *
000250*                 CROSSES IS SPLIT INTO ITS NINE CHILDREN     *
000260*                 UNTIL THE FINEST LEVEL ASKED FOR, WHERE IT  *
000270*                 IS KEPT.  ANY NINE SIBLINGS ALL KEPT FOLD   *
000280*                 BACK INTO THEIR PARENT, SO THE ROW SET IS   *
000290*                 THE SMALLEST THAT COVERS THE BOUNDARY.      *
000300*                 ROWS GO OUT IN GEO3XZN OR GEO3XRT LAYOUT;   *
000310*                 THE REPORT LISTS THEM AND THE CURRENT ROWS  *
000320*                 FOR THE SAME ZONE OR ROUTE, WITH THE AREA   *
000330*                 THE NEW ROWS WOULD GAIN AND LOSE.           *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT                 DIVISION.
000360 CONFIGURATION               SECTION.
000370 SOURCE-COMPUTER.            IBM-370.
000380 OBJECT-COMPUTER.            IBM-370.
000390 INPUT-OUTPUT                SECTION.
000400 FILE-CONTROL.
000410     SELECT  POLYFILE        ASSIGN TO "POLYFILE"
000420                              ORGANIZATION  IS  SEQUENTIAL.
000430     SELECT  ZONEFILE        ASSIGN TO "ZONEFILE"
000440                              ORGANIZATION  IS  SEQUENTIAL.
000450     SELECT  RTEFILE         ASSIGN TO "RTEFILE"
000460                              ORGANIZATION  IS  SEQUENTIAL.
000470     SELECT  ZONOUT          ASSIGN TO "ZONOUT"
000480                              ORGANIZATION  IS  SEQUENTIAL.
000490     SELECT  RTEOUT          ASSIGN TO "RTEOUT"
000500                              ORGANIZATION  IS  SEQUENTIAL.
000510     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000520                              ORGANIZATION  IS  SEQUENTIAL.
000530 DATA                        DIVISION.
000540 FILE                        SECTION.
000550 FD  POLYFILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  POLY-REC                PIC X(80).
000590 FD  ZONEFILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  ZONE-REC                PIC X(72).
000630 FD  RTEFILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  RTE-REC                 PIC X(60).
000670 FD  ZONOUT
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  ZONOUT-REC              PIC X(72).
000710 FD  RTEOUT
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  RTEOUT-REC              PIC X(60).
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
000860     05  WS-ZONE-EOF-SW      PIC X(01)   VALUE "N".
000870         88  WS-ZONE-EOF                 VALUE "Y".
000880     05  WS-RTE-EOF-SW       PIC X(01)   VALUE "N".
000890         88  WS-RTE-EOF                  VALUE "Y".
000900     05  WS-BND-BAD-SW       PIC X(01)   VALUE "N".
000910         88  WS-BND-BAD                  VALUE "Y".
000920     05  WS-OVERFLOW-SW      PIC X(01)   VALUE "N".
000930         88  WS-OVERFLOW                 VALUE "Y".
000940     05  WS-CLIP-SW          PIC X(01)   VALUE "Y".
000950         88  WS-CLIP-KEPT                VALUE "Y".
000960     05  WS-IN-SW            PIC X(01)   VALUE "N".
000970         88  WS-PT-INSIDE                VALUE "Y".
000980     05  WS-SIB-SW           PIC X(01)   VALUE "N".
000990         88  WS-SIB-SET                  VALUE "Y".
001000     05  WS-MERGED-SW        PIC X(01)   VALUE "N".
001010         88  WS-MERGED                   VALUE "Y".
001020     05  WS-CLASS-SW         PIC X(01)   VALUE "O".
001030         88  WS-CELL-OUTSIDE             VALUE "O".
001040         88  WS-CELL-INSIDE              VALUE "I".
001050         88  WS-CELL-PARTIAL             VALUE "P".
001060*-----------------------------------------------------------*
001070*  COUNTERS                                                  *
001080*-----------------------------------------------------------*
001090 77  WS-RECS-READ            PIC 9(09)   COMP    VALUE ZERO.
001100 77  WS-BND-READ             PIC 9(09)   COMP    VALUE ZERO.
001110 77  WS-BND-REJECTED         PIC 9(09)   COMP    VALUE ZERO.
001120 77  WS-STRAY-VERTICES       PIC 9(09)   COMP    VALUE ZERO.
001130 77  WS-ZONE-ROWS-OUT        PIC 9(09)   COMP    VALUE ZERO.
001140 77  WS-RTE-ROWS-OUT         PIC 9(09)   COMP    VALUE ZERO.
001150 77  WS-CELLS-TESTED         PIC 9(09)   COMP    VALUE ZERO.
001160*-----------------------------------------------------------*
001170*  RUNAWAY GUARD -- A LARGE BOUNDARY AT A FINE LEVEL COULD     *
001180*  TEST MILLIONS OF CELLS ALONG ITS EDGE; THE BOUNDARY IS      *
001190*  REJECTED ONCE IT PASSES WS-MAX-CELLS TESTED OR FILLS THE    *
001200*  ROW TABLE, AND SHOULD BE RERUN AT A COARSER FINEST LEVEL.   *
001210*-----------------------------------------------------------*
001220 77  WS-MAX-CELLS            PIC 9(09)   COMP    VALUE 50000.
001230*-----------------------------------------------------------*
001240*  RUN-CONTROL FIELDS -- COUNTS AND RETURN CODE PASSED TO     *
001250*  GEO3X3_RUNSTAT AT END OF RUN.  ANY REJECTED BOUNDARY ENDS  *
001260*  THE STEP RC 4.                                             *
001270*-----------------------------------------------------------*
001280 77  WS-JOB-NAME             PIC X(08)   VALUE "GEOPLY01".
001290 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_POLY_CVR".
001300 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
001310 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
001320 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
001330 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
001340*-----------------------------------------------------------*
001350*  CURRENT ZONE AND ROUTE ROWS -- LOADED ONCE SO EACH NEW     *
001360*  BOUNDARY CAN BE SET AGAINST THE ROWS IT WOULD REPLACE      *
001370*-----------------------------------------------------------*
001380 77  WS-ZONE-MAX             PIC 9(03)   COMP    VALUE 200.
001390 77  WS-ZONE-CNT             PIC 9(03)   COMP    VALUE ZERO.
001400 01  WS-ZONE-TABLE.
001410     05  WS-ZONE-ENTRY       OCCURS 200 TIMES.
001420         10  WS-ZONE-PREFIX      PIC X(31).
001430         10  WS-ZONE-LEVEL       PIC 9(02).
001440         10  WS-ZONE-TYPE-CD     PIC X(01).
001450         10  WS-ZONE-NAME        PIC X(20).
001460 77  WS-RTE-MAX              PIC 9(03)   COMP    VALUE 200.
001470 77  WS-RTE-CNT              PIC 9(03)   COMP    VALUE ZERO.
001480 01  WS-RTE-TABLE.
001490     05  WS-RTE-ENTRY        OCCURS 200 TIMES.
001500         10  WS-RTE-PREFIX       PIC X(31).
001510         10  WS-RTE-LEVEL        PIC 9(02).
001520         10  WS-RTE-ROUTE-ID     PIC X(08).
001530*-----------------------------------------------------------*
001540*  BOUNDARY UNDER WORK -- HEADER AND VERTICES                 *
001550*-----------------------------------------------------------*
001560 01  WS-BND-HDR.
001570     05  WS-BND-OUT-TYPE     PIC X(01).
001580         88  WS-BND-ZONE                 VALUE "Z".
001590         88  WS-BND-ROUTE                VALUE "R".
001600     05  WS-BND-FINE-LEVEL   PIC 9(02).
001610     05  WS-BND-ZN-TYPE-CD   PIC X(01).
001620     05  WS-BND-ZN-NAME      PIC X(20).
001630     05  WS-BND-ZN-EFF-FROM  PIC X(08).
001640     05  WS-BND-ZN-EFF-TO    PIC X(08).
001650     05  WS-BND-RT-ROUTE-ID  PIC X(08).
001660     05  WS-BND-RT-DEPOT     PIC X(08).
001670 01  WS-BND-REASON           PIC X(60).
001680 77  WS-VTX-MAX              PIC 9(03)   COMP    VALUE 100.
001690 77  WS-VTX-CNT              PIC 9(03)   COMP    VALUE ZERO.
001700 77  WS-VTX-READ             PIC 9(05)   COMP    VALUE ZERO.
001710 01  WS-VTX-TABLE.
001720     05  WS-VTX-ENTRY        OCCURS 100 TIMES.
001730         10  WS-VTX-LAT          PIC S9(03)V9(06).
001740         10  WS-VTX-LNG          PIC S9(03)V9(06).
001750*-----------------------------------------------------------*
001760*  CELL STACK -- CELLS STILL TO BE TESTED.  A CELL IS HELD AS *
001770*  ITS PREFIX (HEMISPHERE LETTER PLUS DEPTH DIGITS) AND ITS   *
001780*  SOUTH-WEST CORNER AND SIDE IN DEGREES.  DEPTH IS THE ROW   *
001790*  LEVEL THE PREFIX WOULD CARRY.  NINE CHILDREN ARE PUSHED    *
001800*  PER SPLIT AND AT MOST EIGHT WAIT AT EACH DEPTH, SO 200 IS  *
001810*  AMPLE FOR LEVEL 18.                                        *
001820*-----------------------------------------------------------*
001830 77  WS-STK-MAX              PIC 9(03)   COMP    VALUE 200.
001840 77  WS-STK-CNT              PIC 9(03)   COMP    VALUE ZERO.
001850 01  WS-STK-TABLE.
001860     05  WS-STK-ENTRY        OCCURS 200 TIMES.
001870         10  WS-STK-PREFIX       PIC X(31).
001880         10  WS-STK-DEPTH        PIC 9(02)   COMP.
001890         10  WS-STK-SW-LAT       PIC S9(03)V9(09).
001900         10  WS-STK-SW-LNG       PIC S9(03)V9(09).
001910         10  WS-STK-UNIT         PIC S9(03)V9(09).
001920*-----------------------------------------------------------*
001930*  ROWS FOR THE BOUNDARY UNDER WORK, IN PREFIX ORDER -- THE   *
001940*  STACK HANDS CHILDREN OUT 1 THROUGH 9, SO SIBLINGS ARE      *
001950*  ALWAYS NEXT TO EACH OTHER HERE                             *
001960*-----------------------------------------------------------*
001970 77  WS-OUT-MAX              PIC 9(04)   COMP    VALUE 2000.
001980 77  WS-OUT-CNT              PIC 9(04)   COMP    VALUE ZERO.
001990 01  WS-OUT-TABLE.
002000     05  WS-OUT-ENTRY        OCCURS 2000 TIMES.
002010         10  WS-OUT-PREFIX       PIC X(31).
002020         10  WS-OUT-DEPTH        PIC 9(02)   COMP.
002030*-----------------------------------------------------------*
002040*  CURRENT ROWS FOR THE SAME ZONE OR ROUTE.  A ROW INSIDE     *
002050*  ANOTHER OF THE SAME ROWS ADDS NO AREA AND IS MARKED        *
002060*  NESTED SO IT IS NOT COUNTED TWICE.                         *
002070*-----------------------------------------------------------*
002080 77  WS-OLD-MAX              PIC 9(03)   COMP    VALUE 200.
002090 77  WS-OLD-CNT              PIC 9(03)   COMP    VALUE ZERO.
002100 01  WS-OLD-TABLE.
002110     05  WS-OLD-ENTRY        OCCURS 200 TIMES.
002120         10  WS-OLD-PREFIX       PIC X(31).
002130         10  WS-OLD-DEPTH        PIC 9(02)   COMP.
002140         10  WS-OLD-NESTED-SW    PIC X(01).
002150             88  WS-OLD-NESTED           VALUE "Y".
002160*-----------------------------------------------------------*
002170*  SUBSCRIPTS AND WORK FIELDS                                 *
002180*-----------------------------------------------------------*
002190 77  WS-B                    PIC 9(01)   COMP    VALUE ZERO.
002200 77  WS-E                    PIC 9(03)   COMP    VALUE ZERO.
002210 77  WS-J                    PIC 9(03)   COMP    VALUE ZERO.
002220 77  WS-K                    PIC 9(02)   COMP    VALUE ZERO.
002230 77  WS-I                    PIC 9(02)   COMP    VALUE ZERO.
002240 77  WS-N                    PIC 9(04)   COMP    VALUE ZERO.
002250 77  WS-O                    PIC 9(03)   COMP    VALUE ZERO.
002260 77  WS-R                    PIC 9(04)   COMP    VALUE ZERO.
002270 77  WS-W                    PIC 9(04)   COMP    VALUE ZERO.
002280 77  WS-CMP-LEN              PIC 9(02)   COMP    VALUE ZERO.
002290 01  WS-DIGIT                PIC 9(01)           VALUE ZERO.
002300 01  WS-DIGIT-X  REDEFINES   WS-DIGIT    PIC X(01).
002310 77  WS-DIG-ROW              PIC 9(01)           VALUE ZERO.
002320 77  WS-DIG-COL              PIC 9(01)           VALUE ZERO.
002330*-----------------------------------------------------------*
002340*  CELL UNDER TEST                                            *
002350*-----------------------------------------------------------*
002360 01  WS-CUR-PREFIX           PIC X(31).
002370 77  WS-CUR-DEPTH            PIC 9(02)   COMP    VALUE ZERO.
002380 01  WS-CUR-SW-LAT           PIC S9(03)V9(09).
002390 01  WS-CUR-SW-LNG           PIC S9(03)V9(09).
002400 01  WS-CUR-NE-LAT           PIC S9(03)V9(09).
002410 01  WS-CUR-NE-LNG           PIC S9(03)V9(09).
002420 01  WS-CUR-UNIT             PIC S9(03)V9(09).
002430 01  WS-CHILD-UNIT           PIC S9(03)V9(09).
002440*-----------------------------------------------------------*
002450*  EDGE-AGAINST-CELL CLIPPING WORK FIELDS.  A BOUNDARY EDGE   *
002460*  THAT TOUCHES A CELL AT ALL MAKES IT A SPLIT CELL; ONE THAT *
002470*  NO EDGE TOUCHES IS WHOLLY INSIDE OR WHOLLY OUTSIDE, WHICH  *
002480*  ITS CENTRE POINT DECIDES.                                  *
002490*-----------------------------------------------------------*
002500 01  WS-X0                   PIC S9(03)V9(09).
002510 01  WS-Y0                   PIC S9(03)V9(09).
002520 01  WS-DX                   PIC S9(03)V9(09).
002530 01  WS-DY                   PIC S9(03)V9(09).
002540 01  WS-P                    PIC S9(03)V9(09).
002550 01  WS-Q                    PIC S9(03)V9(09).
002560 01  WS-ABS-P                PIC S9(03)V9(09).
002570 01  WS-ABS-Q                PIC S9(03)V9(09).
002580 01  WS-RATIO                PIC S9(01)V9(12).
002590 01  WS-T0                   PIC S9(01)V9(12).
002600 01  WS-T1                   PIC S9(01)V9(12).
002610 01  WS-PT-LAT               PIC S9(03)V9(09).
002620 01  WS-PT-LNG               PIC S9(03)V9(09).
002630 01  WS-X-CROSS              PIC S9(03)V9(09).
002640*-----------------------------------------------------------*
002650*  AREA WORK FIELDS -- FLAT-EARTH KM, AS GEO3X3_DISTANCE      *
002660*-----------------------------------------------------------*
002670 77  WS-KM-PER-DEG           PIC 9(03)V9(02)     VALUE 111.32.
002680 77  WS-DEG-TO-RAD           PIC S9(01)V9(09) VALUE 0.017453293.
002690 01  WS-AP-PREFIX            PIC X(31).
002700 77  WS-AP-DEPTH             PIC 9(02)   COMP    VALUE ZERO.
002710 01  WS-AP-SW-LAT            PIC S9(03)V9(09).
002720 01  WS-AP-SW-LNG            PIC S9(03)V9(09).
002730 01  WS-AP-UNIT              PIC S9(03)V9(09).
002740 01  WS-AP-MID-RAD           PIC S9(03)V9(09).
002750 01  WS-AP-KM2               PIC 9(09)V9(04).
002760 01  WS-NEW-KM2              PIC 9(11)V9(04).
002770 01  WS-OLD-KM2              PIC 9(11)V9(04).
002780 01  WS-INT-KM2              PIC 9(11)V9(04).
002790 01  WS-GAIN-KM2             PIC 9(11)V9(04).
002800 01  WS-LOSS-KM2             PIC 9(11)V9(04).
002810 01  WS-BND-KM2              PIC 9(11)V9(04).
002820 01  WS-SHOE-SUM             PIC S9(07)V9(12).
002830 01  WS-MEAN-LAT             PIC S9(05)V9(09).
002840*-----------------------------------------------------------*
002850*  OUTPUT ROW WORK AREAS                                      *
002860*-----------------------------------------------------------*
002870     COPY    GEO3XPG.
002880     COPY    GEO3XZN.
002890     COPY    GEO3XRT.
002900*-----------------------------------------------------------*
002910*  REPORT LINES                                              *
002920*-----------------------------------------------------------*
002930 01  WS-BND-LINE.
002940     05  FILLER              PIC X(10)   VALUE "BOUNDARY  ".
002950     05  WS-BNDL-KIND        PIC X(06).
002960     05  WS-BNDL-ID          PIC X(20).
002970     05  FILLER              PIC X(02)   VALUE SPACE.
002980     05  WS-BNDL-DETAIL      PIC X(20).
002990     05  FILLER              PIC X(15)   VALUE " FINEST LEVEL ".
003000     05  WS-BNDL-LEVEL       PIC Z9.
003010     05  FILLER              PIC X(11)   VALUE " VERTICES ".
003020     05  WS-BNDL-VTX         PIC ZZZZ9.
003030     05  FILLER              PIC X(41)   VALUE SPACE.
003040 01  WS-ROW-HDR.
003050     05  FILLER              PIC X(02)   VALUE SPACE.
003060     05  FILLER              PIC X(09)   VALUE "ROWS".
003070     05  FILLER              PIC X(33)   VALUE "PREFIX".
003080     05  FILLER              PIC X(07)   VALUE "LEVEL".
003090     05  FILLER              PIC X(20)   VALUE "       AREA KM2".
003100     05  FILLER              PIC X(61)   VALUE SPACE.
003110 01  WS-ROW-LINE.
003120     05  FILLER              PIC X(02)   VALUE SPACE.
003130     05  WS-ROWL-SET         PIC X(09).
003140     05  WS-ROWL-PREFIX      PIC X(31).
003150     05  FILLER              PIC X(02)   VALUE SPACE.
003160     05  WS-ROWL-LEVEL       PIC Z9.
003170     05  FILLER              PIC X(05)   VALUE SPACE.
003180     05  WS-ROWL-KM2         PIC ZZZ,ZZZ,ZZ9.9999.
003190     05  FILLER              PIC X(02)   VALUE SPACE.
003200     05  WS-ROWL-NOTE        PIC X(30).
003210     05  FILLER              PIC X(33)   VALUE SPACE.
003220 01  WS-KM2-LINE.
003230     05  FILLER              PIC X(02)   VALUE SPACE.
003240     05  WS-KM2-LABEL        PIC X(30).
003250     05  WS-KM2-AREA         PIC ZZ,ZZZ,ZZZ,ZZ9.9999.
003260     05  FILLER              PIC X(81)   VALUE SPACE.
003270 01  WS-MSG-LINE.
003280     05  FILLER              PIC X(02)   VALUE SPACE.
003290     05  WS-MSG-TEXT         PIC X(60).
003300     05  FILLER              PIC X(70)   VALUE SPACE.
003310 01  WS-CNT-LINE.
003320     05  FILLER              PIC X(02)   VALUE SPACE.
003330     05  WS-CNT-LABEL        PIC X(30).
003340     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
003350     05  FILLER              PIC X(89)   VALUE SPACE.
003360 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACE.
003370 LINKAGE                     SECTION.
003380 PROCEDURE                   DIVISION.
003390 0000-MAINLINE                  SECTION.
003400 0000-START.
003410     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
003420     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
003430         UNTIL     WS-EOF.
003440     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
003450     STOP RUN.
003460 0000-MAINLINE-EXIT.
003470     EXIT.
003480*-----------------------------------------------------------*
003490*  1000-INITIALIZE  --  LOAD THE CURRENT ZONE AND ROUTE ROWS,  *
003500*                       OPEN FILES, READ THE FIRST BOUNDARY    *
003510*                       RECORD                                 *
003520*-----------------------------------------------------------*
003530 1000-INITIALIZE                SECTION.
003540 1000-INITIALIZE-START.
003550     OPEN    INPUT    ZONEFILE.
003560     PERFORM   1200-LOAD-ZONE     THRU    1200-LOAD-ZONE-EXIT
003570         UNTIL     WS-ZONE-EOF.
003580     CLOSE   ZONEFILE.
003590     OPEN    INPUT    RTEFILE.
003600     PERFORM   1300-LOAD-ROUTE    THRU    1300-LOAD-ROUTE-EXIT
003610         UNTIL     WS-RTE-EOF.
003620     CLOSE   RTEFILE.
003630     OPEN    INPUT    POLYFILE.
003640     OPEN    OUTPUT   ZONOUT.
003650     OPEN    OUTPUT   RTEOUT.
003660     OPEN    OUTPUT   RPTFILE.
003670     PERFORM   1100-READ-POLYFILE
003680         THRU    1100-READ-POLYFILE-EXIT.
003690 1000-INITIALIZE-EXIT.
003700     EXIT.
003710 1100-READ-POLYFILE             SECTION.
003720 1100-READ-POLYFILE-START.
003730     READ    POLYFILE    INTO    GEO3X-PG-RECORD
003740         AT END
003750             MOVE    "Y"         TO  WS-EOF-SW
003760         NOT AT END
003770             ADD     1           TO  WS-RECS-READ
003780     END-READ.
003790 1100-READ-POLYFILE-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------*
003820*  1200-LOAD-ZONE  --  ONE CURRENT ZONE ROW INTO THE TABLE.    *
003830*                      THE FILE HAS BEEN PROVED BY GEOREF01;   *
003840*                      ROWS PAST THE TABLE LIMIT ARE NOTED.    *
003850*-----------------------------------------------------------*
003860 1200-LOAD-ZONE                 SECTION.
003870 1200-LOAD-ZONE-START.
003880     READ    ZONEFILE    INTO    GEO3X-ZN-RECORD
003890         AT END
003900             MOVE    "Y"         TO  WS-ZONE-EOF-SW
003910             GO  TO  1200-LOAD-ZONE-EXIT
003920     END-READ.
003930     IF      WS-ZONE-CNT >=  WS-ZONE-MAX
003940         OR  GEO3X-ZN-LEVEL  IS NOT NUMERIC  THEN
003950         DISPLAY "ZONE ROW NOT LOADED: " ZONE-REC
003960         GO  TO  1200-LOAD-ZONE-EXIT
003970     END-IF.
003980     ADD     1                   TO  WS-ZONE-CNT.
003990     MOVE    GEO3X-ZN-PREFIX     TO  WS-ZONE-PREFIX(WS-ZONE-CNT).
004000     MOVE    GEO3X-ZN-LEVEL      TO  WS-ZONE-LEVEL(WS-ZONE-CNT).
004010     MOVE    GEO3X-ZN-TYPE-CD    TO  WS-ZONE-TYPE-CD(WS-ZONE-CNT).
004020     MOVE    GEO3X-ZN-NAME       TO  WS-ZONE-NAME(WS-ZONE-CNT).
004030 1200-LOAD-ZONE-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------*
004060*  1300-LOAD-ROUTE  --  ONE CURRENT ROUTE ROW INTO THE TABLE   *
004070*-----------------------------------------------------------*
004080 1300-LOAD-ROUTE                SECTION.
004090 1300-LOAD-ROUTE-START.
004100     READ    RTEFILE     INTO    GEO3X-RT-RECORD
004110         AT END
004120             MOVE    "Y"         TO  WS-RTE-EOF-SW
004130             GO  TO  1300-LOAD-ROUTE-EXIT
004140     END-READ.
004150     IF      WS-RTE-CNT  >=  WS-RTE-MAX
004160         OR  GEO3X-RT-LEVEL  IS NOT NUMERIC  THEN
004170         DISPLAY "ROUTE ROW NOT LOADED: " RTE-REC
004180         GO  TO  1300-LOAD-ROUTE-EXIT
004190     END-IF.
004200     ADD     1                   TO  WS-RTE-CNT.
004210     MOVE    GEO3X-RT-PREFIX     TO  WS-RTE-PREFIX(WS-RTE-CNT).
004220     MOVE    GEO3X-RT-LEVEL      TO  WS-RTE-LEVEL(WS-RTE-CNT).
004230     MOVE    GEO3X-RT-ROUTE-ID   TO  WS-RTE-ROUTE-ID(WS-RTE-CNT).
004240 1300-LOAD-ROUTE-EXIT.
004250     EXIT.
004260*-----------------------------------------------------------*
004270*  2000-PROCESS  --  ONE BOUNDARY: ITS HEADER, THEN ITS        *
004280*                    VERTICES UP TO THE NEXT HEADER.  A VERTEX *
004290*                    WITH NO HEADER AHEAD OF IT IS SKIPPED.    *
004300*-----------------------------------------------------------*
004310 2000-PROCESS                   SECTION.
004320 2000-PROCESS-START.
004330     IF      NOT GEO3X-PG-HEADER     THEN
004340         ADD     1               TO  WS-STRAY-VERTICES
004350         DISPLAY "RECORD OUTSIDE A BOUNDARY SKIPPED: " POLY-REC
004360         PERFORM   1100-READ-POLYFILE
004370             THRU    1100-READ-POLYFILE-EXIT
004380         GO  TO  2000-PROCESS-EXIT
004390     END-IF.
004400     ADD     1                   TO  WS-BND-READ.
004410     MOVE    GEO3X-PG-HDR-DATA   TO  WS-BND-HDR.
004420     MOVE    "N"                 TO  WS-BND-BAD-SW.
004430     MOVE    SPACE               TO  WS-BND-REASON.
004440     MOVE    ZERO                TO  WS-VTX-CNT.
004450     MOVE    ZERO                TO  WS-VTX-READ.
004460     PERFORM   1100-READ-POLYFILE
004470         THRU    1100-READ-POLYFILE-EXIT.
004480     PERFORM   2100-LOAD-VERTEX   THRU    2100-LOAD-VERTEX-EXIT
004490         UNTIL     WS-EOF
004500                   OR  GEO3X-PG-HEADER.
004510     PERFORM   2200-EDIT-BOUNDARY THRU    2200-EDIT-BOUNDARY-EXIT.
004520     PERFORM   2050-PRINT-BOUNDARY
004530         THRU    2050-PRINT-BOUNDARY-EXIT.
004540     IF      WS-BND-BAD      THEN
004550         GO  TO  2000-PROCESS-REJECT
004560     END-IF.
004570     PERFORM   2300-COVER         THRU    2300-COVER-EXIT.
004580     IF      WS-OVERFLOW     THEN
004590         MOVE    "Y"             TO  WS-BND-BAD-SW
004600         MOVE
004610             "TOO MANY CELLS - RERUN AT A COARSER FINEST LEVEL"
004620                                 TO  WS-BND-REASON
004630         GO  TO  2000-PROCESS-REJECT
004640     END-IF.
004650     PERFORM   2400-MERGE         THRU    2400-MERGE-EXIT.
004660     PERFORM   2500-WRITE-ROWS    THRU    2500-WRITE-ROWS-EXIT.
004670     PERFORM   2600-COVERAGE      THRU    2600-COVERAGE-EXIT.
004680     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
004690     GO  TO  2000-PROCESS-EXIT.
004700 2000-PROCESS-REJECT.
004710     MOVE    WS-BND-REASON       TO  WS-MSG-TEXT.
004720     WRITE   RPT-REC             FROM    WS-MSG-LINE.
004730     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
004740     ADD     1                   TO  WS-BND-REJECTED.
004750 2000-PROCESS-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------*
004780*  2050-PRINT-BOUNDARY  --  HEADING LINE FOR THE BOUNDARY      *
004790*-----------------------------------------------------------*
004800 2050-PRINT-BOUNDARY           SECTION.
004810 2050-PRINT-BOUNDARY-START.
004820     MOVE    SPACE               TO  WS-BNDL-DETAIL.
004830     IF      WS-BND-ROUTE    THEN
004840         MOVE    "ROUTE"         TO  WS-BNDL-KIND
004850         MOVE    WS-BND-RT-ROUTE-ID  TO  WS-BNDL-ID
004860         STRING  "DEPOT "            DELIMITED BY SIZE
004870                 WS-BND-RT-DEPOT     DELIMITED BY SIZE
004880             INTO    WS-BNDL-DETAIL
004890         END-STRING
004900     ELSE
004910         MOVE    "ZONE"          TO  WS-BNDL-KIND
004920         MOVE    WS-BND-ZN-NAME  TO  WS-BNDL-ID
004930         STRING  "TYPE "             DELIMITED BY SIZE
004940                 WS-BND-ZN-TYPE-CD   DELIMITED BY SIZE
004950             INTO    WS-BNDL-DETAIL
004960         END-STRING
004970     END-IF.
004980     IF      WS-BND-FINE-LEVEL   IS NUMERIC  THEN
004990         MOVE    WS-BND-FINE-LEVEL   TO  WS-BNDL-LEVEL
005000     ELSE
005010         MOVE    ZERO            TO  WS-BNDL-LEVEL
005020     END-IF.
005030     MOVE    WS-VTX-READ         TO  WS-BNDL-VTX.
005040     WRITE   RPT-REC             FROM    WS-BND-LINE.
005050 2050-PRINT-BOUNDARY-EXIT.
005060     EXIT.
005070*-----------------------------------------------------------*
005080*  2100-LOAD-VERTEX  --  ONE VERTEX INTO THE TABLE.  THE FIRST *
005090*                        BAD VERTEX SETS THE REJECT REASON;    *
005100*                        THE REST ARE STILL READ PAST.         *
005110*-----------------------------------------------------------*
005120 2100-LOAD-VERTEX               SECTION.
005130 2100-LOAD-VERTEX-START.
005140     ADD     1                   TO  WS-VTX-READ.
005150     IF      WS-BND-BAD      THEN
005160         GO  TO  2100-LOAD-VERTEX-READ
005170     END-IF.
005180     IF      NOT GEO3X-PG-VERTEX
005190         OR  GEO3X-PG-LAT    IS NOT NUMERIC
005200         OR  GEO3X-PG-LNG    IS NOT NUMERIC  THEN
005210         MOVE    "Y"             TO  WS-BND-BAD-SW
005220         MOVE    "VERTEX RECORD TYPE OR LAT/LNG NOT VALID"
005230                                 TO  WS-BND-REASON
005240         GO  TO  2100-LOAD-VERTEX-READ
005250     END-IF.
005260     IF      GEO3X-PG-LAT    <   -90
005270         OR  GEO3X-PG-LAT    >   90
005280         OR  GEO3X-PG-LNG    <   -180
005290         OR  GEO3X-PG-LNG    >   180     THEN
005300         MOVE    "Y"             TO  WS-BND-BAD-SW
005310         MOVE    "VERTEX LAT/LNG OUT OF RANGE"
005320                                 TO  WS-BND-REASON
005330         GO  TO  2100-LOAD-VERTEX-READ
005340     END-IF.
005350     IF      WS-VTX-CNT  >=  WS-VTX-MAX  THEN
005360         MOVE    "Y"             TO  WS-BND-BAD-SW
005370         MOVE    "MORE THAN 100 VERTICES"
005380                                 TO  WS-BND-REASON
005390         GO  TO  2100-LOAD-VERTEX-READ
005400     END-IF.
005410     ADD     1                   TO  WS-VTX-CNT.
005420     MOVE    GEO3X-PG-LAT        TO  WS-VTX-LAT(WS-VTX-CNT).
005430     MOVE    GEO3X-PG-LNG        TO  WS-VTX-LNG(WS-VTX-CNT).
005440 2100-LOAD-VERTEX-READ.
005450     PERFORM   1100-READ-POLYFILE
005460         THRU    1100-READ-POLYFILE-EXIT.
005470 2100-LOAD-VERTEX-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------*
005500*  2200-EDIT-BOUNDARY  --  PROVE THE HEADER AND THE VERTEX     *
005510*                          COUNT.  A CLOSING VERTEX THAT       *
005520*                          REPEATS THE FIRST IS DROPPED.       *
005530*-----------------------------------------------------------*
005540 2200-EDIT-BOUNDARY            SECTION.
005550 2200-EDIT-BOUNDARY-START.
005560     IF      WS-BND-BAD      THEN
005570         GO  TO  2200-EDIT-BOUNDARY-EXIT
005580     END-IF.
005590     MOVE    "Y"                 TO  WS-BND-BAD-SW.
005600     IF      NOT WS-BND-ZONE
005610         AND NOT WS-BND-ROUTE    THEN
005620         MOVE    "OUTPUT TYPE NOT Z (ZONE) OR R (ROUTE)"
005630                                 TO  WS-BND-REASON
005640         GO  TO  2200-EDIT-BOUNDARY-EXIT
005650     END-IF.
005660     IF      WS-BND-FINE-LEVEL   IS NOT NUMERIC
005670         OR  WS-BND-FINE-LEVEL   <   1
005680         OR  WS-BND-FINE-LEVEL   >   18  THEN
005690         MOVE    "FINEST LEVEL NOT NUMERIC 1-18"
005700                                 TO  WS-BND-REASON
005710         GO  TO  2200-EDIT-BOUNDARY-EXIT
005720     END-IF.
005730     IF      WS-BND-ZONE
005740         AND WS-BND-ZN-TYPE-CD   NOT =   "R"
005750         AND WS-BND-ZN-TYPE-CD   NOT =   "S"     THEN
005760         MOVE    "ZONE TYPE NOT R (RESTRICTED) OR S (SERVICE)"
005770                                 TO  WS-BND-REASON
005780         GO  TO  2200-EDIT-BOUNDARY-EXIT
005790     END-IF.
005800     IF      WS-BND-ZONE
005810         AND WS-BND-ZN-NAME  =   SPACE   THEN
005820         MOVE    "ZONE NAME IS BLANK"
005830                                 TO  WS-BND-REASON
005840         GO  TO  2200-EDIT-BOUNDARY-EXIT
005850     END-IF.
005860     IF      WS-BND-ROUTE
005870         AND WS-BND-RT-ROUTE-ID  =   SPACE   THEN
005880         MOVE    "ROUTE ID IS BLANK"
005890                                 TO  WS-BND-REASON
005900         GO  TO  2200-EDIT-BOUNDARY-EXIT
005910     END-IF.
005920     IF      WS-VTX-CNT  >   3
005930         AND WS-VTX-LAT(WS-VTX-CNT)  =   WS-VTX-LAT(1)
005940         AND WS-VTX-LNG(WS-VTX-CNT)  =   WS-VTX-LNG(1)   THEN
005950         SUBTRACT    1           FROM    WS-VTX-CNT
005960     END-IF.
005970     IF      WS-VTX-CNT  <   3   THEN
005980         MOVE    "FEWER THAN 3 VERTICES"
005990                                 TO  WS-BND-REASON
006000         GO  TO  2200-EDIT-BOUNDARY-EXIT
006010     END-IF.
006020     MOVE    "N"                 TO  WS-BND-BAD-SW.
006030 2200-EDIT-BOUNDARY-EXIT.
006040     EXIT.
006050*-----------------------------------------------------------*
006060*  2300-COVER  --  WORK DOWN FROM THE TWO HEMISPHERE CELLS.    *
006070*                  A HEMISPHERE CELL IS NEVER A ROW OF ITS     *
006080*                  OWN, SO IT IS ALWAYS SPLIT.                 *
006090*-----------------------------------------------------------*
006100 2300-COVER                     SECTION.
006110 2300-COVER-START.
006120     MOVE    ZERO                TO  WS-OUT-CNT.
006130     MOVE    ZERO                TO  WS-CELLS-TESTED.
006140     MOVE    "N"                 TO  WS-OVERFLOW-SW.
006150     MOVE    2                   TO  WS-STK-CNT.
006160     MOVE    "W"                 TO  WS-STK-PREFIX(1).
006170     MOVE    ZERO                TO  WS-STK-DEPTH(1).
006180     MOVE    -90                 TO  WS-STK-SW-LAT(1).
006190     MOVE    -180                TO  WS-STK-SW-LNG(1).
006200     MOVE    180                 TO  WS-STK-UNIT(1).
006210     MOVE    "E"                 TO  WS-STK-PREFIX(2).
006220     MOVE    ZERO                TO  WS-STK-DEPTH(2).
006230     MOVE    -90                 TO  WS-STK-SW-LAT(2).
006240     MOVE    ZERO                TO  WS-STK-SW-LNG(2).
006250     MOVE    180                 TO  WS-STK-UNIT(2).
006260     PERFORM   2310-NEXT-CELL     THRU    2310-NEXT-CELL-EXIT
006270         UNTIL     WS-STK-CNT  =   ZERO
006280                   OR  WS-OVERFLOW.
006290 2300-COVER-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------*
006320*  2310-NEXT-CELL  --  TAKE THE TOP CELL OFF THE STACK AND     *
006330*                      KEEP, DROP OR SPLIT IT                  *
006340*-----------------------------------------------------------*
006350 2310-NEXT-CELL                 SECTION.
006360 2310-NEXT-CELL-START.
006370     MOVE    WS-STK-PREFIX(WS-STK-CNT)   TO  WS-CUR-PREFIX.
006380     MOVE    WS-STK-DEPTH(WS-STK-CNT)    TO  WS-CUR-DEPTH.
006390     MOVE    WS-STK-SW-LAT(WS-STK-CNT)   TO  WS-CUR-SW-LAT.
006400     MOVE    WS-STK-SW-LNG(WS-STK-CNT)   TO  WS-CUR-SW-LNG.
006410     MOVE    WS-STK-UNIT(WS-STK-CNT)     TO  WS-CUR-UNIT.
006420     SUBTRACT    1               FROM    WS-STK-CNT.
006430     ADD     1                   TO  WS-CELLS-TESTED.
006440     IF      WS-CELLS-TESTED >   WS-MAX-CELLS    THEN
006450         MOVE    "Y"             TO  WS-OVERFLOW-SW
006460         GO  TO  2310-NEXT-CELL-EXIT
006470     END-IF.
006480     COMPUTE WS-CUR-NE-LAT   =   WS-CUR-SW-LAT   +   WS-CUR-UNIT.
006490     COMPUTE WS-CUR-NE-LNG   =   WS-CUR-SW-LNG   +   WS-CUR-UNIT.
006500     PERFORM   2320-CLASSIFY      THRU    2320-CLASSIFY-EXIT.
006510     EVALUATE    TRUE
006520         WHEN    WS-CELL-OUTSIDE
006530             CONTINUE
006540         WHEN    WS-CUR-DEPTH    =   ZERO
006550             PERFORM   2330-SPLIT-CELL
006560                 THRU    2330-SPLIT-CELL-EXIT
006570         WHEN    WS-CELL-INSIDE
006580             PERFORM   2340-KEEP-CELL
006590                 THRU    2340-KEEP-CELL-EXIT
006600         WHEN    WS-CUR-DEPTH    >=  WS-BND-FINE-LEVEL
006610             PERFORM   2340-KEEP-CELL
006620                 THRU    2340-KEEP-CELL-EXIT
006630         WHEN    OTHER
006640             PERFORM   2330-SPLIT-CELL
006650                 THRU    2330-SPLIT-CELL-EXIT
006660     END-EVALUATE.
006670 2310-NEXT-CELL-EXIT.
006680     EXIT.
006690*-----------------------------------------------------------*
006700*  2320-CLASSIFY  --  SPLIT IF ANY BOUNDARY EDGE TOUCHES THE   *
006710*                     CELL; OTHERWISE INSIDE OR OUTSIDE BY     *
006720*                     ITS CENTRE POINT                         *
006730*-----------------------------------------------------------*
006740 2320-CLASSIFY                  SECTION.
006750 2320-CLASSIFY-START.
006760     MOVE    "O"                 TO  WS-CLASS-SW.
006770     PERFORM   2321-EDGE-CELL     THRU    2321-EDGE-CELL-EXIT
006780         VARYING   WS-E       FROM    1   BY  1
006790         UNTIL     WS-E       >   WS-VTX-CNT
006800                   OR  WS-CELL-PARTIAL.
006810     IF      WS-CELL-PARTIAL     THEN
006820         GO  TO  2320-CLASSIFY-EXIT
006830     END-IF.
006840     COMPUTE WS-PT-LAT   =   WS-CUR-SW-LAT   +   WS-CUR-UNIT / 2.
006850     COMPUTE WS-PT-LNG   =   WS-CUR-SW-LNG   +   WS-CUR-UNIT / 2.
006860     MOVE    "N"                 TO  WS-IN-SW.
006870     PERFORM   2325-EDGE-RAY      THRU    2325-EDGE-RAY-EXIT
006880         VARYING   WS-E       FROM    1   BY  1
006890         UNTIL     WS-E       >   WS-VTX-CNT.
006900     IF      WS-PT-INSIDE    THEN
006910         MOVE    "I"             TO  WS-CLASS-SW
006920     END-IF.
006930 2320-CLASSIFY-EXIT.
006940     EXIT.
006950*-----------------------------------------------------------*
006960*  2321-EDGE-CELL  --  CLIP BOUNDARY EDGE WS-E (VERTEX E TO    *
006970*                      THE NEXT, THE LAST BACK TO THE FIRST)   *
006980*                      AGAINST THE CELL'S FOUR SIDES.  ANY     *
006990*                      PART LEFT MEANS THE EDGE TOUCHES THE    *
007000*                      CELL.  X IS LONGITUDE, Y LATITUDE.      *
007010*-----------------------------------------------------------*
007020 2321-EDGE-CELL                 SECTION.
007030 2321-EDGE-CELL-START.
007040     PERFORM   2329-NEXT-VERTEX   THRU    2329-NEXT-VERTEX-EXIT.
007050     MOVE    WS-VTX-LNG(WS-E)    TO  WS-X0.
007060     MOVE    WS-VTX-LAT(WS-E)    TO  WS-Y0.
007070     COMPUTE WS-DX   =   WS-VTX-LNG(WS-J)    -   WS-X0.
007080     COMPUTE WS-DY   =   WS-VTX-LAT(WS-J)    -   WS-Y0.
007090     MOVE    ZERO                TO  WS-T0.
007100     MOVE    1                   TO  WS-T1.
007110     MOVE    "Y"                 TO  WS-CLIP-SW.
007120     PERFORM   2322-CLIP-SIDE     THRU    2322-CLIP-SIDE-EXIT
007130         VARYING   WS-B       FROM    1   BY  1
007140         UNTIL     WS-B       >   4
007150                   OR  NOT WS-CLIP-KEPT.
007160     IF      WS-CLIP-KEPT    THEN
007170         MOVE    "P"             TO  WS-CLASS-SW
007180     END-IF.
007190 2321-EDGE-CELL-EXIT.
007200     EXIT.
007210*-----------------------------------------------------------*
007220*  2322-CLIP-SIDE  --  ONE SIDE OF THE CELL AGAINST THE EDGE.  *
007230*                      ONLY A CROSSING PARAMETER INSIDE 0-1    *
007240*                      CAN MOVE T0 OR T1, SO ONE BEYOND THAT   *
007250*                      IS HELD AT PLUS OR MINUS 2 RATHER THAN  *
007260*                      DIVIDED OUT.                            *
007270*-----------------------------------------------------------*
007280 2322-CLIP-SIDE                 SECTION.
007290 2322-CLIP-SIDE-START.
007300     EVALUATE    WS-B
007310         WHEN    1
007320             COMPUTE WS-P    =   ZERO    -   WS-DX
007330             COMPUTE WS-Q    =   WS-X0   -   WS-CUR-SW-LNG
007340         WHEN    2
007350             MOVE    WS-DX       TO  WS-P
007360             COMPUTE WS-Q    =   WS-CUR-NE-LNG   -   WS-X0
007370         WHEN    3
007380             COMPUTE WS-P    =   ZERO    -   WS-DY
007390             COMPUTE WS-Q    =   WS-Y0   -   WS-CUR-SW-LAT
007400         WHEN    OTHER
007410             MOVE    WS-DY       TO  WS-P
007420             COMPUTE WS-Q    =   WS-CUR-NE-LAT   -   WS-Y0
007430     END-EVALUATE.
007440     IF      WS-P    =   ZERO    THEN
007450         IF      WS-Q    <   ZERO    THEN
007460             MOVE    "N"         TO  WS-CLIP-SW
007470         END-IF
007480         GO  TO  2322-CLIP-SIDE-EXIT
007490     END-IF.
007500     MOVE    WS-P                TO  WS-ABS-P.
007510     IF      WS-ABS-P    <   ZERO    THEN
007520         COMPUTE WS-ABS-P    =   ZERO    -   WS-ABS-P
007530     END-IF.
007540     MOVE    WS-Q                TO  WS-ABS-Q.
007550     IF      WS-ABS-Q    <   ZERO    THEN
007560         COMPUTE WS-ABS-Q    =   ZERO    -   WS-ABS-Q
007570     END-IF.
007580     IF      WS-ABS-Q    >   WS-ABS-P    THEN
007590         IF      (WS-P   <   ZERO    AND WS-Q    <   ZERO)
007600             OR  (WS-P   >   ZERO    AND WS-Q    >   ZERO)   THEN
007610             MOVE    2           TO  WS-RATIO
007620         ELSE
007630             MOVE    -2          TO  WS-RATIO
007640         END-IF
007650     ELSE
007660         COMPUTE WS-RATIO    =   WS-Q    /   WS-P
007670     END-IF.
007680     IF      WS-P    <   ZERO    THEN
007690         IF      WS-RATIO    >   WS-T1   THEN
007700             MOVE    "N"         TO  WS-CLIP-SW
007710         ELSE
007720             IF      WS-RATIO    >   WS-T0   THEN
007730                 MOVE    WS-RATIO    TO  WS-T0
007740             END-IF
007750         END-IF
007760     ELSE
007770         IF      WS-RATIO    <   WS-T0   THEN
007780             MOVE    "N"         TO  WS-CLIP-SW
007790         ELSE
007800             IF      WS-RATIO    <   WS-T1   THEN
007810                 MOVE    WS-RATIO    TO  WS-T1
007820             END-IF
007830         END-IF
007840     END-IF.
007850 2322-CLIP-SIDE-EXIT.
007860     EXIT.
007870*-----------------------------------------------------------*
007880*  2325-EDGE-RAY  --  DOES BOUNDARY EDGE WS-E CROSS THE RAY    *
007890*                     RUNNING EAST FROM THE TEST POINT?  AN    *
007900*                     ODD NUMBER OF CROSSINGS PUTS THE POINT   *
007910*                     INSIDE.                                  *
007920*-----------------------------------------------------------*
007930 2325-EDGE-RAY                  SECTION.
007940 2325-EDGE-RAY-START.
007950     PERFORM   2329-NEXT-VERTEX   THRU    2329-NEXT-VERTEX-EXIT.
007960     IF      (WS-VTX-LAT(WS-E)   >   WS-PT-LAT
007970              AND WS-VTX-LAT(WS-J)   <=  WS-PT-LAT)
007980         OR  (WS-VTX-LAT(WS-E)   <=  WS-PT-LAT
007990              AND WS-VTX-LAT(WS-J)   >   WS-PT-LAT)  THEN
008000         CONTINUE
008010     ELSE
008020         GO  TO  2325-EDGE-RAY-EXIT
008030     END-IF.
008040     COMPUTE WS-X-CROSS  =   WS-VTX-LNG(WS-E)
008050             +   (WS-PT-LAT  -   WS-VTX-LAT(WS-E))
008060             *   (WS-VTX-LNG(WS-J)   -   WS-VTX-LNG(WS-E))
008070             /   (WS-VTX-LAT(WS-J)   -   WS-VTX-LAT(WS-E))
008080     END-COMPUTE.
008090     IF      WS-PT-LNG   <   WS-X-CROSS  THEN
008100         IF      WS-PT-INSIDE    THEN
008110             MOVE    "N"         TO  WS-IN-SW
008120         ELSE
008130             MOVE    "Y"         TO  WS-IN-SW
008140         END-IF
008150     END-IF.
008160 2325-EDGE-RAY-EXIT.
008170     EXIT.
008180*-----------------------------------------------------------*
008190*  2329-NEXT-VERTEX  --  WS-J IS THE VERTEX AFTER WS-E, THE    *
008200*                        LAST JOINING BACK TO THE FIRST        *
008210*-----------------------------------------------------------*
008220 2329-NEXT-VERTEX               SECTION.
008230 2329-NEXT-VERTEX-START.
008240     IF      WS-E    <   WS-VTX-CNT  THEN
008250         COMPUTE WS-J    =   WS-E    +   1
008260     ELSE
008270         MOVE    1               TO  WS-J
008280     END-IF.
008290 2329-NEXT-VERTEX-EXIT.
008300     EXIT.
008310*-----------------------------------------------------------*
008320*  2330-SPLIT-CELL  --  PUSH THE NINE CHILDREN, 9 FIRST, SO    *
008330*                       THEY COME BACK OFF 1 THROUGH 9.  DIGIT *
008340*                       D PUTS THE CHILD IN ROW (D-1)/3 FROM   *
008350*                       THE SOUTH AND COLUMN REMAINDER FROM    *
008360*                       THE WEST -- THE GEO3X3_DECODE GRID.    *
008370*-----------------------------------------------------------*
008380 2330-SPLIT-CELL                SECTION.
008390 2330-SPLIT-CELL-START.
008400     IF      WS-STK-CNT  +   9   >   WS-STK-MAX  THEN
008410         MOVE    "Y"             TO  WS-OVERFLOW-SW
008420         GO  TO  2330-SPLIT-CELL-EXIT
008430     END-IF.
008440     COMPUTE WS-CHILD-UNIT   =   WS-CUR-UNIT / 3.
008450     PERFORM   2335-PUSH-CHILD    THRU    2335-PUSH-CHILD-EXIT
008460         VARYING   WS-K       FROM    9   BY  -1
008470         UNTIL     WS-K       <   1.
008480 2330-SPLIT-CELL-EXIT.
008490     EXIT.
008500 2335-PUSH-CHILD                SECTION.
008510 2335-PUSH-CHILD-START.
008520     ADD     1                   TO  WS-STK-CNT.
008530     MOVE    WS-K                TO  WS-DIGIT.
008540     COMPUTE WS-DIG-ROW  =   (WS-K   -   1)  /   3.
008550     COMPUTE WS-DIG-COL  =   WS-K    -   1   -   WS-DIG-ROW * 3.
008560     MOVE    WS-CUR-PREFIX       TO  WS-STK-PREFIX(WS-STK-CNT).
008570     MOVE    WS-DIGIT-X  TO
008580             WS-STK-PREFIX(WS-STK-CNT)(WS-CUR-DEPTH + 2:1).
008590     COMPUTE WS-STK-DEPTH(WS-STK-CNT)    =   WS-CUR-DEPTH + 1.
008600     COMPUTE WS-STK-SW-LAT(WS-STK-CNT)   =   WS-CUR-SW-LAT
008610             +   WS-DIG-ROW  *   WS-CHILD-UNIT
008620     END-COMPUTE.
008630     COMPUTE WS-STK-SW-LNG(WS-STK-CNT)   =   WS-CUR-SW-LNG
008640             +   WS-DIG-COL  *   WS-CHILD-UNIT
008650     END-COMPUTE.
008660     MOVE    WS-CHILD-UNIT       TO  WS-STK-UNIT(WS-STK-CNT).
008670 2335-PUSH-CHILD-EXIT.
008680     EXIT.
008690*-----------------------------------------------------------*
008700*  2340-KEEP-CELL  --  THE CELL UNDER TEST BECOMES A ROW       *
008710*-----------------------------------------------------------*
008720 2340-KEEP-CELL                 SECTION.
008730 2340-KEEP-CELL-START.
008740     IF      WS-OUT-CNT  >=  WS-OUT-MAX  THEN
008750         MOVE    "Y"             TO  WS-OVERFLOW-SW
008760         GO  TO  2340-KEEP-CELL-EXIT
008770     END-IF.
008780     ADD     1                   TO  WS-OUT-CNT.
008790     MOVE    WS-CUR-PREFIX       TO  WS-OUT-PREFIX(WS-OUT-CNT).
008800     MOVE    WS-CUR-DEPTH        TO  WS-OUT-DEPTH(WS-OUT-CNT).
008810 2340-KEEP-CELL-EXIT.
008820     EXIT.
008830*-----------------------------------------------------------*
008840*  2400-MERGE  --  FOLD EVERY RUN OF NINE KEPT SIBLINGS INTO   *
008850*                  THEIR PARENT, PASS AFTER PASS, UNTIL A      *
008860*                  PASS FOLDS NOTHING.  A PARENT THAT WOULD BE *
008870*                  A WHOLE HEMISPHERE IS NOT A ROW AND IS NOT  *
008880*                  FOLDED TO.                                  *
008890*-----------------------------------------------------------*
008900 2400-MERGE                     SECTION.
008910 2400-MERGE-START.
008920     MOVE    "Y"                 TO  WS-MERGED-SW.
008930     PERFORM   2410-MERGE-PASS    THRU    2410-MERGE-PASS-EXIT
008940         UNTIL     NOT WS-MERGED.
008950 2400-MERGE-EXIT.
008960     EXIT.
008970 2410-MERGE-PASS                SECTION.
008980 2410-MERGE-PASS-START.
008990     MOVE    "N"                 TO  WS-MERGED-SW.
009000     MOVE    1                   TO  WS-R.
009010     MOVE    ZERO                TO  WS-W.
009020     PERFORM   2420-MERGE-ONE     THRU    2420-MERGE-ONE-EXIT
009030         UNTIL     WS-R    >   WS-OUT-CNT.
009040     MOVE    WS-W                TO  WS-OUT-CNT.
009050 2410-MERGE-PASS-EXIT.
009060     EXIT.
009070*-----------------------------------------------------------*
009080*  2420-MERGE-ONE  --  AT READ POSITION WS-R, EITHER FOLD NINE *
009090*                      SIBLINGS TO ONE PARENT OR COPY ONE ROW  *
009100*                      DOWN TO WRITE POSITION WS-W             *
009110*-----------------------------------------------------------*
009120 2420-MERGE-ONE                 SECTION.
009130 2420-MERGE-ONE-START.
009140     MOVE    "N"                 TO  WS-SIB-SW.
009150     IF      WS-OUT-DEPTH(WS-R)  >=  2
009160         AND WS-R    +   8   <=  WS-OUT-CNT  THEN
009170         MOVE    "Y"             TO  WS-SIB-SW
009180         COMPUTE WS-CMP-LEN  =   WS-OUT-DEPTH(WS-R)
009190         PERFORM   2425-CHECK-SIBLING
009200             THRU    2425-CHECK-SIBLING-EXIT
009210             VARYING   WS-K       FROM    1   BY  1
009220             UNTIL     WS-K       >   9
009230                       OR  NOT WS-SIB-SET
009240     END-IF.
009250     ADD     1                   TO  WS-W.
009260     IF      WS-SIB-SET      THEN
009270         MOVE    WS-OUT-PREFIX(WS-R) TO  WS-OUT-PREFIX(WS-W)
009280         MOVE    SPACE   TO  WS-OUT-PREFIX(WS-W)(WS-CMP-LEN + 1:1)
009290         COMPUTE WS-OUT-DEPTH(WS-W)  =   WS-OUT-DEPTH(WS-R)  -   1
009300         ADD     9               TO  WS-R
009310         MOVE    "Y"             TO  WS-MERGED-SW
009320     ELSE
009330         MOVE    WS-OUT-ENTRY(WS-R)  TO  WS-OUT-ENTRY(WS-W)
009340         ADD     1               TO  WS-R
009350     END-IF.
009360 2420-MERGE-ONE-EXIT.
009370     EXIT.
009380*-----------------------------------------------------------*
009390*  2425-CHECK-SIBLING  --  ROW R+K-1 MUST BE AT THE SAME       *
009400*                          DEPTH, UNDER THE SAME PARENT, AND   *
009410*                          END IN DIGIT K                      *
009420*-----------------------------------------------------------*
009430 2425-CHECK-SIBLING             SECTION.
009440 2425-CHECK-SIBLING-START.
009450     COMPUTE WS-N    =   WS-R    +   WS-K    -   1.
009460     MOVE    WS-K                TO  WS-DIGIT.
009470     IF      WS-OUT-DEPTH(WS-N)  NOT =   WS-OUT-DEPTH(WS-R)  THEN
009480         MOVE    "N"             TO  WS-SIB-SW
009490         GO  TO  2425-CHECK-SIBLING-EXIT
009500     END-IF.
009510     IF      WS-OUT-PREFIX(WS-N)(1:WS-CMP-LEN)   NOT =
009520             WS-OUT-PREFIX(WS-R)(1:WS-CMP-LEN)   THEN
009530         MOVE    "N"             TO  WS-SIB-SW
009540         GO  TO  2425-CHECK-SIBLING-EXIT
009550     END-IF.
009560     IF      WS-OUT-PREFIX(WS-N)(WS-CMP-LEN + 1:1)   NOT =
009570             WS-DIGIT-X  THEN
009580         MOVE    "N"             TO  WS-SIB-SW
009590     END-IF.
009600 2425-CHECK-SIBLING-EXIT.
009610     EXIT.
009620*-----------------------------------------------------------*
009630*  2500-WRITE-ROWS  --  THE FINAL ROWS TO THE ZONE OR ROUTE    *
009640*                       OUTPUT AND THE REPORT, TOTALLING THEIR *
009650*                       AREA                                   *
009660*-----------------------------------------------------------*
009670 2500-WRITE-ROWS                SECTION.
009680 2500-WRITE-ROWS-START.
009690     MOVE    ZERO                TO  WS-NEW-KM2.
009700     WRITE   RPT-REC             FROM    WS-ROW-HDR.
009710     PERFORM   2510-WRITE-ONE     THRU    2510-WRITE-ONE-EXIT
009720         VARYING   WS-N       FROM    1   BY  1
009730         UNTIL     WS-N       >   WS-OUT-CNT.
009740 2500-WRITE-ROWS-EXIT.
009750     EXIT.
009760 2510-WRITE-ONE                 SECTION.
009770 2510-WRITE-ONE-START.
009780     IF      WS-BND-ZONE     THEN
009790         MOVE    SPACE               TO  GEO3X-ZN-RECORD
009800         MOVE    WS-OUT-PREFIX(WS-N) TO  GEO3X-ZN-PREFIX
009810         MOVE    WS-OUT-DEPTH(WS-N)  TO  GEO3X-ZN-LEVEL
009820         MOVE    WS-BND-ZN-TYPE-CD   TO  GEO3X-ZN-TYPE-CD
009830         MOVE    WS-BND-ZN-NAME      TO  GEO3X-ZN-NAME
009840         MOVE    WS-BND-ZN-EFF-FROM  TO  GEO3X-ZN-EFF-FROM-DT
009850         MOVE    WS-BND-ZN-EFF-TO    TO  GEO3X-ZN-EFF-TO-DT
009860         WRITE   ZONOUT-REC          FROM    GEO3X-ZN-RECORD
009870         ADD     1                   TO  WS-ZONE-ROWS-OUT
009880     ELSE
009890         MOVE    SPACE               TO  GEO3X-RT-RECORD
009900         MOVE    WS-OUT-PREFIX(WS-N) TO  GEO3X-RT-PREFIX
009910         MOVE    WS-OUT-DEPTH(WS-N)  TO  GEO3X-RT-LEVEL
009920         MOVE    WS-BND-RT-ROUTE-ID  TO  GEO3X-RT-ROUTE-ID
009930         MOVE    WS-BND-RT-DEPOT     TO  GEO3X-RT-DEPOT
009940         WRITE   RTEOUT-REC          FROM    GEO3X-RT-RECORD
009950         ADD     1                   TO  WS-RTE-ROWS-OUT
009960     END-IF.
009970     MOVE    WS-OUT-PREFIX(WS-N) TO  WS-AP-PREFIX.
009980     MOVE    WS-OUT-DEPTH(WS-N)  TO  WS-AP-DEPTH.
009990     PERFORM   2650-PREFIX-AREA   THRU    2650-PREFIX-AREA-EXIT.
010000     ADD     WS-AP-KM2           TO  WS-NEW-KM2.
010010     MOVE    "NEW"               TO  WS-ROWL-SET.
010020     MOVE    WS-OUT-PREFIX(WS-N) TO  WS-ROWL-PREFIX.
010030     MOVE    WS-OUT-DEPTH(WS-N)  TO  WS-ROWL-LEVEL.
010040     MOVE    WS-AP-KM2           TO  WS-ROWL-KM2.
010050     MOVE    SPACE               TO  WS-ROWL-NOTE.
010060     WRITE   RPT-REC             FROM    WS-ROW-LINE.
010070 2510-WRITE-ONE-EXIT.
010080     EXIT.
010090*-----------------------------------------------------------*
010100*  2600-COVERAGE  --  SET THE NEW ROWS AGAINST THE CURRENT     *
010110*                     ROWS FOR THE SAME ZONE (NAME AND TYPE)   *
010120*                     OR ROUTE.  BOTH SETS ARE NON-OVERLAPPING *
010130*                     ONCE NESTED CURRENT ROWS ARE SET ASIDE,  *
010140*                     AND TWO PREFIX CELLS EITHER NEST OR DO   *
010150*                     NOT MEET, SO THE SHARED AREA IS THE SUM  *
010160*                     OF THE SMALLER CELL OF EVERY NESTING     *
010170*                     PAIR.  GAINED IS NEW LESS SHARED; LOST   *
010180*                     IS CURRENT LESS SHARED.  FINER ROWS OF   *
010190*                     OTHER ROUTES OR ZONES CARVED OUT OF THESE *
010200*                     ARE NOT TAKEN OFF EITHER SIDE.           *
010210*-----------------------------------------------------------*
010220 2600-COVERAGE                  SECTION.
010230 2600-COVERAGE-START.
010240     MOVE    ZERO                TO  WS-OLD-CNT.
010250     MOVE    ZERO                TO  WS-OLD-KM2.
010260     MOVE    ZERO                TO  WS-INT-KM2.
010270     IF      WS-BND-ZONE     THEN
010280         PERFORM   2610-OLD-ZONE  THRU    2610-OLD-ZONE-EXIT
010290             VARYING   WS-O       FROM    1   BY  1
010300             UNTIL     WS-O       >   WS-ZONE-CNT
010310     ELSE
010320         PERFORM   2615-OLD-ROUTE THRU    2615-OLD-ROUTE-EXIT
010330             VARYING   WS-O       FROM    1   BY  1
010340             UNTIL     WS-O       >   WS-RTE-CNT
010350     END-IF.
010360     PERFORM   2620-OLD-ROW       THRU    2620-OLD-ROW-EXIT
010370         VARYING   WS-O       FROM    1   BY  1
010380         UNTIL     WS-O       >   WS-OLD-CNT.
010390     PERFORM   2640-SHARED-AREA   THRU    2640-SHARED-AREA-EXIT
010400         VARYING   WS-N       FROM    1   BY  1
010410         UNTIL     WS-N       >   WS-OUT-CNT.
010420     COMPUTE WS-GAIN-KM2 =   WS-NEW-KM2  -   WS-INT-KM2.
010430     COMPUTE WS-LOSS-KM2 =   WS-OLD-KM2  -   WS-INT-KM2.
010440     PERFORM   2700-BOUNDARY-AREA
010450         THRU    2700-BOUNDARY-AREA-EXIT.
010460     MOVE    "ROWS WRITTEN"      TO  WS-CNT-LABEL.
010470     MOVE    WS-OUT-CNT          TO  WS-CNT-COUNT.
010480     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010490     MOVE    "CURRENT ROWS REPLACED"     TO  WS-CNT-LABEL.
010500     MOVE    WS-OLD-CNT          TO  WS-CNT-COUNT.
010510     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010520     MOVE    "BOUNDARY AREA KM2" TO  WS-KM2-LABEL.
010530     MOVE    WS-BND-KM2          TO  WS-KM2-AREA.
010540     WRITE   RPT-REC             FROM    WS-KM2-LINE.
010550     MOVE    "NEW ROWS AREA KM2" TO  WS-KM2-LABEL.
010560     MOVE    WS-NEW-KM2          TO  WS-KM2-AREA.
010570     WRITE   RPT-REC             FROM    WS-KM2-LINE.
010580     MOVE    "CURRENT ROWS AREA KM2"     TO  WS-KM2-LABEL.
010590     MOVE    WS-OLD-KM2          TO  WS-KM2-AREA.
010600     WRITE   RPT-REC             FROM    WS-KM2-LINE.
010610     MOVE    "AREA GAINED KM2"   TO  WS-KM2-LABEL.
010620     MOVE    WS-GAIN-KM2         TO  WS-KM2-AREA.
010630     WRITE   RPT-REC             FROM    WS-KM2-LINE.
010640     MOVE    "AREA LOST KM2"     TO  WS-KM2-LABEL.
010650     MOVE    WS-LOSS-KM2         TO  WS-KM2-AREA.
010660     WRITE   RPT-REC             FROM    WS-KM2-LINE.
010670 2600-COVERAGE-EXIT.
010680     EXIT.
010690 2610-OLD-ZONE                  SECTION.
010700 2610-OLD-ZONE-START.
010710     IF      WS-ZONE-NAME(WS-O)      NOT =   WS-BND-ZN-NAME
010720         OR  WS-ZONE-TYPE-CD(WS-O)   NOT =   WS-BND-ZN-TYPE-CD
010730             THEN
010740         GO  TO  2610-OLD-ZONE-EXIT
010750     END-IF.
010760     IF      WS-OLD-CNT  >=  WS-OLD-MAX  THEN
010770         GO  TO  2610-OLD-ZONE-EXIT
010780     END-IF.
010790     ADD     1                   TO  WS-OLD-CNT.
010800     MOVE    WS-ZONE-PREFIX(WS-O) TO WS-OLD-PREFIX(WS-OLD-CNT).
010810     MOVE    WS-ZONE-LEVEL(WS-O)     TO  WS-OLD-DEPTH(WS-OLD-CNT).
010820     MOVE    "N"             TO  WS-OLD-NESTED-SW(WS-OLD-CNT).
010830 2610-OLD-ZONE-EXIT.
010840     EXIT.
010850 2615-OLD-ROUTE                 SECTION.
010860 2615-OLD-ROUTE-START.
010870     IF      WS-RTE-ROUTE-ID(WS-O)   NOT =   WS-BND-RT-ROUTE-ID
010880             THEN
010890         GO  TO  2615-OLD-ROUTE-EXIT
010900     END-IF.
010910     IF      WS-OLD-CNT  >=  WS-OLD-MAX  THEN
010920         GO  TO  2615-OLD-ROUTE-EXIT
010930     END-IF.
010940     ADD     1                   TO  WS-OLD-CNT.
010950     MOVE    WS-RTE-PREFIX(WS-O)  TO WS-OLD-PREFIX(WS-OLD-CNT).
010960     MOVE    WS-RTE-LEVEL(WS-O)      TO  WS-OLD-DEPTH(WS-OLD-CNT).
010970     MOVE    "N"             TO  WS-OLD-NESTED-SW(WS-OLD-CNT).
010980 2615-OLD-ROUTE-EXIT.
010990     EXIT.
011000*-----------------------------------------------------------*
011010*  2620-OLD-ROW  --  ONE CURRENT ROW: MARK IT NESTED IF ANY    *
011020*                    OTHER CURRENT ROW CONTAINS IT (OR REPEATS *
011030*                    IT EARLIER), ELSE COUNT ITS AREA; LIST IT *
011040*-----------------------------------------------------------*
011050 2620-OLD-ROW                   SECTION.
011060 2620-OLD-ROW-START.
011070     PERFORM   2625-NEST-CHECK    THRU    2625-NEST-CHECK-EXIT
011080         VARYING   WS-R       FROM    1   BY  1
011090         UNTIL     WS-R       >   WS-OLD-CNT
011100                   OR  WS-OLD-NESTED(WS-O).
011110     MOVE    WS-OLD-PREFIX(WS-O) TO  WS-AP-PREFIX.
011120     MOVE    WS-OLD-DEPTH(WS-O)  TO  WS-AP-DEPTH.
011130     PERFORM   2650-PREFIX-AREA   THRU    2650-PREFIX-AREA-EXIT.
011140     MOVE    "CURRENT"           TO  WS-ROWL-SET.
011150     MOVE    WS-OLD-PREFIX(WS-O) TO  WS-ROWL-PREFIX.
011160     MOVE    WS-OLD-DEPTH(WS-O)  TO  WS-ROWL-LEVEL.
011170     MOVE    WS-AP-KM2           TO  WS-ROWL-KM2.
011180     IF      WS-OLD-NESTED(WS-O) THEN
011190         MOVE    "INSIDE ANOTHER ROW - NOT ADDED"
011200                                 TO  WS-ROWL-NOTE
011210     ELSE
011220         MOVE    SPACE           TO  WS-ROWL-NOTE
011230         ADD     WS-AP-KM2       TO  WS-OLD-KM2
011240     END-IF.
011250     WRITE   RPT-REC             FROM    WS-ROW-LINE.
011260 2620-OLD-ROW-EXIT.
011270     EXIT.
011280 2625-NEST-CHECK                SECTION.
011290 2625-NEST-CHECK-START.
011300     IF      WS-R    =   WS-O    THEN
011310         GO  TO  2625-NEST-CHECK-EXIT
011320     END-IF.
011330     IF      WS-OLD-DEPTH(WS-R)  >   WS-OLD-DEPTH(WS-O)  THEN
011340         GO  TO  2625-NEST-CHECK-EXIT
011350     END-IF.
011360     IF      WS-OLD-DEPTH(WS-R)  =   WS-OLD-DEPTH(WS-O)
011370         AND WS-R    >   WS-O    THEN
011380         GO  TO  2625-NEST-CHECK-EXIT
011390     END-IF.
011400     COMPUTE WS-CMP-LEN  =   WS-OLD-DEPTH(WS-R)  +   1.
011410     IF      WS-OLD-PREFIX(WS-O)(1:WS-CMP-LEN)   =
011420             WS-OLD-PREFIX(WS-R)(1:WS-CMP-LEN)   THEN
011430         MOVE    "Y"             TO  WS-OLD-NESTED-SW(WS-O)
011440     END-IF.
011450 2625-NEST-CHECK-EXIT.
011460     EXIT.
011470*-----------------------------------------------------------*
011480*  2640-SHARED-AREA  --  ONE NEW ROW AGAINST EVERY COUNTED     *
011490*                        CURRENT ROW                           *
011500*-----------------------------------------------------------*
011510 2640-SHARED-AREA               SECTION.
011520 2640-SHARED-AREA-START.
011530     PERFORM   2645-SHARED-PAIR   THRU    2645-SHARED-PAIR-EXIT
011540         VARYING   WS-O       FROM    1   BY  1
011550         UNTIL     WS-O       >   WS-OLD-CNT.
011560 2640-SHARED-AREA-EXIT.
011570     EXIT.
011580 2645-SHARED-PAIR               SECTION.
011590 2645-SHARED-PAIR-START.
011600     IF      WS-OLD-NESTED(WS-O) THEN
011610         GO  TO  2645-SHARED-PAIR-EXIT
011620     END-IF.
011630     IF      WS-OLD-DEPTH(WS-O)  <   WS-OUT-DEPTH(WS-N)  THEN
011640         COMPUTE WS-CMP-LEN  =   WS-OLD-DEPTH(WS-O)  +   1
011650         MOVE    WS-OUT-PREFIX(WS-N) TO  WS-AP-PREFIX
011660         MOVE    WS-OUT-DEPTH(WS-N)  TO  WS-AP-DEPTH
011670     ELSE
011680         COMPUTE WS-CMP-LEN  =   WS-OUT-DEPTH(WS-N)  +   1
011690         MOVE    WS-OLD-PREFIX(WS-O) TO  WS-AP-PREFIX
011700         MOVE    WS-OLD-DEPTH(WS-O)  TO  WS-AP-DEPTH
011710     END-IF.
011720     IF      WS-OUT-PREFIX(WS-N)(1:WS-CMP-LEN)   NOT =
011730             WS-OLD-PREFIX(WS-O)(1:WS-CMP-LEN)   THEN
011740         GO  TO  2645-SHARED-PAIR-EXIT
011750     END-IF.
011760     PERFORM   2650-PREFIX-AREA   THRU    2650-PREFIX-AREA-EXIT.
011770     ADD     WS-AP-KM2           TO  WS-INT-KM2.
011780 2645-SHARED-PAIR-EXIT.
011790     EXIT.
011800*-----------------------------------------------------------*
011810*  2650-PREFIX-AREA  --  SQUARE KM OF THE CELL WS-AP-PREFIX AT *
011820*                        DEPTH WS-AP-DEPTH: ITS SIDE IN KM     *
011830*                        NORTH-SOUTH TIMES ITS SIDE EAST-WEST  *
011840*                        AT ITS MID-LATITUDE                   *
011850*-----------------------------------------------------------*
011860 2650-PREFIX-AREA               SECTION.
011870 2650-PREFIX-AREA-START.
011880     MOVE    -90                 TO  WS-AP-SW-LAT.
011890     IF      WS-AP-PREFIX(1:1)   =   "W"     THEN
011900         MOVE    -180            TO  WS-AP-SW-LNG
011910     ELSE
011920         MOVE    ZERO            TO  WS-AP-SW-LNG
011930     END-IF.
011940     MOVE    180                 TO  WS-AP-UNIT.
011950     COMPUTE WS-CMP-LEN  =   WS-AP-DEPTH +   1.
011960     PERFORM   2655-PREFIX-DIGIT  THRU    2655-PREFIX-DIGIT-EXIT
011970         VARYING   WS-I       FROM    2   BY  1
011980         UNTIL     WS-I       >   WS-CMP-LEN.
011990     COMPUTE WS-AP-MID-RAD   =
012000             (WS-AP-SW-LAT   +   WS-AP-UNIT / 2) *   WS-DEG-TO-RAD
012010     END-COMPUTE.
012020     COMPUTE WS-AP-KM2   =
012030             (WS-AP-UNIT *   WS-KM-PER-DEG) ** 2
012040             *   FUNCTION COS(WS-AP-MID-RAD)
012050     END-COMPUTE.
012060 2650-PREFIX-AREA-EXIT.
012070     EXIT.
012080 2655-PREFIX-DIGIT              SECTION.
012090 2655-PREFIX-DIGIT-START.
012100     MOVE    WS-AP-PREFIX(WS-I:1)    TO  WS-DIGIT-X.
012110     COMPUTE WS-DIG-ROW  =   (WS-DIGIT   -   1)  /   3.
012120     COMPUTE WS-DIG-COL  =   WS-DIGIT - 1 - WS-DIG-ROW * 3.
012130     COMPUTE WS-AP-UNIT  =   WS-AP-UNIT  /   3.
012140     COMPUTE WS-AP-SW-LAT    =   WS-AP-SW-LAT
012150             +   WS-DIG-ROW  *   WS-AP-UNIT
012160     END-COMPUTE.
012170     COMPUTE WS-AP-SW-LNG    =   WS-AP-SW-LNG
012180             +   WS-DIG-COL  *   WS-AP-UNIT
012190     END-COMPUTE.
012200 2655-PREFIX-DIGIT-EXIT.
012210     EXIT.
012220*-----------------------------------------------------------*
012230*  2700-BOUNDARY-AREA  --  SQUARE KM INSIDE THE BOUNDARY ITSELF*
012240*                          (SHOELACE SUM IN DEGREES, SCALED AT *
012250*                          THE MEAN VERTEX LATITUDE), SO THE   *
012260*                          OVERSHOOT OF THE EDGE CELLS SHOWS   *
012270*-----------------------------------------------------------*
012280 2700-BOUNDARY-AREA             SECTION.
012290 2700-BOUNDARY-AREA-START.
012300     MOVE    ZERO                TO  WS-SHOE-SUM.
012310     MOVE    ZERO                TO  WS-MEAN-LAT.
012320     PERFORM   2710-SHOELACE      THRU    2710-SHOELACE-EXIT
012330         VARYING   WS-E       FROM    1   BY  1
012340         UNTIL     WS-E       >   WS-VTX-CNT.
012350     IF      WS-SHOE-SUM <   ZERO    THEN
012360         COMPUTE WS-SHOE-SUM =   ZERO    -   WS-SHOE-SUM
012370     END-IF.
012380     COMPUTE WS-MEAN-LAT =   WS-MEAN-LAT /   WS-VTX-CNT
012390                             *   WS-DEG-TO-RAD
012400     END-COMPUTE.
012410     COMPUTE WS-BND-KM2  =   WS-SHOE-SUM /   2
012420             *   WS-KM-PER-DEG   *   WS-KM-PER-DEG
012430             *   FUNCTION COS(WS-MEAN-LAT)
012440     END-COMPUTE.
012450 2700-BOUNDARY-AREA-EXIT.
012460     EXIT.
012470 2710-SHOELACE                  SECTION.
012480 2710-SHOELACE-START.
012490     PERFORM   2329-NEXT-VERTEX   THRU    2329-NEXT-VERTEX-EXIT.
012500     COMPUTE WS-SHOE-SUM =   WS-SHOE-SUM
012510             +   WS-VTX-LNG(WS-E)    *   WS-VTX-LAT(WS-J)
012520             -   WS-VTX-LNG(WS-J)    *   WS-VTX-LAT(WS-E)
012530     END-COMPUTE.
012540     ADD     WS-VTX-LAT(WS-E)    TO  WS-MEAN-LAT.
012550 2710-SHOELACE-EXIT.
012560     EXIT.
012570*-----------------------------------------------------------*
012580*  3000-TERMINATE  --  CLOSE FILES, DISPLAY RUN TOTALS, POST   *
012590*                      RUN-CONTROL                             *
012600*-----------------------------------------------------------*
012610 3000-TERMINATE                 SECTION.
012620 3000-TERMINATE-START.
012630     MOVE    "BOUNDARIES READ"   TO  WS-CNT-LABEL.
012640     MOVE    WS-BND-READ         TO  WS-CNT-COUNT.
012650     WRITE   RPT-REC             FROM    WS-CNT-LINE.
012660     MOVE    "BOUNDARIES REJECTED"   TO  WS-CNT-LABEL.
012670     MOVE    WS-BND-REJECTED     TO  WS-CNT-COUNT.
012680     WRITE   RPT-REC             FROM    WS-CNT-LINE.
012690     MOVE    "ZONE ROWS WRITTEN" TO  WS-CNT-LABEL.
012700     MOVE    WS-ZONE-ROWS-OUT    TO  WS-CNT-COUNT.
012710     WRITE   RPT-REC             FROM    WS-CNT-LINE.
012720     MOVE    "ROUTE ROWS WRITTEN"    TO  WS-CNT-LABEL.
012730     MOVE    WS-RTE-ROWS-OUT     TO  WS-CNT-COUNT.
012740     WRITE   RPT-REC             FROM    WS-CNT-LINE.
012750     DISPLAY "RECORDS READ      = " WS-RECS-READ.
012760     DISPLAY "BOUNDARIES READ   = " WS-BND-READ.
012770     DISPLAY "BOUNDARIES REJECT = " WS-BND-REJECTED.
012780     DISPLAY "STRAY VERTICES    = " WS-STRAY-VERTICES.
012790     DISPLAY "ZONE ROWS WRITTEN = " WS-ZONE-ROWS-OUT.
012800     DISPLAY "ROUTE ROWS WRITTEN= " WS-RTE-ROWS-OUT.
012810     CLOSE   POLYFILE.
012820     CLOSE   ZONOUT.
012830     CLOSE   RTEOUT.
012840     CLOSE   RPTFILE.
012850     MOVE    WS-RECS-READ        TO  WS-RC-READ.
012860     COMPUTE WS-RC-WRITTEN   =   WS-ZONE-ROWS-OUT
012870                             +   WS-RTE-ROWS-OUT.
012880     COMPUTE WS-RC-REJECTED  =   WS-BND-REJECTED
012890                             +   WS-STRAY-VERTICES.
012900     MOVE    ZERO                TO  WS-RC-RETURN.
012910     IF      WS-RC-REJECTED  >   ZERO    THEN
012920         MOVE    4               TO  WS-RC-RETURN
012930     END-IF.
012940     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
012950                                 BY  REFERENCE   WS-PGM-NAME
012960                                 BY  REFERENCE   WS-RC-READ
012970                                 BY  REFERENCE   WS-RC-WRITTEN
012980                                 BY  REFERENCE   WS-RC-REJECTED
012990                                 BY  REFERENCE   WS-RC-RETURN
013000     END-CALL.
013010     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
013020 3000-TERMINATE-EXIT.
013030     EXIT.
013040 END PROGRAM     geo3x3_poly_cvr.
