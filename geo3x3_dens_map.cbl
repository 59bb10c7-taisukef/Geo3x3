000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_dens_map.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  CHARACTER-GRID DENSITY    *
000190*                 MAP OF A LAT/LNG WINDOW FOR THE TERRITORY   *
000200*                 PLANNING MEETING -- SEE GEOMAP01.  THE      *
000210*                 WINDOW (GEO3XWI) IS WALKED CELL BY CELL     *
000220*                 EXACTLY AS GEO3X3_AREA_EXT WALKS IT, AND    *
000230*                 EACH CELL BECOMES ONE PRINT POSITION,       *
000240*                 NORTH AT THE TOP.  THE CELL SHOWS A GRADED  *
000250*                 SYMBOL FOR THE NIGHT'S DELIVERIES (PARM D)  *
000260*                 OR THE ACTIVE MASTER OCCUPANTS (PARM M),    *
000270*                 WITH THE RESTRICTED ZONES LIVE ON THE       *
000280*                 BUSINESS DATE AND THE ROUTE BOUNDARIES      *
000290*                 FROM THE ROUTE REFERENCE LAID OVER IT.  A   *
000300*                 LEGEND PAGE GIVES THE GRADES AND THE SCALE  *
000310*                 IN KM PER CELL.  A MAP WIDER OR TALLER      *
000320*                 THAN ONE SHEET CONTINUES ON FURTHER SHEETS, *
000330*                 EACH CARRYING ITS ROW AND COLUMN LABELS,    *
000340*                 SO THE SHEETS TAPE TOGETHER.                *
000350*-----------------------------------------------------------*
000360 ENVIRONMENT                 DIVISION.
000370 CONFIGURATION               SECTION.
000380 SOURCE-COMPUTER.            IBM-370.
000390 OBJECT-COMPUTER.            IBM-370.
000400 INPUT-OUTPUT                SECTION.
000410 FILE-CONTROL.
000420     SELECT  WINFILE         ASSIGN TO "WINFILE"
000430                              ORGANIZATION  IS  SEQUENTIAL.
000440     SELECT  ZONEFILE        ASSIGN TO "ZONEFILE"
000450                              ORGANIZATION  IS  SEQUENTIAL.
000460     SELECT  RTEFILE         ASSIGN TO "RTEFILE"
000470                              ORGANIZATION  IS  SEQUENTIAL.
000480     SELECT  INFILE          ASSIGN TO "INFILE"
000490                              ORGANIZATION  IS  SEQUENTIAL.
000500     SELECT  MASTER          ASSIGN TO "MASTER"
000510                              ORGANIZATION  IS  INDEXED
000520                              ACCESS MODE    IS  SEQUENTIAL
000530                              RECORD KEY     IS  GEO3X-MR-REC-KEY
000540                              FILE STATUS    IS  WS-MASTER-STATUS.
000550     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000560                              ORGANIZATION  IS  SEQUENTIAL.
000570 DATA                        DIVISION.
000580 FILE                        SECTION.
000590 FD  WINFILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  WIN-REC                 PIC X(50).
000630 FD  ZONEFILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  ZONE-REC                PIC X(72).
000670 FD  RTEFILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  RTE-REC                 PIC X(60).
000710 FD  INFILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY    GEO3XOT.
000750 FD  MASTER
000760     LABEL RECORDS ARE STANDARD.
000770     COPY    GEO3XMR.
000780 FD  RPTFILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  RPT-REC                 PIC X(133).
000820 WORKING-STORAGE             SECTION.
000830*-----------------------------------------------------------*
000840*  SWITCHES                                                  *
000850*-----------------------------------------------------------*
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000880         88  WS-EOF                      VALUE "Y".
000890     05  WS-ZONE-EOF-SW      PIC X(01)   VALUE "N".
000900         88  WS-ZONE-EOF                 VALUE "Y".
000910     05  WS-RTE-EOF-SW       PIC X(01)   VALUE "N".
000920         88  WS-RTE-EOF                  VALUE "Y".
000930     05  WS-ACT-EOF-SW       PIC X(01)   VALUE "N".
000940         88  WS-ACT-EOF                  VALUE "Y".
000950     05  WS-WIN-DONE-SW      PIC X(01)   VALUE "N".
000960         88  WS-WIN-DONE                 VALUE "Y".
000970     05  WS-ROW-DONE-SW      PIC X(01)   VALUE "N".
000980         88  WS-ROW-DONE                 VALUE "Y".
000990     05  WS-TRUNC-SW         PIC X(01)   VALUE "N".
001000         88  WS-TRUNCATED                VALUE "Y".
001010     05  WS-HIT-RESTR-SW     PIC X(01)   VALUE "N".
001020         88  WS-HIT-RESTRICTED           VALUE "Y".
001030     05  WS-BOUNDARY-SW      PIC X(01)   VALUE "N".
001040         88  WS-ON-BOUNDARY              VALUE "Y".
001050     05  WS-RUL-DIGIT-SW     PIC X(01)   VALUE "U".
001060         88  WS-RUL-HUNDREDS             VALUE "H".
001070         88  WS-RUL-TENS                 VALUE "T".
001080         88  WS-RUL-UNITS                VALUE "U".
001090     05  WS-PARM-BAD-SW      PIC X(01)   VALUE "N".
001100         88  WS-PARM-BAD                 VALUE "Y".
001110     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
001120         88  WS-DATE-BAD                 VALUE "Y".
001130 01  WS-MASTER-STATUS        PIC X(02).
001140     88  WS-MASTER-OK                    VALUE "00".
001150*-----------------------------------------------------------*
001160*  WHAT THE MAP COUNTS, FROM THE EXEC PARM                   *
001170*-----------------------------------------------------------*
001180 01  WS-MAP-MODE             PIC X(01)   VALUE "D".
001190     88  WS-MODE-DELIVERY                VALUE "D".
001200     88  WS-MODE-MASTER                  VALUE "M".
001210*-----------------------------------------------------------*
001220*  COUNTERS                                                  *
001230*-----------------------------------------------------------*
001240 77  WS-WINDOWS-READ         PIC 9(09)   COMP    VALUE ZERO.
001250 77  WS-WINDOWS-REJECTED     PIC 9(09)   COMP    VALUE ZERO.
001260 77  WS-WINDOWS-MAPPED       PIC 9(09)   COMP    VALUE ZERO.
001270 77  WS-WINDOWS-TRUNCATED    PIC 9(09)   COMP    VALUE ZERO.
001280 77  WS-ZONES-LOADED         PIC 9(09)   COMP    VALUE ZERO.
001290 77  WS-ZONES-REJECTED       PIC 9(09)   COMP    VALUE ZERO.
001300 77  WS-ZONES-OFF-DATE       PIC 9(09)   COMP    VALUE ZERO.
001310 77  WS-ROUTES-LOADED        PIC 9(09)   COMP    VALUE ZERO.
001320 77  WS-ROUTES-REJECTED      PIC 9(09)   COMP    VALUE ZERO.
001330 77  WS-WIN-READ             PIC 9(09)   COMP    VALUE ZERO.
001340 77  WS-WIN-PLACED           PIC 9(09)   COMP    VALUE ZERO.
001350 77  WS-WIN-OUTSIDE          PIC 9(09)   COMP    VALUE ZERO.
001360 77  WS-WIN-SKIPPED          PIC 9(09)   COMP    VALUE ZERO.
001370 77  WS-WIN-MAX-COUNT        PIC 9(07)   COMP    VALUE ZERO.
001380 77  WS-WIN-RESTR-CELLS      PIC 9(09)   COMP    VALUE ZERO.
001390 77  WS-WIN-ROUTED-CELLS     PIC 9(09)   COMP    VALUE ZERO.
001400*-----------------------------------------------------------*
001410*  RUN-CONTROL FIELDS -- A REJECTED OR TRUNCATED WINDOW       *
001420*  GRADES THE RUN RC 4 SO THE SHORT MAP IS NOTICED.           *
001430*-----------------------------------------------------------*
001440 77  WS-JOB-NAME             PIC X(08)   VALUE "GEOMAP01".
001450 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_DENS_MAP".
001460 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
001470 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
001480 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
001490 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
001500*-----------------------------------------------------------*
001510*  PAGE CONTROL -- ONE SHEET HOLDS WS-SHEET-ROWS MAP ROWS     *
001520*  BY WS-SHEET-COLS MAP COLUMNS                               *
001530*-----------------------------------------------------------*
001540 77  WS-PAGE-NO              PIC 9(05)   COMP    VALUE ZERO.
001550 77  WS-SHEET-ROWS           PIC 9(03)   COMP    VALUE 45.
001560 77  WS-SHEET-COLS           PIC 9(03)   COMP    VALUE 100.
001570 77  WS-SHEETS-DOWN          PIC 9(03)   COMP    VALUE ZERO.
001580 77  WS-SHEETS-ACROSS        PIC 9(03)   COMP    VALUE ZERO.
001590 77  WS-SHT-ROW              PIC 9(03)   COMP    VALUE ZERO.
001600 77  WS-SHT-COL              PIC 9(03)   COMP    VALUE ZERO.
001610 77  WS-TOP-ROW              PIC 9(03)   COMP    VALUE ZERO.
001620 77  WS-BOT-ROW              PIC 9(03)   COMP    VALUE ZERO.
001630 77  WS-LEFT-COL             PIC 9(03)   COMP    VALUE ZERO.
001640 77  WS-RIGHT-COL            PIC 9(03)   COMP    VALUE ZERO.
001650 77  WS-POS                  PIC 9(03)   COMP    VALUE ZERO.
001660 77  WS-QUOT                 PIC 9(03)   COMP    VALUE ZERO.
001670 77  WS-REM                  PIC 9(03)   COMP    VALUE ZERO.
001680*-----------------------------------------------------------*
001690*  RESTRICTED ZONE TABLE -- LIVE RESTRICTED ROWS ONLY;        *
001700*  SERVICE-AREA ROWS ARE NOT DRAWN                            *
001710*-----------------------------------------------------------*
001720 77  WS-ZONE-MAX             PIC 9(03)   COMP    VALUE 200.
001730 77  WS-ZONE-CNT             PIC 9(03)   COMP    VALUE ZERO.
001740 77  WS-Z                    PIC 9(03)   COMP    VALUE ZERO.
001750 01  WS-ZONE-TABLE.
001760     05  WS-ZONE-ENTRY       OCCURS 200 TIMES.
001770         10  WS-ZONE-PREFIX      PIC X(31).
001780         10  WS-ZONE-CMP-LEN     PIC 9(02)   COMP.
001790 01  WS-ASOF-DATE            PIC 9(08)           VALUE ZERO.
001800 01  WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE
001810                             PIC X(08).
001820*-----------------------------------------------------------*
001830*  ROUTE PREFIX TABLE -- THE DEEPEST ROW COVERING A CELL      *
001840*  OWNS IT, AS IN GEO3X3_ROUTE_ASGN                           *
001850*-----------------------------------------------------------*
001860 77  WS-RTE-MAX              PIC 9(03)   COMP    VALUE 200.
001870 77  WS-RTE-CNT              PIC 9(03)   COMP    VALUE ZERO.
001880 77  WS-R                    PIC 9(03)   COMP    VALUE ZERO.
001890 77  WS-BEST                 PIC 9(03)   COMP    VALUE ZERO.
001900 77  WS-BEST-LEN             PIC 9(02)   COMP    VALUE ZERO.
001910 01  WS-RTE-TABLE.
001920     05  WS-RTE-ENTRY        OCCURS 200 TIMES.
001930         10  WS-RTE-PREFIX       PIC X(31).
001940         10  WS-RTE-CMP-LEN      PIC 9(02)   COMP.
001950         10  WS-RTE-ROUTE-ID     PIC X(08).
001960*-----------------------------------------------------------*
001970*  THE MAP GRID -- ROW 1 IS THE SOUTHERNMOST ROW WALKED,      *
001980*  COLUMN 1 THE WESTERNMOST.  EACH ROW KEEPS THE LATITUDE OF  *
001990*  ITS SOUTH EDGE AND EACH COLUMN THE LONGITUDE OF ITS WEST   *
002000*  EDGE, AS DECODED, FOR PLACING POINTS AND FOR THE LABELS.   *
002010*-----------------------------------------------------------*
002020 77  WS-GRID-MAX             PIC 9(03)   COMP    VALUE 200.
002030 77  WS-GRID-ROWS            PIC 9(03)   COMP    VALUE ZERO.
002040 77  WS-GRID-COLS            PIC 9(03)   COMP    VALUE ZERO.
002050 77  WS-ROW-IX               PIC 9(03)   COMP    VALUE ZERO.
002060 77  WS-COL-IX               PIC 9(03)   COMP    VALUE ZERO.
002070 77  WS-NBR-ROW              PIC 9(03)   COMP    VALUE ZERO.
002080 77  WS-NBR-COL              PIC 9(03)   COMP    VALUE ZERO.
002090 01  WS-GRID.
002100     05  WS-GRID-ROW         OCCURS 200 TIMES.
002110         10  WS-ROW-SW-LAT       PIC S9(03)V9(6).
002120         10  WS-GRID-CELL        OCCURS 200 TIMES.
002130             15  WS-CELL-COUNT       PIC 9(07)   COMP.
002140             15  WS-CELL-RESTR-SW    PIC X(01).
002150                 88  WS-CELL-RESTRICTED      VALUE "Y".
002160             15  WS-CELL-ROUTE       PIC 9(03)   COMP.
002170 01  WS-COL-TABLE.
002180     05  WS-COL-SW-LNG       PIC S9(03)V9(6)
002190                             OCCURS 200 TIMES.
002200*-----------------------------------------------------------*
002210*  CELL GEOMETRY -- A LEVEL-L CODE IS THE HEMISPHERE LETTER   *
002220*  AND L-1 DIGITS, AND ITS CELL IS 180 / 3 ** (L-1) DEGREES   *
002230*  ON A SIDE.  KM PER DEGREE AS IN GEO3X3_DISTANCE.           *
002240*-----------------------------------------------------------*
002250 77  WS-CELL-LEN             PIC 9(02)   COMP    VALUE ZERO.
002260 77  WS-CMP-LEN              PIC 9(02)   COMP    VALUE ZERO.
002265 77  WS-CELLS-ACROSS         PIC 9(09)   COMP    VALUE ZERO.
002270 01  WS-UNIT-DEG             PIC 9(03)V9(12).
002280 01  WS-CTR-LAT              PIC S9(03)V9(6).
002290 01  WS-CTR-LAT-RAD          PIC S9(03)V9(9).
002300 01  WS-KM-NS                PIC 9(05)V9(03).
002310 01  WS-KM-EW                PIC 9(05)V9(03).
002320 77  WS-KM-PER-DEG           PIC 9(03)V9(02)     VALUE 111.32.
002330 77  WS-DEG-TO-RAD           PIC S9(01)V9(09) VALUE 0.017453293.
002340*-----------------------------------------------------------*
002350*  POINT PLACEMENT WORK FIELDS                                *
002360*-----------------------------------------------------------*
002370 01  WS-PT-LAT               PIC S9(03)V9(6).
002380 01  WS-PT-LNG               PIC S9(03)V9(6).
002390 77  WS-PLACE-WORK           PIC 9(09)   COMP    VALUE ZERO.
002400*-----------------------------------------------------------*
002410*  GRADES -- NINE SYMBOLS, EACH COVERING AN EQUAL SLICE OF    *
002420*  THE BUSIEST CELL'S COUNT.  WHEN NO CELL HOLDS MORE THAN    *
002430*  NINE THE SYMBOL IS THE COUNT ITSELF.                       *
002440*-----------------------------------------------------------*
002450 77  WS-GRADE-IX             PIC 9(02)   COMP    VALUE ZERO.
002460 01  WS-GRADE-TABLE.
002470     05  WS-GRADE-HI         PIC 9(07)   COMP
002480                             OCCURS 9 TIMES.
002490 01  WS-GRADE-SYMBOLS        PIC X(09)   VALUE "123456789".
002500 01  WS-GRADE-SYMBOLS-R REDEFINES WS-GRADE-SYMBOLS.
002510     05  WS-GRADE-SYM        PIC X(01)   OCCURS 9 TIMES.
002520 01  WS-SYM                  PIC X(01).
002530 01  WS-SYM-ROUTE-ID         PIC X(08).
002540 01  WS-NBR-ROUTE-ID         PIC X(08).
002550*-----------------------------------------------------------*
002560*  CALLER-ID PASSED TO GEO3X3_ENCODE/DECODE FOR THE AUDIT LOG  *
002570*-----------------------------------------------------------*
002580 77  WS-CALR-ID          PIC X(20) VALUE "GEO3X3_DENS_MAP".
002590*-----------------------------------------------------------*
002600*  SCRATCH LAT/LNG/LEVEL PASSED TO GEO3X3_ENCODE -- IT          *
002610*  DESTROYS ITS LAT/LNG LINKAGE ITEMS, SO THE WINDOW CORNER     *
002620*  GOES IN A COPY (SEE GEO3X3_AREA_EXT)                         *
002630*-----------------------------------------------------------*
002640 77  WS-SCR-LAT              PIC S9(03)V9(6).
002650 77  WS-SCR-LNG              PIC S9(03)V9(6).
002660 77  WS-SCR-LEVEL            PIC 9(02).
002670*-----------------------------------------------------------*
002680*  CELL MARCH WORK FIELDS                                    *
002690*-----------------------------------------------------------*
002700 01  WS-ROW-COD              PIC X(31).
002710 01  WS-CUR-COD              PIC X(31).
002720 01  WS-NBR-RES              PIC X(31).
002730 01  WS-NBR-DIR              PIC X(01).
002740 01  WS-NBR-STS              PIC 9(01).
002750 01  WS-ENC-STS              PIC 9(01).
002760*-----------------------------------------------------------*
002770*  DECODED CELL FIELDS                                       *
002780*-----------------------------------------------------------*
002790 01  WS-DEC-LAT              PIC S9(03)V9(6).
002800 01  WS-DEC-LNG              PIC S9(03)V9(6).
002810 01  WS-DEC-LEVEL            PIC 9(02).
002820 01  WS-DEC-UNT              PIC S9(03)V9(6).
002830 01  WS-DEC-NE-LAT           PIC S9(03)V9(6).
002840 01  WS-DEC-NE-LNG           PIC S9(03)V9(6).
002850 01  WS-DEC-SW-LAT           PIC S9(03)V9(6).
002860 01  WS-DEC-SW-LNG           PIC S9(03)V9(6).
002870 01  WS-DEC-STS              PIC 9(01).
002880*-----------------------------------------------------------*
002890*  BUSINESS DATE / RUN-ID, PRINTED ON EVERY PAGE             *
002900*-----------------------------------------------------------*
002910 01  WS-RUN-DATE-RAW             PIC 9(08).
002920 01  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
002930     05  WS-RUN-DATE-YYYY        PIC 9(04).
002940     05  WS-RUN-DATE-MM          PIC 9(02).
002950     05  WS-RUN-DATE-DD          PIC 9(02).
002960 01  WS-RUN-TIME-RAW             PIC 9(08).
002970 01  WS-RUN-TIME-RAW-R REDEFINES WS-RUN-TIME-RAW.
002980     05  WS-RUN-TIME-HH          PIC 9(02).
002990     05  WS-RUN-TIME-MM          PIC 9(02).
003000     05  WS-RUN-TIME-SS          PIC 9(04).
003010 01  WS-RUN-ID                   PIC X(14).
003020 01  WS-BUS-DATE             PIC X(08).
003030 01  WS-BUS-DATE-STS         PIC 9(01).
003040 01  WS-BUS-DATE-MSG         PIC X(40).
003050*-----------------------------------------------------------*
003060*  REPORT LINES -- COLUMN 1 IS ASA PRINTER CARRIAGE CONTROL   *
003070*-----------------------------------------------------------*
003080 01  WS-HDR-1.
003090     05  WS-HDR-1-CC         PIC X(01)   VALUE "1".
003100     05  FILLER              PIC X(26)   VALUE
003110         "GEO3X3 CELL DENSITY MAP".
003120     05  FILLER              PIC X(76)   VALUE SPACE.
003130     05  FILLER              PIC X(05)   VALUE "PAGE ".
003140     05  WS-HDR-1-PAGE       PIC ZZZZ9.
003150     05  FILLER              PIC X(20)   VALUE SPACE.
003160 01  WS-HDR-1B.
003170     05  WS-HDR-1B-CC        PIC X(01)   VALUE SPACE.
003180     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
003190     05  WS-HDR-1B-DATE      PIC X(10).
003200     05  FILLER              PIC X(05)   VALUE SPACE.
003210     05  FILLER              PIC X(08)   VALUE "RUN ID: ".
003220     05  WS-HDR-1B-RUNID     PIC X(14).
003230     05  FILLER              PIC X(05)   VALUE SPACE.
003240     05  FILLER              PIC X(08)   VALUE "MAP OF: ".
003250     05  WS-HDR-1B-MODE      PIC X(24).
003260     05  FILLER              PIC X(48)   VALUE SPACE.
003270 01  WS-HDR-1C.
003280     05  WS-HDR-1C-CC        PIC X(01)   VALUE SPACE.
003290     05  FILLER              PIC X(07)   VALUE "WINDOW ".
003300     05  WS-HDR-1C-WIN       PIC ZZ9.
003310     05  FILLER              PIC X(02)   VALUE SPACE.
003320     05  FILLER              PIC X(10)   VALUE "SHEET ROW ".
003330     05  WS-HDR-1C-SROW      PIC ZZ9.
003340     05  FILLER              PIC X(04)   VALUE " OF ".
003350     05  WS-HDR-1C-SDOWN     PIC ZZ9.
003360     05  FILLER              PIC X(02)   VALUE SPACE.
003370     05  FILLER              PIC X(07)   VALUE "COLUMN ".
003380     05  WS-HDR-1C-SCOL      PIC ZZ9.
003390     05  FILLER              PIC X(04)   VALUE " OF ".
003400     05  WS-HDR-1C-SACROSS   PIC ZZ9.
003410     05  FILLER              PIC X(02)   VALUE SPACE.
003420     05  FILLER              PIC X(35)   VALUE
003430         "(ROW 1 IS NORTH, COLUMN 1 IS WEST)".
003440     05  FILLER              PIC X(44)   VALUE SPACE.
003450 01  WS-WIN-LINE.
003460     05  WS-WIN-L-CC         PIC X(01)   VALUE SPACE.
003470     05  FILLER              PIC X(07)   VALUE "WINDOW ".
003480     05  WS-WIN-L-NO         PIC ZZ9.
003490     05  FILLER              PIC X(02)   VALUE SPACE.
003500     05  FILLER              PIC X(04)   VALUE "SW=(".
003510     05  WS-WIN-L-SW-LAT     PIC -ZZ9.999999.
003520     05  FILLER              PIC X(01)   VALUE ",".
003530     05  WS-WIN-L-SW-LNG     PIC -ZZZ9.999999.
003540     05  FILLER              PIC X(06)   VALUE ") NE=(".
003550     05  WS-WIN-L-NE-LAT     PIC -ZZ9.999999.
003560     05  FILLER              PIC X(01)   VALUE ",".
003570     05  WS-WIN-L-NE-LNG     PIC -ZZZ9.999999.
003580     05  FILLER              PIC X(08)   VALUE ") LEVEL ".
003590     05  WS-WIN-L-LEVEL      PIC Z9.
003600     05  FILLER              PIC X(52)   VALUE SPACE.
003610 01  WS-MSG-LINE.
003620     05  WS-MSG-CC           PIC X(01)   VALUE SPACE.
003630     05  FILLER              PIC X(02)   VALUE SPACE.
003640     05  WS-MSG-TEXT         PIC X(80).
003650     05  FILLER              PIC X(50)   VALUE SPACE.
003660 01  WS-GRID-LINE.
003670     05  WS-GRID-L-CC        PIC X(01)   VALUE SPACE.
003680     05  FILLER              PIC X(02)   VALUE SPACE.
003690     05  FILLER              PIC X(05)   VALUE "GRID ".
003700     05  WS-GRID-L-ROWS      PIC ZZ9.
003710     05  FILLER              PIC X(09)   VALUE " ROWS BY ".
003720     05  WS-GRID-L-COLS      PIC ZZ9.
003730     05  FILLER              PIC X(12)   VALUE " COLUMNS ON ".
003740     05  WS-GRID-L-DOWN      PIC ZZ9.
003750     05  FILLER              PIC X(18)   VALUE
003760         " SHEET(S) DOWN BY ".
003770     05  WS-GRID-L-ACROSS    PIC ZZ9.
003780     05  FILLER              PIC X(07)   VALUE " ACROSS".
003790     05  FILLER              PIC X(67)   VALUE SPACE.
003800 01  WS-SCALE-LINE.
003810     05  WS-SCALE-L-CC       PIC X(01)   VALUE SPACE.
003820     05  FILLER              PIC X(02)   VALUE SPACE.
003830     05  FILLER              PIC X(24)   VALUE
003840         "SCALE: ONE CHARACTER IS ".
003850     05  WS-SCALE-L-KM-NS    PIC ZZ,ZZ9.999.
003860     05  FILLER              PIC X(19)   VALUE
003870         " KM NORTH-SOUTH BY ".
003880     05  WS-SCALE-L-KM-EW    PIC ZZ,ZZ9.999.
003890     05  FILLER              PIC X(13)   VALUE
003900         " KM EAST-WEST".
003910     05  FILLER              PIC X(54)   VALUE SPACE.
003920 01  WS-SCALE-LINE-2.
003930     05  WS-SCALE-2-CC       PIC X(01)   VALUE SPACE.
003940     05  FILLER              PIC X(02)   VALUE SPACE.
003950     05  FILLER              PIC X(10)   VALUE "CELL SIDE ".
003960     05  WS-SCALE-2-DEG      PIC ZZ9.9(9).
003970     05  FILLER              PIC X(41)   VALUE
003980         " DEGREES, EAST-WEST KM TAKEN AT LATITUDE ".
003990     05  WS-SCALE-2-LAT      PIC -ZZ9.9999.
004000     05  FILLER              PIC X(57)   VALUE SPACE.
004010 01  WS-LEG-LINE.
004020     05  WS-LEG-CC           PIC X(01)   VALUE SPACE.
004030     05  FILLER              PIC X(04)   VALUE SPACE.
004040     05  WS-LEG-SYM          PIC X(01).
004050     05  FILLER              PIC X(04)   VALUE SPACE.
004060     05  WS-LEG-TEXT         PIC X(60).
004070     05  FILLER              PIC X(63)   VALUE SPACE.
004080 01  WS-GRD-LINE.
004090     05  WS-GRD-CC           PIC X(01)   VALUE SPACE.
004100     05  FILLER              PIC X(04)   VALUE SPACE.
004110     05  WS-GRD-SYM          PIC X(01).
004120     05  FILLER              PIC X(04)   VALUE SPACE.
004130     05  FILLER              PIC X(11)   VALUE "CELL COUNT ".
004140     05  WS-GRD-LO           PIC Z,ZZZ,ZZ9.
004150     05  FILLER              PIC X(04)   VALUE " TO ".
004160     05  WS-GRD-HI           PIC Z,ZZZ,ZZ9.
004170     05  FILLER              PIC X(90)   VALUE SPACE.
004180 01  WS-CNT-LINE.
004190     05  WS-CNT-CC           PIC X(01)   VALUE SPACE.
004200     05  FILLER              PIC X(02)   VALUE SPACE.
004210     05  WS-CNT-LABEL        PIC X(40).
004220     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
004230     05  FILLER              PIC X(79)   VALUE SPACE.
004240*-----------------------------------------------------------*
004250*  MAP LINES -- THE CELL AREA STARTS IN THE SAME PRINT        *
004260*  POSITION ON THE RULERS AS ON THE MAP ROWS                  *
004270*-----------------------------------------------------------*
004280 01  WS-RUL-LINE.
004290     05  WS-RUL-CC           PIC X(01)   VALUE SPACE.
004300     05  WS-RUL-LABEL        PIC X(15).
004310     05  WS-RUL-CELLS        PIC X(100).
004320     05  WS-RUL-CELLS-R REDEFINES WS-RUL-CELLS.
004330         10  WS-RUL-CHAR     PIC X(01)   OCCURS 100 TIMES.
004340     05  FILLER              PIC X(17)   VALUE SPACE.
004350 01  WS-MAP-LINE.
004360     05  WS-MAP-CC           PIC X(01)   VALUE SPACE.
004370     05  WS-MAP-ROW-L        PIC ZZ9.
004380     05  FILLER              PIC X(01)   VALUE SPACE.
004390     05  WS-MAP-LAT          PIC -ZZ9.9999.
004400     05  FILLER              PIC X(02)   VALUE SPACE.
004410     05  WS-MAP-CELLS        PIC X(100).
004420     05  WS-MAP-CELLS-R REDEFINES WS-MAP-CELLS.
004430         10  WS-MAP-CHAR     PIC X(01)   OCCURS 100 TIMES.
004440     05  FILLER              PIC X(02)   VALUE SPACE.
004450     05  WS-MAP-ROW-R        PIC ZZ9.
004460     05  FILLER              PIC X(12)   VALUE SPACE.
004470 01  WS-EDIT-LNG             PIC -ZZ9.999.
004480 01  WS-DIGITS               PIC X(10)   VALUE "0123456789".
004490 01  WS-DIGITS-R REDEFINES WS-DIGITS.
004500     05  WS-DIGIT            PIC X(01)   OCCURS 10 TIMES.
004510*-----------------------------------------------------------*
004520*  WINDOW, ZONE AND ROUTE WORK AREAS                         *
004530*-----------------------------------------------------------*
004540     COPY    GEO3XWI.
004550     COPY    GEO3XZN.
004560     COPY    GEO3XRT.
004570 LINKAGE                     SECTION.
004580*-----------------------------------------------------------*
004590*  EXEC PARM -- D MAPS THE NIGHT'S DELIVERIES (THE DEFAULT),  *
004600*  M MAPS THE ACTIVE MASTER OCCUPANTS                         *
004610*-----------------------------------------------------------*
004620 01  PARM-DATA.
004630     05  PARM-LENGTH         PIC S9(04)  COMP.
004640     05  PARM-MAP-MODE       PIC X(01).
004650 PROCEDURE                   DIVISION    USING   PARM-DATA.
004660 0000-MAINLINE                  SECTION.
004670 0000-START.
004680     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
004690     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
004700         UNTIL     WS-EOF.
004710     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
004720     STOP RUN.
004730 0000-MAINLINE-EXIT.
004740     EXIT.
004750*-----------------------------------------------------------*
004760*  1000-INITIALIZE  --  EDIT THE PARM, FETCH THE BUSINESS     *
004770*                       DATE, LOAD THE ZONE AND ROUTE         *
004780*                       TABLES, OPEN FILES, READ THE FIRST    *
004790*                       WINDOW                                *
004800*-----------------------------------------------------------*
004810 1000-INITIALIZE                SECTION.
004820 1000-INITIALIZE-START.
004830     IF      PARM-LENGTH >=  1   THEN
004840         MOVE    PARM-MAP-MODE   TO  WS-MAP-MODE
004850     END-IF.
004860     IF      NOT WS-MODE-DELIVERY
004870         AND NOT WS-MODE-MASTER      THEN
004880         DISPLAY "MAP PARM MUST BE D OR M"
004890         MOVE    "Y"         TO  WS-PARM-BAD-SW
004900         MOVE    "Y"         TO  WS-EOF-SW
004910         GO  TO  1000-INITIALIZE-EXIT
004920     END-IF.
004930     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
004940                                 BY  REFERENCE   WS-BUS-DATE-STS
004950                                 BY  REFERENCE   WS-BUS-DATE-MSG
004960     END-CALL.
004970     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
004980         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
004990         MOVE    "Y"         TO  WS-DATE-BAD-SW
005000         MOVE    "Y"         TO  WS-EOF-SW
005010         GO  TO  1000-INITIALIZE-EXIT
005020     END-IF.
005030     MOVE    WS-BUS-DATE         TO  WS-ASOF-DATE-X.
005040     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
005050     ACCEPT   WS-RUN-TIME-RAW     FROM  TIME.
005060     STRING   WS-RUN-DATE-MM  "/"  WS-RUN-DATE-DD  "/"
005070             WS-RUN-DATE-YYYY
005080         DELIMITED BY  SIZE
005090         INTO    WS-HDR-1B-DATE
005100     END-STRING.
005110     STRING   WS-RUN-DATE-RAW     WS-RUN-TIME-HH
005120             WS-RUN-TIME-MM
005130         DELIMITED BY  SIZE
005140         INTO    WS-RUN-ID
005150     END-STRING.
005160     MOVE     WS-RUN-ID           TO  WS-HDR-1B-RUNID.
005170     IF      WS-MODE-DELIVERY    THEN
005180         MOVE    "DELIVERIES"    TO  WS-HDR-1B-MODE
005190     ELSE
005200         MOVE    "ACTIVE MASTER OCCUPANTS"
005210                                 TO  WS-HDR-1B-MODE
005220     END-IF.
005230     OPEN    INPUT    ZONEFILE.
005240     PERFORM   1200-LOAD-ZONE     THRU    1200-LOAD-ZONE-EXIT
005250         UNTIL     WS-ZONE-EOF.
005260     CLOSE   ZONEFILE.
005270     OPEN    INPUT    RTEFILE.
005280     PERFORM   1300-LOAD-ROUTE    THRU    1300-LOAD-ROUTE-EXIT
005290         UNTIL     WS-RTE-EOF.
005300     CLOSE   RTEFILE.
005310     OPEN    INPUT    WINFILE.
005320     OPEN    OUTPUT   RPTFILE.
005330     PERFORM   1100-READ-WINFILE
005340         THRU    1100-READ-WINFILE-EXIT.
005350 1000-INITIALIZE-EXIT.
005360     EXIT.
005370 1100-READ-WINFILE              SECTION.
005380 1100-READ-WINFILE-START.
005390     READ    WINFILE     INTO    GEO3X-WIN-RECORD
005400         AT END
005410             MOVE    "Y"         TO  WS-EOF-SW
005420         NOT AT END
005430             ADD     1           TO  WS-WINDOWS-READ
005440     END-READ.
005450 1100-READ-WINFILE-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------*
005480*  1200-LOAD-ZONE  --  ONE ZONE ROW.  THE SAME ROWS           *
005490*                      GEO3X3_ZONE_SCRN REFUSES ARE COUNTED   *
005500*                      AND SKIPPED; ONLY RESTRICTED ROWS      *
005510*                      LIVE ON THE BUSINESS DATE ARE KEPT.    *
005520*-----------------------------------------------------------*
005530 1200-LOAD-ZONE                SECTION.
005540 1200-LOAD-ZONE-START.
005550     READ    ZONEFILE    INTO    GEO3X-ZN-RECORD
005560         AT END
005570             MOVE    "Y"         TO  WS-ZONE-EOF-SW
005580             GO  TO  1200-LOAD-ZONE-EXIT
005590     END-READ.
005600     IF      GEO3X-ZN-LEVEL  IS NOT NUMERIC
005610         OR  GEO3X-ZN-LEVEL  <   1
005620         OR  GEO3X-ZN-LEVEL  >   18
005630         OR  GEO3X-ZN-PREFIX =   SPACE
005640         OR  WS-ZONE-CNT     >=  WS-ZONE-MAX     THEN
005650         DISPLAY "ZONE ROW REJECTED: " ZONE-REC
005660         ADD     1               TO  WS-ZONES-REJECTED
005670         GO  TO  1200-LOAD-ZONE-EXIT
005680     END-IF.
005690     IF      NOT GEO3X-ZN-RESTRICTED
005700         AND NOT GEO3X-ZN-SERVICE-AREA   THEN
005710         DISPLAY "ZONE ROW REJECTED: " ZONE-REC
005720         ADD     1               TO  WS-ZONES-REJECTED
005730         GO  TO  1200-LOAD-ZONE-EXIT
005740     END-IF.
005750     IF      GEO3X-ZN-SERVICE-AREA   THEN
005760         GO  TO  1200-LOAD-ZONE-EXIT
005770     END-IF.
005780     IF      GEO3X-ZN-EFF-FROM-DT    IS NUMERIC
005790         AND GEO3X-ZN-EFF-FROM-DT    >   ZERO
005800         AND GEO3X-ZN-EFF-FROM-DT    >   WS-ASOF-DATE-X  THEN
005810         ADD     1               TO  WS-ZONES-OFF-DATE
005820         GO  TO  1200-LOAD-ZONE-EXIT
005830     END-IF.
005840     IF      GEO3X-ZN-EFF-TO-DT      IS NUMERIC
005850         AND GEO3X-ZN-EFF-TO-DT      >   ZERO
005860         AND GEO3X-ZN-EFF-TO-DT      <   WS-ASOF-DATE-X  THEN
005870         ADD     1               TO  WS-ZONES-OFF-DATE
005880         GO  TO  1200-LOAD-ZONE-EXIT
005890     END-IF.
005900     ADD     1                   TO  WS-ZONE-CNT.
005910     MOVE    GEO3X-ZN-PREFIX     TO  WS-ZONE-PREFIX(WS-ZONE-CNT).
005920     COMPUTE WS-ZONE-CMP-LEN(WS-ZONE-CNT) = GEO3X-ZN-LEVEL + 1.
005930     ADD     1                   TO  WS-ZONES-LOADED.
005940 1200-LOAD-ZONE-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------*
005970*  1300-LOAD-ROUTE  --  ONE ROUTE REFERENCE ROW, WITH THE     *
005980*                       SAME REJECT RULES AS                  *
005990*                       GEO3X3_ROUTE_ASGN                     *
006000*-----------------------------------------------------------*
006010 1300-LOAD-ROUTE               SECTION.
006020 1300-LOAD-ROUTE-START.
006030     READ    RTEFILE     INTO    GEO3X-RT-RECORD
006040         AT END
006050             MOVE    "Y"         TO  WS-RTE-EOF-SW
006060             GO  TO  1300-LOAD-ROUTE-EXIT
006070     END-READ.
006080     IF      GEO3X-RT-LEVEL  IS NOT NUMERIC
006090         OR  GEO3X-RT-LEVEL  <   1
006100         OR  GEO3X-RT-LEVEL  >   18
006110         OR  GEO3X-RT-PREFIX =   SPACE
006120         OR  WS-RTE-CNT      >=  WS-RTE-MAX     THEN
006130         DISPLAY "ROUTE ROW REJECTED: " RTE-REC
006140         ADD     1               TO  WS-ROUTES-REJECTED
006150         GO  TO  1300-LOAD-ROUTE-EXIT
006160     END-IF.
006170     ADD     1                   TO  WS-RTE-CNT.
006180     MOVE    GEO3X-RT-PREFIX     TO  WS-RTE-PREFIX(WS-RTE-CNT).
006190     COMPUTE WS-RTE-CMP-LEN(WS-RTE-CNT) = GEO3X-RT-LEVEL + 1.
006200     MOVE    GEO3X-RT-ROUTE-ID   TO  WS-RTE-ROUTE-ID(WS-RTE-CNT).
006210     ADD     1                   TO  WS-ROUTES-LOADED.
006220 1300-LOAD-ROUTE-EXIT.
006230     EXIT.
006240*-----------------------------------------------------------*
006250*  2000-PROCESS  --  MAP ONE WINDOW: WALK ITS CELLS INTO THE  *
006260*                    GRID, PLACE THE DELIVERIES OR SITES,     *
006270*                    PRINT THE LEGEND PAGE AND THE SHEETS     *
006280*-----------------------------------------------------------*
006290 2000-PROCESS                   SECTION.
006300 2000-PROCESS-START.
006310     MOVE    "N"                 TO  WS-WIN-DONE-SW.
006320     MOVE    "N"                 TO  WS-TRUNC-SW.
006330     IF      GEO3X-WIN-SW-LAT    IS NOT NUMERIC
006340         OR  GEO3X-WIN-SW-LNG    IS NOT NUMERIC
006350         OR  GEO3X-WIN-NE-LAT    IS NOT NUMERIC
006360         OR  GEO3X-WIN-NE-LNG    IS NOT NUMERIC
006370         OR  GEO3X-WIN-LEVEL     IS NOT NUMERIC    THEN
006380         MOVE    "WINDOW REJECTED - NON-NUMERIC FIELD"
006390                                     TO  WS-MSG-TEXT
006400         PERFORM   2950-REJECT-WINDOW
006410             THRU    2950-REJECT-WINDOW-EXIT
006420         GO  TO  2000-PROCESS-READ
006430     END-IF.
006440     IF      GEO3X-WIN-SW-LAT    >   GEO3X-WIN-NE-LAT
006450         OR  GEO3X-WIN-SW-LNG    >   GEO3X-WIN-NE-LNG  THEN
006460         MOVE    "WINDOW REJECTED - CORNERS REVERSED"
006470                                     TO  WS-MSG-TEXT
006480         PERFORM   2950-REJECT-WINDOW
006490             THRU    2950-REJECT-WINDOW-EXIT
006500         GO  TO  2000-PROCESS-READ
006510     END-IF.
006520     MOVE    GEO3X-WIN-SW-LAT    TO  WS-SCR-LAT.
006530     MOVE    GEO3X-WIN-SW-LNG    TO  WS-SCR-LNG.
006540     MOVE    GEO3X-WIN-LEVEL     TO  WS-SCR-LEVEL.
006550     MOVE    SPACE               TO  WS-ROW-COD.
006560     CALL    "geo3x3_encode" USING   BY  REFERENCE   WS-SCR-LAT
006570                                 BY  REFERENCE   WS-SCR-LNG
006580                                 BY  REFERENCE   WS-SCR-LEVEL
006590                                 BY  REFERENCE   WS-ROW-COD
006600                                 BY  REFERENCE   WS-ENC-STS
006610                                 BY  REFERENCE   WS-CALR-ID
006620     END-CALL.
006630     IF      WS-ENC-STS  NOT =   ZERO    THEN
006640         MOVE    "WINDOW REJECTED - CORNER OR LEVEL OUT OF RANGE"
006650                                     TO  WS-MSG-TEXT
006660         PERFORM   2950-REJECT-WINDOW
006670             THRU    2950-REJECT-WINDOW-EXIT
006680         GO  TO  2000-PROCESS-READ
006690     END-IF.
006700     INITIALIZE  WS-GRID
006710                 WS-COL-TABLE.
006720     MOVE    ZERO                TO  WS-GRID-ROWS.
006730     MOVE    ZERO                TO  WS-GRID-COLS.
006740     MOVE    ZERO                TO  WS-WIN-RESTR-CELLS.
006750     MOVE    ZERO                TO  WS-WIN-ROUTED-CELLS.
006760     MOVE    GEO3X-WIN-LEVEL     TO  WS-CELL-LEN.
006766     COMPUTE WS-CELLS-ACROSS =   3 ** (GEO3X-WIN-LEVEL - 1)
006772     END-COMPUTE.
006778     COMPUTE WS-UNIT-DEG =   180 / WS-CELLS-ACROSS
006784     END-COMPUTE.
006790     PERFORM   2100-SCAN-ROW      THRU    2100-SCAN-ROW-EXIT
006800         UNTIL     WS-WIN-DONE.
006810     IF      WS-GRID-ROWS    =   ZERO
006820         OR  WS-GRID-COLS    =   ZERO    THEN
006830         MOVE    "WINDOW REJECTED - NO CELLS COULD BE DECODED"
006840                                     TO  WS-MSG-TEXT
006850         PERFORM   2950-REJECT-WINDOW
006860             THRU    2950-REJECT-WINDOW-EXIT
006870         GO  TO  2000-PROCESS-READ
006880     END-IF.
006890     PERFORM   2500-PLACE-ACTIVITY
006900         THRU    2500-PLACE-ACTIVITY-EXIT.
006910     IF      WS-RC-RETURN    =   8   THEN
006920         GO  TO  2000-PROCESS-EXIT
006930     END-IF.
006940     PERFORM   2600-SET-GRADES    THRU    2600-SET-GRADES-EXIT.
006950     COMPUTE WS-SHEETS-DOWN      =
006960         (WS-GRID-ROWS   +   WS-SHEET-ROWS   -   1)
006970                         /   WS-SHEET-ROWS
006980     END-COMPUTE.
006990     COMPUTE WS-SHEETS-ACROSS    =
007000         (WS-GRID-COLS   +   WS-SHEET-COLS   -   1)
007010                         /   WS-SHEET-COLS
007020     END-COMPUTE.
007030     PERFORM   2700-PRINT-LEGEND  THRU    2700-PRINT-LEGEND-EXIT.
007040     PERFORM   2800-PRINT-SHEET-ROW
007050         THRU    2800-PRINT-SHEET-ROW-EXIT
007060         VARYING   WS-SHT-ROW FROM    1   BY  1
007070         UNTIL     WS-SHT-ROW >   WS-SHEETS-DOWN.
007080     ADD     1                   TO  WS-WINDOWS-MAPPED.
007090     IF      WS-TRUNCATED    THEN
007100         ADD     1               TO  WS-WINDOWS-TRUNCATED
007110     END-IF.
007120 2000-PROCESS-READ.
007130     PERFORM   1100-READ-WINFILE
007140         THRU    1100-READ-WINFILE-EXIT.
007150 2000-PROCESS-EXIT.
007160     EXIT.
007170*-----------------------------------------------------------*
007180*  2100-SCAN-ROW  --  ONE WEST-TO-EAST ROW OF CELLS, AS IN     *
007190*                     GEO3X3_AREA_EXT.  EACH ROW WALKED IS     *
007200*                     THE NEXT GRID ROW NORTHWARD; PAST THE    *
007210*                     GRID LIMIT THE WINDOW IS TRUNCATED.      *
007220*-----------------------------------------------------------*
007230 2100-SCAN-ROW                  SECTION.
007240 2100-SCAN-ROW-START.
007250     MOVE    WS-ROW-COD          TO  WS-CUR-COD.
007260     PERFORM   2300-DECODE-CELL   THRU    2300-DECODE-CELL-EXIT.
007270     IF      WS-DEC-STS  NOT =   ZERO
007280         OR  WS-DEC-SW-LAT   >   GEO3X-WIN-NE-LAT   THEN
007290         MOVE    "Y"             TO  WS-WIN-DONE-SW
007300         GO  TO  2100-SCAN-ROW-EXIT
007310     END-IF.
007320     IF      WS-GRID-ROWS    >=  WS-GRID-MAX     THEN
007330         MOVE    "Y"             TO  WS-TRUNC-SW
007340         MOVE    "Y"             TO  WS-WIN-DONE-SW
007350         GO  TO  2100-SCAN-ROW-EXIT
007360     END-IF.
007370     ADD     1                   TO  WS-GRID-ROWS.
007380     MOVE    WS-DEC-SW-LAT       TO  WS-ROW-SW-LAT(WS-GRID-ROWS).
007390     MOVE    ZERO                TO  WS-COL-IX.
007400     MOVE    "N"                 TO  WS-ROW-DONE-SW.
007410     PERFORM   2200-SCAN-CELL     THRU    2200-SCAN-CELL-EXIT
007420         UNTIL     WS-ROW-DONE.
007430     MOVE    "N"                 TO  WS-NBR-DIR.
007440     MOVE    "N"                 TO  WS-NBR-STS.
007450     CALL    "geo3x3_neighbor"  USING  BY  REFERENCE   WS-ROW-COD
007460                                 BY  REFERENCE   WS-NBR-DIR
007470                                 BY  REFERENCE   WS-NBR-RES
007480                                 BY  REFERENCE   WS-NBR-STS
007490     END-CALL.
007500     IF      WS-NBR-STS  NOT =   ZERO    THEN
007510         MOVE    "Y"             TO  WS-WIN-DONE-SW
007520     ELSE
007530         MOVE    WS-NBR-RES      TO  WS-ROW-COD
007540     END-IF.
007550 2100-SCAN-ROW-EXIT.
007560     EXIT.
007570*-----------------------------------------------------------*
007580*  2200-SCAN-CELL  --  ONE CELL OF THE CURRENT ROW.  A CELL    *
007590*                      WHOSE BOX INTERSECTS THE WINDOW TAKES   *
007600*                      THE NEXT GRID COLUMN; THE FIRST ROW     *
007610*                      SETS THE WIDTH OF THE GRID.             *
007620*-----------------------------------------------------------*
007630 2200-SCAN-CELL                 SECTION.
007640 2200-SCAN-CELL-START.
007650     PERFORM   2300-DECODE-CELL   THRU    2300-DECODE-CELL-EXIT.
007660     IF      WS-DEC-STS  NOT =   ZERO    THEN
007670         MOVE    "Y"             TO  WS-ROW-DONE-SW
007680         GO  TO  2200-SCAN-CELL-EXIT
007690     END-IF.
007700     IF      WS-DEC-SW-LNG   >   GEO3X-WIN-NE-LNG   THEN
007710         MOVE    "Y"             TO  WS-ROW-DONE-SW
007720         GO  TO  2200-SCAN-CELL-EXIT
007730     END-IF.
007740     IF      WS-DEC-NE-LAT   >=  GEO3X-WIN-SW-LAT
007750         AND WS-DEC-SW-LAT   <=  GEO3X-WIN-NE-LAT
007760         AND WS-DEC-NE-LNG   >=  GEO3X-WIN-SW-LNG
007770         AND WS-DEC-SW-LNG   <=  GEO3X-WIN-NE-LNG   THEN
007780         IF      WS-GRID-ROWS    =   1
007790             AND WS-COL-IX       >=  WS-GRID-MAX     THEN
007800             MOVE    "Y"         TO  WS-TRUNC-SW
007810             MOVE    "Y"         TO  WS-ROW-DONE-SW
007820             GO  TO  2200-SCAN-CELL-EXIT
007830         END-IF
007840         IF      WS-GRID-ROWS    >   1
007850             AND WS-COL-IX       >=  WS-GRID-COLS    THEN
007860             MOVE    "Y"         TO  WS-ROW-DONE-SW
007870             GO  TO  2200-SCAN-CELL-EXIT
007880         END-IF
007890         ADD     1               TO  WS-COL-IX
007900         IF      WS-GRID-ROWS    =   1   THEN
007910             MOVE    WS-COL-IX   TO  WS-GRID-COLS
007920             MOVE    WS-DEC-SW-LNG
007930                                 TO  WS-COL-SW-LNG(WS-COL-IX)
007940         END-IF
007950         PERFORM   2400-CELL-OVERLAY
007960             THRU    2400-CELL-OVERLAY-EXIT
007970     END-IF.
007980     MOVE    "E"                 TO  WS-NBR-DIR.
007990     CALL    "geo3x3_neighbor"  USING  BY  REFERENCE   WS-CUR-COD
008000                                 BY  REFERENCE   WS-NBR-DIR
008010                                 BY  REFERENCE   WS-NBR-RES
008020                                 BY  REFERENCE   WS-NBR-STS
008030     END-CALL.
008040     IF      WS-NBR-STS  NOT =   ZERO    THEN
008050         MOVE    "Y"             TO  WS-ROW-DONE-SW
008060     ELSE
008070         MOVE    WS-NBR-RES      TO  WS-CUR-COD
008080     END-IF.
008090 2200-SCAN-CELL-EXIT.
008100     EXIT.
008110*-----------------------------------------------------------*
008120*  2300-DECODE-CELL  --  BOUNDING BOX OF THE CELL UNDER THE    *
008130*                        CURSOR (WS-CUR-COD)                   *
008140*-----------------------------------------------------------*
008150 2300-DECODE-CELL               SECTION.
008160 2300-DECODE-CELL-START.
008170     CALL    "geo3x3_decode" USING   BY  REFERENCE   WS-CUR-COD
008180                                 BY  REFERENCE   WS-DEC-LAT
008190                                 BY  REFERENCE   WS-DEC-LNG
008200                                 BY  REFERENCE   WS-DEC-LEVEL
008210                                 BY  REFERENCE   WS-DEC-UNT
008220                                 BY  REFERENCE   WS-DEC-NE-LAT
008230                                 BY  REFERENCE   WS-DEC-NE-LNG
008240                                 BY  REFERENCE   WS-DEC-SW-LAT
008250                                 BY  REFERENCE   WS-DEC-SW-LNG
008260                                 BY  REFERENCE   WS-DEC-STS
008270                                 BY  REFERENCE   WS-CALR-ID
008280     END-CALL.
008290 2300-DECODE-CELL-EXIT.
008300     EXIT.
008310*-----------------------------------------------------------*
008320*  2400-CELL-OVERLAY  --  RESTRICTED FLAG AND OWNING ROUTE     *
008330*                         OF THE GRID CELL JUST WALKED         *
008340*-----------------------------------------------------------*
008350 2400-CELL-OVERLAY              SECTION.
008360 2400-CELL-OVERLAY-START.
008370     MOVE    "N"                 TO  WS-HIT-RESTR-SW.
008380     PERFORM   2410-TRY-ZONE      THRU    2410-TRY-ZONE-EXIT
008390         VARYING   WS-Z       FROM    1   BY  1
008400         UNTIL     WS-Z       >   WS-ZONE-CNT
008410                   OR  WS-HIT-RESTRICTED.
008420     IF      WS-HIT-RESTRICTED   THEN
008430         MOVE    "Y"             TO
008440                 WS-CELL-RESTR-SW(WS-GRID-ROWS, WS-COL-IX)
008450         ADD     1               TO  WS-WIN-RESTR-CELLS
008460     END-IF.
008470     MOVE    ZERO                TO  WS-BEST.
008480     MOVE    ZERO                TO  WS-BEST-LEN.
008490     PERFORM   2420-TRY-ROUTE     THRU    2420-TRY-ROUTE-EXIT
008500         VARYING   WS-R       FROM    1   BY  1
008510         UNTIL     WS-R       >   WS-RTE-CNT.
008520     MOVE    WS-BEST             TO
008530             WS-CELL-ROUTE(WS-GRID-ROWS, WS-COL-IX).
008540     IF      WS-BEST     >   ZERO    THEN
008550         ADD     1               TO  WS-WIN-ROUTED-CELLS
008560     END-IF.
008570 2400-CELL-OVERLAY-EXIT.
008580     EXIT.
008590*-----------------------------------------------------------*
008600*  2410-TRY-ZONE  --  A RESTRICTED ZONE MARKS THE CELL WHEN    *
008610*                     EITHER PREFIX LEADS THE OTHER -- THE     *
008620*                     CELL LIES INSIDE THE ZONE, OR A FINER    *
008630*                     ZONE LIES INSIDE THE CELL.               *
008640*-----------------------------------------------------------*
008650 2410-TRY-ZONE                  SECTION.
008660 2410-TRY-ZONE-START.
008670     IF      WS-ZONE-CMP-LEN(WS-Z)   <   WS-CELL-LEN THEN
008680         MOVE    WS-ZONE-CMP-LEN(WS-Z)   TO  WS-CMP-LEN
008690     ELSE
008700         MOVE    WS-CELL-LEN             TO  WS-CMP-LEN
008710     END-IF.
008720     IF      WS-CUR-COD(1:WS-CMP-LEN)    =
008730             WS-ZONE-PREFIX(WS-Z)(1:WS-CMP-LEN)      THEN
008740         MOVE    "Y"             TO  WS-HIT-RESTR-SW
008750     END-IF.
008760 2410-TRY-ZONE-EXIT.
008770     EXIT.
008780*-----------------------------------------------------------*
008790*  2420-TRY-ROUTE  --  ONE ROUTE ROW AGAINST THE CELL.  A ROW  *
008800*                      OWNS THE CELL WHEN ITS WHOLE PREFIX     *
008810*                      LEADS THE CELL'S CODE; THE DEEPEST      *
008820*                      SUCH ROW WINS.  A ROW FINER THAN THE    *
008830*                      CELL CANNOT OWN IT.                     *
008840*-----------------------------------------------------------*
008850 2420-TRY-ROUTE                 SECTION.
008860 2420-TRY-ROUTE-START.
008870     IF      WS-RTE-CMP-LEN(WS-R)    <=  WS-BEST-LEN     THEN
008880         GO  TO  2420-TRY-ROUTE-EXIT
008890     END-IF.
008900     IF      WS-RTE-CMP-LEN(WS-R)    >   WS-CELL-LEN     THEN
008910         GO  TO  2420-TRY-ROUTE-EXIT
008920     END-IF.
008930     IF      WS-CUR-COD(1:WS-RTE-CMP-LEN(WS-R))  =
008940             WS-RTE-PREFIX(WS-R)(1:WS-RTE-CMP-LEN(WS-R)) THEN
008950         MOVE    WS-R                    TO  WS-BEST
008960         MOVE    WS-RTE-CMP-LEN(WS-R)    TO  WS-BEST-LEN
008970     END-IF.
008980 2420-TRY-ROUTE-EXIT.
008990     EXIT.
009000*-----------------------------------------------------------*
009010*  2500-PLACE-ACTIVITY  --  READ THE NIGHT'S DELIVERIES OR     *
009020*                           THE MASTER FROM THE TOP AND        *
009030*                           COUNT EACH POINT INTO ITS GRID     *
009040*                           CELL                               *
009050*-----------------------------------------------------------*
009060 2500-PLACE-ACTIVITY            SECTION.
009070 2500-PLACE-ACTIVITY-START.
009080     MOVE    ZERO                TO  WS-WIN-READ.
009090     MOVE    ZERO                TO  WS-WIN-PLACED.
009100     MOVE    ZERO                TO  WS-WIN-OUTSIDE.
009110     MOVE    ZERO                TO  WS-WIN-SKIPPED.
009120     MOVE    ZERO                TO  WS-WIN-MAX-COUNT.
009130     MOVE    "N"                 TO  WS-ACT-EOF-SW.
009140     IF      WS-MODE-DELIVERY    THEN
009150         OPEN    INPUT   INFILE
009160         PERFORM   2510-NEXT-DELIVERY
009170             THRU    2510-NEXT-DELIVERY-EXIT
009180             UNTIL     WS-ACT-EOF
009190         CLOSE   INFILE
009200         GO  TO  2500-PLACE-ACTIVITY-EXIT
009210     END-IF.
009220     OPEN    INPUT    MASTER.
009230     IF      NOT WS-MASTER-OK    THEN
009240         DISPLAY "MASTER OPEN FAILED, STATUS=" WS-MASTER-STATUS
009250         MOVE    "Y"         TO  WS-EOF-SW
009260         MOVE    8           TO  WS-RC-RETURN
009270         GO  TO  2500-PLACE-ACTIVITY-EXIT
009280     END-IF.
009290     PERFORM   2520-NEXT-SITE     THRU    2520-NEXT-SITE-EXIT
009300         UNTIL     WS-ACT-EOF.
009310     CLOSE   MASTER.
009320 2500-PLACE-ACTIVITY-EXIT.
009330     EXIT.
009340*-----------------------------------------------------------*
009350*  2510-NEXT-DELIVERY  --  REJECTED ENCODES (STS NOT ZERO)     *
009360*                          ARE SKIPPED, AS IN THE ROLLUP       *
009370*-----------------------------------------------------------*
009380 2510-NEXT-DELIVERY             SECTION.
009390 2510-NEXT-DELIVERY-START.
009400     READ    INFILE
009410         AT END
009420             MOVE    "Y"         TO  WS-ACT-EOF-SW
009430             GO  TO  2510-NEXT-DELIVERY-EXIT
009440     END-READ.
009450     ADD     1                   TO  WS-WIN-READ.
009460     IF      GEO3X-OUT-STS   NOT =   ZERO
009470         OR  GEO3X-OUT-LAT   IS NOT NUMERIC
009480         OR  GEO3X-OUT-LNG   IS NOT NUMERIC    THEN
009490         ADD     1               TO  WS-WIN-SKIPPED
009500         GO  TO  2510-NEXT-DELIVERY-EXIT
009510     END-IF.
009520     MOVE    GEO3X-OUT-LAT       TO  WS-PT-LAT.
009530     MOVE    GEO3X-OUT-LNG       TO  WS-PT-LNG.
009540     PERFORM   2530-PLACE-POINT   THRU    2530-PLACE-POINT-EXIT.
009550 2510-NEXT-DELIVERY-EXIT.
009560     EXIT.
009570*-----------------------------------------------------------*
009580*  2520-NEXT-SITE  --  INACTIVE OCCUPANTS AND SITES WITH       *
009590*                      COORDINATES THAT ARE NOT NUMERIC ARE    *
009600*                      SKIPPED                                 *
009610*-----------------------------------------------------------*
009620 2520-NEXT-SITE                 SECTION.
009630 2520-NEXT-SITE-START.
009640     READ    MASTER  NEXT RECORD
009650         AT END
009660             MOVE    "Y"         TO  WS-ACT-EOF-SW
009670             GO  TO  2520-NEXT-SITE-EXIT
009680     END-READ.
009690     IF      NOT WS-MASTER-OK        THEN
009700         DISPLAY "MASTER READ FAILED, STATUS=" WS-MASTER-STATUS
009710         MOVE    "Y"         TO  WS-ACT-EOF-SW
009720         GO  TO  2520-NEXT-SITE-EXIT
009730     END-IF.
009740     ADD     1                   TO  WS-WIN-READ.
009750     IF      NOT GEO3X-MR-ACTIVE
009760         OR  GEO3X-MR-LAT    IS NOT NUMERIC
009770         OR  GEO3X-MR-LNG    IS NOT NUMERIC    THEN
009780         ADD     1               TO  WS-WIN-SKIPPED
009790         GO  TO  2520-NEXT-SITE-EXIT
009800     END-IF.
009810     MOVE    GEO3X-MR-LAT        TO  WS-PT-LAT.
009820     MOVE    GEO3X-MR-LNG        TO  WS-PT-LNG.
009830     PERFORM   2530-PLACE-POINT   THRU    2530-PLACE-POINT-EXIT.
009840 2520-NEXT-SITE-EXIT.
009850     EXIT.
009860*-----------------------------------------------------------*
009870*  2530-PLACE-POINT  --  GRID ROW AND COLUMN OF WS-PT-LAT/LNG. *
009880*                        THE CELL SIDE GIVES THE ESTIMATE;     *
009890*                        THE DECODED EDGES OF THE NEIGHBOURING *
009900*                        ROW OR COLUMN SETTLE A POINT THAT     *
009910*                        SITS ON A CELL BOUNDARY.              *
009920*-----------------------------------------------------------*
009930 2530-PLACE-POINT               SECTION.
009940 2530-PLACE-POINT-START.
009950     IF      WS-PT-LAT   <   WS-ROW-SW-LAT(1)
009960         OR  WS-PT-LNG   <   WS-COL-SW-LNG(1)    THEN
009970         ADD     1               TO  WS-WIN-OUTSIDE
009980         GO  TO  2530-PLACE-POINT-EXIT
009990     END-IF.
010000     COMPUTE WS-PLACE-WORK   =
010010         (WS-PT-LAT  -   WS-ROW-SW-LAT(1))   /   WS-UNIT-DEG
010020         +   1
010030         ON SIZE ERROR
010040             MOVE    999999999   TO  WS-PLACE-WORK
010050     END-COMPUTE.
010060     IF      WS-PLACE-WORK   >   WS-GRID-ROWS    THEN
010070         ADD     1               TO  WS-WIN-OUTSIDE
010080         GO  TO  2530-PLACE-POINT-EXIT
010090     END-IF.
010100     MOVE    WS-PLACE-WORK       TO  WS-ROW-IX.
010110     COMPUTE WS-PLACE-WORK   =
010120         (WS-PT-LNG  -   WS-COL-SW-LNG(1))   /   WS-UNIT-DEG
010130         +   1
010140         ON SIZE ERROR
010150             MOVE    999999999   TO  WS-PLACE-WORK
010160     END-COMPUTE.
010170     IF      WS-PLACE-WORK   >   WS-GRID-COLS    THEN
010180         ADD     1               TO  WS-WIN-OUTSIDE
010190         GO  TO  2530-PLACE-POINT-EXIT
010200     END-IF.
010210     MOVE    WS-PLACE-WORK       TO  WS-COL-IX.
010220     IF      WS-ROW-IX   >   1
010230         AND WS-PT-LAT   <   WS-ROW-SW-LAT(WS-ROW-IX)    THEN
010240         SUBTRACT    1           FROM    WS-ROW-IX
010250     END-IF.
010260     IF      WS-ROW-IX   <   WS-GRID-ROWS    THEN
010270         IF      WS-PT-LAT   >=  WS-ROW-SW-LAT(WS-ROW-IX + 1)
010280             ADD     1           TO  WS-ROW-IX
010290         END-IF
010300     END-IF.
010310     IF      WS-COL-IX   >   1
010320         AND WS-PT-LNG   <   WS-COL-SW-LNG(WS-COL-IX)    THEN
010330         SUBTRACT    1           FROM    WS-COL-IX
010340     END-IF.
010350     IF      WS-COL-IX   <   WS-GRID-COLS    THEN
010360         IF      WS-PT-LNG   >=  WS-COL-SW-LNG(WS-COL-IX + 1)
010370             ADD     1           TO  WS-COL-IX
010380         END-IF
010390     END-IF.
010400     ADD     1   TO  WS-CELL-COUNT(WS-ROW-IX, WS-COL-IX).
010410     IF      WS-CELL-COUNT(WS-ROW-IX, WS-COL-IX)
010420                             >   WS-WIN-MAX-COUNT    THEN
010430         MOVE    WS-CELL-COUNT(WS-ROW-IX, WS-COL-IX)
010440                                 TO  WS-WIN-MAX-COUNT
010450     END-IF.
010460     ADD     1                   TO  WS-WIN-PLACED.
010470 2530-PLACE-POINT-EXIT.
010480     EXIT.
010490*-----------------------------------------------------------*
010500*  2600-SET-GRADES  --  UPPER COUNT OF EACH OF THE NINE        *
010510*                       GRADES FOR THIS WINDOW                 *
010520*-----------------------------------------------------------*
010530 2600-SET-GRADES                SECTION.
010540 2600-SET-GRADES-START.
010550     PERFORM   2610-SET-GRADE     THRU    2610-SET-GRADE-EXIT
010560         VARYING   WS-GRADE-IX FROM   1   BY  1
010570         UNTIL     WS-GRADE-IX >  9.
010580 2600-SET-GRADES-EXIT.
010590     EXIT.
010600 2610-SET-GRADE                 SECTION.
010610 2610-SET-GRADE-START.
010620     IF      WS-WIN-MAX-COUNT    <=  9   THEN
010630         MOVE    WS-GRADE-IX     TO  WS-GRADE-HI(WS-GRADE-IX)
010640     ELSE
010650         COMPUTE WS-GRADE-HI(WS-GRADE-IX)    =
010660             WS-GRADE-IX *   WS-WIN-MAX-COUNT    /   9
010670         END-COMPUTE
010680     END-IF.
010690 2610-SET-GRADE-EXIT.
010700     EXIT.
010710*-----------------------------------------------------------*
010720*  2700-PRINT-LEGEND  --  FIRST PAGE OF EACH WINDOW: THE       *
010730*                         WINDOW, GRID SIZE AND SHEET LAYOUT,  *
010740*                         SCALE, SYMBOLS AND COUNTS            *
010750*-----------------------------------------------------------*
010760 2700-PRINT-LEGEND              SECTION.
010770 2700-PRINT-LEGEND-START.
010780     PERFORM   2900-NEW-PAGE      THRU    2900-NEW-PAGE-EXIT.
010790     PERFORM   2960-EDIT-WINDOW   THRU    2960-EDIT-WINDOW-EXIT.
010800     MOVE    "0"                 TO  WS-WIN-L-CC.
010810     WRITE   RPT-REC             FROM    WS-WIN-LINE
010815         AFTER ADVANCING 2 LINES.
010820     IF      WS-TRUNCATED    THEN
010830         MOVE    "WINDOW TRUNCATED - GRID LIMIT REACHED"
010840                                 TO  WS-MSG-TEXT
010850         MOVE    SPACE           TO  WS-MSG-CC
010860         WRITE   RPT-REC         FROM    WS-MSG-LINE
010865             AFTER ADVANCING 1 LINE
010870     END-IF.
010880     MOVE    WS-GRID-ROWS        TO  WS-GRID-L-ROWS.
010890     MOVE    WS-GRID-COLS        TO  WS-GRID-L-COLS.
010900     MOVE    WS-SHEETS-DOWN      TO  WS-GRID-L-DOWN.
010910     MOVE    WS-SHEETS-ACROSS    TO  WS-GRID-L-ACROSS.
010920     MOVE    "0"                 TO  WS-GRID-L-CC.
010930     WRITE   RPT-REC             FROM    WS-GRID-LINE
010935         AFTER ADVANCING 2 LINES.
010940     COMPUTE WS-CTR-LAT  =
010950         (GEO3X-WIN-SW-LAT   +   GEO3X-WIN-NE-LAT)   /   2
010960     END-COMPUTE.
010970     COMPUTE WS-CTR-LAT-RAD  =   WS-CTR-LAT  *   WS-DEG-TO-RAD
010980     END-COMPUTE.
010990     COMPUTE WS-KM-NS    =   WS-UNIT-DEG *   WS-KM-PER-DEG
011000     END-COMPUTE.
011010     COMPUTE WS-KM-EW    =   WS-UNIT-DEG *   WS-KM-PER-DEG
011020                         *   FUNCTION COS(WS-CTR-LAT-RAD)
011030     END-COMPUTE.
011040     MOVE    WS-KM-NS            TO  WS-SCALE-L-KM-NS.
011050     MOVE    WS-KM-EW            TO  WS-SCALE-L-KM-EW.
011060     WRITE   RPT-REC             FROM    WS-SCALE-LINE
011065         AFTER ADVANCING 1 LINE.
011070     MOVE    WS-UNIT-DEG         TO  WS-SCALE-2-DEG.
011080     MOVE    WS-CTR-LAT          TO  WS-SCALE-2-LAT.
011090     WRITE   RPT-REC             FROM    WS-SCALE-LINE-2
011095         AFTER ADVANCING 1 LINE.
011100     MOVE    "0"                 TO  WS-MSG-CC.
011110     MOVE    "LEGEND"            TO  WS-MSG-TEXT.
011120     WRITE   RPT-REC             FROM    WS-MSG-LINE
011125         AFTER ADVANCING 2 LINES.
011130     IF      WS-WIN-MAX-COUNT    =   ZERO    THEN
011140         MOVE    SPACE           TO  WS-LEG-SYM
011150         MOVE    "NOTHING TO COUNT INSIDE THE WINDOW"
011160                                 TO  WS-LEG-TEXT
011170         WRITE   RPT-REC         FROM    WS-LEG-LINE
011175             AFTER ADVANCING 1 LINE
011180     ELSE
011190         PERFORM   2710-GRADE-LINE
011200             THRU    2710-GRADE-LINE-EXIT
011210             VARYING   WS-GRADE-IX FROM   1   BY  1
011220             UNTIL     WS-GRADE-IX >  9
011230     END-IF.
011240     MOVE    "!"                 TO  WS-LEG-SYM.
011250     MOVE    "ACTIVITY INSIDE A RESTRICTED ZONE"
011260                                 TO  WS-LEG-TEXT.
011270     WRITE   RPT-REC             FROM    WS-LEG-LINE
011275         AFTER ADVANCING 1 LINE.
011280     MOVE    "X"                 TO  WS-LEG-SYM.
011290     MOVE    "RESTRICTED ZONE, NO ACTIVITY"
011300                                 TO  WS-LEG-TEXT.
011310     WRITE   RPT-REC             FROM    WS-LEG-LINE
011315         AFTER ADVANCING 1 LINE.
011320     MOVE    "+"                 TO  WS-LEG-SYM.
011330     MOVE    "ROUTE BOUNDARY, NO ACTIVITY"
011340                                 TO  WS-LEG-TEXT.
011350     WRITE   RPT-REC             FROM    WS-LEG-LINE
011355         AFTER ADVANCING 1 LINE.
011360     MOVE    "."                 TO  WS-LEG-SYM.
011370     MOVE    "INSIDE A ROUTE, NO ACTIVITY"
011380                                 TO  WS-LEG-TEXT.
011390     WRITE   RPT-REC             FROM    WS-LEG-LINE
011395         AFTER ADVANCING 1 LINE.
011400     MOVE    SPACE               TO  WS-LEG-SYM.
011410     MOVE    "(BLANK) NO ROUTE, NO ACTIVITY"
011420                                 TO  WS-LEG-TEXT.
011430     WRITE   RPT-REC             FROM    WS-LEG-LINE
011435         AFTER ADVANCING 1 LINE.
011440     MOVE    "0"                 TO  WS-MSG-CC.
011450     MOVE    "ROW LABELS: GRID ROW, LATITUDE OF ITS SOUTH EDGE."
011460                                 TO  WS-MSG-TEXT.
011470     WRITE   RPT-REC             FROM    WS-MSG-LINE
011475         AFTER ADVANCING 2 LINES.
011480     MOVE    SPACE               TO  WS-MSG-CC.
011490     MOVE    "COLUMN RULERS: GRID COLUMN, AND EVERY TENTH COLUMN"
011500                                 TO  WS-MSG-TEXT.
011510     WRITE   RPT-REC             FROM    WS-MSG-LINE
011515         AFTER ADVANCING 1 LINE.
011520     MOVE    "THE LONGITUDE OF ITS WEST EDGE.  TAPE THE SHEETS BY"
011530                                 TO  WS-MSG-TEXT.
011540     WRITE   RPT-REC             FROM    WS-MSG-LINE
011545         AFTER ADVANCING 1 LINE.
011550     MOVE    "SHEET ROW AND COLUMN AS NUMBERED IN THEIR HEADINGS."
011560                                 TO  WS-MSG-TEXT.
011570     WRITE   RPT-REC             FROM    WS-MSG-LINE
011575         AFTER ADVANCING 1 LINE.
011580     MOVE    "0"                 TO  WS-CNT-CC.
011590     IF      WS-MODE-DELIVERY    THEN
011600         MOVE    "DELIVERY RECORDS READ" TO  WS-CNT-LABEL
011610     ELSE
011620         MOVE    "MASTER RECORDS READ"   TO  WS-CNT-LABEL
011630     END-IF.
011640     MOVE    WS-WIN-READ         TO  WS-CNT-COUNT.
011650     WRITE   RPT-REC             FROM    WS-CNT-LINE
011655         AFTER ADVANCING 2 LINES.
011660     MOVE    SPACE               TO  WS-CNT-CC.
011670     MOVE    "    PLACED ON THE MAP"         TO  WS-CNT-LABEL.
011680     MOVE    WS-WIN-PLACED       TO  WS-CNT-COUNT.
011690     WRITE   RPT-REC             FROM    WS-CNT-LINE
011695         AFTER ADVANCING 1 LINE.
011700     MOVE    "    OUTSIDE THE MAPPED CELLS"  TO  WS-CNT-LABEL.
011710     MOVE    WS-WIN-OUTSIDE      TO  WS-CNT-COUNT.
011720     WRITE   RPT-REC             FROM    WS-CNT-LINE
011725         AFTER ADVANCING 1 LINE.
011730     IF      WS-MODE-DELIVERY    THEN
011740         MOVE    "    SKIPPED, ENCODE REJECTED"
011750                                 TO  WS-CNT-LABEL
011760     ELSE
011770         MOVE    "    SKIPPED, INACTIVE OR NO COORDINATES"
011780                                 TO  WS-CNT-LABEL
011790     END-IF.
011800     MOVE    WS-WIN-SKIPPED      TO  WS-CNT-COUNT.
011810     WRITE   RPT-REC             FROM    WS-CNT-LINE
011815         AFTER ADVANCING 1 LINE.
011820     MOVE    "BUSIEST CELL"      TO  WS-CNT-LABEL.
011830     MOVE    WS-WIN-MAX-COUNT    TO  WS-CNT-COUNT.
011840     WRITE   RPT-REC             FROM    WS-CNT-LINE
011845         AFTER ADVANCING 1 LINE.
011850     MOVE    "CELLS TOUCHING A RESTRICTED ZONE"
011860                                 TO  WS-CNT-LABEL.
011870     MOVE    WS-WIN-RESTR-CELLS  TO  WS-CNT-COUNT.
011880     WRITE   RPT-REC             FROM    WS-CNT-LINE
011885         AFTER ADVANCING 1 LINE.
011890     MOVE    "CELLS OWNED BY A ROUTE"        TO  WS-CNT-LABEL.
011900     MOVE    WS-WIN-ROUTED-CELLS TO  WS-CNT-COUNT.
011910     WRITE   RPT-REC             FROM    WS-CNT-LINE
011915         AFTER ADVANCING 1 LINE.
011920 2700-PRINT-LEGEND-EXIT.
011930     EXIT.
011940*-----------------------------------------------------------*
011950*  2710-GRADE-LINE  --  ONE GRADE OF THE LEGEND, IF ANY COUNT  *
011960*                       FALLS IN IT                            *
011970*-----------------------------------------------------------*
011980 2710-GRADE-LINE                SECTION.
011990 2710-GRADE-LINE-START.
012000     IF      WS-GRADE-IX     =   1   THEN
012010         MOVE    1               TO  WS-GRD-LO
012020     ELSE
012030         IF      WS-GRADE-HI(WS-GRADE-IX - 1)
012040                             >=  WS-GRADE-HI(WS-GRADE-IX)
012050             OR  WS-GRADE-HI(WS-GRADE-IX - 1)
012060                             >=  WS-WIN-MAX-COUNT    THEN
012070             GO  TO  2710-GRADE-LINE-EXIT
012080         END-IF
012090         COMPUTE WS-GRD-LO   =
012100             WS-GRADE-HI(WS-GRADE-IX - 1)    +   1
012110         END-COMPUTE
012120     END-IF.
012130     MOVE    WS-GRADE-SYM(WS-GRADE-IX)   TO  WS-GRD-SYM.
012140     MOVE    WS-GRADE-HI(WS-GRADE-IX)    TO  WS-GRD-HI.
012150     WRITE   RPT-REC             FROM    WS-GRD-LINE
012155         AFTER ADVANCING 1 LINE.
012160 2710-GRADE-LINE-EXIT.
012170     EXIT.
012180*-----------------------------------------------------------*
012190*  2800-PRINT-SHEET-ROW  --  ONE BAND OF MAP ROWS, NORTHERNMOST *
012200*                            BAND FIRST, PRINTED WEST TO EAST   *
012210*                            ACROSS AS MANY SHEETS AS IT TAKES  *
012220*-----------------------------------------------------------*
012230 2800-PRINT-SHEET-ROW           SECTION.
012240 2800-PRINT-SHEET-ROW-START.
012250     COMPUTE WS-TOP-ROW  =   WS-GRID-ROWS
012260                         -   (WS-SHT-ROW - 1) *  WS-SHEET-ROWS
012270     END-COMPUTE.
012280     IF      WS-TOP-ROW  >   WS-SHEET-ROWS   THEN
012290         COMPUTE WS-BOT-ROW  =   WS-TOP-ROW  -   WS-SHEET-ROWS
012300                             +   1
012310         END-COMPUTE
012320     ELSE
012330         MOVE    1               TO  WS-BOT-ROW
012340     END-IF.
012350     PERFORM   2810-PRINT-SHEET   THRU    2810-PRINT-SHEET-EXIT
012360         VARYING   WS-SHT-COL FROM    1   BY  1
012370         UNTIL     WS-SHT-COL >   WS-SHEETS-ACROSS.
012380 2800-PRINT-SHEET-ROW-EXIT.
012390     EXIT.
012400*-----------------------------------------------------------*
012410*  2810-PRINT-SHEET  --  ONE SHEET: HEADINGS, COLUMN RULERS,   *
012420*                        THE MAP ROWS NORTH TO SOUTH, AND A    *
012430*                        CLOSING UNITS RULER                   *
012440*-----------------------------------------------------------*
012450 2810-PRINT-SHEET               SECTION.
012460 2810-PRINT-SHEET-START.
012470     COMPUTE WS-LEFT-COL =   (WS-SHT-COL - 1) *  WS-SHEET-COLS
012480                         +   1
012490     END-COMPUTE.
012500     COMPUTE WS-RIGHT-COL    =   WS-LEFT-COL +   WS-SHEET-COLS
012510                             -   1
012520     END-COMPUTE.
012530     IF      WS-RIGHT-COL    >   WS-GRID-COLS    THEN
012540         MOVE    WS-GRID-COLS    TO  WS-RIGHT-COL
012550     END-IF.
012560     PERFORM   2900-NEW-PAGE      THRU    2900-NEW-PAGE-EXIT.
012570     MOVE    WS-WINDOWS-READ     TO  WS-HDR-1C-WIN.
012580     MOVE    WS-SHT-ROW          TO  WS-HDR-1C-SROW.
012590     MOVE    WS-SHEETS-DOWN      TO  WS-HDR-1C-SDOWN.
012600     MOVE    WS-SHT-COL          TO  WS-HDR-1C-SCOL.
012610     MOVE    WS-SHEETS-ACROSS    TO  WS-HDR-1C-SACROSS.
012620     WRITE   RPT-REC             FROM    WS-HDR-1C
012630         AFTER ADVANCING 1 LINE.
012640     MOVE    SPACE               TO  WS-RUL-CELLS.
012650     PERFORM   2820-LNG-LABEL     THRU    2820-LNG-LABEL-EXIT
012660         VARYING   WS-COL-IX  FROM    WS-LEFT-COL BY  10
012670         UNTIL     WS-COL-IX  >   WS-RIGHT-COL.
012680     MOVE    "   LNG (W EDGE)"   TO  WS-RUL-LABEL.
012690     WRITE   RPT-REC             FROM    WS-RUL-LINE
012700         AFTER ADVANCING 2 LINES.
012710     MOVE    "H"                 TO  WS-RUL-DIGIT-SW.
012720     MOVE    "COLUMN HUNDREDS"   TO  WS-RUL-LABEL.
012730     PERFORM   2840-RULER-DIGIT   THRU    2840-RULER-DIGIT-EXIT.
012740     MOVE    "T"                 TO  WS-RUL-DIGIT-SW.
012750     MOVE    "           TENS"   TO  WS-RUL-LABEL.
012760     PERFORM   2840-RULER-DIGIT   THRU    2840-RULER-DIGIT-EXIT.
012770     MOVE    "U"                 TO  WS-RUL-DIGIT-SW.
012780     MOVE    "          UNITS"   TO  WS-RUL-LABEL.
012790     PERFORM   2840-RULER-DIGIT   THRU    2840-RULER-DIGIT-EXIT.
012800     PERFORM   2850-PRINT-MAP-ROW THRU    2850-PRINT-MAP-ROW-EXIT
012810         VARYING   WS-ROW-IX  FROM    WS-TOP-ROW  BY  -1
012820         UNTIL     WS-ROW-IX  <   WS-BOT-ROW.
012830     MOVE    "U"                 TO  WS-RUL-DIGIT-SW.
012840     MOVE    "          UNITS"   TO  WS-RUL-LABEL.
012850     PERFORM   2840-RULER-DIGIT   THRU    2840-RULER-DIGIT-EXIT.
012860 2810-PRINT-SHEET-EXIT.
012870     EXIT.
012880*-----------------------------------------------------------*
012890*  2820-LNG-LABEL  --  WEST-EDGE LONGITUDE OVER EVERY TENTH    *
012900*                      COLUMN OF THE SHEET                     *
012910*-----------------------------------------------------------*
012920 2820-LNG-LABEL                 SECTION.
012930 2820-LNG-LABEL-START.
012940     COMPUTE WS-POS  =   WS-COL-IX   -   WS-LEFT-COL +   1
012950     END-COMPUTE.
012960     MOVE    WS-COL-SW-LNG(WS-COL-IX)    TO  WS-EDIT-LNG.
012970     MOVE    WS-EDIT-LNG         TO  WS-RUL-CELLS(WS-POS:8).
012980 2820-LNG-LABEL-EXIT.
012990     EXIT.
013000*-----------------------------------------------------------*
013010*  2840-RULER-DIGIT  --  ONE RULER LINE, SHOWING THE DIGIT OF  *
013020*                        THE COLUMN NUMBER WS-RUL-DIGIT-SW     *
013030*                        NAMES                                 *
013040*-----------------------------------------------------------*
013050 2840-RULER-DIGIT               SECTION.
013060 2840-RULER-DIGIT-START.
013070     MOVE    SPACE               TO  WS-RUL-CELLS.
013080     PERFORM   2841-RULER-CHAR    THRU    2841-RULER-CHAR-EXIT
013090         VARYING   WS-COL-IX  FROM    WS-LEFT-COL BY  1
013100         UNTIL     WS-COL-IX  >   WS-RIGHT-COL.
013110     WRITE   RPT-REC             FROM    WS-RUL-LINE
013120         AFTER ADVANCING 1 LINE.
013130 2840-RULER-DIGIT-EXIT.
013140     EXIT.
013150 2841-RULER-CHAR                SECTION.
013160 2841-RULER-CHAR-START.
013170     COMPUTE WS-POS  =   WS-COL-IX   -   WS-LEFT-COL +   1
013180     END-COMPUTE.
013190     EVALUATE    TRUE
013200         WHEN    WS-RUL-HUNDREDS
013210             DIVIDE  WS-COL-IX   BY  100
013220                 GIVING  WS-QUOT     REMAINDER   WS-REM
013230             END-DIVIDE
013240             IF      WS-QUOT     =   ZERO    THEN
013250                 GO  TO  2841-RULER-CHAR-EXIT
013260             END-IF
013270             MOVE    WS-QUOT     TO  WS-REM
013280         WHEN    WS-RUL-TENS
013290             DIVIDE  WS-COL-IX   BY  10
013300                 GIVING  WS-QUOT     REMAINDER   WS-REM
013310             END-DIVIDE
013320             IF      WS-COL-IX   <   10  THEN
013330                 GO  TO  2841-RULER-CHAR-EXIT
013340             END-IF
013350             DIVIDE  WS-QUOT     BY  10
013360                 GIVING  WS-QUOT     REMAINDER   WS-REM
013370             END-DIVIDE
013380         WHEN    OTHER
013390             DIVIDE  WS-COL-IX   BY  10
013400                 GIVING  WS-QUOT     REMAINDER   WS-REM
013410             END-DIVIDE
013420     END-EVALUATE.
013430     MOVE    WS-DIGIT(WS-REM + 1)    TO  WS-RUL-CHAR(WS-POS).
013440 2841-RULER-CHAR-EXIT.
013450     EXIT.
013460*-----------------------------------------------------------*
013470*  2850-PRINT-MAP-ROW  --  ONE GRID ROW ACROSS THE SHEET, WITH *
013480*                          ITS ROW NUMBER AND SOUTH-EDGE       *
013490*                          LATITUDE ON THE LEFT AND ITS ROW    *
013500*                          NUMBER AGAIN ON THE RIGHT           *
013510*-----------------------------------------------------------*
013520 2850-PRINT-MAP-ROW             SECTION.
013530 2850-PRINT-MAP-ROW-START.
013540     MOVE    SPACE               TO  WS-MAP-CELLS.
013550     PERFORM   2860-CELL-SYMBOL   THRU    2860-CELL-SYMBOL-EXIT
013560         VARYING   WS-COL-IX  FROM    WS-LEFT-COL BY  1
013570         UNTIL     WS-COL-IX  >   WS-RIGHT-COL.
013580     COMPUTE WS-QUOT =   WS-GRID-ROWS    -   WS-ROW-IX   +   1
013590     END-COMPUTE.
013600     MOVE    WS-QUOT             TO  WS-MAP-ROW-L.
013610     MOVE    WS-QUOT             TO  WS-MAP-ROW-R.
013620     MOVE    WS-ROW-SW-LAT(WS-ROW-IX)    TO  WS-MAP-LAT.
013630     WRITE   RPT-REC             FROM    WS-MAP-LINE
013640         AFTER ADVANCING 1 LINE.
013650 2850-PRINT-MAP-ROW-EXIT.
013660     EXIT.
013670*-----------------------------------------------------------*
013680*  2860-CELL-SYMBOL  --  THE CHARACTER FOR ONE CELL.  ACTIVITY *
013690*                        SHOWS FIRST (AS ! INSIDE A RESTRICTED *
013700*                        ZONE), THEN THE RESTRICTED ZONE, THEN *
013710*                        THE ROUTE BOUNDARY OR ROUTE INTERIOR. *
013720*                        A CELL IS ON A BOUNDARY WHEN A        *
013730*                        NEIGHBOUR ON THE MAP BELONGS TO A     *
013740*                        DIFFERENT ROUTE OR TO NONE.           *
013750*-----------------------------------------------------------*
013760 2860-CELL-SYMBOL               SECTION.
013770 2860-CELL-SYMBOL-START.
013780     COMPUTE WS-POS  =   WS-COL-IX   -   WS-LEFT-COL +   1
013790     END-COMPUTE.
013800     MOVE    SPACE               TO  WS-SYM.
013810     IF      WS-CELL-COUNT(WS-ROW-IX, WS-COL-IX) >   ZERO THEN
013820         IF      WS-CELL-RESTRICTED(WS-ROW-IX, WS-COL-IX)
013830             MOVE    "!"             TO  WS-SYM
013840         ELSE
013850             PERFORM   2870-FIND-GRADE
013860                 THRU    2870-FIND-GRADE-EXIT
013870             MOVE    WS-GRADE-SYM(WS-GRADE-IX)   TO  WS-SYM
013880         END-IF
013890         GO  TO  2860-CELL-SYMBOL-STORE
013900     END-IF.
013910     IF      WS-CELL-RESTRICTED(WS-ROW-IX, WS-COL-IX)    THEN
013920         MOVE    "X"             TO  WS-SYM
013930         GO  TO  2860-CELL-SYMBOL-STORE
013940     END-IF.
013950     IF      WS-CELL-ROUTE(WS-ROW-IX, WS-COL-IX) =   ZERO THEN
013960         GO  TO  2860-CELL-SYMBOL-STORE
013970     END-IF.
013980     MOVE    WS-RTE-ROUTE-ID(WS-CELL-ROUTE(WS-ROW-IX, WS-COL-IX))
013990                                 TO  WS-SYM-ROUTE-ID.
014000     MOVE    "N"                 TO  WS-BOUNDARY-SW.
014010     MOVE    WS-COL-IX           TO  WS-NBR-COL.
014020     IF      WS-ROW-IX   <   WS-GRID-ROWS    THEN
014030         COMPUTE WS-NBR-ROW  =   WS-ROW-IX   +   1
014040         PERFORM   2880-NBR-ROUTE THRU    2880-NBR-ROUTE-EXIT
014050     END-IF.
014060     IF      WS-ROW-IX   >   1   THEN
014070         COMPUTE WS-NBR-ROW  =   WS-ROW-IX   -   1
014080         PERFORM   2880-NBR-ROUTE THRU    2880-NBR-ROUTE-EXIT
014090     END-IF.
014100     MOVE    WS-ROW-IX           TO  WS-NBR-ROW.
014110     IF      WS-COL-IX   <   WS-GRID-COLS    THEN
014120         COMPUTE WS-NBR-COL  =   WS-COL-IX   +   1
014130         PERFORM   2880-NBR-ROUTE THRU    2880-NBR-ROUTE-EXIT
014140     END-IF.
014150     IF      WS-COL-IX   >   1   THEN
014160         COMPUTE WS-NBR-COL  =   WS-COL-IX   -   1
014170         PERFORM   2880-NBR-ROUTE THRU    2880-NBR-ROUTE-EXIT
014180     END-IF.
014190     IF      WS-ON-BOUNDARY  THEN
014200         MOVE    "+"             TO  WS-SYM
014210     ELSE
014220         MOVE    "."             TO  WS-SYM
014230     END-IF.
014240 2860-CELL-SYMBOL-STORE.
014250     MOVE    WS-SYM              TO  WS-MAP-CHAR(WS-POS).
014260 2860-CELL-SYMBOL-EXIT.
014270     EXIT.
014280*-----------------------------------------------------------*
014290*  2870-FIND-GRADE  --  GRADE OF THE CELL'S COUNT: THE SAME    *
014300*                       SLICES 2600 SET FOR THE LEGEND         *
014310*-----------------------------------------------------------*
014320 2870-FIND-GRADE                SECTION.
014330 2870-FIND-GRADE-START.
014340     IF      WS-WIN-MAX-COUNT    <=  9   THEN
014350         MOVE    WS-CELL-COUNT(WS-ROW-IX, WS-COL-IX)
014360                                 TO  WS-GRADE-IX
014370     ELSE
014380         COMPUTE WS-GRADE-IX =
014390             (WS-CELL-COUNT(WS-ROW-IX, WS-COL-IX) *  9  -  1)
014400                             /   WS-WIN-MAX-COUNT    +   1
014410         END-COMPUTE
014420     END-IF.
014430 2870-FIND-GRADE-EXIT.
014440     EXIT.
014450 2880-NBR-ROUTE                 SECTION.
014460 2880-NBR-ROUTE-START.
014470     IF      WS-CELL-ROUTE(WS-NBR-ROW, WS-NBR-COL)   =   ZERO
014480         MOVE    SPACE           TO  WS-NBR-ROUTE-ID
014490     ELSE
014500         MOVE    WS-RTE-ROUTE-ID(
014510                 WS-CELL-ROUTE(WS-NBR-ROW, WS-NBR-COL))
014520                                 TO  WS-NBR-ROUTE-ID
014530     END-IF.
014540     IF      WS-NBR-ROUTE-ID NOT =   WS-SYM-ROUTE-ID THEN
014550         MOVE    "Y"             TO  WS-BOUNDARY-SW
014560     END-IF.
014570 2880-NBR-ROUTE-EXIT.
014580     EXIT.
014590*-----------------------------------------------------------*
014600*  2900-NEW-PAGE  --  PAGE HEADINGS                            *
014610*-----------------------------------------------------------*
014620 2900-NEW-PAGE                  SECTION.
014630 2900-NEW-PAGE-START.
014640     ADD     1                   TO  WS-PAGE-NO.
014650     MOVE    WS-PAGE-NO          TO  WS-HDR-1-PAGE.
014660     WRITE   RPT-REC             FROM    WS-HDR-1
014670         AFTER ADVANCING PAGE.
014680     WRITE   RPT-REC             FROM    WS-HDR-1B
014690         AFTER ADVANCING 1 LINE.
014700 2900-NEW-PAGE-EXIT.
014710     EXIT.
014720*-----------------------------------------------------------*
014730*  2950-REJECT-WINDOW  --  A PAGE SAYING WHY THE WINDOW WAS    *
014740*                          NOT MAPPED                          *
014750*-----------------------------------------------------------*
014760 2950-REJECT-WINDOW             SECTION.
014770 2950-REJECT-WINDOW-START.
014780     PERFORM   2900-NEW-PAGE      THRU    2900-NEW-PAGE-EXIT.
014790     IF      GEO3X-WIN-SW-LAT    IS NUMERIC
014800         AND GEO3X-WIN-SW-LNG    IS NUMERIC
014810         AND GEO3X-WIN-NE-LAT    IS NUMERIC
014820         AND GEO3X-WIN-NE-LNG    IS NUMERIC
014830         AND GEO3X-WIN-LEVEL     IS NUMERIC    THEN
014840         PERFORM   2960-EDIT-WINDOW
014850             THRU    2960-EDIT-WINDOW-EXIT
014860         MOVE    "0"             TO  WS-WIN-L-CC
014870         WRITE   RPT-REC         FROM    WS-WIN-LINE
014875             AFTER ADVANCING 2 LINES
014880     END-IF.
014890     MOVE    "0"                 TO  WS-MSG-CC.
014900     WRITE   RPT-REC             FROM    WS-MSG-LINE
014905         AFTER ADVANCING 2 LINES.
014910     ADD     1                   TO  WS-WINDOWS-REJECTED.
014920 2950-REJECT-WINDOW-EXIT.
014930     EXIT.
014940 2960-EDIT-WINDOW               SECTION.
014950 2960-EDIT-WINDOW-START.
014960     MOVE    WS-WINDOWS-READ     TO  WS-WIN-L-NO.
014970     MOVE    GEO3X-WIN-SW-LAT    TO  WS-WIN-L-SW-LAT.
014980     MOVE    GEO3X-WIN-SW-LNG    TO  WS-WIN-L-SW-LNG.
014990     MOVE    GEO3X-WIN-NE-LAT    TO  WS-WIN-L-NE-LAT.
015000     MOVE    GEO3X-WIN-NE-LNG    TO  WS-WIN-L-NE-LNG.
015010     MOVE    GEO3X-WIN-LEVEL     TO  WS-WIN-L-LEVEL.
015020 2960-EDIT-WINDOW-EXIT.
015030     EXIT.
015040*-----------------------------------------------------------*
015050*  3000-TERMINATE  --  CLOSE FILES, DISPLAY RUN TOTALS, GRADE  *
015060*                      THE RUN                                 *
015070*-----------------------------------------------------------*
015080 3000-TERMINATE                 SECTION.
015090 3000-TERMINATE-START.
015100     IF      WS-DATE-BAD     THEN
015110         MOVE    12          TO  RETURN-CODE
015120         GO  TO  3000-TERMINATE-EXIT
015130     END-IF.
015140     IF      WS-PARM-BAD     THEN
015150         MOVE    8           TO  RETURN-CODE
015160         GO  TO  3000-TERMINATE-EXIT
015170     END-IF.
015180     IF      WS-RC-RETURN    =   8   THEN
015190         MOVE    8               TO  RETURN-CODE
015200         GO  TO  3000-TERMINATE-EXIT
015210     END-IF.
015220     DISPLAY "ZONE ROWS LOADED    = " WS-ZONES-LOADED.
015230     DISPLAY "ZONE ROWS REJECTED  = " WS-ZONES-REJECTED.
015240     DISPLAY "ZONE ROWS OFF DATE  = " WS-ZONES-OFF-DATE.
015250     DISPLAY "ROUTE ROWS LOADED   = " WS-ROUTES-LOADED.
015260     DISPLAY "ROUTE ROWS REJECTED = " WS-ROUTES-REJECTED.
015270     DISPLAY "WINDOWS READ        = " WS-WINDOWS-READ.
015280     DISPLAY "WINDOWS MAPPED      = " WS-WINDOWS-MAPPED.
015290     DISPLAY "WINDOWS TRUNCATED   = " WS-WINDOWS-TRUNCATED.
015300     DISPLAY "WINDOWS REJECTED    = " WS-WINDOWS-REJECTED.
015310     DISPLAY "PAGES PRINTED       = " WS-PAGE-NO.
015320     CLOSE   WINFILE.
015330     CLOSE   RPTFILE.
015340     MOVE    WS-WINDOWS-READ     TO  WS-RC-READ.
015350     MOVE    WS-WINDOWS-MAPPED   TO  WS-RC-WRITTEN.
015360     MOVE    WS-WINDOWS-REJECTED TO  WS-RC-REJECTED.
015370     IF      WS-WINDOWS-REJECTED >   ZERO
015380         OR  WS-WINDOWS-TRUNCATED    >   ZERO    THEN
015390         MOVE    4               TO  WS-RC-RETURN
015400     ELSE
015410         MOVE    ZERO            TO  WS-RC-RETURN
015420     END-IF.
015430     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
015440                                 BY  REFERENCE   WS-PGM-NAME
015450                                 BY  REFERENCE   WS-RC-READ
015460                                 BY  REFERENCE   WS-RC-WRITTEN
015470                                 BY  REFERENCE   WS-RC-REJECTED
015480                                 BY  REFERENCE   WS-RC-RETURN
015490     END-CALL.
015500     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
015510 3000-TERMINATE-EXIT.
015520     EXIT.
015530 END PROGRAM     geo3x3_dens_map.
