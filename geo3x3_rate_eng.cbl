000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_rate_eng.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  NIGHTLY RATING STEP --    *
000190*                 PRICES EACH ROUTED DELIVERY (GEO3XRD) FROM  *
000200*                 THE MAINTAINED RATE TABLE (GEO3XRA): BASE   *
000210*                 CHARGE FOR THE ROUTE'S CLASS, PLUS THE      *
000220*                 DISTANCE BAND OF ITS KM FROM THE DEPOT      *
000230*                 CELL (GEO3X3_DISTANCE AGAINST GEO3XDP),     *
000240*                 PLUS THE SURCHARGE OF EVERY NAMED ZONE      *
000250*                 (GEO3XZN) IT LIES IN, PLUS THE GAZETTEER    *
000260*                 SURCHARGE FOR A SOURCE-G COORDINATE.        *
000270*                 WRITES THE "|"-DELIMITED BILLING INTERFACE  *
000280*                 FILE AND A NUMBERED EXCEPTION LIST OF THE   *
000290*                 DELIVERIES NO RATE ROW COVERED, WITH RUN    *
000300*                 TOTALS THAT BALANCE PRICED PLUS EXCEPTIONS  *
000310*                 BACK TO THE ROUTED COUNT -- SEE GEORTE01.   *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT                 DIVISION.
000340 CONFIGURATION               SECTION.
000350 SOURCE-COMPUTER.            IBM-370.
000360 OBJECT-COMPUTER.            IBM-370.
000370 INPUT-OUTPUT                SECTION.
000380 FILE-CONTROL.
000390     SELECT  INFILE          ASSIGN TO "INFILE"
000400                              ORGANIZATION  IS  SEQUENTIAL.
000410     SELECT  RATEFILE        ASSIGN TO "RATEFILE"
000420                              ORGANIZATION  IS  SEQUENTIAL.
000430     SELECT  DEPFILE         ASSIGN TO "DEPFILE"
000440                              ORGANIZATION  IS  SEQUENTIAL.
000450     SELECT  ZONEFILE        ASSIGN TO "ZONEFILE"
000460                              ORGANIZATION  IS  SEQUENTIAL.
000470     SELECT  BILLFILE        ASSIGN TO "BILLFILE"
000480                              ORGANIZATION  IS  SEQUENTIAL.
000490     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000500                              ORGANIZATION  IS  SEQUENTIAL.
000510 DATA                        DIVISION.
000520 FILE                        SECTION.
000530 FD  INFILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  IN-REC                  PIC X(74).
000570 FD  RATEFILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  RATE-REC                PIC X(80).
000610 FD  DEPFILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  DEP-REC                 PIC X(60).
000650 FD  ZONEFILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  ZONE-REC                PIC X(72).
000690 FD  BILLFILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  BILL-REC                PIC X(200).
000730 FD  RPTFILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  RPT-REC                 PIC X(132).
000770 WORKING-STORAGE             SECTION.
000780*-----------------------------------------------------------*
000790*  SWITCHES                                                  *
000800*-----------------------------------------------------------*
000810 01  WS-SWITCHES.
000820     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000830         88  WS-EOF                      VALUE "Y".
000840     05  WS-RATE-EOF-SW      PIC X(01)   VALUE "N".
000850         88  WS-RATE-EOF                 VALUE "Y".
000860     05  WS-ZONE-EOF-SW      PIC X(01)   VALUE "N".
000870         88  WS-ZONE-EOF                 VALUE "Y".
000880     05  WS-DEP-EOF-SW       PIC X(01)   VALUE "N".
000890         88  WS-DEP-EOF                  VALUE "Y".
000900     05  WS-ROW-BAD-SW       PIC X(01)   VALUE "N".
000910         88  WS-ROW-BAD                  VALUE "Y".
000920     05  WS-FND-SW           PIC X(01)   VALUE "N".
000930         88  WS-FOUND                    VALUE "Y".
000940     05  WS-GAZ-SW           PIC X(01)   VALUE "N".
000950         88  WS-GAZ-LOADED               VALUE "Y".
000960     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000970         88  WS-DATE-BAD                 VALUE "Y".
000980*-----------------------------------------------------------*
000990*  COUNTERS                                                  *
001000*-----------------------------------------------------------*
001010 77  WS-RECS-READ            PIC 9(09)   COMP    VALUE ZERO.
001020 77  WS-RECS-PRICED          PIC 9(09)   COMP    VALUE ZERO.
001030 77  WS-EXCEPTIONS           PIC 9(09)   COMP    VALUE ZERO.
001040 77  WS-RECS-ACCOUNTED       PIC 9(09)   COMP    VALUE ZERO.
001050 77  WS-RATES-LOADED         PIC 9(09)   COMP    VALUE ZERO.
001060 77  WS-RATES-REJECTED       PIC 9(09)   COMP    VALUE ZERO.
001070 77  WS-RATES-OFF-DATE       PIC 9(09)   COMP    VALUE ZERO.
001080 77  WS-ZONES-LOADED         PIC 9(09)   COMP    VALUE ZERO.
001090 77  WS-ZONES-UNRATED        PIC 9(09)   COMP    VALUE ZERO.
001100 77  WS-ZONES-REJECTED       PIC 9(09)   COMP    VALUE ZERO.
001110 77  WS-ZONES-OFF-DATE       PIC 9(09)   COMP    VALUE ZERO.
001120 77  WS-DEPOTS-LOADED        PIC 9(09)   COMP    VALUE ZERO.
001130 77  WS-DEPOTS-REJECTED      PIC 9(09)   COMP    VALUE ZERO.
001140*-----------------------------------------------------------*
001150*  RUN-CONTROL FIELDS -- ANY EXCEPTION GRADES THE RUN RC 4 SO *
001160*  BILLING SEES THE LIST BEFORE THE FILE IS TAKEN; TOTALS     *
001170*  THAT DO NOT BALANCE TO THE ROUTED COUNT GRADE IT RC 8.     *
001180*-----------------------------------------------------------*
001190 77  WS-JOB-NAME             PIC X(08)   VALUE "GEORTE01".
001200 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_RATE_ENG".
001210 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
001220 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
001230 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
001240 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
001250*-----------------------------------------------------------*
001260*  BUSINESS DATE -- RATE AND ZONE ROWS ARE JUDGED LIVE        *
001270*  AGAINST IT                                                 *
001280*-----------------------------------------------------------*
001290 01  WS-ASOF-DATE            PIC 9(08)           VALUE ZERO.
001300 01  WS-ASOF-DATE-X REDEFINES WS-ASOF-DATE
001310                             PIC X(08).
001320 01  WS-BUS-DATE             PIC X(08).
001330 01  WS-BUS-DATE-STS         PIC 9(01).
001340 01  WS-BUS-DATE-MSG         PIC X(40).
001350 01  WS-RUN-DATE             PIC X(08).
001360 01  WS-RUN-TIME             PIC X(08).
001370*-----------------------------------------------------------*
001380*  RATE TABLES -- LOADED ONCE AT INITIALIZATION               *
001390*-----------------------------------------------------------*
001400 77  WS-RCL-MAX              PIC 9(03)   COMP    VALUE 200.
001410 77  WS-RCL-CNT              PIC 9(03)   COMP    VALUE ZERO.
001420 01  WS-RCL-TABLE.
001430     05  WS-RCL-ENTRY        OCCURS 200 TIMES.
001440         10  WS-RCL-ROUTE-ID     PIC X(08).
001450         10  WS-RCL-CLASS-CD     PIC X(02).
001460 77  WS-BAS-MAX              PIC 9(03)   COMP    VALUE 50.
001470 77  WS-BAS-CNT              PIC 9(03)   COMP    VALUE ZERO.
001480 01  WS-BAS-TABLE.
001490     05  WS-BAS-ENTRY        OCCURS 50 TIMES.
001500         10  WS-BAS-CLASS-CD     PIC X(02).
001510         10  WS-BAS-AMOUNT       PIC 9(05)V9(02).
001520 77  WS-BND-MAX              PIC 9(03)   COMP    VALUE 50.
001530 77  WS-BND-CNT              PIC 9(03)   COMP    VALUE ZERO.
001540 01  WS-BND-TABLE.
001550     05  WS-BND-ENTRY        OCCURS 50 TIMES.
001560         10  WS-BND-KM-FROM      PIC 9(05)V9(03).
001570         10  WS-BND-KM-TO        PIC 9(05)V9(03).
001580         10  WS-BND-AMOUNT       PIC 9(05)V9(02).
001590 77  WS-ZRT-MAX              PIC 9(03)   COMP    VALUE 100.
001600 77  WS-ZRT-CNT              PIC 9(03)   COMP    VALUE ZERO.
001610 01  WS-ZRT-TABLE.
001620     05  WS-ZRT-ENTRY        OCCURS 100 TIMES.
001630         10  WS-ZRT-NAME         PIC X(20).
001640         10  WS-ZRT-AMOUNT       PIC 9(05)V9(02).
001650         10  WS-ZRT-LAST-DLV     PIC 9(09)   COMP.
001660 01  WS-GAZ-AMOUNT           PIC 9(05)V9(02)     VALUE ZERO.
001670*-----------------------------------------------------------*
001680*  ZONE PREFIX TABLE -- ONLY THE LIVE ROWS WHOSE NAME CARRIES *
001690*  A SURCHARGE; EACH POINTS AT ITS ZONE RATE ROW              *
001700*-----------------------------------------------------------*
001710 77  WS-ZONE-MAX             PIC 9(03)   COMP    VALUE 200.
001720 77  WS-ZONE-CNT             PIC 9(03)   COMP    VALUE ZERO.
001730 01  WS-ZONE-TABLE.
001740     05  WS-ZONE-ENTRY       OCCURS 200 TIMES.
001750         10  WS-ZONE-PREFIX      PIC X(31).
001760         10  WS-ZONE-LEVEL       PIC 9(02).
001770         10  WS-ZONE-CMP-LEN     PIC 9(02)   COMP.
001780         10  WS-ZONE-ZRT         PIC 9(03)   COMP.
001790*-----------------------------------------------------------*
001800*  DEPOT TABLE -- LOADED ONCE AT INITIALIZATION               *
001810*-----------------------------------------------------------*
001820 77  WS-DEP-MAX              PIC 9(03)   COMP    VALUE 50.
001830 77  WS-DEP-CNT              PIC 9(03)   COMP    VALUE ZERO.
001840 01  WS-DEP-TABLE.
001850     05  WS-DEP-ENTRY        OCCURS 50 TIMES.
001860         10  WS-DEP-ID           PIC X(08).
001870         10  WS-DEP-COD          PIC X(31).
001880*-----------------------------------------------------------*
001890*  TABLE SUBSCRIPTS                                          *
001900*-----------------------------------------------------------*
001910 77  WS-X                    PIC 9(03)   COMP    VALUE ZERO.
001920 77  WS-Z                    PIC 9(03)   COMP    VALUE ZERO.
001930 77  WS-D                    PIC 9(03)   COMP    VALUE ZERO.
001940 77  WS-HIT                  PIC 9(03)   COMP    VALUE ZERO.
001950*-----------------------------------------------------------*
001960*  PRICING WORK FIELDS FOR ONE DELIVERY                      *
001970*-----------------------------------------------------------*
001980 01  WS-PRC-CLASS-CD         PIC X(02).
001990 01  WS-PRC-DEPOT-COD        PIC X(31).
002000 01  WS-DIST                 PIC S9(05)V9(03).
002010 01  WS-DIST-STS             PIC 9(01).
002020 01  WS-PRC-KM               PIC 9(05)V9(03).
002030 01  WS-PRC-BASE             PIC 9(07)V9(02).
002040 01  WS-PRC-BAND             PIC 9(07)V9(02).
002050 01  WS-PRC-ZONE             PIC 9(07)V9(02).
002060 01  WS-PRC-GAZ              PIC 9(07)V9(02).
002070 01  WS-PRC-TOTAL            PIC 9(07)V9(02).
002080 77  WS-RSN-X                PIC 9(02)   COMP    VALUE ZERO.
002090*-----------------------------------------------------------*
002100*  RUN TOTALS BY CHARGE COMPONENT                            *
002110*-----------------------------------------------------------*
002120 01  WS-TOT-BASE             PIC 9(11)V9(02)     VALUE ZERO.
002130 01  WS-TOT-BAND             PIC 9(11)V9(02)     VALUE ZERO.
002140 01  WS-TOT-ZONE             PIC 9(11)V9(02)     VALUE ZERO.
002150 01  WS-TOT-GAZ              PIC 9(11)V9(02)     VALUE ZERO.
002160 01  WS-TOT-CHARGE           PIC 9(11)V9(02)     VALUE ZERO.
002170 01  WS-TOT-CHECK            PIC 9(11)V9(02)     VALUE ZERO.
002180*-----------------------------------------------------------*
002190*  EXCEPTION REASONS, IN THE ORDER THEY ARE TESTED            *
002200*-----------------------------------------------------------*
002210 01  WS-RSN-VALUES.
002220     05  FILLER              PIC X(33)   VALUE
002230         "P01ENCODE REJECTED".
002240     05  FILLER              PIC X(33)   VALUE
002250         "P02NOT ROUTED".
002260     05  FILLER              PIC X(33)   VALUE
002270         "P03ROUTE HAS NO CLASS ROW".
002280     05  FILLER              PIC X(33)   VALUE
002290         "P04CLASS HAS NO BASE RATE".
002300     05  FILLER              PIC X(33)   VALUE
002310         "P05DEPOT NOT ON DEPOT FILE".
002320     05  FILLER              PIC X(33)   VALUE
002330         "P06DISTANCE NOT COMPUTED".
002340     05  FILLER              PIC X(33)   VALUE
002350         "P07NO DISTANCE BAND".
002360     05  FILLER              PIC X(33)   VALUE
002370         "P08NO GAZETTEER SURCHARGE ROW".
002380 01  WS-RSN-TABLE REDEFINES WS-RSN-VALUES.
002390     05  WS-RSN-ENTRY        OCCURS 8 TIMES.
002400         10  WS-RSN-CODE         PIC X(03).
002410         10  WS-RSN-TEXT         PIC X(30).
002420 77  WS-RSN-MAX              PIC 9(02)   COMP    VALUE 8.
002430 01  WS-RSN-COUNTS.
002440     05  WS-RSN-COUNT        PIC 9(09)   COMP
002450                             OCCURS 8 TIMES.
002460*-----------------------------------------------------------*
002470*  RECORD WORK AREAS                                          *
002480*-----------------------------------------------------------*
002490     COPY    GEO3XRD.
002500     COPY    GEO3XRA.
002510     COPY    GEO3XZN.
002520     COPY    GEO3XDP.
002530*-----------------------------------------------------------*
002540*  DELIMITED LINE ASSEMBLY -- AS GEO3X3_CDC_EXTR.  NUMBERS    *
002550*  ARE EDITED AND THE LEADING SPACES SCANNED OFF; TEXT HAS    *
002560*  ITS TRAILING SPACES SCANNED OFF AND ANY DELIMITER INSIDE   *
002570*  IT BLANKED.                                                *
002580*-----------------------------------------------------------*
002590 01  WS-OUT-LINE             PIC X(200).
002600 77  WS-OUT-PTR              PIC 9(03)   COMP    VALUE 1.
002610 01  WS-FLD-TEXT             PIC X(16).
002620 77  WS-FP                   PIC 9(02)   COMP    VALUE 1.
002630 01  WS-FLD-KM               PIC ZZZZ9.999.
002640 01  WS-FLD-AMT              PIC Z(10)9.99.
002650 01  WS-TXT-FIELD            PIC X(30).
002660 77  WS-TL                   PIC 9(02)   COMP    VALUE ZERO.
002670 01  WS-DELIM                PIC X(01)   VALUE "|".
002680 01  WS-COUNT-TEXT           PIC 9(09).
002690*-----------------------------------------------------------*
002700*  REPORT LINES                                              *
002710*-----------------------------------------------------------*
002720 01  WS-TITLE-LINE.
002730     05  FILLER              PIC X(44)   VALUE
002740         "GEO3X3 DELIVERY RATING EXCEPTIONS".
002750     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
002760     05  WS-TTL-DATE         PIC X(08).
002770     05  FILLER              PIC X(70)   VALUE SPACE.
002780 01  WS-EXC-HDR.
002790     05  FILLER              PIC X(08)   VALUE "    SEQ".
002800     05  FILLER              PIC X(05)   VALUE "RSN".
002810     05  FILLER              PIC X(33)   VALUE "DELIVERY CELL".
002820     05  FILLER              PIC X(10)   VALUE "ROUTE".
002830     05  FILLER              PIC X(10)   VALUE "DEPOT".
002840     05  FILLER              PIC X(03)   VALUE "S".
002850     05  FILLER              PIC X(11)   VALUE "    KM".
002860     05  FILLER              PIC X(52)   VALUE "REASON".
002870 01  WS-EXC-LINE.
002880     05  WS-EXC-SEQ          PIC ZZZ,ZZ9.
002890     05  FILLER              PIC X(01)   VALUE SPACE.
002900     05  WS-EXC-REASON       PIC X(03).
002910     05  FILLER              PIC X(02)   VALUE SPACE.
002920     05  WS-EXC-COD          PIC X(31).
002930     05  FILLER              PIC X(02)   VALUE SPACE.
002940     05  WS-EXC-ROUTE        PIC X(08).
002950     05  FILLER              PIC X(02)   VALUE SPACE.
002960     05  WS-EXC-DEPOT        PIC X(08).
002970     05  FILLER              PIC X(02)   VALUE SPACE.
002980     05  WS-EXC-SRC          PIC X(01).
002990     05  FILLER              PIC X(02)   VALUE SPACE.
003000     05  WS-EXC-KM           PIC ZZ,ZZ9.999.
003010     05  FILLER              PIC X(01)   VALUE SPACE.
003020     05  WS-EXC-TEXT         PIC X(30).
003030     05  FILLER              PIC X(22)   VALUE SPACE.
003040 01  WS-CNT-LINE.
003050     05  WS-CNT-LABEL        PIC X(40).
003060     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
003070     05  FILLER              PIC X(81)   VALUE SPACE.
003080 01  WS-AMT-LINE.
003090     05  WS-AMT-LABEL        PIC X(40).
003100     05  WS-AMT-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003110     05  FILLER              PIC X(75)   VALUE SPACE.
003120 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACE.
003130 PROCEDURE                   DIVISION.
003140 0000-MAINLINE                  SECTION.
003150 0000-START.
003160     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
003170     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
003180         UNTIL     WS-EOF.
003190     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
003200     STOP RUN.
003210 0000-MAINLINE-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------*
003240*  1000-INITIALIZE  --  RESOLVE THE BUSINESS DATE, LOAD THE   *
003250*                       RATE, ZONE AND DEPOT TABLES, OPEN     *
003260*                       FILES, WRITE THE FEED HEADER AND THE  *
003270*                       REPORT HEADINGS, READ THE FIRST       *
003280*                       ROUTED DELIVERY                       *
003290*-----------------------------------------------------------*
003300 1000-INITIALIZE                SECTION.
003310 1000-INITIALIZE-START.
003320     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
003330                                 BY  REFERENCE   WS-BUS-DATE-STS
003340                                 BY  REFERENCE   WS-BUS-DATE-MSG
003350     END-CALL.
003360     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
003370         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
003380         MOVE    "Y"         TO  WS-DATE-BAD-SW
003390         MOVE    "Y"         TO  WS-EOF-SW
003400         GO  TO  1000-INITIALIZE-EXIT
003410     END-IF.
003420     MOVE    WS-BUS-DATE         TO  WS-ASOF-DATE-X.
003430     INITIALIZE  WS-RSN-COUNTS.
003440     ACCEPT  WS-RUN-DATE         FROM    DATE    YYYYMMDD.
003450     ACCEPT  WS-RUN-TIME         FROM    TIME.
003460     OPEN    INPUT    RATEFILE.
003470     PERFORM   1200-LOAD-RATE     THRU    1200-LOAD-RATE-EXIT
003480         UNTIL     WS-RATE-EOF.
003490     CLOSE   RATEFILE.
003500     OPEN    INPUT    ZONEFILE.
003510     PERFORM   1300-LOAD-ZONE     THRU    1300-LOAD-ZONE-EXIT
003520         UNTIL     WS-ZONE-EOF.
003530     CLOSE   ZONEFILE.
003540     OPEN    INPUT    DEPFILE.
003550     PERFORM   1400-LOAD-DEPOT    THRU    1400-LOAD-DEPOT-EXIT
003560         UNTIL     WS-DEP-EOF.
003570     CLOSE   DEPFILE.
003580     OPEN    INPUT    INFILE.
003590     OPEN    OUTPUT   BILLFILE.
003600     OPEN    OUTPUT   RPTFILE.
003610     MOVE    SPACE               TO  WS-OUT-LINE.
003620     STRING  "H" WS-DELIM WS-RUN-DATE WS-DELIM WS-RUN-TIME
003630             WS-DELIM "GEO3X3 PRICED DELIVERIES"
003640             WS-DELIM WS-BUS-DATE
003650         DELIMITED BY SIZE
003660         INTO    WS-OUT-LINE
003670     END-STRING.
003680     WRITE   BILL-REC            FROM    WS-OUT-LINE.
003690     MOVE    WS-BUS-DATE         TO  WS-TTL-DATE.
003700     WRITE   RPT-REC             FROM    WS-TITLE-LINE.
003710     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
003720     WRITE   RPT-REC             FROM    WS-EXC-HDR.
003730     PERFORM   1100-READ-INFILE
003740         THRU    1100-READ-INFILE-EXIT.
003750 1000-INITIALIZE-EXIT.
003760     EXIT.
003770 1100-READ-INFILE               SECTION.
003780 1100-READ-INFILE-START.
003790     READ    INFILE      INTO    GEO3X-RD-RECORD
003800         AT END
003810             MOVE    "Y"         TO  WS-EOF-SW
003820         NOT AT END
003830             ADD     1           TO  WS-RECS-READ
003840     END-READ.
003850 1100-READ-INFILE-EXIT.
003860     EXIT.
003870*-----------------------------------------------------------*
003880*  1200-LOAD-RATE  --  ONE RATE ROW INTO ITS TABLE.  A ROW    *
003890*                      NOT LIVE ON THE BUSINESS DATE IS       *
003900*                      COUNTED AND SKIPPED.  A ROW WITH A BAD *
003910*                      TYPE OR AMOUNT, OR ONE ITS TYPE'S ADD  *
003920*                      PARAGRAPH REFUSES, IS REJECTED.        *
003930*-----------------------------------------------------------*
003940 1200-LOAD-RATE                 SECTION.
003950 1200-LOAD-RATE-START.
003960     READ    RATEFILE    INTO    GEO3X-RA-RECORD
003970         AT END
003980             MOVE    "Y"         TO  WS-RATE-EOF-SW
003990             GO  TO  1200-LOAD-RATE-EXIT
004000     END-READ.
004010     MOVE    "N"                 TO  WS-ROW-BAD-SW.
004020     IF      GEO3X-RA-AMOUNT IS NOT NUMERIC  THEN
004030         GO  TO  1200-LOAD-RATE-REJECT
004040     END-IF.
004050     IF      NOT GEO3X-RA-ROUTE-CLASS
004060         AND NOT GEO3X-RA-BASE
004070         AND NOT GEO3X-RA-BAND
004080         AND NOT GEO3X-RA-ZONE
004090         AND NOT GEO3X-RA-GAZETTEER  THEN
004100         GO  TO  1200-LOAD-RATE-REJECT
004110     END-IF.
004120     IF      GEO3X-RA-EFF-FROM-DT    IS NUMERIC
004130         AND GEO3X-RA-EFF-FROM-DT    >   ZERO
004140         AND GEO3X-RA-EFF-FROM-DT    >   WS-ASOF-DATE-X  THEN
004150         ADD     1               TO  WS-RATES-OFF-DATE
004160         GO  TO  1200-LOAD-RATE-EXIT
004170     END-IF.
004180     IF      GEO3X-RA-EFF-TO-DT      IS NUMERIC
004190         AND GEO3X-RA-EFF-TO-DT      >   ZERO
004200         AND GEO3X-RA-EFF-TO-DT      <   WS-ASOF-DATE-X  THEN
004210         ADD     1               TO  WS-RATES-OFF-DATE
004220         GO  TO  1200-LOAD-RATE-EXIT
004230     END-IF.
004240     EVALUATE    TRUE
004250         WHEN    GEO3X-RA-ROUTE-CLASS
004260             PERFORM   1210-ADD-ROUTE-CLASS
004270                 THRU    1210-ADD-ROUTE-CLASS-EXIT
004280         WHEN    GEO3X-RA-BASE
004290             PERFORM   1220-ADD-BASE
004300                 THRU    1220-ADD-BASE-EXIT
004310         WHEN    GEO3X-RA-BAND
004320             PERFORM   1230-ADD-BAND
004330                 THRU    1230-ADD-BAND-EXIT
004340         WHEN    GEO3X-RA-ZONE
004350             PERFORM   1240-ADD-ZONE-RATE
004360                 THRU    1240-ADD-ZONE-RATE-EXIT
004370         WHEN    OTHER
004380             PERFORM   1250-ADD-GAZETTEER
004390                 THRU    1250-ADD-GAZETTEER-EXIT
004400     END-EVALUATE.
004410     IF      NOT WS-ROW-BAD  THEN
004420         ADD     1               TO  WS-RATES-LOADED
004430         GO  TO  1200-LOAD-RATE-EXIT
004440     END-IF.
004450 1200-LOAD-RATE-REJECT.
004460     DISPLAY "RATE ROW REJECTED: " RATE-REC.
004470     ADD     1                   TO  WS-RATES-REJECTED.
004480 1200-LOAD-RATE-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------*
004510*  1210-ADD-ROUTE-CLASS  --  ROUTE ID TO CLASS.  A BLANK      *
004520*                            ROUTE OR CLASS, A ROUTE ALREADY  *
004530*                            CLASSED, OR A FULL TABLE REFUSES *
004540*                            (THE ROUTED-DELIVERY WORK AREA   *
004550*                            IS FREE DURING THE LOAD, SO THE  *
004560*                            LOOKUP KEY IS SET IN IT).        *
004570*-----------------------------------------------------------*
004580 1210-ADD-ROUTE-CLASS           SECTION.
004590 1210-ADD-ROUTE-CLASS-START.
004600     IF      GEO3X-RA-ROUTE-ID   =   SPACE
004610         OR  GEO3X-RA-CLASS-CD   =   SPACE
004620         OR  WS-RCL-CNT          >=  WS-RCL-MAX      THEN
004630         MOVE    "Y"             TO  WS-ROW-BAD-SW
004640         GO  TO  1210-ADD-ROUTE-CLASS-EXIT
004650     END-IF.
004660     MOVE    GEO3X-RA-ROUTE-ID   TO  GEO3X-RD-ROUTE-ID.
004670     PERFORM   2110-FIND-ROUTE-CLASS
004680         THRU    2110-FIND-ROUTE-CLASS-EXIT.
004690     IF      WS-FOUND    THEN
004700         MOVE    "Y"             TO  WS-ROW-BAD-SW
004710         GO  TO  1210-ADD-ROUTE-CLASS-EXIT
004720     END-IF.
004730     ADD     1                   TO  WS-RCL-CNT.
004740     MOVE    GEO3X-RA-ROUTE-ID   TO  WS-RCL-ROUTE-ID(WS-RCL-CNT).
004750     MOVE    GEO3X-RA-CLASS-CD   TO  WS-RCL-CLASS-CD(WS-RCL-CNT).
004760 1210-ADD-ROUTE-CLASS-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------*
004790*  1220-ADD-BASE  --  BASE CHARGE FOR A CLASS.  A BLANK       *
004800*                     CLASS, A CLASS ALREADY PRICED, OR A     *
004810*                     FULL TABLE REFUSES                      *
004820*-----------------------------------------------------------*
004830 1220-ADD-BASE                  SECTION.
004840 1220-ADD-BASE-START.
004850     IF      GEO3X-RA-CLASS-CD   =   SPACE
004860         OR  WS-BAS-CNT          >=  WS-BAS-MAX      THEN
004870         MOVE    "Y"             TO  WS-ROW-BAD-SW
004880         GO  TO  1220-ADD-BASE-EXIT
004890     END-IF.
004900     MOVE    GEO3X-RA-CLASS-CD   TO  WS-PRC-CLASS-CD.
004910     PERFORM   2120-FIND-BASE     THRU    2120-FIND-BASE-EXIT.
004920     IF      WS-FOUND    THEN
004930         MOVE    "Y"             TO  WS-ROW-BAD-SW
004940         GO  TO  1220-ADD-BASE-EXIT
004950     END-IF.
004960     ADD     1                   TO  WS-BAS-CNT.
004970     MOVE    GEO3X-RA-CLASS-CD   TO  WS-BAS-CLASS-CD(WS-BAS-CNT).
004980     MOVE    GEO3X-RA-AMOUNT     TO  WS-BAS-AMOUNT(WS-BAS-CNT).
004990 1220-ADD-BASE-EXIT.
005000     EXIT.
005010*-----------------------------------------------------------*
005020*  1230-ADD-BAND  --  DISTANCE BAND, KM-FROM UP TO KM-TO.     *
005030*                     NON-NUMERIC OR EMPTY LIMITS, A BAND     *
005040*                     OVERLAPPING ONE ALREADY LOADED, OR A    *
005050*                     FULL TABLE REFUSES -- A DELIVERY MAY    *
005060*                     ONLY EVER FALL IN ONE BAND              *
005070*-----------------------------------------------------------*
005080 1230-ADD-BAND                  SECTION.
005090 1230-ADD-BAND-START.
005100     IF      GEO3X-RA-KM-FROM    IS NOT NUMERIC
005110         OR  GEO3X-RA-KM-TO      IS NOT NUMERIC
005120         OR  WS-BND-CNT          >=  WS-BND-MAX      THEN
005130         MOVE    "Y"             TO  WS-ROW-BAD-SW
005140         GO  TO  1230-ADD-BAND-EXIT
005150     END-IF.
005160     IF      GEO3X-RA-KM-FROM    >=  GEO3X-RA-KM-TO  THEN
005170         MOVE    "Y"             TO  WS-ROW-BAD-SW
005180         GO  TO  1230-ADD-BAND-EXIT
005190     END-IF.
005200     MOVE    "N"                 TO  WS-FND-SW.
005210     PERFORM   1235-CHECK-OVERLAP THRU    1235-CHECK-OVERLAP-EXIT
005220         VARYING   WS-X       FROM    1   BY  1
005230         UNTIL     WS-X       >   WS-BND-CNT
005240                   OR  WS-FOUND.
005250     IF      WS-FOUND    THEN
005260         MOVE    "Y"             TO  WS-ROW-BAD-SW
005270         GO  TO  1230-ADD-BAND-EXIT
005280     END-IF.
005290     ADD     1                   TO  WS-BND-CNT.
005300     MOVE    GEO3X-RA-KM-FROM    TO  WS-BND-KM-FROM(WS-BND-CNT).
005310     MOVE    GEO3X-RA-KM-TO      TO  WS-BND-KM-TO(WS-BND-CNT).
005320     MOVE    GEO3X-RA-AMOUNT     TO  WS-BND-AMOUNT(WS-BND-CNT).
005330 1230-ADD-BAND-EXIT.
005340     EXIT.
005350 1235-CHECK-OVERLAP             SECTION.
005360 1235-CHECK-OVERLAP-START.
005370     IF      GEO3X-RA-KM-FROM    <   WS-BND-KM-TO(WS-X)
005380         AND WS-BND-KM-FROM(WS-X)    <   GEO3X-RA-KM-TO  THEN
005390         MOVE    "Y"             TO  WS-FND-SW
005400     END-IF.
005410 1235-CHECK-OVERLAP-EXIT.
005420     EXIT.
005430*-----------------------------------------------------------*
005440*  1240-ADD-ZONE-RATE  --  SURCHARGE FOR A ZONE NAME.  A      *
005450*                          BLANK NAME, A NAME ALREADY PRICED, *
005460*                          OR A FULL TABLE REFUSES (THE ZONE  *
005470*                          WORK AREA IS FREE UNTIL THE ZONE   *
005480*                          LOAD, SO THE LOOKUP KEY IS SET IN  *
005490*                          IT).                               *
005500*-----------------------------------------------------------*
005510 1240-ADD-ZONE-RATE             SECTION.
005520 1240-ADD-ZONE-RATE-START.
005530     IF      GEO3X-RA-ZONE-NAME  =   SPACE
005540         OR  WS-ZRT-CNT          >=  WS-ZRT-MAX      THEN
005550         MOVE    "Y"             TO  WS-ROW-BAD-SW
005560         GO  TO  1240-ADD-ZONE-RATE-EXIT
005570     END-IF.
005580     MOVE    GEO3X-RA-ZONE-NAME  TO  GEO3X-ZN-NAME.
005590     PERFORM   1310-FIND-ZONE-RATE
005600         THRU    1310-FIND-ZONE-RATE-EXIT.
005610     IF      WS-FOUND    THEN
005620         MOVE    "Y"             TO  WS-ROW-BAD-SW
005630         GO  TO  1240-ADD-ZONE-RATE-EXIT
005640     END-IF.
005650     ADD     1                   TO  WS-ZRT-CNT.
005660     MOVE    GEO3X-RA-ZONE-NAME  TO  WS-ZRT-NAME(WS-ZRT-CNT).
005670     MOVE    GEO3X-RA-AMOUNT     TO  WS-ZRT-AMOUNT(WS-ZRT-CNT).
005680     MOVE    ZERO                TO  WS-ZRT-LAST-DLV(WS-ZRT-CNT).
005690 1240-ADD-ZONE-RATE-EXIT.
005700     EXIT.
005710*-----------------------------------------------------------*
005720*  1250-ADD-GAZETTEER  --  THE ONE GAZETTEER SURCHARGE.  A    *
005730*                          SECOND LIVE ROW IS REFUSED         *
005740*-----------------------------------------------------------*
005750 1250-ADD-GAZETTEER             SECTION.
005760 1250-ADD-GAZETTEER-START.
005770     IF      WS-GAZ-LOADED   THEN
005780         MOVE    "Y"             TO  WS-ROW-BAD-SW
005790         GO  TO  1250-ADD-GAZETTEER-EXIT
005800     END-IF.
005810     MOVE    "Y"                 TO  WS-GAZ-SW.
005820     MOVE    GEO3X-RA-AMOUNT     TO  WS-GAZ-AMOUNT.
005830 1250-ADD-GAZETTEER-EXIT.
005840     EXIT.
005850*-----------------------------------------------------------*
005860*  1300-LOAD-ZONE  --  ONE ZONE ROW.  EDITED AND DATE-        *
005870*                      FILTERED AS GEO3X3_ZONE_SCRN DOES; A   *
005880*                      LIVE ROW WHOSE NAME CARRIES NO         *
005890*                      SURCHARGE IS COUNTED AND NOT KEPT.     *
005900*-----------------------------------------------------------*
005910 1300-LOAD-ZONE                 SECTION.
005920 1300-LOAD-ZONE-START.
005930     READ    ZONEFILE    INTO    GEO3X-ZN-RECORD
005940         AT END
005950             MOVE    "Y"         TO  WS-ZONE-EOF-SW
005960             GO  TO  1300-LOAD-ZONE-EXIT
005970     END-READ.
005980     IF      GEO3X-ZN-LEVEL  IS NOT NUMERIC
005990         OR  GEO3X-ZN-LEVEL  <   1
006000         OR  GEO3X-ZN-LEVEL  >   18
006010         OR  GEO3X-ZN-PREFIX =   SPACE   THEN
006020         DISPLAY "ZONE ROW REJECTED: " ZONE-REC
006030         ADD     1               TO  WS-ZONES-REJECTED
006040         GO  TO  1300-LOAD-ZONE-EXIT
006050     END-IF.
006060     IF      NOT GEO3X-ZN-RESTRICTED
006070         AND NOT GEO3X-ZN-SERVICE-AREA   THEN
006080         DISPLAY "ZONE ROW REJECTED: " ZONE-REC
006090         ADD     1               TO  WS-ZONES-REJECTED
006100         GO  TO  1300-LOAD-ZONE-EXIT
006110     END-IF.
006120     IF      GEO3X-ZN-EFF-FROM-DT    IS NUMERIC
006130         AND GEO3X-ZN-EFF-FROM-DT    >   ZERO
006140         AND GEO3X-ZN-EFF-FROM-DT    >   WS-ASOF-DATE-X  THEN
006150         ADD     1               TO  WS-ZONES-OFF-DATE
006160         GO  TO  1300-LOAD-ZONE-EXIT
006170     END-IF.
006180     IF      GEO3X-ZN-EFF-TO-DT      IS NUMERIC
006190         AND GEO3X-ZN-EFF-TO-DT      >   ZERO
006200         AND GEO3X-ZN-EFF-TO-DT      <   WS-ASOF-DATE-X  THEN
006210         ADD     1               TO  WS-ZONES-OFF-DATE
006220         GO  TO  1300-LOAD-ZONE-EXIT
006230     END-IF.
006240     PERFORM   1310-FIND-ZONE-RATE
006250         THRU    1310-FIND-ZONE-RATE-EXIT.
006260     IF      NOT WS-FOUND    THEN
006270         ADD     1               TO  WS-ZONES-UNRATED
006280         GO  TO  1300-LOAD-ZONE-EXIT
006290     END-IF.
006300     IF      WS-ZONE-CNT     >=  WS-ZONE-MAX     THEN
006310         DISPLAY "ZONE ROW REJECTED: " ZONE-REC
006320         ADD     1               TO  WS-ZONES-REJECTED
006330         GO  TO  1300-LOAD-ZONE-EXIT
006340     END-IF.
006350     ADD     1                   TO  WS-ZONE-CNT.
006360     MOVE    GEO3X-ZN-PREFIX     TO  WS-ZONE-PREFIX(WS-ZONE-CNT).
006370     MOVE    GEO3X-ZN-LEVEL      TO  WS-ZONE-LEVEL(WS-ZONE-CNT).
006380     COMPUTE WS-ZONE-CMP-LEN(WS-ZONE-CNT) = GEO3X-ZN-LEVEL + 1.
006390     MOVE    WS-HIT              TO  WS-ZONE-ZRT(WS-ZONE-CNT).
006400     ADD     1                   TO  WS-ZONES-LOADED.
006410 1300-LOAD-ZONE-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------*
006440*  1310-FIND-ZONE-RATE  --  LOOK UP THE ZONE NAME IN THE      *
006450*                           ZONE RATE TABLE; WS-HIT IS THE    *
006460*                           ROW WHEN FOUND                    *
006470*-----------------------------------------------------------*
006480 1310-FIND-ZONE-RATE            SECTION.
006490 1310-FIND-ZONE-RATE-START.
006500     MOVE    "N"                 TO  WS-FND-SW.
006510     MOVE    ZERO                TO  WS-HIT.
006520     PERFORM   1315-MATCH-ZONE-RATE
006530         THRU    1315-MATCH-ZONE-RATE-EXIT
006540         VARYING   WS-X       FROM    1   BY  1
006550         UNTIL     WS-X       >   WS-ZRT-CNT
006560                   OR  WS-FOUND.
006570 1310-FIND-ZONE-RATE-EXIT.
006580     EXIT.
006590 1315-MATCH-ZONE-RATE           SECTION.
006600 1315-MATCH-ZONE-RATE-START.
006610     IF      WS-ZRT-NAME(WS-X)   =   GEO3X-ZN-NAME   THEN
006620         MOVE    "Y"             TO  WS-FND-SW
006630         MOVE    WS-X            TO  WS-HIT
006640     END-IF.
006650 1315-MATCH-ZONE-RATE-EXIT.
006660     EXIT.
006670*-----------------------------------------------------------*
006680*  1400-LOAD-DEPOT  --  ONE DEPOT ROW INTO THE TABLE.  A ROW   *
006690*                       WITH AN EMPTY ID OR CODE, OR PAST      *
006700*                       THE TABLE LIMIT, IS COUNTED AND        *
006710*                       SKIPPED.                               *
006720*-----------------------------------------------------------*
006730 1400-LOAD-DEPOT                SECTION.
006740 1400-LOAD-DEPOT-START.
006750     READ    DEPFILE     INTO    GEO3X-DP-RECORD
006760         AT END
006770             MOVE    "Y"         TO  WS-DEP-EOF-SW
006780             GO  TO  1400-LOAD-DEPOT-EXIT
006790     END-READ.
006800     IF      GEO3X-DP-DEPOT  =   SPACE
006810         OR  GEO3X-DP-COD    =   SPACE
006820         OR  WS-DEP-CNT      >=  WS-DEP-MAX      THEN
006830         DISPLAY "DEPOT ROW REJECTED: " DEP-REC
006840         ADD     1               TO  WS-DEPOTS-REJECTED
006850         GO  TO  1400-LOAD-DEPOT-EXIT
006860     END-IF.
006870     ADD     1                   TO  WS-DEP-CNT.
006880     MOVE    GEO3X-DP-DEPOT      TO  WS-DEP-ID(WS-DEP-CNT).
006890     MOVE    GEO3X-DP-COD        TO  WS-DEP-COD(WS-DEP-CNT).
006900     ADD     1                   TO  WS-DEPOTS-LOADED.
006910 1400-LOAD-DEPOT-EXIT.
006920     EXIT.
006930*-----------------------------------------------------------*
006940*  2000-PROCESS  --  PRICE ONE ROUTED DELIVERY.  EACH TEST    *
006950*                    IN TURN MUST FIND ITS RATE ROW; THE      *
006960*                    FIRST THAT DOES NOT MAKES THE DELIVERY   *
006970*                    AN EXCEPTION AND NOTHING IS BILLED FOR   *
006980*                    IT.  EVERY DELIVERY READ IS THEREFORE    *
006990*                    EITHER PRICED OR LISTED, NEVER BOTH.     *
007000*-----------------------------------------------------------*
007010 2000-PROCESS                   SECTION.
007020 2000-PROCESS-START.
007030     MOVE    ZERO                TO  WS-PRC-KM.
007040     IF      GEO3X-RD-STS    NOT =   ZERO    THEN
007050         MOVE    1               TO  WS-RSN-X
007060         GO  TO  2000-PROCESS-EXCEPTION
007070     END-IF.
007080     IF      GEO3X-RD-ROUTE-ID   =   "UNROUTED"
007090         OR  GEO3X-RD-ROUTE-ID   =   SPACE   THEN
007100         MOVE    2               TO  WS-RSN-X
007110         GO  TO  2000-PROCESS-EXCEPTION
007120     END-IF.
007130     PERFORM   2110-FIND-ROUTE-CLASS
007140         THRU    2110-FIND-ROUTE-CLASS-EXIT.
007150     IF      NOT WS-FOUND    THEN
007160         MOVE    3               TO  WS-RSN-X
007170         GO  TO  2000-PROCESS-EXCEPTION
007180     END-IF.
007190     MOVE    WS-RCL-CLASS-CD(WS-HIT) TO  WS-PRC-CLASS-CD.
007200     PERFORM   2120-FIND-BASE     THRU    2120-FIND-BASE-EXIT.
007210     IF      NOT WS-FOUND    THEN
007220         MOVE    4               TO  WS-RSN-X
007230         GO  TO  2000-PROCESS-EXCEPTION
007240     END-IF.
007250     MOVE    WS-BAS-AMOUNT(WS-HIT)   TO  WS-PRC-BASE.
007260     MOVE    "N"                 TO  WS-FND-SW.
007270     PERFORM   2130-FIND-DEPOT    THRU    2130-FIND-DEPOT-EXIT
007280         VARYING   WS-D       FROM    1   BY  1
007290         UNTIL     WS-D       >   WS-DEP-CNT
007300                   OR  WS-FOUND.
007310     IF      NOT WS-FOUND    THEN
007320         MOVE    5               TO  WS-RSN-X
007330         GO  TO  2000-PROCESS-EXCEPTION
007340     END-IF.
007350     CALL    "geo3x3_distance"
007360                           USING BY  REFERENCE   WS-PRC-DEPOT-COD
007370                                 BY  REFERENCE   GEO3X-RD-RES
007380                                 BY  REFERENCE   WS-DIST
007390                                 BY  REFERENCE   WS-DIST-STS
007400     END-CALL.
007410     IF      WS-DIST-STS NOT =   ZERO    THEN
007420         MOVE    6               TO  WS-RSN-X
007430         GO  TO  2000-PROCESS-EXCEPTION
007440     END-IF.
007450     MOVE    WS-DIST             TO  WS-PRC-KM.
007460     MOVE    "N"                 TO  WS-FND-SW.
007470     PERFORM   2140-FIND-BAND     THRU    2140-FIND-BAND-EXIT
007480         VARYING   WS-X       FROM    1   BY  1
007490         UNTIL     WS-X       >   WS-BND-CNT
007500                   OR  WS-FOUND.
007510     IF      NOT WS-FOUND    THEN
007520         MOVE    7               TO  WS-RSN-X
007530         GO  TO  2000-PROCESS-EXCEPTION
007540     END-IF.
007550     MOVE    WS-BND-AMOUNT(WS-HIT)   TO  WS-PRC-BAND.
007560     MOVE    ZERO                TO  WS-PRC-GAZ.
007570     IF      GEO3X-RD-SRC-GAZETTEER  THEN
007580         IF      NOT WS-GAZ-LOADED   THEN
007590             MOVE    8           TO  WS-RSN-X
007600             GO  TO  2000-PROCESS-EXCEPTION
007610         END-IF
007620         MOVE    WS-GAZ-AMOUNT   TO  WS-PRC-GAZ
007630     END-IF.
007640     MOVE    ZERO                TO  WS-PRC-ZONE.
007650     PERFORM   2150-TRY-ZONE      THRU    2150-TRY-ZONE-EXIT
007660         VARYING   WS-Z       FROM    1   BY  1
007670         UNTIL     WS-Z       >   WS-ZONE-CNT.
007680     COMPUTE WS-PRC-TOTAL    =   WS-PRC-BASE + WS-PRC-BAND
007690                             +   WS-PRC-ZONE + WS-PRC-GAZ.
007700     PERFORM   2400-WRITE-PRICED  THRU    2400-WRITE-PRICED-EXIT.
007710     GO  TO  2000-PROCESS-READ.
007720 2000-PROCESS-EXCEPTION.
007730     PERFORM   2900-WRITE-EXCEPTION
007740         THRU    2900-WRITE-EXCEPTION-EXIT.
007750 2000-PROCESS-READ.
007760     PERFORM   1100-READ-INFILE
007770         THRU    1100-READ-INFILE-EXIT.
007780 2000-PROCESS-EXIT.
007790     EXIT.
007800*-----------------------------------------------------------*
007810*  2110-FIND-ROUTE-CLASS  --  LOOK UP THE DELIVERY'S ROUTE;   *
007820*                             WS-HIT IS THE ROW WHEN FOUND    *
007830*-----------------------------------------------------------*
007840 2110-FIND-ROUTE-CLASS          SECTION.
007850 2110-FIND-ROUTE-CLASS-START.
007860     MOVE    "N"                 TO  WS-FND-SW.
007870     MOVE    ZERO                TO  WS-HIT.
007880     PERFORM   2115-MATCH-ROUTE   THRU    2115-MATCH-ROUTE-EXIT
007890         VARYING   WS-X       FROM    1   BY  1
007900         UNTIL     WS-X       >   WS-RCL-CNT
007910                   OR  WS-FOUND.
007920 2110-FIND-ROUTE-CLASS-EXIT.
007930     EXIT.
007940 2115-MATCH-ROUTE               SECTION.
007950 2115-MATCH-ROUTE-START.
007960     IF      WS-RCL-ROUTE-ID(WS-X)   =   GEO3X-RD-ROUTE-ID   THEN
007970         MOVE    "Y"             TO  WS-FND-SW
007980         MOVE    WS-X            TO  WS-HIT
007990     END-IF.
008000 2115-MATCH-ROUTE-EXIT.
008010     EXIT.
008020*-----------------------------------------------------------*
008030*  2120-FIND-BASE  --  LOOK UP THE CLASS'S BASE CHARGE;       *
008040*                      WS-HIT IS THE ROW WHEN FOUND           *
008050*-----------------------------------------------------------*
008060 2120-FIND-BASE                 SECTION.
008070 2120-FIND-BASE-START.
008080     MOVE    "N"                 TO  WS-FND-SW.
008090     MOVE    ZERO                TO  WS-HIT.
008100     PERFORM   2125-MATCH-BASE    THRU    2125-MATCH-BASE-EXIT
008110         VARYING   WS-X       FROM    1   BY  1
008120         UNTIL     WS-X       >   WS-BAS-CNT
008130                   OR  WS-FOUND.
008140 2120-FIND-BASE-EXIT.
008150     EXIT.
008160 2125-MATCH-BASE                SECTION.
008170 2125-MATCH-BASE-START.
008180     IF      WS-BAS-CLASS-CD(WS-X)   =   WS-PRC-CLASS-CD THEN
008190         MOVE    "Y"             TO  WS-FND-SW
008200         MOVE    WS-X            TO  WS-HIT
008210     END-IF.
008220 2125-MATCH-BASE-EXIT.
008230     EXIT.
008240*-----------------------------------------------------------*
008250*  2130-FIND-DEPOT  --  ONE DEPOT TABLE ENTRY AGAINST THE     *
008260*                       DELIVERY'S DEPOT ID                   *
008270*-----------------------------------------------------------*
008280 2130-FIND-DEPOT                SECTION.
008290 2130-FIND-DEPOT-START.
008300     IF      WS-DEP-ID(WS-D) =   GEO3X-RD-DEPOT  THEN
008310         MOVE    "Y"             TO  WS-FND-SW
008320         MOVE    WS-DEP-COD(WS-D)    TO  WS-PRC-DEPOT-COD
008330     END-IF.
008340 2130-FIND-DEPOT-EXIT.
008350     EXIT.
008360*-----------------------------------------------------------*
008370*  2140-FIND-BAND  --  ONE DISTANCE BAND AGAINST THE KM.      *
008380*                      KM-FROM IS IN THE BAND, KM-TO IS NOT.  *
008390*-----------------------------------------------------------*
008400 2140-FIND-BAND                 SECTION.
008410 2140-FIND-BAND-START.
008420     IF      WS-PRC-KM   >=  WS-BND-KM-FROM(WS-X)
008430         AND WS-PRC-KM   <   WS-BND-KM-TO(WS-X)      THEN
008440         MOVE    "Y"             TO  WS-FND-SW
008450         MOVE    WS-X            TO  WS-HIT
008460     END-IF.
008470 2140-FIND-BAND-EXIT.
008480     EXIT.
008490*-----------------------------------------------------------*
008500*  2150-TRY-ZONE  --  ONE SURCHARGED ZONE ROW AGAINST THE     *
008510*                     DELIVERY.  A ZONE IS MANY PREFIX ROWS   *
008520*                     UNDER ONE NAME, SO THE RATE ROW         *
008530*                     REMEMBERS THE LAST DELIVERY IT WAS      *
008540*                     CHARGED TO AND IS NEVER CHARGED TWICE   *
008550*                     TO THE SAME ONE.                        *
008560*-----------------------------------------------------------*
008570 2150-TRY-ZONE                  SECTION.
008580 2150-TRY-ZONE-START.
008590     IF      WS-ZONE-LEVEL(WS-Z) >   GEO3X-RD-LEVEL  THEN
008600         GO  TO  2150-TRY-ZONE-EXIT
008610     END-IF.
008620     IF      GEO3X-RD-RES(1:WS-ZONE-CMP-LEN(WS-Z))   NOT =
008630             WS-ZONE-PREFIX(WS-Z)(1:WS-ZONE-CMP-LEN(WS-Z))    THEN
008640         GO  TO  2150-TRY-ZONE-EXIT
008650     END-IF.
008660     MOVE    WS-ZONE-ZRT(WS-Z)   TO  WS-HIT.
008670     IF      WS-ZRT-LAST-DLV(WS-HIT) =   WS-RECS-READ    THEN
008680         GO  TO  2150-TRY-ZONE-EXIT
008690     END-IF.
008700     MOVE    WS-RECS-READ        TO  WS-ZRT-LAST-DLV(WS-HIT).
008710     ADD     WS-ZRT-AMOUNT(WS-HIT)   TO  WS-PRC-ZONE.
008720 2150-TRY-ZONE-EXIT.
008730     EXIT.
008740*-----------------------------------------------------------*
008750*  2400-WRITE-PRICED  --  ONE DETAIL RECORD ON THE BILLING    *
008760*                         INTERFACE FILE, AND THE RUN TOTALS  *
008770*-----------------------------------------------------------*
008780 2400-WRITE-PRICED              SECTION.
008790 2400-WRITE-PRICED-START.
008800     MOVE    SPACE               TO  WS-OUT-LINE.
008810     MOVE    1                   TO  WS-OUT-PTR.
008820     STRING  "D" WS-DELIM GEO3X-RD-RES WS-DELIM
008830         DELIMITED BY SIZE
008840         INTO    WS-OUT-LINE
008850         WITH    POINTER WS-OUT-PTR
008860     END-STRING.
008870     MOVE    GEO3X-RD-ROUTE-ID   TO  WS-TXT-FIELD.
008880     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
008890     MOVE    GEO3X-RD-DEPOT      TO  WS-TXT-FIELD.
008900     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
008910     MOVE    WS-PRC-CLASS-CD     TO  WS-TXT-FIELD.
008920     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
008930     MOVE    GEO3X-RD-SRC-CD     TO  WS-TXT-FIELD.
008940     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
008950     MOVE    WS-PRC-KM           TO  WS-FLD-KM.
008960     MOVE    WS-FLD-KM           TO  WS-FLD-TEXT.
008970     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
008980     MOVE    WS-PRC-BASE         TO  WS-FLD-AMT.
008990     MOVE    WS-FLD-AMT          TO  WS-FLD-TEXT.
009000     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
009010     MOVE    WS-PRC-BAND         TO  WS-FLD-AMT.
009020     MOVE    WS-FLD-AMT          TO  WS-FLD-TEXT.
009030     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
009040     MOVE    WS-PRC-ZONE         TO  WS-FLD-AMT.
009050     MOVE    WS-FLD-AMT          TO  WS-FLD-TEXT.
009060     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
009070     MOVE    WS-PRC-GAZ          TO  WS-FLD-AMT.
009080     MOVE    WS-FLD-AMT          TO  WS-FLD-TEXT.
009090     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
009100     MOVE    WS-PRC-TOTAL        TO  WS-FLD-AMT.
009110     MOVE    WS-FLD-AMT          TO  WS-FLD-TEXT.
009120     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
009130     WRITE   BILL-REC            FROM    WS-OUT-LINE.
009140     ADD     1                   TO  WS-RECS-PRICED.
009150     ADD     WS-PRC-BASE         TO  WS-TOT-BASE.
009160     ADD     WS-PRC-BAND         TO  WS-TOT-BAND.
009170     ADD     WS-PRC-ZONE         TO  WS-TOT-ZONE.
009180     ADD     WS-PRC-GAZ          TO  WS-TOT-GAZ.
009190     ADD     WS-PRC-TOTAL        TO  WS-TOT-CHARGE.
009200 2400-WRITE-PRICED-EXIT.
009210     EXIT.
009220*-----------------------------------------------------------*
009230*  2500-APPEND-FIELD  --  SCAN THE LEADING SPACES OFF THE     *
009240*                         EDITED FIELD AND STRING WHAT IS     *
009250*                         LEFT, PLUS THE DELIMITER, ONTO THE  *
009260*                         OUTPUT LINE                         *
009270*-----------------------------------------------------------*
009280 2500-APPEND-FIELD             SECTION.
009290 2500-APPEND-FIELD-START.
009300     MOVE    1                   TO  WS-FP.
009310     PERFORM   2510-SKIP-SPACE    THRU    2510-SKIP-SPACE-EXIT
009320         UNTIL     WS-FP  >=  16
009330                   OR  WS-FLD-TEXT(WS-FP:1)   NOT =   SPACE.
009340     STRING  WS-FLD-TEXT(WS-FP:) WS-DELIM
009350         DELIMITED BY SPACE
009360         INTO    WS-OUT-LINE
009370         WITH    POINTER WS-OUT-PTR
009380     END-STRING.
009390 2500-APPEND-FIELD-EXIT.
009400     EXIT.
009410 2510-SKIP-SPACE               SECTION.
009420 2510-SKIP-SPACE-START.
009430     ADD     1                   TO  WS-FP.
009440 2510-SKIP-SPACE-EXIT.
009450     EXIT.
009460*-----------------------------------------------------------*
009470*  2600-APPEND-TEXT  --  BLANK ANY DELIMITER IN THE TEXT,      *
009480*                        SCAN THE TRAILING SPACES OFF, AND     *
009490*                        STRING WHAT IS LEFT, PLUS THE         *
009500*                        DELIMITER, ONTO THE OUTPUT LINE       *
009510*-----------------------------------------------------------*
009520 2600-APPEND-TEXT              SECTION.
009530 2600-APPEND-TEXT-START.
009540     INSPECT WS-TXT-FIELD    REPLACING   ALL WS-DELIM
009550                                         BY  SPACE.
009560     MOVE    30                  TO  WS-TL.
009570     PERFORM   2610-BACK-SPACE    THRU    2610-BACK-SPACE-EXIT
009580         UNTIL     WS-TL  =   ZERO
009590                   OR  WS-TXT-FIELD(WS-TL:1)  NOT =   SPACE.
009600     IF      WS-TL   >   ZERO    THEN
009610         STRING  WS-TXT-FIELD(1:WS-TL)
009620             DELIMITED BY SIZE
009630             INTO    WS-OUT-LINE
009640             WITH    POINTER WS-OUT-PTR
009650         END-STRING
009660     END-IF.
009670     STRING  WS-DELIM
009680         DELIMITED BY SIZE
009690         INTO    WS-OUT-LINE
009700         WITH    POINTER WS-OUT-PTR
009710     END-STRING.
009720 2600-APPEND-TEXT-EXIT.
009730     EXIT.
009740 2610-BACK-SPACE               SECTION.
009750 2610-BACK-SPACE-START.
009760     SUBTRACT 1                  FROM    WS-TL.
009770 2610-BACK-SPACE-EXIT.
009780     EXIT.
009790*-----------------------------------------------------------*
009800*  2900-WRITE-EXCEPTION  --  ONE NUMBERED EXCEPTION LINE FOR  *
009810*                            THE REASON IN WS-RSN-X           *
009820*-----------------------------------------------------------*
009830 2900-WRITE-EXCEPTION           SECTION.
009840 2900-WRITE-EXCEPTION-START.
009850     ADD     1                   TO  WS-EXCEPTIONS.
009860     ADD     1                   TO  WS-RSN-COUNT(WS-RSN-X).
009870     MOVE    WS-EXCEPTIONS       TO  WS-EXC-SEQ.
009880     MOVE    WS-RSN-CODE(WS-RSN-X)   TO  WS-EXC-REASON.
009890     MOVE    GEO3X-RD-RES        TO  WS-EXC-COD.
009900     MOVE    GEO3X-RD-ROUTE-ID   TO  WS-EXC-ROUTE.
009910     MOVE    GEO3X-RD-DEPOT      TO  WS-EXC-DEPOT.
009920     MOVE    GEO3X-RD-SRC-CD     TO  WS-EXC-SRC.
009930     MOVE    WS-PRC-KM           TO  WS-EXC-KM.
009940     MOVE    WS-RSN-TEXT(WS-RSN-X)   TO  WS-EXC-TEXT.
009950     WRITE   RPT-REC             FROM    WS-EXC-LINE.
009960 2900-WRITE-EXCEPTION-EXIT.
009970     EXIT.
009980*-----------------------------------------------------------*
009990*  3000-TERMINATE  --  WRITE THE FEED TRAILER, PRINT THE RUN  *
010000*                      TOTALS AND PROVE THEM: PRICED PLUS     *
010010*                      EXCEPTIONS MUST EQUAL ROUTED READ, AND *
010020*                      THE COMPONENT TOTALS MUST ADD TO THE   *
010030*                      CHARGE TOTAL.  CLOSE FILES, GRADE THE  *
010040*                      RUN.                                   *
010050*-----------------------------------------------------------*
010060 3000-TERMINATE                 SECTION.
010070 3000-TERMINATE-START.
010080     IF      WS-DATE-BAD     THEN
010090         MOVE    12              TO  RETURN-CODE
010100         GO  TO  3000-TERMINATE-EXIT
010110     END-IF.
010120     MOVE    SPACE               TO  WS-OUT-LINE.
010130     MOVE    1                   TO  WS-OUT-PTR.
010140     MOVE    WS-RECS-PRICED      TO  WS-COUNT-TEXT.
010150     STRING  "T" WS-DELIM WS-COUNT-TEXT WS-DELIM
010160         DELIMITED BY SIZE
010170         INTO    WS-OUT-LINE
010180         WITH    POINTER WS-OUT-PTR
010190     END-STRING.
010200     MOVE    WS-TOT-CHARGE       TO  WS-FLD-AMT.
010210     MOVE    WS-FLD-AMT          TO  WS-FLD-TEXT.
010220     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
010230     MOVE    WS-RECS-READ        TO  WS-COUNT-TEXT.
010240     STRING  WS-COUNT-TEXT WS-DELIM
010250         DELIMITED BY SIZE
010260         INTO    WS-OUT-LINE
010270         WITH    POINTER WS-OUT-PTR
010280     END-STRING.
010290     MOVE    WS-EXCEPTIONS       TO  WS-COUNT-TEXT.
010300     STRING  WS-COUNT-TEXT
010310         DELIMITED BY SIZE
010320         INTO    WS-OUT-LINE
010330         WITH    POINTER WS-OUT-PTR
010340     END-STRING.
010350     WRITE   BILL-REC            FROM    WS-OUT-LINE.
010360     COMPUTE WS-RECS-ACCOUNTED   =   WS-RECS-PRICED
010370                                 +   WS-EXCEPTIONS.
010380     COMPUTE WS-TOT-CHECK    =   WS-TOT-BASE + WS-TOT-BAND
010390                             +   WS-TOT-ZONE + WS-TOT-GAZ.
010400     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
010410     MOVE    "RATE ROWS LOADED"  TO  WS-CNT-LABEL.
010420     MOVE    WS-RATES-LOADED     TO  WS-CNT-COUNT.
010430     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010440     MOVE    "RATE ROWS REJECTED"    TO  WS-CNT-LABEL.
010450     MOVE    WS-RATES-REJECTED   TO  WS-CNT-COUNT.
010460     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010470     MOVE    "RATE ROWS NOT LIVE ON THE DATE"    TO  WS-CNT-LABEL.
010480     MOVE    WS-RATES-OFF-DATE   TO  WS-CNT-COUNT.
010490     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010500     MOVE    "SURCHARGED ZONE ROWS LOADED"   TO  WS-CNT-LABEL.
010510     MOVE    WS-ZONES-LOADED     TO  WS-CNT-COUNT.
010520     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010530     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
010540     MOVE    "ROUTED DELIVERIES READ"    TO  WS-CNT-LABEL.
010550     MOVE    WS-RECS-READ        TO  WS-CNT-COUNT.
010560     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010570     MOVE    "DELIVERIES PRICED" TO  WS-CNT-LABEL.
010580     MOVE    WS-RECS-PRICED      TO  WS-CNT-COUNT.
010590     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010600     MOVE    "DELIVERIES NOT PRICED (EXCEPTIONS)"
010610                                 TO  WS-CNT-LABEL.
010620     MOVE    WS-EXCEPTIONS       TO  WS-CNT-COUNT.
010630     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010640     MOVE    "PRICED PLUS EXCEPTIONS"    TO  WS-CNT-LABEL.
010650     MOVE    WS-RECS-ACCOUNTED   TO  WS-CNT-COUNT.
010660     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010670     IF      WS-RECS-ACCOUNTED   =   WS-RECS-READ
010680         AND WS-TOT-CHECK        =   WS-TOT-CHARGE   THEN
010690         MOVE    "*** IN BALANCE WITH ROUTED COUNT ***"
010700                                 TO  WS-CNT-LABEL
010710     ELSE
010720         MOVE    "*** OUT OF BALANCE ***"    TO  WS-CNT-LABEL
010730     END-IF.
010740     MOVE    WS-RECS-READ        TO  WS-CNT-COUNT.
010750     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010760     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
010770     PERFORM   3100-REASON-LINE   THRU    3100-REASON-LINE-EXIT
010780         VARYING   WS-RSN-X   FROM    1   BY  1
010790         UNTIL     WS-RSN-X   >   WS-RSN-MAX.
010800     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
010810     MOVE    "BASE CHARGES"      TO  WS-AMT-LABEL.
010820     MOVE    WS-TOT-BASE         TO  WS-AMT-VALUE.
010830     WRITE   RPT-REC             FROM    WS-AMT-LINE.
010840     MOVE    "DISTANCE BAND CHARGES" TO  WS-AMT-LABEL.
010850     MOVE    WS-TOT-BAND         TO  WS-AMT-VALUE.
010860     WRITE   RPT-REC             FROM    WS-AMT-LINE.
010870     MOVE    "ZONE SURCHARGES"   TO  WS-AMT-LABEL.
010880     MOVE    WS-TOT-ZONE         TO  WS-AMT-VALUE.
010890     WRITE   RPT-REC             FROM    WS-AMT-LINE.
010900     MOVE    "GAZETTEER SURCHARGES"  TO  WS-AMT-LABEL.
010910     MOVE    WS-TOT-GAZ          TO  WS-AMT-VALUE.
010920     WRITE   RPT-REC             FROM    WS-AMT-LINE.
010930     MOVE    "TOTAL CHARGES BILLED"  TO  WS-AMT-LABEL.
010940     MOVE    WS-TOT-CHARGE       TO  WS-AMT-VALUE.
010950     WRITE   RPT-REC             FROM    WS-AMT-LINE.
010960     DISPLAY "RATE ROWS LOADED    = " WS-RATES-LOADED.
010970     DISPLAY "RATE ROWS REJECTED  = " WS-RATES-REJECTED.
010980     DISPLAY "RATE ROWS OFF DATE  = " WS-RATES-OFF-DATE.
010990     DISPLAY "ZONE ROWS SURCHARGED= " WS-ZONES-LOADED.
011000     DISPLAY "ZONE ROWS UNRATED   = " WS-ZONES-UNRATED.
011010     DISPLAY "ZONE ROWS REJECTED  = " WS-ZONES-REJECTED.
011020     DISPLAY "ZONE ROWS OFF DATE  = " WS-ZONES-OFF-DATE.
011030     DISPLAY "DEPOTS LOADED       = " WS-DEPOTS-LOADED.
011040     DISPLAY "DEPOTS REJECTED     = " WS-DEPOTS-REJECTED.
011050     DISPLAY "ROUTED READ         = " WS-RECS-READ.
011060     DISPLAY "PRICED              = " WS-RECS-PRICED.
011070     DISPLAY "EXCEPTIONS          = " WS-EXCEPTIONS.
011080     DISPLAY "TOTAL CHARGES       = " WS-AMT-VALUE.
011090     CLOSE   INFILE.
011100     CLOSE   BILLFILE.
011110     CLOSE   RPTFILE.
011120     MOVE    WS-RECS-READ        TO  WS-RC-READ.
011130     MOVE    WS-RECS-PRICED      TO  WS-RC-WRITTEN.
011140     MOVE    WS-EXCEPTIONS       TO  WS-RC-REJECTED.
011150     MOVE    ZERO                TO  WS-RC-RETURN.
011160     IF      WS-EXCEPTIONS   >   ZERO    THEN
011170         MOVE    4               TO  WS-RC-RETURN
011180     END-IF.
011190     IF      WS-RECS-ACCOUNTED   NOT =   WS-RECS-READ
011200         OR  WS-TOT-CHECK        NOT =   WS-TOT-CHARGE   THEN
011210         MOVE    8               TO  WS-RC-RETURN
011220     END-IF.
011230     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
011240                                 BY  REFERENCE   WS-PGM-NAME
011250                                 BY  REFERENCE   WS-RC-READ
011260                                 BY  REFERENCE   WS-RC-WRITTEN
011270                                 BY  REFERENCE   WS-RC-REJECTED
011280                                 BY  REFERENCE   WS-RC-RETURN
011290     END-CALL.
011300     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
011310 3000-TERMINATE-EXIT.
011320     EXIT.
011330*-----------------------------------------------------------*
011340*  3100-REASON-LINE  --  EXCEPTION COUNT FOR ONE REASON       *
011350*-----------------------------------------------------------*
011360 3100-REASON-LINE               SECTION.
011370 3100-REASON-LINE-START.
011380     MOVE    SPACE               TO  WS-CNT-LABEL.
011390     MOVE    WS-RSN-CODE(WS-RSN-X)   TO  WS-CNT-LABEL(1:3).
011400     MOVE    WS-RSN-TEXT(WS-RSN-X)   TO  WS-CNT-LABEL(5:30).
011410     MOVE    WS-RSN-COUNT(WS-RSN-X)  TO  WS-CNT-COUNT.
011420     WRITE   RPT-REC             FROM    WS-CNT-LINE.
011430 3100-REASON-LINE-EXIT.
011440     EXIT.
011450 END PROGRAM     geo3x3_rate_eng.
