000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_ops_summ.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  MORNING OPERATIONS       *
000190*                 SUMMARY -- SEE GEOOPS01.  ONE PAGE FOR THE *
000200*                 BUSINESS DATE DRAWN FROM WHAT THE NIGHTLY  *
000210*                 CHAIN LEAVES BEHIND: THE LATEST RETURN     *
000220*                 CODE OF EVERY STEP ON THE RUN-HISTORY      *
000230*                 FILE, OPEN SUSPENSE BY REASON AND AGE,     *
000240*                 THE ZONE SCREEN'S VIOLATIONS AND OUT-OF-   *
000250*                 AREA COUNTS, THE RECON MATCH RATE, THE     *
000260*                 MASTER INTEGRITY ERRORS AND WARNINGS, AND  *
000270*                 THE ZONES LAPSING THIS FORTNIGHT.  EACH    *
000280*                 SECTION IS GRADED GREEN, AMBER OR RED      *
000290*                 AGAINST THE CONTROL CARD AND THE RUN ENDS  *
000300*                 WITH THE WORST GRADE AS ITS RETURN CODE    *
000310*                 (0, 4 OR 8).  READ ONLY.                   *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT                 DIVISION.
000340 CONFIGURATION               SECTION.
000350 SOURCE-COMPUTER.            IBM-370.
000360 OBJECT-COMPUTER.            IBM-370.
000370 INPUT-OUTPUT                SECTION.
000380 FILE-CONTROL.
000390     SELECT  PARMFILE        ASSIGN TO "PARMFILE"
000400                              ORGANIZATION  IS  SEQUENTIAL.
000410     SELECT  RUNHIST         ASSIGN TO "RUNHIST"
000420                              ORGANIZATION  IS  SEQUENTIAL.
000430     SELECT  SUSPIN          ASSIGN TO "SUSPIN"
000440                              ORGANIZATION  IS  SEQUENTIAL.
000450     SELECT  SCRNRPT         ASSIGN TO "SCRNRPT"
000460                              ORGANIZATION  IS  SEQUENTIAL.
000470     SELECT  RECONIN         ASSIGN TO "RECONIN"
000480                              ORGANIZATION  IS  SEQUENTIAL.
000490     SELECT  CHKRPT          ASSIGN TO "CHKRPT"
000500                              ORGANIZATION  IS  SEQUENTIAL.
000510     SELECT  EXPYRPT         ASSIGN TO "EXPYRPT"
000520                              ORGANIZATION  IS  SEQUENTIAL.
000530     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000540                              ORGANIZATION  IS  SEQUENTIAL.
000550 DATA                        DIVISION.
000560 FILE                        SECTION.
000570 FD  PARMFILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  PARM-REC                PIC X(80).
000610 FD  RUNHIST
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640     COPY    GEO3XRC.
000650 FD  SUSPIN
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680     COPY    GEO3XSU.
000690 FD  SCRNRPT
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  SCRN-REC                PIC X(132).
000730 FD  RECONIN
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY    GEO3XRO.
000770 FD  CHKRPT
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  CHK-REC                 PIC X(132).
000810 FD  EXPYRPT
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  EXPY-REC                PIC X(132).
000850 FD  RPTFILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 01  RPT-REC                 PIC X(132).
000890 WORKING-STORAGE             SECTION.
000900*-----------------------------------------------------------*
000910*  SWITCHES                                                  *
000920*-----------------------------------------------------------*
000930 01  WS-SWITCHES.
000940     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000950         88  WS-EOF                      VALUE "Y".
000960     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000970         88  WS-DATE-BAD                 VALUE "Y".
000980     05  WS-PARM-BAD-SW      PIC X(01)   VALUE "N".
000990         88  WS-PARM-BAD                 VALUE "Y".
001000     05  WS-SUS-EOF-SW       PIC X(01)   VALUE "N".
001010         88  WS-SUS-EOF                  VALUE "Y".
001020     05  WS-SCR-EOF-SW       PIC X(01)   VALUE "N".
001030         88  WS-SCR-EOF                  VALUE "Y".
001040     05  WS-RCN-EOF-SW       PIC X(01)   VALUE "N".
001050         88  WS-RCN-EOF                  VALUE "Y".
001060     05  WS-CHK-EOF-SW       PIC X(01)   VALUE "N".
001070         88  WS-CHK-EOF                  VALUE "Y".
001080     05  WS-EXP-EOF-SW       PIC X(01)   VALUE "N".
001090         88  WS-EXP-EOF                  VALUE "Y".
001100     05  WS-STEP-FOUND-SW    PIC X(01)   VALUE "N".
001110         88  WS-STEP-FOUND               VALUE "Y".
001120*-----------------------------------------------------------*
001130*  COUNTERS                                                  *
001140*-----------------------------------------------------------*
001150 77  WS-HIST-READ            PIC 9(09)   COMP    VALUE ZERO.
001160 77  WS-HIST-TODAY           PIC 9(09)   COMP    VALUE ZERO.
001170 77  WS-STEPS-OVERFLOW       PIC 9(09)   COMP    VALUE ZERO.
001180 77  WS-SUS-READ             PIC 9(09)   COMP    VALUE ZERO.
001190 77  WS-SUS-OPEN             PIC 9(09)   COMP    VALUE ZERO.
001200 77  WS-SUS-AGED             PIC 9(09)   COMP    VALUE ZERO.
001210 77  WS-SUS-REPAIRED         PIC 9(09)   COMP    VALUE ZERO.
001220 77  WS-SCR-VIOLATION        PIC 9(09)   COMP    VALUE ZERO.
001230 77  WS-SCR-OUT-OF-AREA      PIC 9(09)   COMP    VALUE ZERO.
001240 77  WS-RCN-READ             PIC 9(09)   COMP    VALUE ZERO.
001250 77  WS-RCN-MATCHED          PIC 9(09)   COMP    VALUE ZERO.
001260 77  WS-RCN-MISMATCHED       PIC 9(09)   COMP    VALUE ZERO.
001270 77  WS-RCN-NO-READING       PIC 9(09)   COMP    VALUE ZERO.
001280 77  WS-RCN-ORPHANED         PIC 9(09)   COMP    VALUE ZERO.
001290 77  WS-RCN-JUDGED           PIC 9(09)   COMP    VALUE ZERO.
001300 77  WS-CHK-ERRORS           PIC 9(09)   COMP    VALUE ZERO.
001310 77  WS-CHK-WARNINGS         PIC 9(09)   COMP    VALUE ZERO.
001320 77  WS-EXP-SERVICE          PIC 9(09)   COMP    VALUE ZERO.
001330 77  WS-EXP-RESTRICTED       PIC 9(09)   COMP    VALUE ZERO.
001340 77  WS-EXP-TOTAL            PIC 9(09)   COMP    VALUE ZERO.
001350 77  WS-T                    PIC 9(04)   COMP    VALUE ZERO.
001360 77  WS-U                    PIC 9(04)   COMP    VALUE ZERO.
001370*-----------------------------------------------------------*
001380*  CONTROL CARD -- EIGHTEEN FOUR-DIGIT FIGURES, AN AMBER AND *
001390*  A RED FOR EACH MEASURE, IN THE ORDER OF WS-LIMITS BELOW.  *
001400*  A BLANK FIGURE TAKES THE SHOP DEFAULT; ZERO SWITCHES THAT *
001410*  LEVEL OFF.  A COUNT AT OR ABOVE A FIGURE TRIPS IT; THE    *
001420*  RECON MATCH RATE TRIPS WHEN IT FALLS BELOW ITS FIGURE.    *
001430*  A CARD THAT IS MISSING, NOT NUMERIC, OR HAS A RED THAT    *
001440*  IS EASIER TO TRIP THAN ITS AMBER STOPS THE RUN.           *
001450*-----------------------------------------------------------*
001460 01  WS-CTL-CARD.
001470     05  WS-CTL-FIELD        PIC X(04)   OCCURS 18 TIMES.
001480     05  FILLER              PIC X(08).
001490 01  WS-DFT-VALUES.
001500     05  FILLER              PIC X(36)   VALUE
001510         "000400080025010000010010000100100010".
001520     05  FILLER              PIC X(36)   VALUE
001530         "005000980095000100100010005000010005".
001540 01  WS-DFT-TABLE   REDEFINES WS-DFT-VALUES.
001550     05  WS-DFT-FIELD        PIC 9(04)   OCCURS 18 TIMES.
001560 01  WS-LIMITS.
001570     05  WS-LIMIT            PIC 9(04)   OCCURS 18 TIMES.
001580 01  WS-LIMITS-R    REDEFINES WS-LIMITS.
001590     05  WS-LIM-RC-AMBER     PIC 9(04).
001600     05  WS-LIM-RC-RED       PIC 9(04).
001610     05  WS-LIM-OPEN-AMBER   PIC 9(04).
001620     05  WS-LIM-OPEN-RED     PIC 9(04).
001630     05  WS-LIM-AGED-AMBER   PIC 9(04).
001640     05  WS-LIM-AGED-RED     PIC 9(04).
001650     05  WS-LIM-VIOL-AMBER   PIC 9(04).
001660     05  WS-LIM-VIOL-RED     PIC 9(04).
001670     05  WS-LIM-OOA-AMBER    PIC 9(04).
001680     05  WS-LIM-OOA-RED      PIC 9(04).
001690     05  WS-LIM-MATCH-AMBER  PIC 9(04).
001700     05  WS-LIM-MATCH-RED    PIC 9(04).
001710     05  WS-LIM-ERR-AMBER    PIC 9(04).
001720     05  WS-LIM-ERR-RED      PIC 9(04).
001730     05  WS-LIM-WARN-AMBER   PIC 9(04).
001740     05  WS-LIM-WARN-RED     PIC 9(04).
001750     05  WS-LIM-LAPSE-AMBER  PIC 9(04).
001760     05  WS-LIM-LAPSE-RED    PIC 9(04).
001770 77  WS-MATCH-PAIR           PIC 9(04)   COMP    VALUE 6.
001780*-----------------------------------------------------------*
001790*  BUSINESS DATE -- SELECTS THE NIGHT'S RUN RECORDS AND AGES *
001800*  THE SUSPENSE ITEMS                                        *
001810*-----------------------------------------------------------*
001820 01  WS-BUS-DATE             PIC X(08).
001830 01  WS-BUS-DATE-R  REDEFINES WS-BUS-DATE.
001840     05  WS-BUS-YYYY         PIC X(04).
001850     05  WS-BUS-MM           PIC X(02).
001860     05  WS-BUS-DD           PIC X(02).
001870 01  WS-BUS-DATE-STS         PIC 9(01).
001880 01  WS-BUS-DATE-MSG         PIC X(40).
001890 01  WS-DATE-NUM             PIC 9(08).
001900 77  WS-RUN-DAYS             PIC S9(09)  COMP    VALUE ZERO.
001910 77  WS-ADD-DAYS             PIC S9(09)  COMP    VALUE ZERO.
001920 77  WS-AGE-DAYS             PIC S9(09)  COMP    VALUE ZERO.
001930*-----------------------------------------------------------*
001940*  STEP TABLE -- ONE ENTRY PER JOB AND PROGRAM RUN ON THE    *
001950*  BUSINESS DATE.  THE HISTORY FILE IS APPEND-ORDERED, SO    *
001960*  THE LAST RECORD SEEN FOR A STEP IS ITS LATEST RUN AND A   *
001970*  CLEAN RERUN CLEARS AN EARLIER FAILURE.                    *
001980*-----------------------------------------------------------*
001990 77  WS-STEP-MAX             PIC 9(04)   COMP    VALUE 60.
002000 77  WS-STEP-CNT             PIC 9(04)   COMP    VALUE ZERO.
002010 77  WS-WORST-RC             PIC 9(02)           VALUE ZERO.
002020 01  WS-STEP-TABLE.
002030     05  WS-STEP-ENTRY       OCCURS 60 TIMES.
002040         10  WS-TBL-JOB      PIC X(08).
002050         10  WS-TBL-PGM      PIC X(20).
002060         10  WS-TBL-TIME.
002070             15  WS-TBL-HH   PIC X(02).
002080             15  WS-TBL-MI   PIC X(02).
002090             15  WS-TBL-SS   PIC X(02).
002100             15  FILLER      PIC X(02).
002110         10  WS-TBL-RC       PIC 9(02).
002120         10  WS-TBL-RUNS     PIC 9(04)   COMP.
002130*-----------------------------------------------------------*
002140*  OPEN SUSPENSE BY REASON (ROWS 1-5, ROW 6 ALL REASONS) AND *
002150*  AGE BRACKET (1 DAY / 2-7 / 8+, COLUMN 4 ALL AGES) -- THE  *
002160*  SAME REASONS AND BRACKETS AS THE GEOSUS01 AGING REPORT    *
002170*-----------------------------------------------------------*
002180 01  WS-SUS-TABLE.
002190     05  WS-SUS-ROW          OCCURS 6 TIMES.
002200         10  WS-SUS-CELL     PIC 9(09)   COMP    OCCURS 4 TIMES.
002210 77  WS-REASON-X             PIC 9(04)   COMP    VALUE ZERO.
002220 77  WS-AGE-X                PIC 9(04)   COMP    VALUE ZERO.
002230 01  WS-REASON-NAMES.
002240     05  FILLER              PIC X(24)   VALUE "BAD LEVEL".
002250     05  FILLER              PIC X(24)   VALUE "BAD LATITUDE".
002260     05  FILLER              PIC X(24)   VALUE "BAD LONGITUDE".
002270     05  FILLER              PIC X(24)   VALUE "NOT NUMERIC".
002280     05  FILLER              PIC X(24)   VALUE "POSTAL CODE".
002290     05  FILLER              PIC X(24)   VALUE "ALL REASONS".
002300 01  WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
002310     05  WS-REASON-NAME      PIC X(24)   OCCURS 6 TIMES.
002320*-----------------------------------------------------------*
002330*  VIEWS OF THE REPORT LINES THE NIGHT LEFT BEHIND -- ONLY   *
002340*  THE COLUMNS THAT CLASSIFY A LINE ARE NAMED                *
002350*-----------------------------------------------------------*
002360 01  WS-SCR-VIEW.
002370     05  WS-SCR-TYPE         PIC X(12).
002380         88  WS-SCR-IS-VIOLATION         VALUE "VIOLATION".
002390         88  WS-SCR-IS-OUT-OF-AREA       VALUE "OUT OF AREA".
002400     05  FILLER              PIC X(120).
002410 01  WS-CHK-VIEW.
002420     05  WS-CHK-SEV          PIC X(01).
002430         88  WS-CHK-IS-ERROR             VALUE "E".
002440         88  WS-CHK-IS-WARNING           VALUE "W".
002450     05  FILLER              PIC X(131).
002460 01  WS-EXP-VIEW.
002470     05  WS-EXP-PREFIX       PIC X(31).
002480     05  FILLER              PIC X(06).
002490     05  WS-EXP-TYPE         PIC X(01).
002500         88  WS-EXP-IS-RESTRICTED        VALUE "R".
002510         88  WS-EXP-IS-SERVICE           VALUE "S".
002520     05  FILLER              PIC X(94).
002530*-----------------------------------------------------------*
002540*  GRADES -- HELD AS THE RETURN CODE THEY STAND FOR: GREEN   *
002550*  0, AMBER 4, RED 8.  THE RUN ENDS WITH THE WORST.          *
002560*-----------------------------------------------------------*
002570 77  WS-GRD-VALUE            PIC 9(09)   COMP    VALUE ZERO.
002580 77  WS-GRD-AMBER            PIC 9(04)           VALUE ZERO.
002590 77  WS-GRD-RED              PIC 9(04)           VALUE ZERO.
002600 77  WS-GRD-RESULT           PIC 9(02)           VALUE ZERO.
002610 77  WS-GRD-RUNS             PIC 9(02)           VALUE ZERO.
002620 77  WS-GRD-SUSP             PIC 9(02)           VALUE ZERO.
002630 77  WS-GRD-SCRN             PIC 9(02)           VALUE ZERO.
002640 77  WS-GRD-RECON            PIC 9(02)           VALUE ZERO.
002650 77  WS-GRD-CHECK            PIC 9(02)           VALUE ZERO.
002660 77  WS-GRD-LAPSE            PIC 9(02)           VALUE ZERO.
002670 77  WS-GRD-OVERALL          PIC 9(02)           VALUE ZERO.
002680 01  WS-GRD-WORD             PIC X(05).
002690 77  WS-MATCH-RATE           PIC 9(03)V9(01)     VALUE ZERO.
002700 01  WS-SEC-NOTE-HOLD        PIC X(50).
002710*-----------------------------------------------------------*
002720*  REPORT LINES                                              *
002730*-----------------------------------------------------------*
002740 01  WS-TITLE-LINE.
002750     05  FILLER              PIC X(33)   VALUE
002760         "GEO3X3 MORNING OPERATIONS SUMMARY".
002770     05  FILLER              PIC X(04)   VALUE SPACE.
002780     05  FILLER              PIC X(15)   VALUE "BUSINESS DATE: ".
002790     05  WS-TTL-DATE         PIC X(10).
002800     05  FILLER              PIC X(04)   VALUE SPACE.
002810     05  FILLER              PIC X(09)   VALUE "OVERALL: ".
002820     05  WS-TTL-GRADE        PIC X(05).
002830     05  FILLER              PIC X(52)   VALUE SPACE.
002840 01  WS-SEC-LINE.
002850     05  WS-SEC-TITLE        PIC X(51).
002860     05  FILLER              PIC X(04)   VALUE SPACE.
002870     05  FILLER              PIC X(07)   VALUE "GRADE: ".
002880     05  WS-SEC-GRADE        PIC X(05).
002890     05  FILLER              PIC X(02)   VALUE SPACE.
002900     05  WS-SEC-NOTE         PIC X(50).
002910     05  FILLER              PIC X(13)   VALUE SPACE.
002920 01  WS-CNT-LINE.
002930     05  FILLER              PIC X(04)   VALUE SPACE.
002940     05  WS-CNT-LABEL        PIC X(36).
002950     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
002960     05  FILLER              PIC X(04)   VALUE SPACE.
002970     05  WS-CNT-LIMITS       PIC X(40).
002980     05  FILLER              PIC X(37)   VALUE SPACE.
002990 01  WS-PCT-LINE.
003000     05  FILLER              PIC X(04)   VALUE SPACE.
003010     05  WS-PCT-LABEL        PIC X(36).
003020     05  FILLER              PIC X(05)   VALUE SPACE.
003030     05  WS-PCT-RATE         PIC ZZ9.9.
003040     05  WS-PCT-RATE-X  REDEFINES WS-PCT-RATE
003050                             PIC X(05).
003060     05  FILLER              PIC X(01)   VALUE "%".
003070     05  FILLER              PIC X(04)   VALUE SPACE.
003080     05  WS-PCT-LIMITS       PIC X(40).
003090     05  FILLER              PIC X(37)   VALUE SPACE.
003100 01  WS-LIM-TEXT.
003110     05  WS-LIM-AMBER-WORD   PIC X(09).
003120     05  WS-LIM-AMBER        PIC ZZZ9.
003130     05  WS-LIM-AMBER-X REDEFINES WS-LIM-AMBER
003140                             PIC X(04).
003150     05  FILLER              PIC X(02)   VALUE SPACE.
003160     05  WS-LIM-RED-WORD     PIC X(07).
003170     05  WS-LIM-RED          PIC ZZZ9.
003180     05  WS-LIM-RED-X   REDEFINES WS-LIM-RED
003190                             PIC X(04).
003200     05  FILLER              PIC X(14)   VALUE SPACE.
003210 01  WS-STEP-LINE.
003220     05  FILLER              PIC X(04).
003230     05  WS-STP-ENTRY        OCCURS 2 TIMES.
003240         10  WS-STP-JOB      PIC X(08).
003250         10  FILLER          PIC X(01).
003260         10  WS-STP-PGM      PIC X(20).
003270         10  FILLER          PIC X(01).
003280         10  WS-STP-TIME.
003290             15  WS-STP-HH   PIC X(02).
003300             15  WS-STP-C1   PIC X(01).
003310             15  WS-STP-MI   PIC X(02).
003320             15  WS-STP-C2   PIC X(01).
003330             15  WS-STP-SS   PIC X(02).
003340         10  WS-STP-RC-LIT   PIC X(04).
003350         10  WS-STP-RC       PIC Z9.
003360         10  WS-STP-RUNS-LIT PIC X(06).
003370         10  WS-STP-RUNS     PIC ZZ9.
003380         10  WS-STP-FLAG     PIC X(03).
003390         10  FILLER          PIC X(04).
003400     05  FILLER              PIC X(08).
003410 01  WS-SUS-HDR.
003420     05  FILLER              PIC X(04)   VALUE SPACE.
003430     05  FILLER              PIC X(24)   VALUE "REASON".
003440     05  FILLER              PIC X(11)   VALUE "      1 DAY".
003450     05  FILLER              PIC X(11)   VALUE "   2-7 DAYS".
003460     05  FILLER              PIC X(11)   VALUE "    8+ DAYS".
003470     05  FILLER              PIC X(11)   VALUE "      TOTAL".
003480     05  FILLER              PIC X(60)   VALUE SPACE.
003490 01  WS-SUS-LINE.
003500     05  FILLER              PIC X(04)   VALUE SPACE.
003510     05  WS-SUS-LABEL        PIC X(24).
003520     05  WS-SUS-COL          OCCURS 4 TIMES.
003530         10  FILLER          PIC X(04).
003540         10  WS-SUS-COUNT    PIC ZZZ,ZZ9.
003550     05  FILLER              PIC X(60)   VALUE SPACE.
003560 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACE.
003570 LINKAGE                     SECTION.
003580 PROCEDURE                   DIVISION.
003590 0000-MAINLINE                  SECTION.
003600 0000-START.
003610     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
003620     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
003630         UNTIL     WS-EOF.
003640     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
003650     STOP RUN.
003660 0000-MAINLINE-EXIT.
003670     EXIT.
003680*-----------------------------------------------------------*
003690*  1000-INITIALIZE  --  TAKE THE BUSINESS DATE AND THE       *
003700*                       CONTROL CARD, TALLY THE NIGHT'S      *
003710*                       SUSPENSE, SCREEN, RECON, INTEGRITY   *
003720*                       AND EXPIRY OUTPUT, THEN READ THE     *
003730*                       FIRST RUN-HISTORY RECORD             *
003740*-----------------------------------------------------------*
003750 1000-INITIALIZE                SECTION.
003760 1000-INITIALIZE-START.
003770*    THE SUMMARY NORMALLY RUNS AFTER GEODTE02 HAS CLOSED THE
003780*    NIGHT, SO A CLOSED DATE IS WHAT IT EXPECTS; ONLY A MISSING
003790*    CONTROL RECORD STOPS THE RUN, AS IN GEO3X3_RUNSTAT.
003800     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
003810                                 BY  REFERENCE   WS-BUS-DATE-STS
003820                                 BY  REFERENCE   WS-BUS-DATE-MSG
003830     END-CALL.
003840     IF      WS-BUS-DATE-STS =   2   THEN
003850         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
003860         MOVE    "Y"         TO  WS-DATE-BAD-SW
003870         MOVE    "Y"         TO  WS-EOF-SW
003880         GO  TO  1000-INITIALIZE-EXIT
003890     END-IF.
003900     STRING   WS-BUS-MM  "/"  WS-BUS-DD  "/"  WS-BUS-YYYY
003910         DELIMITED BY  SIZE
003920         INTO    WS-TTL-DATE
003930     END-STRING.
003940     MOVE    WS-BUS-DATE         TO  WS-DATE-NUM.
003950     COMPUTE WS-RUN-DAYS =
003960         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
003970     PERFORM   1200-LOAD-CARD     THRU    1200-LOAD-CARD-EXIT.
003980     IF      WS-PARM-BAD     THEN
003990         MOVE    "Y"         TO  WS-EOF-SW
004000         GO  TO  1000-INITIALIZE-EXIT
004010     END-IF.
004020     INITIALIZE  WS-SUS-TABLE.
004030     OPEN    INPUT    SUSPIN.
004040     PERFORM   1300-TALLY-SUSPENSE
004050         THRU    1300-TALLY-SUSPENSE-EXIT
004060         UNTIL     WS-SUS-EOF.
004070     CLOSE   SUSPIN.
004080     OPEN    INPUT    SCRNRPT.
004090     PERFORM   1400-TALLY-SCREEN  THRU    1400-TALLY-SCREEN-EXIT
004100         UNTIL     WS-SCR-EOF.
004110     CLOSE   SCRNRPT.
004120     OPEN    INPUT    RECONIN.
004130     PERFORM   1500-TALLY-RECON   THRU    1500-TALLY-RECON-EXIT
004140         UNTIL     WS-RCN-EOF.
004150     CLOSE   RECONIN.
004160     OPEN    INPUT    CHKRPT.
004170     PERFORM   1600-TALLY-INTEGRITY
004180         THRU    1600-TALLY-INTEGRITY-EXIT
004190         UNTIL     WS-CHK-EOF.
004200     CLOSE   CHKRPT.
004210     OPEN    INPUT    EXPYRPT.
004220     PERFORM   1700-TALLY-EXPIRY  THRU    1700-TALLY-EXPIRY-EXIT
004230         UNTIL     WS-EXP-EOF.
004240     CLOSE   EXPYRPT.
004250     OPEN    INPUT    RUNHIST.
004260     OPEN    OUTPUT   RPTFILE.
004270     PERFORM   1100-READ-RUNHIST
004280         THRU    1100-READ-RUNHIST-EXIT.
004290 1000-INITIALIZE-EXIT.
004300     EXIT.
004310 1100-READ-RUNHIST              SECTION.
004320 1100-READ-RUNHIST-START.
004330     READ    RUNHIST
004340         AT END
004350             MOVE    "Y"         TO  WS-EOF-SW
004360         NOT AT END
004370             ADD     1           TO  WS-HIST-READ
004380     END-READ.
004390 1100-READ-RUNHIST-EXIT.
004400     EXIT.
004410*-----------------------------------------------------------*
004420*  1200-LOAD-CARD  --  READ THE CONTROL CARD AND SETTLE THE  *
004430*                      EIGHTEEN THRESHOLDS                   *
004440*-----------------------------------------------------------*
004450 1200-LOAD-CARD                 SECTION.
004460 1200-LOAD-CARD-START.
004470     OPEN    INPUT    PARMFILE.
004480     MOVE    SPACE               TO  WS-CTL-CARD.
004490     READ    PARMFILE    INTO    WS-CTL-CARD
004500         AT END
004510             DISPLAY "CONTROL CARD MISSING"
004520             MOVE    "Y"         TO  WS-PARM-BAD-SW
004530     END-READ.
004540     CLOSE   PARMFILE.
004550     IF      WS-PARM-BAD     THEN
004560         GO  TO  1200-LOAD-CARD-EXIT
004570     END-IF.
004580     PERFORM   1210-EDIT-CARD-FIELD
004590         THRU    1210-EDIT-CARD-FIELD-EXIT
004600         VARYING   WS-T       FROM    1   BY  2
004610         UNTIL     WS-T       >   18.
004620 1200-LOAD-CARD-EXIT.
004630     EXIT.
004640*-----------------------------------------------------------*
004650*  1210-EDIT-CARD-FIELD  --  ONE AMBER/RED PAIR OFF THE CARD *
004660*                            (WS-T IS THE AMBER, WS-U THE    *
004670*                            RED).  BLANK TAKES THE DEFAULT. *
004680*-----------------------------------------------------------*
004690 1210-EDIT-CARD-FIELD           SECTION.
004700 1210-EDIT-CARD-FIELD-START.
004710     COMPUTE WS-U    =   WS-T    +   1.
004720     IF      WS-CTL-FIELD(WS-T)  =   SPACE   THEN
004730         MOVE    WS-DFT-FIELD(WS-T)  TO  WS-LIMIT(WS-T)
004740     ELSE
004750         IF      WS-CTL-FIELD(WS-T)  IS NOT NUMERIC  THEN
004760             DISPLAY "CONTROL CARD FIGURE " WS-T
004770                     " NOT NUMERIC: " WS-CTL-FIELD(WS-T)
004780             MOVE    "Y"         TO  WS-PARM-BAD-SW
004790             GO  TO  1210-EDIT-CARD-FIELD-EXIT
004800         END-IF
004810         MOVE    WS-CTL-FIELD(WS-T)  TO  WS-LIMIT(WS-T)
004820     END-IF.
004830     IF      WS-CTL-FIELD(WS-U)  =   SPACE   THEN
004840         MOVE    WS-DFT-FIELD(WS-U)  TO  WS-LIMIT(WS-U)
004850     ELSE
004860         IF      WS-CTL-FIELD(WS-U)  IS NOT NUMERIC  THEN
004870             DISPLAY "CONTROL CARD FIGURE " WS-U
004880                     " NOT NUMERIC: " WS-CTL-FIELD(WS-U)
004890             MOVE    "Y"         TO  WS-PARM-BAD-SW
004900             GO  TO  1210-EDIT-CARD-FIELD-EXIT
004910         END-IF
004920         MOVE    WS-CTL-FIELD(WS-U)  TO  WS-LIMIT(WS-U)
004930     END-IF.
004940*    WITH BOTH LEVELS IN USE, RED MUST BE THE HARDER TO TRIP --
004950*    A HIGHER COUNT, OR FOR THE MATCH RATE A LOWER PERCENT.
004960     IF      WS-LIMIT(WS-T)  =   ZERO
004970         OR  WS-LIMIT(WS-U)  =   ZERO    THEN
004980         GO  TO  1210-EDIT-CARD-FIELD-EXIT
004990     END-IF.
005000     IF      WS-U    =   WS-MATCH-PAIR * 2   THEN
005010         IF      WS-LIMIT(WS-U)  >   WS-LIMIT(WS-T)  THEN
005020             DISPLAY "CONTROL CARD FIGURES " WS-T " AND "
005030                     WS-U " OUT OF ORDER"
005040             MOVE    "Y"         TO  WS-PARM-BAD-SW
005050         END-IF
005060     ELSE
005070         IF      WS-LIMIT(WS-U)  <   WS-LIMIT(WS-T)  THEN
005080             DISPLAY "CONTROL CARD FIGURES " WS-T " AND "
005090                     WS-U " OUT OF ORDER"
005100             MOVE    "Y"         TO  WS-PARM-BAD-SW
005110         END-IF
005120     END-IF.
005130 1210-EDIT-CARD-FIELD-EXIT.
005140     EXIT.
005150*-----------------------------------------------------------*
005160*  1300-TALLY-SUSPENSE  --  ONE SUSPENSE RECORD.  ONLY OPEN  *
005170*                           ITEMS COUNT; A REPAIRED ONE IS   *
005180*                           WAITING FOR THE RECYCLE STEP.    *
005190*-----------------------------------------------------------*
005200 1300-TALLY-SUSPENSE            SECTION.
005210 1300-TALLY-SUSPENSE-START.
005220     READ    SUSPIN
005230         AT END
005240             MOVE    "Y"         TO  WS-SUS-EOF-SW
005250             GO  TO  1300-TALLY-SUSPENSE-EXIT
005260     END-READ.
005270     ADD     1                   TO  WS-SUS-READ.
005280     IF      GEO3X-SU-REPAIRED   THEN
005290         ADD     1               TO  WS-SUS-REPAIRED
005300         GO  TO  1300-TALLY-SUSPENSE-EXIT
005310     END-IF.
005320     ADD     1                   TO  WS-SUS-OPEN.
005330     EVALUATE    TRUE
005340         WHEN    GEO3X-SU-BAD-LEVEL
005350             MOVE    1           TO  WS-REASON-X
005360         WHEN    GEO3X-SU-BAD-LAT
005370             MOVE    2           TO  WS-REASON-X
005380         WHEN    GEO3X-SU-BAD-LNG
005390             MOVE    3           TO  WS-REASON-X
005400         WHEN    GEO3X-SU-POSTAL-UNMATCH
005410             MOVE    5           TO  WS-REASON-X
005420         WHEN    OTHER
005430             MOVE    4           TO  WS-REASON-X
005440     END-EVALUATE.
005450     PERFORM   1310-AGE-SUSPENSE  THRU    1310-AGE-SUSPENSE-EXIT.
005460     ADD     1           TO  WS-SUS-CELL(WS-REASON-X, WS-AGE-X).
005470     ADD     1           TO  WS-SUS-CELL(WS-REASON-X, 4).
005480     ADD     1           TO  WS-SUS-CELL(6, WS-AGE-X).
005490     ADD     1           TO  WS-SUS-CELL(6, 4).
005500     IF      WS-AGE-X    =   3   THEN
005510         ADD     1               TO  WS-SUS-AGED
005520     END-IF.
005530 1300-TALLY-SUSPENSE-EXIT.
005540     EXIT.
005550*-----------------------------------------------------------*
005560*  1310-AGE-SUSPENSE  --  AGE BRACKET AGAINST THE BUSINESS   *
005570*                         DATE.  A DATE THAT WILL NOT        *
005580*                         CONVERT AGES INTO THE OLDEST       *
005590*                         BRACKET, AS ON THE AGING REPORT.   *
005600*-----------------------------------------------------------*
005610 1310-AGE-SUSPENSE              SECTION.
005620 1310-AGE-SUSPENSE-START.
005630     IF      GEO3X-SU-DATE-ADDED IS NOT NUMERIC  THEN
005640         MOVE    3               TO  WS-AGE-X
005650         GO  TO  1310-AGE-SUSPENSE-EXIT
005660     END-IF.
005670     MOVE    GEO3X-SU-DATE-ADDED TO  WS-DATE-NUM.
005680     COMPUTE WS-ADD-DAYS =
005690         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
005700     COMPUTE WS-AGE-DAYS =   WS-RUN-DAYS    -   WS-ADD-DAYS.
005710     EVALUATE    TRUE
005720         WHEN    WS-AGE-DAYS <=  1
005730             MOVE    1           TO  WS-AGE-X
005740         WHEN    WS-AGE-DAYS <=  7
005750             MOVE    2           TO  WS-AGE-X
005760         WHEN    OTHER
005770             MOVE    3           TO  WS-AGE-X
005780     END-EVALUATE.
005790 1310-AGE-SUSPENSE-EXIT.
005800     EXIT.
005810*-----------------------------------------------------------*
005820*  1400-TALLY-SCREEN  --  ONE ZONE-SCREEN EXCEPTION LINE     *
005830*-----------------------------------------------------------*
005840 1400-TALLY-SCREEN              SECTION.
005850 1400-TALLY-SCREEN-START.
005860     READ    SCRNRPT     INTO    WS-SCR-VIEW
005870         AT END
005880             MOVE    "Y"         TO  WS-SCR-EOF-SW
005890             GO  TO  1400-TALLY-SCREEN-EXIT
005900     END-READ.
005910     EVALUATE    TRUE
005920         WHEN    WS-SCR-IS-VIOLATION
005930             ADD     1           TO  WS-SCR-VIOLATION
005940         WHEN    WS-SCR-IS-OUT-OF-AREA
005950             ADD     1           TO  WS-SCR-OUT-OF-AREA
005960         WHEN    OTHER
005970             CONTINUE
005980     END-EVALUATE.
005990 1400-TALLY-SCREEN-EXIT.
006000     EXIT.
006010*-----------------------------------------------------------*
006020*  1500-TALLY-RECON  --  ONE RECONCILIATION RESULT           *
006030*-----------------------------------------------------------*
006040 1500-TALLY-RECON               SECTION.
006050 1500-TALLY-RECON-START.
006060     READ    RECONIN
006070         AT END
006080             MOVE    "Y"         TO  WS-RCN-EOF-SW
006090             GO  TO  1500-TALLY-RECON-EXIT
006100     END-READ.
006110     ADD     1                   TO  WS-RCN-READ.
006120     EVALUATE    TRUE
006130         WHEN    GEO3X-ROUT-MATCHED
006140             ADD     1           TO  WS-RCN-MATCHED
006150         WHEN    GEO3X-ROUT-MISMATCHED
006160             ADD     1           TO  WS-RCN-MISMATCHED
006170         WHEN    GEO3X-ROUT-NO-GPS-READING
006180             ADD     1           TO  WS-RCN-NO-READING
006190         WHEN    GEO3X-ROUT-ORPHAN-GPS-READING
006200             ADD     1           TO  WS-RCN-ORPHANED
006210         WHEN    OTHER
006220             CONTINUE
006230     END-EVALUATE.
006240 1500-TALLY-RECON-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------*
006270*  1600-TALLY-INTEGRITY  --  ONE MASTER INTEGRITY FINDING    *
006280*-----------------------------------------------------------*
006290 1600-TALLY-INTEGRITY           SECTION.
006300 1600-TALLY-INTEGRITY-START.
006310     READ    CHKRPT      INTO    WS-CHK-VIEW
006320         AT END
006330             MOVE    "Y"         TO  WS-CHK-EOF-SW
006340             GO  TO  1600-TALLY-INTEGRITY-EXIT
006350     END-READ.
006360     EVALUATE    TRUE
006370         WHEN    WS-CHK-IS-ERROR
006380             ADD     1           TO  WS-CHK-ERRORS
006390         WHEN    WS-CHK-IS-WARNING
006400             ADD     1           TO  WS-CHK-WARNINGS
006410         WHEN    OTHER
006420             CONTINUE
006430     END-EVALUATE.
006440 1600-TALLY-INTEGRITY-EXIT.
006450     EXIT.
006460*-----------------------------------------------------------*
006470*  1700-TALLY-EXPIRY  --  ONE ZONE LAPSING IN THE FORTNIGHT  *
006480*-----------------------------------------------------------*
006490 1700-TALLY-EXPIRY              SECTION.
006500 1700-TALLY-EXPIRY-START.
006510     READ    EXPYRPT     INTO    WS-EXP-VIEW
006520         AT END
006530             MOVE    "Y"         TO  WS-EXP-EOF-SW
006540             GO  TO  1700-TALLY-EXPIRY-EXIT
006550     END-READ.
006560     IF      WS-EXP-PREFIX   =   SPACE   THEN
006570         GO  TO  1700-TALLY-EXPIRY-EXIT
006580     END-IF.
006590     ADD     1                   TO  WS-EXP-TOTAL.
006600     EVALUATE    TRUE
006610         WHEN    WS-EXP-IS-SERVICE
006620             ADD     1           TO  WS-EXP-SERVICE
006630         WHEN    WS-EXP-IS-RESTRICTED
006640             ADD     1           TO  WS-EXP-RESTRICTED
006650         WHEN    OTHER
006660             CONTINUE
006670     END-EVALUATE.
006680 1700-TALLY-EXPIRY-EXIT.
006690     EXIT.
006700*-----------------------------------------------------------*
006710*  2000-PROCESS  --  ONE RUN-HISTORY RECORD.  A RUN FOR THE  *
006720*                    BUSINESS DATE GOES INTO THE STEP TABLE  *
006730*                    AS THAT STEP'S LATEST RUN.              *
006740*-----------------------------------------------------------*
006750 2000-PROCESS                   SECTION.
006760 2000-PROCESS-START.
006770     IF      GEO3X-RC-DATE   NOT =   WS-BUS-DATE THEN
006780         GO  TO  2000-PROCESS-READ
006790     END-IF.
006800     ADD     1                   TO  WS-HIST-TODAY.
006810     MOVE    "N"                 TO  WS-STEP-FOUND-SW.
006820     PERFORM   2100-FIND-STEP     THRU    2100-FIND-STEP-EXIT
006830         VARYING   WS-T       FROM    1   BY  1
006840         UNTIL     WS-T       >   WS-STEP-CNT
006850                   OR  WS-STEP-FOUND.
006860     IF      NOT WS-STEP-FOUND   THEN
006870         IF      WS-STEP-CNT >=  WS-STEP-MAX THEN
006880*            NO ROOM TO LIST IT, BUT ITS RETURN CODE STILL
006890*            COUNTS TOWARD THE GRADE.
006900             ADD     1               TO  WS-STEPS-OVERFLOW
006910             IF      GEO3X-RC-RETURN-CD  >   WS-WORST-RC THEN
006920                 MOVE    GEO3X-RC-RETURN-CD  TO  WS-WORST-RC
006930             END-IF
006940             GO  TO  2000-PROCESS-READ
006950         END-IF
006960         ADD     1                   TO  WS-STEP-CNT
006970         MOVE    WS-STEP-CNT         TO  WS-T
006980         MOVE    GEO3X-RC-JOB        TO  WS-TBL-JOB(WS-T)
006990         MOVE    GEO3X-RC-PROGRAM    TO  WS-TBL-PGM(WS-T)
007000         MOVE    ZERO                TO  WS-TBL-RUNS(WS-T)
007010     END-IF.
007020     MOVE    GEO3X-RC-TIME       TO  WS-TBL-TIME(WS-T).
007030     MOVE    GEO3X-RC-RETURN-CD  TO  WS-TBL-RC(WS-T).
007040     ADD     1                   TO  WS-TBL-RUNS(WS-T).
007050 2000-PROCESS-READ.
007060     PERFORM   1100-READ-RUNHIST
007070         THRU    1100-READ-RUNHIST-EXIT.
007080 2000-PROCESS-EXIT.
007090     EXIT.
007100*-----------------------------------------------------------*
007110*  2100-FIND-STEP  --  MATCH THE RUN TO A TABLE ENTRY BY JOB *
007120*                      AND PROGRAM.  WS-T IS LEFT ON THE     *
007130*                      ENTRY FOUND.                          *
007140*-----------------------------------------------------------*
007150 2100-FIND-STEP                 SECTION.
007160 2100-FIND-STEP-START.
007170     IF      WS-TBL-JOB(WS-T)    =   GEO3X-RC-JOB
007180         AND WS-TBL-PGM(WS-T)    =   GEO3X-RC-PROGRAM    THEN
007190         MOVE    "Y"             TO  WS-STEP-FOUND-SW
007200*        UNDO THE STEP THE VARYING LOOP IS ABOUT TO TAKE
007210         SUBTRACT    1           FROM    WS-T
007220     END-IF.
007230 2100-FIND-STEP-EXIT.
007240     EXIT.
007250*-----------------------------------------------------------*
007260*  3000-TERMINATE  --  GRADE EACH SECTION, PRINT THE PAGE,   *
007270*                      END WITH THE WORST GRADE AS THE       *
007280*                      RETURN CODE                           *
007290*-----------------------------------------------------------*
007300 3000-TERMINATE                 SECTION.
007310 3000-TERMINATE-START.
007320     IF      WS-DATE-BAD
007330         OR  WS-PARM-BAD     THEN
007340         MOVE    12          TO  RETURN-CODE
007350         GO  TO  3000-TERMINATE-EXIT
007360     END-IF.
007370     PERFORM   3100-GRADE-SECTIONS
007380         THRU    3100-GRADE-SECTIONS-EXIT.
007390     MOVE    WS-GRD-OVERALL      TO  WS-GRD-RESULT.
007400     PERFORM   9200-GRADE-WORD    THRU    9200-GRADE-WORD-EXIT.
007410     MOVE    WS-GRD-WORD         TO  WS-TTL-GRADE.
007420     WRITE   RPT-REC             FROM    WS-TITLE-LINE.
007430     PERFORM   3200-PRINT-RUNS    THRU    3200-PRINT-RUNS-EXIT.
007440     PERFORM   3300-PRINT-SUSPENSE
007450         THRU    3300-PRINT-SUSPENSE-EXIT.
007460     PERFORM   3400-PRINT-SCREEN  THRU    3400-PRINT-SCREEN-EXIT.
007470     PERFORM   3500-PRINT-RECON   THRU    3500-PRINT-RECON-EXIT.
007480     PERFORM   3600-PRINT-INTEGRITY
007490         THRU    3600-PRINT-INTEGRITY-EXIT.
007500     PERFORM   3700-PRINT-EXPIRY  THRU    3700-PRINT-EXPIRY-EXIT.
007510     DISPLAY "HISTORY RECORDS READ= " WS-HIST-READ.
007520     DISPLAY "RUNS ON THE DATE    = " WS-HIST-TODAY.
007530     DISPLAY "SUSPENSE READ       = " WS-SUS-READ.
007540     DISPLAY "RECON RESULTS READ  = " WS-RCN-READ.
007550     DISPLAY "OVERALL GRADE       = " WS-TTL-GRADE.
007560     CLOSE   RUNHIST.
007570     CLOSE   RPTFILE.
007580     MOVE    WS-GRD-OVERALL      TO  RETURN-CODE.
007590 3000-TERMINATE-EXIT.
007600     EXIT.
007610*-----------------------------------------------------------*
007620*  3100-GRADE-SECTIONS  --  GRADE EVERY SECTION FROM ITS     *
007630*                           COUNTS; THE OVERALL GRADE IS THE *
007640*                           WORST OF THEM                    *
007650*-----------------------------------------------------------*
007660 3100-GRADE-SECTIONS            SECTION.
007670 3100-GRADE-SECTIONS-START.
007680*    RUN CONTROL -- THE WORST LATEST RETURN CODE.  A NIGHT
007690*    WITH NO RUNS ON FILE AT ALL IS AMBER AT LEAST.
007700     PERFORM   3110-WORST-STEP    THRU    3110-WORST-STEP-EXIT
007710         VARYING   WS-T       FROM    1   BY  1
007720         UNTIL     WS-T       >   WS-STEP-CNT.
007730     MOVE    WS-WORST-RC         TO  WS-GRD-VALUE.
007740     MOVE    WS-LIM-RC-AMBER     TO  WS-GRD-AMBER.
007750     MOVE    WS-LIM-RC-RED       TO  WS-GRD-RED.
007760     PERFORM   9100-GRADE-COUNT   THRU    9100-GRADE-COUNT-EXIT.
007770     MOVE    WS-GRD-RESULT       TO  WS-GRD-RUNS.
007780     IF      WS-HIST-TODAY   =   ZERO
007790         AND WS-GRD-RUNS     <   4   THEN
007800         MOVE    4               TO  WS-GRD-RUNS
007810     END-IF.
007820*    SUSPENSE -- OPEN ITEMS, AND OPEN ITEMS 8+ DAYS OLD.
007830     MOVE    WS-SUS-OPEN         TO  WS-GRD-VALUE.
007840     MOVE    WS-LIM-OPEN-AMBER   TO  WS-GRD-AMBER.
007850     MOVE    WS-LIM-OPEN-RED     TO  WS-GRD-RED.
007860     PERFORM   9100-GRADE-COUNT   THRU    9100-GRADE-COUNT-EXIT.
007870     MOVE    WS-GRD-RESULT       TO  WS-GRD-SUSP.
007880     MOVE    WS-SUS-AGED         TO  WS-GRD-VALUE.
007890     MOVE    WS-LIM-AGED-AMBER   TO  WS-GRD-AMBER.
007900     MOVE    WS-LIM-AGED-RED     TO  WS-GRD-RED.
007910     PERFORM   9100-GRADE-COUNT   THRU    9100-GRADE-COUNT-EXIT.
007920     IF      WS-GRD-RESULT   >   WS-GRD-SUSP THEN
007930         MOVE    WS-GRD-RESULT   TO  WS-GRD-SUSP
007940     END-IF.
007950*    ZONE SCREEN -- VIOLATIONS AND OUT-OF-AREA.
007960     MOVE    WS-SCR-VIOLATION    TO  WS-GRD-VALUE.
007970     MOVE    WS-LIM-VIOL-AMBER   TO  WS-GRD-AMBER.
007980     MOVE    WS-LIM-VIOL-RED     TO  WS-GRD-RED.
007990     PERFORM   9100-GRADE-COUNT   THRU    9100-GRADE-COUNT-EXIT.
008000     MOVE    WS-GRD-RESULT       TO  WS-GRD-SCRN.
008010     MOVE    WS-SCR-OUT-OF-AREA  TO  WS-GRD-VALUE.
008020     MOVE    WS-LIM-OOA-AMBER    TO  WS-GRD-AMBER.
008030     MOVE    WS-LIM-OOA-RED      TO  WS-GRD-RED.
008040     PERFORM   9100-GRADE-COUNT   THRU    9100-GRADE-COUNT-EXIT.
008050     IF      WS-GRD-RESULT   >   WS-GRD-SCRN THEN
008060         MOVE    WS-GRD-RESULT   TO  WS-GRD-SCRN
008070     END-IF.
008080*    RECON -- MATCHED AS A PERCENT OF THE DELIVERIES THAT
008090*    HAD A READING TO JUDGE.  NOTHING TO JUDGE IS AMBER.
008100     COMPUTE WS-RCN-JUDGED   =   WS-RCN-MATCHED
008110         +   WS-RCN-MISMATCHED
008120     END-COMPUTE.
008130     IF      WS-RCN-JUDGED   =   ZERO    THEN
008140         MOVE    4               TO  WS-GRD-RECON
008150     ELSE
008160         COMPUTE WS-MATCH-RATE   ROUNDED =
008170             (WS-RCN-MATCHED *   100)    /   WS-RCN-JUDGED
008180         END-COMPUTE
008190         EVALUATE    TRUE
008200             WHEN    WS-MATCH-RATE   <   WS-LIM-MATCH-RED
008210                 MOVE    8       TO  WS-GRD-RECON
008220             WHEN    WS-MATCH-RATE   <   WS-LIM-MATCH-AMBER
008230                 MOVE    4       TO  WS-GRD-RECON
008240             WHEN    OTHER
008250                 MOVE    ZERO    TO  WS-GRD-RECON
008260         END-EVALUATE
008270     END-IF.
008280*    MASTER INTEGRITY -- ERRORS AND WARNINGS.
008290     MOVE    WS-CHK-ERRORS       TO  WS-GRD-VALUE.
008300     MOVE    WS-LIM-ERR-AMBER    TO  WS-GRD-AMBER.
008310     MOVE    WS-LIM-ERR-RED      TO  WS-GRD-RED.
008320     PERFORM   9100-GRADE-COUNT   THRU    9100-GRADE-COUNT-EXIT.
008330     MOVE    WS-GRD-RESULT       TO  WS-GRD-CHECK.
008340     MOVE    WS-CHK-WARNINGS     TO  WS-GRD-VALUE.
008350     MOVE    WS-LIM-WARN-AMBER   TO  WS-GRD-AMBER.
008360     MOVE    WS-LIM-WARN-RED     TO  WS-GRD-RED.
008370     PERFORM   9100-GRADE-COUNT   THRU    9100-GRADE-COUNT-EXIT.
008380     IF      WS-GRD-RESULT   >   WS-GRD-CHECK    THEN
008390         MOVE    WS-GRD-RESULT   TO  WS-GRD-CHECK
008400     END-IF.
008410*    ZONE EXPIRY -- ZONES LAPSING IN THE NEXT FOURTEEN DAYS.
008420     MOVE    WS-EXP-TOTAL        TO  WS-GRD-VALUE.
008430     MOVE    WS-LIM-LAPSE-AMBER  TO  WS-GRD-AMBER.
008440     MOVE    WS-LIM-LAPSE-RED    TO  WS-GRD-RED.
008450     PERFORM   9100-GRADE-COUNT   THRU    9100-GRADE-COUNT-EXIT.
008460     MOVE    WS-GRD-RESULT       TO  WS-GRD-LAPSE.
008470     MOVE    WS-GRD-RUNS         TO  WS-GRD-OVERALL.
008480     IF      WS-GRD-SUSP     >   WS-GRD-OVERALL  THEN
008490         MOVE    WS-GRD-SUSP     TO  WS-GRD-OVERALL
008500     END-IF.
008510     IF      WS-GRD-SCRN     >   WS-GRD-OVERALL  THEN
008520         MOVE    WS-GRD-SCRN     TO  WS-GRD-OVERALL
008530     END-IF.
008540     IF      WS-GRD-RECON    >   WS-GRD-OVERALL  THEN
008550         MOVE    WS-GRD-RECON    TO  WS-GRD-OVERALL
008560     END-IF.
008570     IF      WS-GRD-CHECK    >   WS-GRD-OVERALL  THEN
008580         MOVE    WS-GRD-CHECK    TO  WS-GRD-OVERALL
008590     END-IF.
008600     IF      WS-GRD-LAPSE    >   WS-GRD-OVERALL  THEN
008610         MOVE    WS-GRD-LAPSE    TO  WS-GRD-OVERALL
008620     END-IF.
008630 3100-GRADE-SECTIONS-EXIT.
008640     EXIT.
008650 3110-WORST-STEP                SECTION.
008660 3110-WORST-STEP-START.
008670     IF      WS-TBL-RC(WS-T) >   WS-WORST-RC THEN
008680         MOVE    WS-TBL-RC(WS-T) TO  WS-WORST-RC
008690     END-IF.
008700 3110-WORST-STEP-EXIT.
008710     EXIT.
008720*-----------------------------------------------------------*
008730*  3200-PRINT-RUNS  --  RUN-CONTROL SECTION: THE WORST RC    *
008740*                       AND EVERY STEP, TWO TO A LINE.  A    *
008750*                       STEP AT OR PAST THE AMBER RC IS      *
008760*                       MARKED **.                           *
008770*-----------------------------------------------------------*
008780 3200-PRINT-RUNS                SECTION.
008790 3200-PRINT-RUNS-START.
008800     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
008810     MOVE    "RUN CONTROL -- LATEST RC OF EACH STEP"
008820                                 TO  WS-SEC-TITLE.
008830     MOVE    SPACE               TO  WS-SEC-NOTE-HOLD.
008840     IF      WS-HIST-TODAY   =   ZERO    THEN
008850         MOVE    "NO RUNS ON FILE FOR THE BUSINESS DATE"
008860                                 TO  WS-SEC-NOTE-HOLD
008870     END-IF.
008880     IF      WS-STEPS-OVERFLOW   >   ZERO    THEN
008890         MOVE    "STEP TABLE FULL - NOT EVERY STEP IS LISTED"
008900                                 TO  WS-SEC-NOTE-HOLD
008910     END-IF.
008920     MOVE    WS-GRD-RUNS         TO  WS-GRD-RESULT.
008930     PERFORM   3900-WRITE-SECTION THRU    3900-WRITE-SECTION-EXIT.
008940     MOVE    "STEPS RUN ON THE BUSINESS DATE"
008950                                 TO  WS-CNT-LABEL.
008960     MOVE    WS-STEP-CNT         TO  WS-CNT-COUNT.
008970     MOVE    SPACE               TO  WS-CNT-LIMITS.
008980     WRITE   RPT-REC             FROM    WS-CNT-LINE.
008990     MOVE    "WORST LATEST RETURN CODE"
009000                                 TO  WS-CNT-LABEL.
009010     MOVE    WS-WORST-RC         TO  WS-CNT-COUNT.
009020     MOVE    WS-LIM-RC-AMBER     TO  WS-GRD-AMBER.
009030     MOVE    WS-LIM-RC-RED       TO  WS-GRD-RED.
009040     PERFORM   3920-SET-LIMITS    THRU    3920-SET-LIMITS-EXIT.
009050     MOVE    WS-LIM-TEXT         TO  WS-CNT-LIMITS.
009060     WRITE   RPT-REC             FROM    WS-CNT-LINE.
009070     MOVE    SPACE               TO  WS-STEP-LINE.
009080     MOVE    ZERO                TO  WS-U.
009090     PERFORM   3210-PRINT-STEP    THRU    3210-PRINT-STEP-EXIT
009100         VARYING   WS-T       FROM    1   BY  1
009110         UNTIL     WS-T       >   WS-STEP-CNT.
009120     IF      WS-U    >   ZERO    THEN
009130         WRITE   RPT-REC         FROM    WS-STEP-LINE
009140     END-IF.
009150 3200-PRINT-RUNS-EXIT.
009160     EXIT.
009170 3210-PRINT-STEP                SECTION.
009180 3210-PRINT-STEP-START.
009190     ADD     1                   TO  WS-U.
009200     MOVE    WS-TBL-JOB(WS-T)    TO  WS-STP-JOB(WS-U).
009210     MOVE    WS-TBL-PGM(WS-T)    TO  WS-STP-PGM(WS-U).
009220     MOVE    WS-TBL-HH(WS-T)     TO  WS-STP-HH(WS-U).
009230     MOVE    ":"                 TO  WS-STP-C1(WS-U).
009240     MOVE    WS-TBL-MI(WS-T)     TO  WS-STP-MI(WS-U).
009250     MOVE    ":"                 TO  WS-STP-C2(WS-U).
009260     MOVE    WS-TBL-SS(WS-T)     TO  WS-STP-SS(WS-U).
009270     MOVE    "  RC"              TO  WS-STP-RC-LIT(WS-U).
009280     MOVE    WS-TBL-RC(WS-T)     TO  WS-STP-RC(WS-U).
009290     MOVE    "  RUNS"            TO  WS-STP-RUNS-LIT(WS-U).
009300     MOVE    WS-TBL-RUNS(WS-T)   TO  WS-STP-RUNS(WS-U).
009310     MOVE    SPACE               TO  WS-STP-FLAG(WS-U).
009320     IF      WS-LIM-RC-AMBER     >   ZERO
009330         AND WS-TBL-RC(WS-T)     >=  WS-LIM-RC-AMBER THEN
009340         MOVE    " **"           TO  WS-STP-FLAG(WS-U)
009350     END-IF.
009360     IF      WS-U    =   2   THEN
009370         WRITE   RPT-REC         FROM    WS-STEP-LINE
009380         MOVE    SPACE           TO  WS-STEP-LINE
009390         MOVE    ZERO            TO  WS-U
009400     END-IF.
009410 3210-PRINT-STEP-EXIT.
009420     EXIT.
009430*-----------------------------------------------------------*
009440*  3300-PRINT-SUSPENSE  --  OPEN SUSPENSE BY REASON AND AGE  *
009450*-----------------------------------------------------------*
009460 3300-PRINT-SUSPENSE            SECTION.
009470 3300-PRINT-SUSPENSE-START.
009480     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
009490     MOVE    "SUSPENSE -- OPEN ITEMS BY REASON AND AGE"
009500                                 TO  WS-SEC-TITLE.
009510     MOVE    SPACE               TO  WS-SEC-NOTE-HOLD.
009520     MOVE    WS-GRD-SUSP         TO  WS-GRD-RESULT.
009530     PERFORM   3900-WRITE-SECTION THRU    3900-WRITE-SECTION-EXIT.
009540     WRITE   RPT-REC             FROM    WS-SUS-HDR.
009550     PERFORM   3310-PRINT-SUS-ROW THRU    3310-PRINT-SUS-ROW-EXIT
009560         VARYING   WS-T       FROM    1   BY  1
009570         UNTIL     WS-T       >   6.
009580     MOVE    "OPEN ITEMS"        TO  WS-CNT-LABEL.
009590     MOVE    WS-SUS-OPEN         TO  WS-CNT-COUNT.
009600     MOVE    WS-LIM-OPEN-AMBER   TO  WS-GRD-AMBER.
009610     MOVE    WS-LIM-OPEN-RED     TO  WS-GRD-RED.
009620     PERFORM   3920-SET-LIMITS    THRU    3920-SET-LIMITS-EXIT.
009630     MOVE    WS-LIM-TEXT         TO  WS-CNT-LIMITS.
009640     WRITE   RPT-REC             FROM    WS-CNT-LINE.
009650     MOVE    "OPEN ITEMS 8 DAYS OR OLDER"
009660                                 TO  WS-CNT-LABEL.
009670     MOVE    WS-SUS-AGED         TO  WS-CNT-COUNT.
009680     MOVE    WS-LIM-AGED-AMBER   TO  WS-GRD-AMBER.
009690     MOVE    WS-LIM-AGED-RED     TO  WS-GRD-RED.
009700     PERFORM   3920-SET-LIMITS    THRU    3920-SET-LIMITS-EXIT.
009710     MOVE    WS-LIM-TEXT         TO  WS-CNT-LIMITS.
009720     WRITE   RPT-REC             FROM    WS-CNT-LINE.
009730     MOVE    "REPAIRED, AWAITING RECYCLE"
009740                                 TO  WS-CNT-LABEL.
009750     MOVE    WS-SUS-REPAIRED     TO  WS-CNT-COUNT.
009760     MOVE    SPACE               TO  WS-CNT-LIMITS.
009770     WRITE   RPT-REC             FROM    WS-CNT-LINE.
009780 3300-PRINT-SUSPENSE-EXIT.
009790     EXIT.
009800 3310-PRINT-SUS-ROW             SECTION.
009810 3310-PRINT-SUS-ROW-START.
009820     MOVE    WS-REASON-NAME(WS-T)    TO  WS-SUS-LABEL.
009830     MOVE    WS-SUS-CELL(WS-T, 1)    TO  WS-SUS-COUNT(1).
009840     MOVE    WS-SUS-CELL(WS-T, 2)    TO  WS-SUS-COUNT(2).
009850     MOVE    WS-SUS-CELL(WS-T, 3)    TO  WS-SUS-COUNT(3).
009860     MOVE    WS-SUS-CELL(WS-T, 4)    TO  WS-SUS-COUNT(4).
009870     WRITE   RPT-REC             FROM    WS-SUS-LINE.
009880 3310-PRINT-SUS-ROW-EXIT.
009890     EXIT.
009900*-----------------------------------------------------------*
009910*  3400-PRINT-SCREEN  --  ZONE-SCREEN EXCEPTIONS             *
009920*-----------------------------------------------------------*
009930 3400-PRINT-SCREEN              SECTION.
009940 3400-PRINT-SCREEN-START.
009950     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
009960     MOVE    "ZONE SCREEN -- EXCEPTIONS HELD FROM ROUTING"
009970                                 TO  WS-SEC-TITLE.
009980     MOVE    SPACE               TO  WS-SEC-NOTE-HOLD.
009990     MOVE    WS-GRD-SCRN         TO  WS-GRD-RESULT.
010000     PERFORM   3900-WRITE-SECTION THRU    3900-WRITE-SECTION-EXIT.
010010     MOVE    "RESTRICTED-ZONE VIOLATIONS"
010020                                 TO  WS-CNT-LABEL.
010030     MOVE    WS-SCR-VIOLATION    TO  WS-CNT-COUNT.
010040     MOVE    WS-LIM-VIOL-AMBER   TO  WS-GRD-AMBER.
010050     MOVE    WS-LIM-VIOL-RED     TO  WS-GRD-RED.
010060     PERFORM   3920-SET-LIMITS    THRU    3920-SET-LIMITS-EXIT.
010070     MOVE    WS-LIM-TEXT         TO  WS-CNT-LIMITS.
010080     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010090     MOVE    "OUT OF SERVICE AREA"
010100                                 TO  WS-CNT-LABEL.
010110     MOVE    WS-SCR-OUT-OF-AREA  TO  WS-CNT-COUNT.
010120     MOVE    WS-LIM-OOA-AMBER    TO  WS-GRD-AMBER.
010130     MOVE    WS-LIM-OOA-RED      TO  WS-GRD-RED.
010140     PERFORM   3920-SET-LIMITS    THRU    3920-SET-LIMITS-EXIT.
010150     MOVE    WS-LIM-TEXT         TO  WS-CNT-LIMITS.
010160     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010170 3400-PRINT-SCREEN-EXIT.
010180     EXIT.
010190*-----------------------------------------------------------*
010200*  3500-PRINT-RECON  --  GPS RECONCILIATION AND MATCH RATE   *
010210*-----------------------------------------------------------*
010220 3500-PRINT-RECON               SECTION.
010230 3500-PRINT-RECON-START.
010240     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
010250     MOVE    "GPS RECONCILIATION -- MATCH RATE"
010260                                 TO  WS-SEC-TITLE.
010270     MOVE    SPACE               TO  WS-SEC-NOTE-HOLD.
010280     IF      WS-RCN-JUDGED   =   ZERO    THEN
010290         MOVE    "NO DELIVERY HAD A READING TO JUDGE"
010300                                 TO  WS-SEC-NOTE-HOLD
010310     END-IF.
010320     MOVE    WS-GRD-RECON        TO  WS-GRD-RESULT.
010330     PERFORM   3900-WRITE-SECTION THRU    3900-WRITE-SECTION-EXIT.
010340     MOVE    SPACE               TO  WS-CNT-LIMITS.
010350     MOVE    "MATCHED"           TO  WS-CNT-LABEL.
010360     MOVE    WS-RCN-MATCHED      TO  WS-CNT-COUNT.
010370     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010380     MOVE    "MISMATCHED"        TO  WS-CNT-LABEL.
010390     MOVE    WS-RCN-MISMATCHED   TO  WS-CNT-COUNT.
010400     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010410     MOVE    "NO GPS READING YET" TO WS-CNT-LABEL.
010420     MOVE    WS-RCN-NO-READING   TO  WS-CNT-COUNT.
010430     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010440     MOVE    "ORPHANED GPS READINGS"
010450                                 TO  WS-CNT-LABEL.
010460     MOVE    WS-RCN-ORPHANED     TO  WS-CNT-COUNT.
010470     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010480     MOVE    "MATCH RATE (MATCHED / JUDGED)"
010490                                 TO  WS-PCT-LABEL.
010500     IF      WS-RCN-JUDGED   =   ZERO    THEN
010510         MOVE    "  N/A"         TO  WS-PCT-RATE-X
010520     ELSE
010530         MOVE    WS-MATCH-RATE   TO  WS-PCT-RATE
010540     END-IF.
010550     MOVE    WS-LIM-MATCH-AMBER  TO  WS-GRD-AMBER.
010560     MOVE    WS-LIM-MATCH-RED    TO  WS-GRD-RED.
010570     PERFORM   3920-SET-LIMITS    THRU    3920-SET-LIMITS-EXIT.
010580     MOVE    "AMBER <  "         TO  WS-LIM-AMBER-WORD.
010590     MOVE    "RED <  "           TO  WS-LIM-RED-WORD.
010600     MOVE    WS-LIM-TEXT         TO  WS-PCT-LIMITS.
010610     WRITE   RPT-REC             FROM    WS-PCT-LINE.
010620 3500-PRINT-RECON-EXIT.
010630     EXIT.
010640*-----------------------------------------------------------*
010650*  3600-PRINT-INTEGRITY  --  MASTER INTEGRITY SWEEP FINDINGS *
010660*-----------------------------------------------------------*
010670 3600-PRINT-INTEGRITY           SECTION.
010680 3600-PRINT-INTEGRITY-START.
010690     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
010700     MOVE    "MASTER INTEGRITY -- ERRORS AND WARNINGS"
010710                                 TO  WS-SEC-TITLE.
010720     MOVE    SPACE               TO  WS-SEC-NOTE-HOLD.
010730     MOVE    WS-GRD-CHECK        TO  WS-GRD-RESULT.
010740     PERFORM   3900-WRITE-SECTION THRU    3900-WRITE-SECTION-EXIT.
010750     MOVE    "ERRORS"            TO  WS-CNT-LABEL.
010760     MOVE    WS-CHK-ERRORS       TO  WS-CNT-COUNT.
010770     MOVE    WS-LIM-ERR-AMBER    TO  WS-GRD-AMBER.
010780     MOVE    WS-LIM-ERR-RED      TO  WS-GRD-RED.
010790     PERFORM   3920-SET-LIMITS    THRU    3920-SET-LIMITS-EXIT.
010800     MOVE    WS-LIM-TEXT         TO  WS-CNT-LIMITS.
010810     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010820     MOVE    "WARNINGS"          TO  WS-CNT-LABEL.
010830     MOVE    WS-CHK-WARNINGS     TO  WS-CNT-COUNT.
010840     MOVE    WS-LIM-WARN-AMBER   TO  WS-GRD-AMBER.
010850     MOVE    WS-LIM-WARN-RED     TO  WS-GRD-RED.
010860     PERFORM   3920-SET-LIMITS    THRU    3920-SET-LIMITS-EXIT.
010870     MOVE    WS-LIM-TEXT         TO  WS-CNT-LIMITS.
010880     WRITE   RPT-REC             FROM    WS-CNT-LINE.
010890 3600-PRINT-INTEGRITY-EXIT.
010900     EXIT.
010910*-----------------------------------------------------------*
010920*  3700-PRINT-EXPIRY  --  ZONES LAPSING THIS FORTNIGHT       *
010930*-----------------------------------------------------------*
010940 3700-PRINT-EXPIRY              SECTION.
010950 3700-PRINT-EXPIRY-START.
010960     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
010970     MOVE    "ZONE EXPIRY -- ZONES LAPSING THIS FORTNIGHT"
010980                                 TO  WS-SEC-TITLE.
010990     MOVE    SPACE               TO  WS-SEC-NOTE-HOLD.
011000     MOVE    WS-GRD-LAPSE        TO  WS-GRD-RESULT.
011010     PERFORM   3900-WRITE-SECTION THRU    3900-WRITE-SECTION-EXIT.
011020     MOVE    SPACE               TO  WS-CNT-LIMITS.
011030     MOVE    "SERVICE-AREA ZONES"
011040                                 TO  WS-CNT-LABEL.
011050     MOVE    WS-EXP-SERVICE      TO  WS-CNT-COUNT.
011060     WRITE   RPT-REC             FROM    WS-CNT-LINE.
011070     MOVE    "RESTRICTED ZONES"  TO  WS-CNT-LABEL.
011080     MOVE    WS-EXP-RESTRICTED   TO  WS-CNT-COUNT.
011090     WRITE   RPT-REC             FROM    WS-CNT-LINE.
011100     MOVE    "ALL ZONES LAPSING" TO  WS-CNT-LABEL.
011110     MOVE    WS-EXP-TOTAL        TO  WS-CNT-COUNT.
011120     MOVE    WS-LIM-LAPSE-AMBER  TO  WS-GRD-AMBER.
011130     MOVE    WS-LIM-LAPSE-RED    TO  WS-GRD-RED.
011140     PERFORM   3920-SET-LIMITS    THRU    3920-SET-LIMITS-EXIT.
011150     MOVE    WS-LIM-TEXT         TO  WS-CNT-LIMITS.
011160     WRITE   RPT-REC             FROM    WS-CNT-LINE.
011170 3700-PRINT-EXPIRY-EXIT.
011180     EXIT.
011190*-----------------------------------------------------------*
011200*  3900-WRITE-SECTION  --  SECTION HEADING WITH ITS GRADE    *
011210*-----------------------------------------------------------*
011220 3900-WRITE-SECTION             SECTION.
011230 3900-WRITE-SECTION-START.
011240     PERFORM   9200-GRADE-WORD    THRU    9200-GRADE-WORD-EXIT.
011250     MOVE    WS-GRD-WORD         TO  WS-SEC-GRADE.
011260     MOVE    WS-SEC-NOTE-HOLD    TO  WS-SEC-NOTE.
011270     WRITE   RPT-REC             FROM    WS-SEC-LINE.
011280 3900-WRITE-SECTION-EXIT.
011290     EXIT.
011300*-----------------------------------------------------------*
011310*  3920-SET-LIMITS  --  THRESHOLD TEXT FOR A COUNT LINE; A   *
011320*                       LEVEL SWITCHED OFF PRINTS AS OFF     *
011330*-----------------------------------------------------------*
011340 3920-SET-LIMITS                SECTION.
011350 3920-SET-LIMITS-START.
011360     MOVE    SPACE               TO  WS-LIM-TEXT.
011370     MOVE    "AMBER AT "         TO  WS-LIM-AMBER-WORD.
011380     MOVE    "RED AT "           TO  WS-LIM-RED-WORD.
011390     IF      WS-GRD-AMBER    =   ZERO    THEN
011400         MOVE    " OFF"          TO  WS-LIM-AMBER-X
011410     ELSE
011420         MOVE    WS-GRD-AMBER    TO  WS-LIM-AMBER
011430     END-IF.
011440     IF      WS-GRD-RED      =   ZERO    THEN
011450         MOVE    " OFF"          TO  WS-LIM-RED-X
011460     ELSE
011470         MOVE    WS-GRD-RED      TO  WS-LIM-RED
011480     END-IF.
011490 3920-SET-LIMITS-EXIT.
011500     EXIT.
011510*-----------------------------------------------------------*
011520*  9100-GRADE-COUNT  --  GRADE WS-GRD-VALUE: AT OR ABOVE THE *
011530*                        RED FIGURE IS RED, AT OR ABOVE THE  *
011540*                        AMBER IS AMBER.  A ZERO FIGURE      *
011550*                        NEVER TRIPS.                        *
011560*-----------------------------------------------------------*
011570 9100-GRADE-COUNT               SECTION.
011580 9100-GRADE-COUNT-START.
011590     MOVE    ZERO                TO  WS-GRD-RESULT.
011600     IF      WS-GRD-RED      >   ZERO
011610         AND WS-GRD-VALUE    >=  WS-GRD-RED  THEN
011620         MOVE    8               TO  WS-GRD-RESULT
011630         GO  TO  9100-GRADE-COUNT-EXIT
011640     END-IF.
011650     IF      WS-GRD-AMBER    >   ZERO
011660         AND WS-GRD-VALUE    >=  WS-GRD-AMBER    THEN
011670         MOVE    4               TO  WS-GRD-RESULT
011680     END-IF.
011690 9100-GRADE-COUNT-EXIT.
011700     EXIT.
011710 9200-GRADE-WORD                SECTION.
011720 9200-GRADE-WORD-START.
011730     EVALUATE    WS-GRD-RESULT
011740         WHEN    ZERO
011750             MOVE    "GREEN"     TO  WS-GRD-WORD
011760         WHEN    4
011770             MOVE    "AMBER"     TO  WS-GRD-WORD
011780         WHEN    OTHER
011790             MOVE    "RED"       TO  WS-GRD-WORD
011800     END-EVALUATE.
011810 9200-GRADE-WORD-EXIT.
011820     EXIT.
011830 END PROGRAM     geo3x3_ops_summ.
