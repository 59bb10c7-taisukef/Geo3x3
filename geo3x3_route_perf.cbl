000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_route_perf.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  WEEKLY ROUTE PERFORMANCE *
000190*                 REPORT OFF THE KEYED HISTORY FILE THAT     *
000200*                 GEO3X3_ROUTE_MNFST WRITES EACH NIGHT --    *
000210*                 SEE GEORTE02.  FOR EACH ROUTE THE LATEST   *
000220*                 WEEK (THE BUSINESS DATE AND THE SIX NIGHTS *
000230*                 BEFORE IT) IS SET AGAINST THE AVERAGE OF   *
000240*                 THE FOUR WEEKS BEFORE THAT: STOPS AND KM   *
000250*                 PER NIGHT, KM PER STOP, AND THE WEEK'S     *
000260*                 LONGEST LEG.  A ROUTE WHOSE KM PER STOP    *
000270*                 HAS RISEN BY THE DRIFT TOLERANCE OR MORE   *
000280*                 IS FLAGGED FOR A REALIGNMENT STUDY         *
000290*                 THROUGH GEOWIF01, AND THE RUN ENDS         *
000300*                 RC 4.  A CLOSED OR MISSING DATE STOPS THE  *
000310*                 RUN WITH RC 12.                            *
000312*  10/15/26  RM   KM PER STOP IS NOW OVER THE MEASURED STOPS *
000314*                 ONLY -- A STOP WHOSE LEG GEO3X3_DISTANCE   *
000316*                 REFUSED ADDS NO KM, SO COUNTING IT WOULD   *
000318*                 HIDE THE VERY DRIFT THE REPORT LOOKS FOR.  *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT                 DIVISION.
000340 CONFIGURATION               SECTION.
000350 SOURCE-COMPUTER.            IBM-370.
000360 OBJECT-COMPUTER.            IBM-370.
000370 INPUT-OUTPUT                SECTION.
000380 FILE-CONTROL.
000390     SELECT  HISTFILE        ASSIGN TO "HISTFILE"
000400                              ORGANIZATION  IS  INDEXED
000410                              ACCESS MODE    IS  SEQUENTIAL
000420                              RECORD KEY     IS  GEO3X-RP-REC-KEY
000430                              FILE STATUS    IS  WS-HIST-STATUS.
000440     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000450                              ORGANIZATION  IS  SEQUENTIAL.
000460 DATA                        DIVISION.
000470 FILE                        SECTION.
000480 FD  HISTFILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY    GEO3XRP.
000510 FD  RPTFILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 01  RPT-REC                 PIC X(133).
000550 WORKING-STORAGE             SECTION.
000560*-----------------------------------------------------------*
000570*  SWITCHES                                                  *
000580*-----------------------------------------------------------*
000590 01  WS-SWITCHES.
000600     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000610         88  WS-EOF                      VALUE "Y".
000620     05  WS-FIRST-SW         PIC X(01)   VALUE "Y".
000630         88  WS-FIRST-RECORD             VALUE "Y".
000640     05  WS-OPEN-BAD-SW      PIC X(01)   VALUE "N".
000650         88  WS-OPEN-BAD                 VALUE "Y".
000660     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000670         88  WS-DATE-BAD                 VALUE "Y".
000680 01  WS-HIST-STATUS          PIC X(02).
000690     88  WS-HIST-OK                      VALUE "00".
000700*-----------------------------------------------------------*
000710*  PAGE AND LINE CONTROL                                     *
000720*-----------------------------------------------------------*
000730 77  WS-LINES-PER-PAGE        PIC 9(03)   COMP    VALUE 50.
000740 77  WS-LINE-COUNT            PIC 9(03)   COMP    VALUE 99.
000750 77  WS-PAGE-NO               PIC 9(05)   COMP    VALUE ZERO.
000760*-----------------------------------------------------------*
000770*  COUNTERS                                                  *
000780*-----------------------------------------------------------*
000790 77  WS-RECS-READ             PIC 9(09)   COMP    VALUE ZERO.
000800 77  WS-RECS-OUT-WINDOW       PIC 9(09)   COMP    VALUE ZERO.
000810 77  WS-ROUTES-REPORTED       PIC 9(09)   COMP    VALUE ZERO.
000820 77  WS-ROUTES-DRIFTING       PIC 9(09)   COMP    VALUE ZERO.
000830*-----------------------------------------------------------*
000840*  DRIFT TOLERANCE -- A ROUTE IS FLAGGED WHEN ITS LATEST     *
000850*  WEEK'S KM PER STOP IS AT LEAST THIS PERCENT ABOVE ITS     *
000860*  PRIOR FOUR-WEEK AVERAGE                                   *
000870*-----------------------------------------------------------*
000880 77  WS-DRIFT-TOL-PCT         PIC 9(03)   COMP    VALUE 10.
000890*-----------------------------------------------------------*
000900*  WINDOW -- A NIGHT 0-6 DAYS BEFORE THE AS-OF NIGHT IS IN   *
000910*  THE LATEST WEEK, 7-34 DAYS BEFORE IS IN THE PRIOR FOUR    *
000920*  WEEKS; ANYTHING ELSE ON THE FILE IS PASSED OVER           *
000930*-----------------------------------------------------------*
000940 77  WS-ASOF-NUM              PIC 9(08)           VALUE ZERO.
000950 77  WS-ASOF-SERIAL           PIC 9(07)   COMP    VALUE ZERO.
000960 77  WS-REC-NUM               PIC 9(08)           VALUE ZERO.
000970 77  WS-REC-SERIAL            PIC 9(07)   COMP    VALUE ZERO.
000980 77  WS-AGE                   PIC S9(07)  COMP    VALUE ZERO.
000990*-----------------------------------------------------------*
001000*  ROUTE GROUP UNDER THE BREAK -- SLOT 1 IS THE LATEST WEEK, *
001010*  SLOT 2 THE PRIOR FOUR WEEKS                               *
001020*-----------------------------------------------------------*
001030 01  WS-GRP-ROUTE             PIC X(08).
001040 01  WS-GRP-DEPOT             PIC X(08).
001050 01  WS-PER-TABLE.
001060     05  WS-PER-ENTRY        OCCURS 2 TIMES.
001070         10  WS-PER-NIGHTS       PIC 9(03)   COMP.
001080         10  WS-PER-STOPS        PIC 9(07)   COMP.
001085         10  WS-PER-MEAS-STOPS   PIC 9(07)   COMP.
001090         10  WS-PER-KM           PIC 9(09)V9(03).
001100         10  WS-PER-LONG-LEG     PIC 9(05)V9(03).
001110         10  WS-PER-STOP-NGT     PIC 9(05)V9(01).
001120         10  WS-PER-KM-NGT       PIC 9(06)V9(01).
001130         10  WS-PER-KPS          PIC 9(04)V9(03).
001140 77  WS-K                     PIC 9(01)   COMP    VALUE ZERO.
001150 01  WS-CHG-PCT               PIC S9(04)V9(01)    VALUE ZERO.
001160*-----------------------------------------------------------*
001170*  BUSINESS DATE FROM THE PROCESSING-DATE CONTROL RECORD     *
001180*-----------------------------------------------------------*
001190 01  WS-BUS-DATE             PIC X(08).
001200 01  WS-BUS-DATE-STS         PIC 9(01).
001210 01  WS-BUS-DATE-MSG         PIC X(40).
001220*-----------------------------------------------------------*
001230*  REPORT LINES -- COLUMN 1 IS ASA PRINTER CARRIAGE CONTROL  *
001240*-----------------------------------------------------------*
001250 01  WS-HDR-1.
001260     05  WS-HDR-1-CC         PIC X(01)   VALUE "1".
001270     05  FILLER              PIC X(31)   VALUE
001280         "GEO3X3 ROUTE PERFORMANCE".
001290     05  FILLER              PIC X(09)   VALUE "AS OF:   ".
001300     05  WS-HDR-1-ASOF       PIC X(08).
001310     05  FILLER              PIC X(05)   VALUE SPACE.
001320     05  FILLER              PIC X(24)   VALUE
001330         "KM/STOP DRIFT FLAGGED AT".
001340     05  FILLER              PIC X(02)   VALUE " +".
001350     05  WS-HDR-1-TOL        PIC ZZ9.
001360     05  FILLER              PIC X(01)   VALUE "%".
001370     05  FILLER              PIC X(34)   VALUE SPACE.
001380     05  FILLER              PIC X(05)   VALUE "PAGE ".
001390     05  WS-HDR-1-PAGE       PIC ZZZZ9.
001400     05  FILLER              PIC X(05)   VALUE SPACE.
001410 01  WS-HDR-2.
001420     05  WS-HDR-2-CC         PIC X(01)   VALUE " ".
001430     05  FILLER              PIC X(20)   VALUE SPACE.
001440     05  FILLER              PIC X(44)   VALUE
001450         "---------------- LATEST WEEK ---------------".
001460     05  FILLER              PIC X(02)   VALUE SPACE.
001470     05  FILLER              PIC X(33)   VALUE
001480         "---- PRIOR FOUR-WEEK AVERAGE ----".
001490     05  FILLER              PIC X(33)   VALUE SPACE.
001500 01  WS-HDR-3.
001510     05  WS-HDR-3-CC         PIC X(01)   VALUE " ".
001520     05  FILLER              PIC X(10)   VALUE "ROUTE".
001530     05  FILLER              PIC X(10)   VALUE "DEPOT".
001540     05  FILLER              PIC X(03)   VALUE "N".
001550     05  FILLER              PIC X(10)   VALUE "STOPS/NGT".
001560     05  FILLER              PIC X(11)   VALUE "   KM/NGT".
001570     05  FILLER              PIC X(10)   VALUE " KM/STOP".
001580     05  FILLER              PIC X(12)   VALUE "  LONG LEG".
001590     05  FILLER              PIC X(04)   VALUE " N".
001600     05  FILLER              PIC X(10)   VALUE "STOPS/NGT".
001610     05  FILLER              PIC X(11)   VALUE "   KM/NGT".
001620     05  FILLER              PIC X(10)   VALUE " KM/STOP".
001630     05  FILLER              PIC X(09)   VALUE "  CHG %".
001640     05  FILLER              PIC X(22)   VALUE SPACE.
001650 01  WS-DETAIL-LINE.
001660     05  WS-DET-CC           PIC X(01)   VALUE " ".
001670     05  WS-DET-ROUTE        PIC X(08).
001680     05  FILLER              PIC X(02)   VALUE SPACE.
001690     05  WS-DET-DEPOT        PIC X(08).
001700     05  FILLER              PIC X(02)   VALUE SPACE.
001710     05  WS-DET-WK-NIGHTS    PIC 9.
001720     05  FILLER              PIC X(02)   VALUE SPACE.
001730     05  WS-DET-WK-STOPS     PIC ZZ,ZZ9.9.
001740     05  FILLER              PIC X(02)   VALUE SPACE.
001750     05  WS-DET-WK-KM        PIC ZZZ,ZZ9.9.
001760     05  FILLER              PIC X(02)   VALUE SPACE.
001770     05  WS-DET-WK-KPS       PIC ZZZ9.999.
001780     05  FILLER              PIC X(02)   VALUE SPACE.
001790     05  WS-DET-WK-LONG      PIC ZZ,ZZ9.999.
001800     05  FILLER              PIC X(02)   VALUE SPACE.
001810     05  WS-DET-PR-NIGHTS    PIC Z9.
001820     05  FILLER              PIC X(02)   VALUE SPACE.
001830     05  WS-DET-PR-STOPS     PIC ZZ,ZZ9.9.
001840     05  FILLER              PIC X(02)   VALUE SPACE.
001850     05  WS-DET-PR-KM        PIC ZZZ,ZZ9.9.
001860     05  FILLER              PIC X(02)   VALUE SPACE.
001870     05  WS-DET-PR-KPS       PIC ZZZ9.999.
001880     05  FILLER              PIC X(02)   VALUE SPACE.
001890     05  WS-DET-CHG          PIC ++++9.9.
001900     05  WS-DET-CHG-X   REDEFINES WS-DET-CHG
001910                             PIC X(07).
001920     05  FILLER              PIC X(02)   VALUE SPACE.
001930     05  WS-DET-FLAG         PIC X(17).
001940     05  FILLER              PIC X(05)   VALUE SPACE.
001950 01  WS-CNT-LINE.
001960     05  WS-CNT-CC           PIC X(01)   VALUE " ".
001970     05  WS-CNT-LABEL        PIC X(40).
001980     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
001990     05  FILLER              PIC X(81)   VALUE SPACE.
002000 01  WS-MSG-LINE.
002010     05  WS-MSG-CC           PIC X(01)   VALUE " ".
002020     05  WS-MSG-TEXT         PIC X(72).
002030     05  FILLER              PIC X(60)   VALUE SPACE.
002040 PROCEDURE                   DIVISION.
002050 0000-MAINLINE                  SECTION.
002060 0000-START.
002070     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
002080     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
002090         UNTIL     WS-EOF.
002100     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
002110     STOP RUN.
002120 0000-MAINLINE-EXIT.
002130     EXIT.
002140*-----------------------------------------------------------*
002150*  1000-INITIALIZE  --  RESOLVE THE AS-OF NIGHT, OPEN FILES, *
002160*                       READ THE FIRST HISTORY RECORD        *
002170*-----------------------------------------------------------*
002180 1000-INITIALIZE                SECTION.
002190 1000-INITIALIZE-START.
002200*    A CLOSED OR MISSING BUSINESS DATE STOPS THE RUN -- THE
002210*    WEEK WOULD BE MEASURED BACK FROM THE WRONG NIGHT.
002220     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
002230                                 BY  REFERENCE   WS-BUS-DATE-STS
002240                                 BY  REFERENCE   WS-BUS-DATE-MSG
002250     END-CALL.
002260     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
002270         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
002280         MOVE    "Y"         TO  WS-DATE-BAD-SW
002290         MOVE    "Y"         TO  WS-EOF-SW
002300         GO  TO  1000-INITIALIZE-EXIT
002310     END-IF.
002320     MOVE    WS-BUS-DATE         TO  WS-ASOF-NUM.
002330     COMPUTE WS-ASOF-SERIAL  =
002340         FUNCTION INTEGER-OF-DATE(WS-ASOF-NUM)
002350     END-COMPUTE.
002360     MOVE    WS-BUS-DATE         TO  WS-HDR-1-ASOF.
002370     MOVE    WS-DRIFT-TOL-PCT    TO  WS-HDR-1-TOL.
002380     PERFORM   2520-CLEAR-SLOT    THRU    2520-CLEAR-SLOT-EXIT
002390         VARYING   WS-K       FROM    1   BY  1
002400         UNTIL     WS-K       >   2.
002410     OPEN    INPUT   HISTFILE.
002420     IF      NOT WS-HIST-OK      THEN
002430         DISPLAY "HISTORY OPEN FAILED, STATUS=" WS-HIST-STATUS
002440         MOVE    "Y"         TO  WS-OPEN-BAD-SW
002450         MOVE    "Y"         TO  WS-EOF-SW
002460         GO  TO  1000-INITIALIZE-EXIT
002470     END-IF.
002480     OPEN    OUTPUT  RPTFILE.
002490     PERFORM   1100-READ-HISTFILE
002500         THRU    1100-READ-HISTFILE-EXIT.
002510 1000-INITIALIZE-EXIT.
002520     EXIT.
002530 1100-READ-HISTFILE             SECTION.
002540 1100-READ-HISTFILE-START.
002550     READ    HISTFILE
002560         AT END
002570             MOVE    "Y"         TO  WS-EOF-SW
002580         NOT AT END
002590             ADD     1           TO  WS-RECS-READ
002600     END-READ.
002610     IF      NOT WS-HIST-OK
002620         AND NOT WS-EOF          THEN
002630         DISPLAY "HISTORY READ FAILED, STATUS=" WS-HIST-STATUS
002640         MOVE    "Y"         TO  WS-EOF-SW
002650     END-IF.
002660 1100-READ-HISTFILE-EXIT.
002670     EXIT.
002680*-----------------------------------------------------------*
002690*  2000-PROCESS  --  FOLD ONE HISTORY RECORD INTO THE ROUTE  *
002700*                    UNDER THE BREAK.  THE FILE IS KEYED BY  *
002710*                    ROUTE/DATE, SO A SEQUENTIAL READ        *
002720*                    DELIVERS EACH ROUTE'S NIGHTS TOGETHER.  *
002730*-----------------------------------------------------------*
002740 2000-PROCESS                   SECTION.
002750 2000-PROCESS-START.
002760     IF      WS-FIRST-RECORD     THEN
002770         MOVE    GEO3X-RP-ROUTE-ID   TO  WS-GRP-ROUTE
002780         MOVE    "N"                 TO  WS-FIRST-SW
002790     END-IF.
002800     IF      GEO3X-RP-ROUTE-ID   NOT =   WS-GRP-ROUTE    THEN
002810         PERFORM   2500-ROUTE-BREAK
002820             THRU    2500-ROUTE-BREAK-EXIT
002830         MOVE    GEO3X-RP-ROUTE-ID   TO  WS-GRP-ROUTE
002840     END-IF.
002850     IF      GEO3X-RP-RUN-DATE   IS NOT NUMERIC
002860         OR  GEO3X-RP-STOPS      IS NOT NUMERIC
002870         OR  GEO3X-RP-TOTAL-KM   IS NOT NUMERIC
002880         OR  GEO3X-RP-LONG-LEG-KM    IS NOT NUMERIC
002885         OR  GEO3X-RP-UNMEAS-LEGS    IS NOT NUMERIC  THEN
002890         ADD     1               TO  WS-RECS-OUT-WINDOW
002900         GO  TO  2000-PROCESS-READ
002910     END-IF.
002920     MOVE    GEO3X-RP-RUN-DATE   TO  WS-REC-NUM.
002930     COMPUTE WS-REC-SERIAL   =
002940         FUNCTION INTEGER-OF-DATE(WS-REC-NUM)
002950     END-COMPUTE.
002960     COMPUTE WS-AGE  =   WS-ASOF-SERIAL  -   WS-REC-SERIAL.
002970     IF      WS-REC-SERIAL   =   ZERO
002980         OR  WS-AGE          <   ZERO
002990         OR  WS-AGE          >   34      THEN
003000         ADD     1               TO  WS-RECS-OUT-WINDOW
003010         GO  TO  2000-PROCESS-READ
003020     END-IF.
003030     IF      WS-AGE  <   7   THEN
003040         MOVE    1               TO  WS-K
003050     ELSE
003060         MOVE    2               TO  WS-K
003070     END-IF.
003080*    THE DEPOT SHOWN IS THE ONE ON THE ROUTE'S NEWEST NIGHT.
003090     MOVE    GEO3X-RP-DEPOT      TO  WS-GRP-DEPOT.
003100     ADD     1                   TO  WS-PER-NIGHTS(WS-K).
003110     ADD     GEO3X-RP-STOPS      TO  WS-PER-STOPS(WS-K).
003111     IF      GEO3X-RP-UNMEAS-LEGS    <   GEO3X-RP-STOPS  THEN
003112         COMPUTE WS-PER-MEAS-STOPS(WS-K) =
003114             WS-PER-MEAS-STOPS(WS-K)   +   GEO3X-RP-STOPS
003115                                       -   GEO3X-RP-UNMEAS-LEGS
003117         END-COMPUTE
003118     END-IF.
003120     ADD     GEO3X-RP-TOTAL-KM   TO  WS-PER-KM(WS-K).
003130     IF      GEO3X-RP-LONG-LEG-KM    >   WS-PER-LONG-LEG(WS-K)
003140                                                         THEN
003150         MOVE    GEO3X-RP-LONG-LEG-KM
003160                                 TO  WS-PER-LONG-LEG(WS-K)
003170     END-IF.
003180 2000-PROCESS-READ.
003190     PERFORM   1100-READ-HISTFILE
003200         THRU    1100-READ-HISTFILE-EXIT.
003210 2000-PROCESS-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------*
003239*  2500-ROUTE-BREAK  --  PRINT THE FINISHED ROUTE'S LINE     *
003248*                        AND CLEAR THE SLOTS.  A ROUTE WITH  *
003257*                        NO NIGHT IN THE FIVE-WEEK WINDOW    *
003266*                        PRINTS NOTHING.  KM PER STOP IS     *
003275*                        THE PERIOD'S KM OVER ITS MEASURED   *
003285*                        STOPS, SO A LIGHT NIGHT COUNTS FOR  *
003294*                        LESS THAN A FULL ONE.  A RISE OF    *
003303*                        THE TOLERANCE OR MORE IS FLAGGED;   *
003312*                        A ROUTE NOT RUN THIS WEEK OR WITH   *
003321*                        NO PRIOR NIGHTS IS NOTED AND NOT    *
003330*                        JUDGED.                             *
003340*-----------------------------------------------------------*
003350 2500-ROUTE-BREAK               SECTION.
003360 2500-ROUTE-BREAK-START.
003370     IF      WS-PER-NIGHTS(1)    =   ZERO
003380         AND WS-PER-NIGHTS(2)    =   ZERO    THEN
003390         GO  TO  2500-ROUTE-BREAK-RESET
003400     END-IF.
003410     PERFORM   2510-PERIOD-RATES  THRU    2510-PERIOD-RATES-EXIT
003420         VARYING   WS-K       FROM    1   BY  1
003430         UNTIL     WS-K       >   2.
003440     MOVE    SPACE               TO  WS-DET-FLAG.
003450     MOVE    SPACE               TO  WS-DET-CHG-X.
003460     IF      WS-PER-NIGHTS(1)    =   ZERO    THEN
003470         MOVE    "NOT RUN THIS WEEK" TO  WS-DET-FLAG
003480         GO  TO  2500-ROUTE-BREAK-PRINT
003490     END-IF.
003500     IF      WS-PER-NIGHTS(2)    =   ZERO
003510         OR  WS-PER-KPS(2)       =   ZERO    THEN
003520         MOVE    "NO BASELINE"   TO  WS-DET-FLAG
003530         GO  TO  2500-ROUTE-BREAK-PRINT
003540     END-IF.
003550     COMPUTE WS-CHG-PCT ROUNDED  =
003560         ((WS-PER-KPS(1) -   WS-PER-KPS(2))  *   100)
003570             /   WS-PER-KPS(2)
003580         ON SIZE ERROR
003590             MOVE    9999.9      TO  WS-CHG-PCT
003600     END-COMPUTE.
003610     MOVE    WS-CHG-PCT          TO  WS-DET-CHG.
003620     IF      WS-CHG-PCT  >=  WS-DRIFT-TOL-PCT    THEN
003630         MOVE    "** KM/STOP UP" TO  WS-DET-FLAG
003640         ADD     1               TO  WS-ROUTES-DRIFTING
003650     END-IF.
003660 2500-ROUTE-BREAK-PRINT.
003670     IF      WS-LINE-COUNT   >=  WS-LINES-PER-PAGE    THEN
003680         PERFORM   2910-NEW-PAGE
003690             THRU    2910-NEW-PAGE-EXIT
003700     END-IF.
003710     MOVE    WS-GRP-ROUTE        TO  WS-DET-ROUTE.
003720     MOVE    WS-GRP-DEPOT        TO  WS-DET-DEPOT.
003730     MOVE    WS-PER-NIGHTS(1)    TO  WS-DET-WK-NIGHTS.
003740     MOVE    WS-PER-STOP-NGT(1)  TO  WS-DET-WK-STOPS.
003750     MOVE    WS-PER-KM-NGT(1)    TO  WS-DET-WK-KM.
003760     MOVE    WS-PER-KPS(1)       TO  WS-DET-WK-KPS.
003770     MOVE    WS-PER-LONG-LEG(1)  TO  WS-DET-WK-LONG.
003780     MOVE    WS-PER-NIGHTS(2)    TO  WS-DET-PR-NIGHTS.
003790     MOVE    WS-PER-STOP-NGT(2)  TO  WS-DET-PR-STOPS.
003800     MOVE    WS-PER-KM-NGT(2)    TO  WS-DET-PR-KM.
003810     MOVE    WS-PER-KPS(2)       TO  WS-DET-PR-KPS.
003820     WRITE   RPT-REC             FROM    WS-DETAIL-LINE
003830         AFTER ADVANCING 1 LINE.
003840     ADD     1                   TO  WS-LINE-COUNT.
003850     ADD     1                   TO  WS-ROUTES-REPORTED.
003860 2500-ROUTE-BREAK-RESET.
003870     PERFORM   2520-CLEAR-SLOT    THRU    2520-CLEAR-SLOT-EXIT
003880         VARYING   WS-K       FROM    1   BY  1
003890         UNTIL     WS-K       >   2.
003900     MOVE    SPACE               TO  WS-GRP-DEPOT.
003910 2500-ROUTE-BREAK-EXIT.
003920     EXIT.
003930*-----------------------------------------------------------*
003940*  2510-PERIOD-RATES  --  PER-NIGHT AND PER-STOP FIGURES FOR *
003950*                         ONE PERIOD; AN EMPTY PERIOD STAYS  *
003960*                         AT ZERO                            *
003970*-----------------------------------------------------------*
003980 2510-PERIOD-RATES              SECTION.
003990 2510-PERIOD-RATES-START.
004000     IF      WS-PER-NIGHTS(WS-K) =   ZERO    THEN
004010         GO  TO  2510-PERIOD-RATES-EXIT
004020     END-IF.
004030     COMPUTE WS-PER-STOP-NGT(WS-K) ROUNDED   =
004040         WS-PER-STOPS(WS-K)  /   WS-PER-NIGHTS(WS-K)
004050     END-COMPUTE.
004060     COMPUTE WS-PER-KM-NGT(WS-K) ROUNDED     =
004070         WS-PER-KM(WS-K)     /   WS-PER-NIGHTS(WS-K)
004080     END-COMPUTE.
004090     IF      WS-PER-MEAS-STOPS(WS-K) >   ZERO    THEN
004100         COMPUTE WS-PER-KPS(WS-K) ROUNDED    =
004110             WS-PER-KM(WS-K)     /   WS-PER-MEAS-STOPS(WS-K)
004120         END-COMPUTE
004130     END-IF.
004140 2510-PERIOD-RATES-EXIT.
004150     EXIT.
004160 2520-CLEAR-SLOT                SECTION.
004170 2520-CLEAR-SLOT-START.
004180     MOVE    ZERO                TO  WS-PER-NIGHTS(WS-K).
004190     MOVE    ZERO                TO  WS-PER-STOPS(WS-K).
004195     MOVE    ZERO                TO  WS-PER-MEAS-STOPS(WS-K).
004200     MOVE    ZERO                TO  WS-PER-KM(WS-K).
004210     MOVE    ZERO                TO  WS-PER-LONG-LEG(WS-K).
004220     MOVE    ZERO                TO  WS-PER-STOP-NGT(WS-K).
004230     MOVE    ZERO                TO  WS-PER-KM-NGT(WS-K).
004240     MOVE    ZERO                TO  WS-PER-KPS(WS-K).
004250 2520-CLEAR-SLOT-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------*
004280*  2910-NEW-PAGE  --  EMIT PAGE HEADERS, RESET LINE COUNT    *
004290*-----------------------------------------------------------*
004300 2910-NEW-PAGE                  SECTION.
004310 2910-NEW-PAGE-START.
004320     ADD     1                   TO  WS-PAGE-NO.
004330     MOVE    WS-PAGE-NO          TO  WS-HDR-1-PAGE.
004340     WRITE   RPT-REC             FROM    WS-HDR-1
004350         AFTER ADVANCING PAGE.
004360     WRITE   RPT-REC             FROM    WS-HDR-2
004370         AFTER ADVANCING 2 LINES.
004380     WRITE   RPT-REC             FROM    WS-HDR-3
004390         AFTER ADVANCING 1 LINE.
004400     MOVE    4                   TO  WS-LINE-COUNT.
004410 2910-NEW-PAGE-EXIT.
004420     EXIT.
004430*-----------------------------------------------------------*
004440*  3000-TERMINATE  --  FLUSH THE LAST ROUTE, PRINT THE       *
004450*                      TOTALS, CLOSE FILES.  RC 4 WHEN ANY   *
004460*                      ROUTE IS DRIFTING.                    *
004470*-----------------------------------------------------------*
004480 3000-TERMINATE                 SECTION.
004490 3000-TERMINATE-START.
004500     IF      WS-DATE-BAD     THEN
004510         MOVE    12          TO  RETURN-CODE
004520         GO  TO  3000-TERMINATE-EXIT
004530     END-IF.
004540     IF      WS-OPEN-BAD     THEN
004550         MOVE    8           TO  RETURN-CODE
004560         GO  TO  3000-TERMINATE-EXIT
004570     END-IF.
004580     IF      NOT WS-FIRST-RECORD     THEN
004590         PERFORM   2500-ROUTE-BREAK
004600             THRU    2500-ROUTE-BREAK-EXIT
004610     END-IF.
004620     IF      WS-LINE-COUNT   >=  WS-LINES-PER-PAGE    THEN
004630         PERFORM   2910-NEW-PAGE
004640             THRU    2910-NEW-PAGE-EXIT
004650     END-IF.
004660     MOVE    "ROUTES REPORTED"   TO  WS-CNT-LABEL.
004670     MOVE    WS-ROUTES-REPORTED  TO  WS-CNT-COUNT.
004680     WRITE   RPT-REC             FROM    WS-CNT-LINE
004690         AFTER ADVANCING 2 LINES.
004700     MOVE    "ROUTES WITH KM/STOP DRIFTING UP"
004710                                 TO  WS-CNT-LABEL.
004720     MOVE    WS-ROUTES-DRIFTING  TO  WS-CNT-COUNT.
004730     WRITE   RPT-REC             FROM    WS-CNT-LINE
004740         AFTER ADVANCING 1 LINE.
004750     IF      WS-ROUTES-DRIFTING  >   ZERO    THEN
004760         MOVE    "ROUTES MARKED ** ARE CANDIDATES FOR A REALIGNMEN
004770-            "T STUDY - SEE GEOWIF01"
004780                                 TO  WS-MSG-TEXT
004790         WRITE   RPT-REC         FROM    WS-MSG-LINE
004800             AFTER ADVANCING 2 LINES
004810     END-IF.
004820     DISPLAY "HISTORY RECORDS READ= " WS-RECS-READ.
004830     DISPLAY "OUTSIDE THE WINDOW  = " WS-RECS-OUT-WINDOW.
004840     DISPLAY "ROUTES REPORTED     = " WS-ROUTES-REPORTED.
004850     DISPLAY "ROUTES DRIFTING     = " WS-ROUTES-DRIFTING.
004860     CLOSE   HISTFILE.
004870     CLOSE   RPTFILE.
004880     IF      WS-ROUTES-DRIFTING  >   ZERO    THEN
004890         MOVE    4           TO  RETURN-CODE
004900     END-IF.
004910 3000-TERMINATE-EXIT.
004920     EXIT.
004930 END PROGRAM     geo3x3_route_perf.
