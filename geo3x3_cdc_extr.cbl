000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_cdc_extr.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  NIGHTLY CHANGE FEED OF    *
000190*                 THE MASTER FOR CRM AND BILLING -- SEE       *
000200*                 GEOCDC01.  READS THE UPDATE JOURNAL         *
000210*                 (GEO3XJR) SORTED BY RECORD KEY, JOURNAL     *
000220*                 ORDER KEPT WITHIN A KEY, KEEPS ONE          *
000225*                 BUSINESS DATE, AND                          *
000230*                 WRITES ONE DELIMITED RECORD PER CELL/       *
000240*                 OCCUPANT WITH THE NET EFFECT OF THE DAY:    *
000250*                 THE BEFORE IMAGE OF ITS FIRST JOURNAL       *
000260*                 RECORD AGAINST THE AFTER IMAGE OF ITS       *
000270*                 LAST.  AN ADD DELETED THE SAME DAY, OR A    *
000280*                 CHANGE PUT BACK THE SAME DAY, NETS TO       *
000290*                 NOTHING AND IS COUNTED, NOT SENT.  SAME     *
000300*                 HEADER/TRAILER COUNT CONVENTION AS THE GIS  *
000310*                 FEED (GEO3X3_GIS_EXTR).  FIELDS ARE         *
000320*                 SEPARATED BY "|" BECAUSE NAMES AND          *
000330*                 ADDRESSES CARRY COMMAS.                     *
000331*  10/15/26  RM   THE BUSINESS DATE NOW COMES FROM THE        *
000332*                 PROCESSING-DATE CONTROL RECORD (THROUGH     *
000333*                 GEO3X3_BUS_DATE) IN PLACE OF THE EXEC PARM, *
000334*                 SO THE FEED SELECTS THE SAME DATE THE       *
000335*                 MASTER UPDATES JOURNALED UNDER.  A CLOSED   *
000336*                 OR MISSING DATE STOPS THE RUN WITH RC 12.   *
000338*  10/15/26  RM   THE SITE POSTAL CODE IS CARRIED BEFORE AND  *
000340*                 AFTER, BEHIND ADDRESS LINE 2, AND A POSTAL  *
000343*                 CODE CHANGE ALONE IS A CHANGE.  THE FEED    *
000344*                 RECORD GROWS TO 360 BYTES.                  *
000345*  10/15/26  RM   THE FEED TAKES EVERY JOURNAL DATE AFTER     *
000347*                 THE PRIOR BUSINESS DATE UP TO AND INCLUDING *
000348*                 THE CURRENT ONE, SO CONSOLE UPDATES MADE ON *
000350*                 A WEEKEND OR HOLIDAY, OR AFTER A NIGHT WAS  *
000351*                 CLOSED, GO OUT WITH THE NEXT BUSINESS DATE. *
000352*                 THE PRIOR DATE IS READ FROM THE CONTROL     *
000354*                 RECORD (DATECTL); WITHOUT ONE THE FEED      *
000355*                 TAKES THE CURRENT DATE ALONE, AS BEFORE.    *
000357*-----------------------------------------------------------*
000358 ENVIRONMENT                 DIVISION.
000360 CONFIGURATION               SECTION.
000370 SOURCE-COMPUTER.            IBM-370.
000380 OBJECT-COMPUTER.            IBM-370.
000390 INPUT-OUTPUT                SECTION.
000400 FILE-CONTROL.
000410     SELECT  JRNLFILE        ASSIGN TO "JRNLFILE"
000420                              ORGANIZATION  IS  SEQUENTIAL.
000430     SELECT  CDCFILE         ASSIGN TO "CDCFILE"
000440                              ORGANIZATION  IS  SEQUENTIAL.
000442     SELECT  DATECTL         ASSIGN TO "DATECTL"
000445                              ORGANIZATION  IS  SEQUENTIAL
000447                              FILE STATUS   IS  WS-CTL-STATUS.
000450 DATA                        DIVISION.
000460 FILE                        SECTION.
000470 FD  JRNLFILE
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD.
000500     COPY    GEO3XJR.
000510 FD  CDCFILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 01  CDC-REC                 PIC X(360).
000542 FD  DATECTL
000544     RECORDING MODE IS F
000546     LABEL RECORDS ARE STANDARD.
000548     COPY    GEO3XBD.
000550 WORKING-STORAGE             SECTION.
000560*-----------------------------------------------------------*
000570*  SWITCHES                                                  *
000580*-----------------------------------------------------------*
000590 01  WS-SWITCHES.
000600     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000610         88  WS-EOF                      VALUE "Y".
000620     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000630         88  WS-DATE-BAD                 VALUE "Y".
000640*-----------------------------------------------------------*
000650*  COUNTERS                                                  *
000660*-----------------------------------------------------------*
000670 77  WS-RECS-READ            PIC 9(09)   COMP    VALUE ZERO.
000680 77  WS-RECS-SELECTED        PIC 9(09)   COMP    VALUE ZERO.
000690 77  WS-RECS-OTHER-DATE      PIC 9(09)   COMP    VALUE ZERO.
000700 77  WS-KEYS-CHANGED         PIC 9(09)   COMP    VALUE ZERO.
000710 77  WS-KEYS-NETTED-OUT      PIC 9(09)   COMP    VALUE ZERO.
000720 77  WS-NET-ADDS             PIC 9(09)   COMP    VALUE ZERO.
000730 77  WS-NET-CHANGES          PIC 9(09)   COMP    VALUE ZERO.
000740 77  WS-NET-DELETES          PIC 9(09)   COMP    VALUE ZERO.
000750 77  WS-RECS-EXTRACTED       PIC 9(09)   COMP    VALUE ZERO.
000760*-----------------------------------------------------------*
000770*  RUN-CONTROL FIELDS -- COUNTS AND RETURN CODE PASSED TO     *
000780*  GEO3X3_RUNSTAT AT END OF RUN                               *
000790*-----------------------------------------------------------*
000800 77  WS-JOB-NAME             PIC X(08)   VALUE "GEOCDC01".
000810 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_CDC_EXTR".
000820 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
000830 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
000840 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
000850 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
000860*-----------------------------------------------------------*
000870*  BUSINESS DATE SELECTED AND RUN DATE/TIME FOR THE HEADER.   *
000873*  JOURNAL DATES AFTER THE PRIOR BUSINESS DATE, UP TO THE     *
000876*  CURRENT ONE, ARE TAKEN.                                    *
000880*-----------------------------------------------------------*
000890 01  WS-BUS-DATE             PIC X(08).
000893 01  WS-BUS-DATE-STS         PIC 9(01).
000896 01  WS-BUS-DATE-MSG         PIC X(40).
000898 01  WS-PREV-DATE            PIC X(08).
000900 01  WS-PREV-DATE-NUM        PIC 9(08).
000903 77  WS-DATE-SERIAL          PIC 9(07)   COMP    VALUE ZERO.
000905 77  WS-CTL-STATUS           PIC X(02).
000907 01  WS-RUN-DATE             PIC X(08).
000910 01  WS-RUN-TIME             PIC X(08).
000920*-----------------------------------------------------------*
000930*  CONTROL-BREAK GROUP -- ONE CELL/OCCUPANT'S JOURNAL         *
000940*  RECORDS FOR THE DAY.  THE NET BEFORE IMAGE IS THE FIRST    *
000950*  RECORD'S, THE NET AFTER IMAGE THE LAST RECORD'S.           *
000960*-----------------------------------------------------------*
000970 01  WS-GRP-REC-KEY.
000980     05  WS-GRP-KEY          PIC X(31).
000990     05  WS-GRP-OCC-SEQ      PIC 9(02).
001000 77  WS-GRP-CNT              PIC 9(05)   COMP    VALUE ZERO.
001010 01  WS-GRP-ACTION           PIC X(01).
001020*-----------------------------------------------------------*
001030*  NET BEFORE/AFTER IMAGES -- GEO3XMR SHAPE.  THE DATA GROUP  *
001040*  AND THE POSTAL CODE ARE WHAT THE FEED CARRIES; THE         *
001045*  LAST-UPDATE DATE IS LEFT OUT OF THE COMPARE SO A RE-STAMP  *
001050*  ALONE IS NOT A CHANGE.                                     *
001060*-----------------------------------------------------------*
001070 01  WS-BEF-IMAGE.
001080     05  FILLER              PIC X(33).
001090     05  WS-BEF-DATA.
001100         10  WS-BEF-CUST-ID      PIC X(10).
001110         10  WS-BEF-CUST-NAME    PIC X(30).
001120         10  WS-BEF-ADDR-1       PIC X(30).
001130         10  WS-BEF-ADDR-2       PIC X(30).
001140         10  WS-BEF-LAT          PIC S9(03)V9(6)
001150                                 SIGN LEADING SEPARATE.
001160         10  WS-BEF-LNG          PIC S9(03)V9(6)
001170                                 SIGN LEADING SEPARATE.
001180         10  WS-BEF-LEVEL        PIC X(02).
001190         10  WS-BEF-STATUS       PIC X(01).
001200     05  WS-BEF-UPD-DT       PIC X(08).
001205     05  WS-BEF-POSTAL-CD    PIC X(10).
001210     05  FILLER              PIC X(03).
001220 01  WS-AFT-IMAGE.
001230     05  FILLER              PIC X(33).
001240     05  WS-AFT-DATA.
001250         10  WS-AFT-CUST-ID      PIC X(10).
001260         10  WS-AFT-CUST-NAME    PIC X(30).
001270         10  WS-AFT-ADDR-1       PIC X(30).
001280         10  WS-AFT-ADDR-2       PIC X(30).
001290         10  WS-AFT-LAT          PIC S9(03)V9(6)
001300                                 SIGN LEADING SEPARATE.
001310         10  WS-AFT-LNG          PIC S9(03)V9(6)
001320                                 SIGN LEADING SEPARATE.
001330         10  WS-AFT-LEVEL        PIC X(02).
001340         10  WS-AFT-STATUS       PIC X(01).
001350     05  WS-AFT-UPD-DT       PIC X(08).
001355     05  WS-AFT-POSTAL-CD    PIC X(10).
001360     05  FILLER              PIC X(03).
001370*-----------------------------------------------------------*
001380*  DELIMITED LINE ASSEMBLY -- AS GEO3X3_GIS_EXTR.  NUMBERS    *
001390*  ARE EDITED WITH A FLOATING SIGN AND THE LEADING SPACES     *
001400*  SCANNED OFF; TEXT HAS ITS TRAILING SPACES SCANNED OFF AND  *
001410*  ANY DELIMITER INSIDE IT BLANKED.                           *
001420*-----------------------------------------------------------*
001430 01  WS-OUT-LINE             PIC X(360).
001440 77  WS-OUT-PTR              PIC 9(03)   COMP    VALUE 1.
001450 01  WS-FLD-TEXT             PIC X(12).
001460 77  WS-FP                   PIC 9(02)   COMP    VALUE 1.
001470 01  WS-FLD-LAT              PIC ----9.999999.
001480 01  WS-TXT-FIELD            PIC X(30).
001490 77  WS-TL                   PIC 9(02)   COMP    VALUE ZERO.
001500 01  WS-DELIM                PIC X(01)   VALUE "|".
001510 01  WS-COUNT-TEXT           PIC 9(09).
001520 01  WS-GRP-CNT-TEXT         PIC 9(05).
001570 PROCEDURE                   DIVISION.
001620 0000-MAINLINE                  SECTION.
001630 0000-START.
001640     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
001650     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
001660         UNTIL     WS-EOF.
001670     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
001680     STOP RUN.
001690 0000-MAINLINE-EXIT.
001700     EXIT.
001710*-----------------------------------------------------------*
001720*  1000-INITIALIZE  --  RESOLVE THE BUSINESS DATE AND THE      *
001730*                       PRIOR ONE, OPEN FILES, WRITE THE       *
001740*                       HEADER, READ THE FIRST JOURNAL RECORD  *
001745*                       TO BE TAKEN.                           *
001750*                       A CLOSED OR MISSING BUSINESS DATE      *
001760*                       STOPS THE RUN -- A FEED FOR THE WRONG  *
001770*                       DAY IS WORSE THAN NO FEED.             *
001780*-----------------------------------------------------------*
001790 1000-INITIALIZE                SECTION.
001800 1000-INITIALIZE-START.
001810     ACCEPT  WS-RUN-DATE         FROM    DATE    YYYYMMDD.
001820     ACCEPT  WS-RUN-TIME         FROM    TIME.
001837     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001854                                 BY  REFERENCE   WS-BUS-DATE-STS
001871                                 BY  REFERENCE   WS-BUS-DATE-MSG
001888     END-CALL.
001905     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001922         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001939         MOVE    "Y"         TO  WS-DATE-BAD-SW
001960         MOVE    "Y"         TO  WS-EOF-SW
001980         GO  TO  1000-INITIALIZE-EXIT
001990     END-IF.
001995     PERFORM   1050-PRIOR-DATE    THRU    1050-PRIOR-DATE-EXIT.
002000     OPEN    INPUT    JRNLFILE.
002010     OPEN    OUTPUT   CDCFILE.
002020     MOVE    SPACE               TO  WS-OUT-LINE.
002030     STRING  "H" WS-DELIM WS-RUN-DATE WS-DELIM WS-RUN-TIME
002040             WS-DELIM "GEO3X3 MASTER CHANGE FEED"
002050             WS-DELIM WS-BUS-DATE
002060         DELIMITED BY SIZE
002070         INTO    WS-OUT-LINE
002080     END-STRING.
002090     WRITE   CDC-REC             FROM    WS-OUT-LINE.
002100     PERFORM   1100-READ-JRNLFILE
002110         THRU    1100-READ-JRNLFILE-EXIT.
002111 1000-INITIALIZE-EXIT.
002112     EXIT.
002114*-----------------------------------------------------------*
002115*  1050-PRIOR-DATE  --  THE BUSINESS DATE BEFORE THIS ONE,    *
002117*                        FROM THE CONTROL RECORD.  WHEN IT    *
002118*                        IS MISSING OR NOT BEFORE THE         *
002120*                        CURRENT DATE, THE DAY BEFORE IS      *
002121*                        USED, SO ONLY THE CURRENT DATE IS    *
002123*                        TAKEN.                               *
002124*-----------------------------------------------------------*
002125 1050-PRIOR-DATE                SECTION.
002127 1050-PRIOR-DATE-START.
002128     MOVE    WS-BUS-DATE         TO  WS-PREV-DATE-NUM.
002130     COMPUTE WS-DATE-SERIAL      =
002131         FUNCTION INTEGER-OF-DATE(WS-PREV-DATE-NUM)  -   1
002133     END-COMPUTE.
002134     COMPUTE WS-PREV-DATE-NUM    =
002136         FUNCTION DATE-OF-INTEGER(WS-DATE-SERIAL)
002137     END-COMPUTE.
002138     MOVE    WS-PREV-DATE-NUM    TO  WS-PREV-DATE.
002140     OPEN    INPUT   DATECTL.
002141     IF      WS-CTL-STATUS   NOT =   "00"    THEN
002142         GO  TO  1050-PRIOR-DATE-EXIT
002143     END-IF.
002144     READ    DATECTL
002145         AT END
002146             CLOSE   DATECTL
002147             GO  TO  1050-PRIOR-DATE-EXIT
002148     END-READ.
002149     CLOSE   DATECTL.
002150     IF      GEO3X-BD-PREV-DATE  IS NUMERIC
002151         AND GEO3X-BD-PREV-DATE  >   ZERO
002152         AND GEO3X-BD-PREV-DATE  <   GEO3X-BD-BUS-DATE   THEN
002153         MOVE    GEO3X-BD-PREV-DATE  TO  WS-PREV-DATE
002154     END-IF.
002155 1050-PRIOR-DATE-EXIT.
002156     EXIT.
002157*-----------------------------------------------------------*
002158*  1100-READ-JRNLFILE  --  NEXT JOURNAL RECORD AFTER THE       *
002160*                          PRIOR BUSINESS DATE, UP TO THE      *
002165*                          CURRENT ONE; OTHER DATES ARE        *
002170*                          COUNTED AND PASSED OVER             *
002180*-----------------------------------------------------------*
002190 1100-READ-JRNLFILE             SECTION.
002200 1100-READ-JRNLFILE-START.
002210     READ    JRNLFILE
002220         AT END
002230             MOVE    "Y"         TO  WS-EOF-SW
002240             GO  TO  1100-READ-JRNLFILE-EXIT
002250     END-READ.
002260     ADD     1                   TO  WS-RECS-READ.
002270     IF      GEO3X-JR-DATE   NOT >   WS-PREV-DATE
002275         OR  GEO3X-JR-DATE   >   WS-BUS-DATE THEN
002280         ADD     1               TO  WS-RECS-OTHER-DATE
002290         GO  TO  1100-READ-JRNLFILE-START
002300     END-IF.
002310     ADD     1                   TO  WS-RECS-SELECTED.
002320 1100-READ-JRNLFILE-EXIT.
002330     EXIT.
002340*-----------------------------------------------------------*
002350*  2000-PROCESS  --  ONE CELL/OCCUPANT: TAKE THE FIRST         *
002360*                    BEFORE IMAGE, RUN TO THE KEY BREAK        *
002370*                    KEEPING THE LATEST AFTER IMAGE, THEN      *
002380*                    WRITE THE NET CHANGE                      *
002390*-----------------------------------------------------------*
002400 2000-PROCESS                   SECTION.
002410 2000-PROCESS-START.
002420     MOVE    GEO3X-JR-REC-KEY    TO  WS-GRP-REC-KEY.
002430     MOVE    GEO3X-JR-BEFORE     TO  WS-BEF-IMAGE.
002440     MOVE    ZERO                TO  WS-GRP-CNT.
002450     ADD     1                   TO  WS-KEYS-CHANGED.
002460     PERFORM   2100-ACCUMULATE    THRU    2100-ACCUMULATE-EXIT
002470         UNTIL     WS-EOF
002480                   OR  GEO3X-JR-REC-KEY    NOT =   WS-GRP-REC-KEY.
002490     PERFORM   2200-WRITE-NET     THRU    2200-WRITE-NET-EXIT.
002500 2000-PROCESS-EXIT.
002510     EXIT.
002520 2100-ACCUMULATE                SECTION.
002530 2100-ACCUMULATE-START.
002540     MOVE    GEO3X-JR-AFTER      TO  WS-AFT-IMAGE.
002550     ADD     1                   TO  WS-GRP-CNT.
002560     PERFORM   1100-READ-JRNLFILE
002570         THRU    1100-READ-JRNLFILE-EXIT.
002580 2100-ACCUMULATE-EXIT.
002590     EXIT.
002600*-----------------------------------------------------------*
002610*  2200-WRITE-NET  --  NO BEFORE IMAGE IS A NET ADD, NO        *
002620*                      AFTER IMAGE A NET DELETE, NEITHER       *
002630*                      (ADDED AND DELETED) NOTHING.  WITH      *
002640*                      BOTH, A CHANGE ONLY IF THE CARRIED      *
002650*                      FIELDS DIFFER.                          *
002660*-----------------------------------------------------------*
002670 2200-WRITE-NET                 SECTION.
002680 2200-WRITE-NET-START.
002690     EVALUATE    TRUE
002700         WHEN    WS-BEF-IMAGE    =   SPACE
002710             AND WS-AFT-IMAGE    =   SPACE
002720             ADD     1           TO  WS-KEYS-NETTED-OUT
002730             GO  TO  2200-WRITE-NET-EXIT
002740         WHEN    WS-BEF-IMAGE    =   SPACE
002750             MOVE    "A"         TO  WS-GRP-ACTION
002760             ADD     1           TO  WS-NET-ADDS
002770         WHEN    WS-AFT-IMAGE    =   SPACE
002780             MOVE    "D"         TO  WS-GRP-ACTION
002790             ADD     1           TO  WS-NET-DELETES
002800         WHEN    WS-BEF-DATA     =   WS-AFT-DATA
002805             AND WS-BEF-POSTAL-CD    =   WS-AFT-POSTAL-CD
002810             ADD     1           TO  WS-KEYS-NETTED-OUT
002820             GO  TO  2200-WRITE-NET-EXIT
002830         WHEN    OTHER
002840             MOVE    "C"         TO  WS-GRP-ACTION
002850             ADD     1           TO  WS-NET-CHANGES
002860     END-EVALUATE.
002870     MOVE    SPACE               TO  WS-OUT-LINE.
002880     MOVE    1                   TO  WS-OUT-PTR.
002890     MOVE    WS-GRP-CNT          TO  WS-GRP-CNT-TEXT.
002900     STRING  "D" WS-DELIM WS-GRP-ACTION WS-DELIM
002910             WS-GRP-KEY WS-DELIM WS-GRP-OCC-SEQ WS-DELIM
002920             WS-GRP-CNT-TEXT WS-DELIM
002930         DELIMITED BY SIZE
002940         INTO    WS-OUT-LINE
002950         WITH    POINTER WS-OUT-PTR
002960     END-STRING.
002970     PERFORM   2300-APPEND-BEFORE THRU    2300-APPEND-BEFORE-EXIT.
002980     PERFORM   2400-APPEND-AFTER  THRU    2400-APPEND-AFTER-EXIT.
002990     WRITE   CDC-REC             FROM    WS-OUT-LINE.
003000     ADD     1                   TO  WS-RECS-EXTRACTED.
003010 2200-WRITE-NET-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------*
003040*  2300-APPEND-BEFORE  --  THE NINE BEFORE FIELDS; A NET ADD   *
003050*                          HAS NONE, SO THEY GO OUT EMPTY      *
003060*-----------------------------------------------------------*
003070 2300-APPEND-BEFORE             SECTION.
003080 2300-APPEND-BEFORE-START.
003090     IF      WS-BEF-IMAGE    =   SPACE   THEN
003100         STRING  WS-DELIM WS-DELIM WS-DELIM WS-DELIM
003110                 WS-DELIM WS-DELIM WS-DELIM WS-DELIM
003115                 WS-DELIM
003120             DELIMITED BY SIZE
003130             INTO    WS-OUT-LINE
003140             WITH    POINTER WS-OUT-PTR
003150         END-STRING
003160         GO  TO  2300-APPEND-BEFORE-EXIT
003170     END-IF.
003180     MOVE    WS-BEF-CUST-ID      TO  WS-TXT-FIELD.
003190     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
003200     MOVE    WS-BEF-CUST-NAME    TO  WS-TXT-FIELD.
003210     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
003220     MOVE    WS-BEF-ADDR-1       TO  WS-TXT-FIELD.
003230     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
003240     MOVE    WS-BEF-ADDR-2       TO  WS-TXT-FIELD.
003250     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
003253     MOVE    WS-BEF-POSTAL-CD    TO  WS-TXT-FIELD.
003256     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
003260     MOVE    WS-BEF-LAT          TO  WS-FLD-LAT.
003270     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
003280     MOVE    WS-BEF-LNG          TO  WS-FLD-LAT.
003290     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
003300     STRING  WS-BEF-LEVEL WS-DELIM WS-BEF-STATUS WS-DELIM
003310         DELIMITED BY SIZE
003320         INTO    WS-OUT-LINE
003330         WITH    POINTER WS-OUT-PTR
003340     END-STRING.
003350 2300-APPEND-BEFORE-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------*
003380*  2400-APPEND-AFTER  --  THE NINE AFTER FIELDS; A NET         *
003390*                         DELETE HAS NONE.  THE LAST FIELD     *
003400*                         ENDS THE RECORD, SO NO DELIMITER     *
003410*                         FOLLOWS IT.                          *
003420*-----------------------------------------------------------*
003430 2400-APPEND-AFTER              SECTION.
003440 2400-APPEND-AFTER-START.
003450     IF      WS-AFT-IMAGE    =   SPACE   THEN
003460         STRING  WS-DELIM WS-DELIM WS-DELIM WS-DELIM
003470                 WS-DELIM WS-DELIM WS-DELIM WS-DELIM
003480             DELIMITED BY SIZE
003490             INTO    WS-OUT-LINE
003500             WITH    POINTER WS-OUT-PTR
003510         END-STRING
003520         GO  TO  2400-APPEND-AFTER-EXIT
003530     END-IF.
003540     MOVE    WS-AFT-CUST-ID      TO  WS-TXT-FIELD.
003550     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
003560     MOVE    WS-AFT-CUST-NAME    TO  WS-TXT-FIELD.
003570     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
003580     MOVE    WS-AFT-ADDR-1       TO  WS-TXT-FIELD.
003590     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
003600     MOVE    WS-AFT-ADDR-2       TO  WS-TXT-FIELD.
003610     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
003613     MOVE    WS-AFT-POSTAL-CD    TO  WS-TXT-FIELD.
003616     PERFORM   2600-APPEND-TEXT   THRU    2600-APPEND-TEXT-EXIT.
003620     MOVE    WS-AFT-LAT          TO  WS-FLD-LAT.
003630     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
003640     MOVE    WS-AFT-LNG          TO  WS-FLD-LAT.
003650     PERFORM   2500-APPEND-FIELD  THRU    2500-APPEND-FIELD-EXIT.
003660     STRING  WS-AFT-LEVEL WS-DELIM WS-AFT-STATUS
003670         DELIMITED BY SIZE
003680         INTO    WS-OUT-LINE
003690         WITH    POINTER WS-OUT-PTR
003700     END-STRING.
003710 2400-APPEND-AFTER-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------*
003740*  2500-APPEND-FIELD  --  SCAN THE LEADING SPACES OFF THE     *
003750*                         EDITED FIELD AND STRING WHAT IS     *
003760*                         LEFT, PLUS THE DELIMITER, ONTO THE  *
003770*                         OUTPUT LINE                         *
003780*-----------------------------------------------------------*
003790 2500-APPEND-FIELD             SECTION.
003800 2500-APPEND-FIELD-START.
003810     MOVE    WS-FLD-LAT          TO  WS-FLD-TEXT.
003820     MOVE    1                   TO  WS-FP.
003830     PERFORM   2510-SKIP-SPACE    THRU    2510-SKIP-SPACE-EXIT
003840         UNTIL     WS-FP  >=  12
003850                   OR  WS-FLD-TEXT(WS-FP:1)   NOT =   SPACE.
003860     STRING  WS-FLD-TEXT(WS-FP:) WS-DELIM
003870         DELIMITED BY SIZE
003880         INTO    WS-OUT-LINE
003890         WITH    POINTER WS-OUT-PTR
003900     END-STRING.
003910 2500-APPEND-FIELD-EXIT.
003920     EXIT.
003930 2510-SKIP-SPACE               SECTION.
003940 2510-SKIP-SPACE-START.
003950     ADD     1                   TO  WS-FP.
003960 2510-SKIP-SPACE-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------*
003990*  2600-APPEND-TEXT  --  BLANK ANY DELIMITER IN THE TEXT,      *
004000*                        SCAN THE TRAILING SPACES OFF, AND     *
004010*                        STRING WHAT IS LEFT, PLUS THE         *
004020*                        DELIMITER, ONTO THE OUTPUT LINE       *
004030*-----------------------------------------------------------*
004040 2600-APPEND-TEXT              SECTION.
004050 2600-APPEND-TEXT-START.
004060     INSPECT WS-TXT-FIELD    REPLACING   ALL WS-DELIM
004070                                         BY  SPACE.
004080     MOVE    30                  TO  WS-TL.
004090     PERFORM   2610-BACK-SPACE    THRU    2610-BACK-SPACE-EXIT
004100         UNTIL     WS-TL  =   ZERO
004110                   OR  WS-TXT-FIELD(WS-TL:1)  NOT =   SPACE.
004120     IF      WS-TL   >   ZERO    THEN
004130         STRING  WS-TXT-FIELD(1:WS-TL)
004140             DELIMITED BY SIZE
004150             INTO    WS-OUT-LINE
004160             WITH    POINTER WS-OUT-PTR
004170         END-STRING
004180     END-IF.
004190     STRING  WS-DELIM
004200         DELIMITED BY SIZE
004210         INTO    WS-OUT-LINE
004220         WITH    POINTER WS-OUT-PTR
004230     END-STRING.
004240 2600-APPEND-TEXT-EXIT.
004250     EXIT.
004260 2610-BACK-SPACE               SECTION.
004270 2610-BACK-SPACE-START.
004280     SUBTRACT 1                  FROM    WS-TL.
004290 2610-BACK-SPACE-EXIT.
004300     EXIT.
004310*-----------------------------------------------------------*
004320*  3000-TERMINATE  --  WRITE THE TRAILER, CLOSE FILES,         *
004330*                      DISPLAY RUN TOTALS, POST RUN-CONTROL    *
004340*-----------------------------------------------------------*
004350 3000-TERMINATE                 SECTION.
004360 3000-TERMINATE-START.
004370     IF      WS-DATE-BAD     THEN
004380         MOVE    12              TO  RETURN-CODE
004390         GO  TO  3000-TERMINATE-EXIT
004400     END-IF.
004410     MOVE    WS-RECS-EXTRACTED   TO  WS-COUNT-TEXT.
004420     MOVE    SPACE               TO  WS-OUT-LINE.
004430     STRING  "T" WS-DELIM WS-COUNT-TEXT
004440         DELIMITED BY SIZE
004450         INTO    WS-OUT-LINE
004460     END-STRING.
004470     WRITE   CDC-REC             FROM    WS-OUT-LINE.
004480     DISPLAY "BUSINESS DATE       = " WS-BUS-DATE.
004485     DISPLAY "  PRIOR DATE        = " WS-PREV-DATE.
004490     DISPLAY "JOURNAL RECORDS READ= " WS-RECS-READ.
004500     DISPLAY "  FOR THE DATES     = " WS-RECS-SELECTED.
004510     DISPLAY "  OTHER DATES       = " WS-RECS-OTHER-DATE.
004520     DISPLAY "RECORDS CHANGED     = " WS-KEYS-CHANGED.
004530     DISPLAY "  NETTED OUT        = " WS-KEYS-NETTED-OUT.
004540     DISPLAY "NET ADDS            = " WS-NET-ADDS.
004550     DISPLAY "NET CHANGES         = " WS-NET-CHANGES.
004560     DISPLAY "NET DELETES         = " WS-NET-DELETES.
004570     DISPLAY "RECORDS EXTRACTED   = " WS-RECS-EXTRACTED.
004580     CLOSE   JRNLFILE.
004590     CLOSE   CDCFILE.
004600     MOVE    WS-RECS-SELECTED    TO  WS-RC-READ.
004610     MOVE    WS-RECS-EXTRACTED   TO  WS-RC-WRITTEN.
004620     MOVE    ZERO                TO  WS-RC-REJECTED.
004630     MOVE    ZERO                TO  WS-RC-RETURN.
004640     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
004650                                 BY  REFERENCE   WS-PGM-NAME
004660                                 BY  REFERENCE   WS-RC-READ
004670                                 BY  REFERENCE   WS-RC-WRITTEN
004680                                 BY  REFERENCE   WS-RC-REJECTED
004690                                 BY  REFERENCE   WS-RC-RETURN
004700     END-CALL.
004710     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
004720 3000-TERMINATE-EXIT.
004730     EXIT.
004740 END PROGRAM     geo3x3_cdc_extr.
