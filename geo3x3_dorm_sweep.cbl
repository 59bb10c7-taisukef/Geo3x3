000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_dorm_sweep.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  MONTHLY DORMANT-CUSTOMER *
000190*                 SWEEP -- SEE GEODRM01.  THE DELIVERY       *
000200*                 HISTORY (GEO3XCH), SORTED INTO THE         *
000210*                 MASTER'S KEY ORDER, IS MATCHED TO EVERY    *
000220*                 OCCUPANT ON THE MASTER.  AN ACTIVE         *
000230*                 OCCUPANT WITH NO DELIVERY IN THE DORMANCY  *
000240*                 WINDOW (THE EXEC PARM, IN DAYS, ENDING ON  *
000250*                 THE BUSINESS DATE) IS LISTED WITH ITS LAST *
000260*                 DELIVERY DATE AND THE DELIVERIES ON FILE   *
000270*                 FOR IT, AND DRAWS A PROPOSED INACTIVATE    *
000280*                 (ACTION I) IN GEO3XMT FORMAT FOR           *
000290*                 SUPERVISOR SIGN-OFF, THE SAME              *
000300*                 REVIEWED-CORRECTIONS PATTERN AS GEOFIX01   *
000310*                 AND GEODUP01.  AN OCCUPANT WHOSE RECORD    *
000320*                 WAS UPDATED INSIDE THE WINDOW IS LISTED    *
000330*                 BUT NOT PROPOSED.  READ ONLY -- NOTHING    *
000340*                 HERE CHANGES THE MASTER.                   *
000350*-----------------------------------------------------------*
000360 ENVIRONMENT                 DIVISION.
000370 CONFIGURATION               SECTION.
000380 SOURCE-COMPUTER.            IBM-370.
000390 OBJECT-COMPUTER.            IBM-370.
000400 INPUT-OUTPUT                SECTION.
000410 FILE-CONTROL.
000420     SELECT  MASTER          ASSIGN TO "MASTER"
000430                              ORGANIZATION  IS  INDEXED
000440                              ACCESS MODE    IS  SEQUENTIAL
000450                              RECORD KEY     IS  GEO3X-MR-REC-KEY
000460                              FILE STATUS    IS  WS-MASTER-STATUS.
000470     SELECT  HISTFILE        ASSIGN TO "HISTFILE"
000480                              ORGANIZATION  IS  SEQUENTIAL.
000490     SELECT  TRANOUT         ASSIGN TO "TRANOUT"
000500                              ORGANIZATION  IS  SEQUENTIAL.
000510     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000520                              ORGANIZATION  IS  SEQUENTIAL.
000530 DATA                        DIVISION.
000540 FILE                        SECTION.
000550 FD  MASTER
000560     LABEL RECORDS ARE STANDARD.
000570     COPY    GEO3XMR.
000580 FD  HISTFILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610     COPY    GEO3XCH.
000620 FD  TRANOUT
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  TRAN-REC                PIC X(174).
000660 FD  RPTFILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  RPT-REC                 PIC X(132).
000700 WORKING-STORAGE             SECTION.
000710*-----------------------------------------------------------*
000720*  SWITCHES                                                  *
000730*-----------------------------------------------------------*
000740 01  WS-SWITCHES.
000750     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000760         88  WS-EOF                      VALUE "Y".
000770     05  WS-HST-EOF-SW       PIC X(01)   VALUE "N".
000780         88  WS-HST-EOF                  VALUE "Y".
000790     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000800         88  WS-DATE-BAD                 VALUE "Y".
000810     05  WS-MST-BAD-SW       PIC X(01)   VALUE "N".
000820         88  WS-MST-BAD                  VALUE "Y".
000830 01  WS-MASTER-STATUS        PIC X(02).
000840     88  WS-MASTER-OK                    VALUE "00".
000850*-----------------------------------------------------------*
000860*  COUNTERS                                                  *
000870*-----------------------------------------------------------*
000880 77  WS-MST-READ             PIC 9(09)   COMP    VALUE ZERO.
000890 77  WS-HST-READ             PIC 9(09)   COMP    VALUE ZERO.
000900 77  WS-OCC-ACTIVE           PIC 9(09)   COMP    VALUE ZERO.
000910 77  WS-OCC-DORMANT          PIC 9(09)   COMP    VALUE ZERO.
000920 77  WS-OCC-NEVER            PIC 9(09)   COMP    VALUE ZERO.
000930 77  WS-OCC-HELD             PIC 9(09)   COMP    VALUE ZERO.
000940 77  WS-INACTS-PROPOSED      PIC 9(09)   COMP    VALUE ZERO.
000950*-----------------------------------------------------------*
000960*  RUN-CONTROL FIELDS -- PROPOSALS WRITTEN END THE RUN RC 4  *
000970*  SO THE SCHEDULER FLAGS THE FILE FOR SIGN-OFF; A CLEAN     *
000980*  SWEEP IS RC 0.  A MASTER THAT WILL NOT OPEN OR READ IS    *
000990*  RC 8.                                                     *
001000*-----------------------------------------------------------*
001010 77  WS-JOB-NAME             PIC X(08)   VALUE "GEODRM01".
001020 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_DORM_SWEEP".
001030 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
001040 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
001050 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
001060 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
001070*-----------------------------------------------------------*
001080*  DORMANCY WINDOW -- THE EXEC PARM IN DAYS (PARM='0180');   *
001090*  EMPTY MEANS 180.  THE WINDOW IS THAT MANY DAYS ENDING ON  *
001100*  THE BUSINESS DATE; AN ACTIVE OCCUPANT WITH NO DELIVERY    *
001110*  POSTED IN IT IS DORMANT.                                  *
001120*-----------------------------------------------------------*
001130 77  WS-DORM-DAYS            PIC 9(04)   COMP    VALUE ZERO.
001140 01  WS-RUN-DATE-RAW         PIC 9(08).
001150 77  WS-RUN-SERIAL           PIC 9(07)   COMP    VALUE ZERO.
001160 01  WS-FROM-NUM             PIC 9(08)           VALUE ZERO.
001170 01  WS-FROM-X      REDEFINES WS-FROM-NUM
001180                             PIC X(08).
001190*-----------------------------------------------------------*
001200*  HISTORY MATCH -- THE HISTORY FILE IS SORTED BY CELL AND   *
001210*  OCCUPANT AHEAD OF THIS STEP (SEE GEODRM01), THE ORDER THE *
001220*  MASTER READS IN.  A DELIVERY BELONGS TO THE OCCUPANT WHEN *
001230*  ITS CUSTOMER IS STILL THE OCCUPANT'S -- AN EARLIER        *
001240*  OCCUPANT'S DELIVERIES DO NOT KEEP A NEW ONE ALIVE.        *
001250*  POSTINGS DATED PAST THE BUSINESS DATE ARE NOT COUNTED.    *
001260*-----------------------------------------------------------*
001270 01  WS-HST-REC-KEY.
001280     05  WS-HST-KEY          PIC X(31).
001290     05  WS-HST-OCC-SEQ      PIC 9(02).
001300 01  WS-LAST-DLV             PIC X(08).
001310 01  WS-LAST-DLV-NUM REDEFINES WS-LAST-DLV
001320                             PIC 9(08).
001330 77  WS-PRIOR-DLV            PIC 9(07)   COMP    VALUE ZERO.
001340 77  WS-DAYS-SINCE           PIC 9(05)   COMP    VALUE ZERO.
001350*-----------------------------------------------------------*
001360*  BUSINESS DATE -- ENDS THE WINDOW AND IS STAMPED ON THE    *
001370*  PROPOSED TRANSACTIONS AS THEIR LAST-UPDATE DATE           *
001380*-----------------------------------------------------------*
001390 01  WS-BUS-DATE             PIC X(08).
001400 01  WS-BUS-DATE-STS         PIC 9(01).
001410 01  WS-BUS-DATE-MSG         PIC X(40).
001420*-----------------------------------------------------------*
001430*  REPORT LINES                                              *
001440*-----------------------------------------------------------*
001450 01  WS-TITLE-LINE.
001460     05  FILLER              PIC X(30)   VALUE
001470         "GEO3X3 DORMANT-CUSTOMER SWEEP".
001480     05  FILLER              PIC X(04)   VALUE SPACE.
001490     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001500     05  WS-TTL-DATE         PIC X(08).
001510     05  FILLER              PIC X(04)   VALUE SPACE.
001520     05  FILLER              PIC X(19)   VALUE
001530         "NO DELIVERY SINCE: ".
001540     05  WS-TTL-FROM         PIC X(08).
001550     05  FILLER              PIC X(02)   VALUE " (".
001560     05  WS-TTL-DAYS         PIC Z,ZZ9.
001570     05  FILLER              PIC X(06)   VALUE " DAYS)".
001580     05  FILLER              PIC X(36)   VALUE SPACE.
001590 01  WS-DORM-HDR.
001600     05  FILLER              PIC X(36)   VALUE "SITE CELL".
001610     05  FILLER              PIC X(12)   VALUE "CUSTOMER".
001620     05  FILLER              PIC X(22)   VALUE "NAME".
001630     05  FILLER              PIC X(10)   VALUE "LAST DLV".
001640     05  FILLER              PIC X(06)   VALUE "  DAYS".
001650     05  FILLER              PIC X(11)   VALUE "  PRIOR DLV".
001660     05  FILLER              PIC X(35)   VALUE "  ACTION".
001670 01  WS-DORM-LINE.
001680     05  WS-DRL-KEY          PIC X(31).
001690     05  FILLER              PIC X(01)   VALUE "/".
001700     05  WS-DRL-OCC          PIC 99.
001710     05  FILLER              PIC X(02)   VALUE SPACE.
001720     05  WS-DRL-CUST-ID      PIC X(10).
001730     05  FILLER              PIC X(02)   VALUE SPACE.
001740     05  WS-DRL-NAME         PIC X(20).
001750     05  FILLER              PIC X(02)   VALUE SPACE.
001760     05  WS-DRL-LAST         PIC X(08).
001770     05  FILLER              PIC X(02)   VALUE SPACE.
001780     05  WS-DRL-DAYS         PIC ZZ,ZZ9.
001790     05  WS-DRL-DAYS-X  REDEFINES WS-DRL-DAYS
001800                             PIC X(06).
001810     05  FILLER              PIC X(02)   VALUE SPACE.
001820     05  WS-DRL-PRIOR        PIC Z,ZZZ,ZZ9.
001830     05  FILLER              PIC X(02)   VALUE SPACE.
001840     05  WS-DRL-ACTION       PIC X(32).
001850     05  FILLER              PIC X(01)   VALUE SPACE.
001860 01  WS-CNT-LINE.
001870     05  WS-CNT-LABEL        PIC X(48).
001880     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
001890     05  FILLER              PIC X(73)   VALUE SPACE.
001900 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACE.
001910*-----------------------------------------------------------*
001920*  TRANSACTION WORK AREA                                     *
001930*-----------------------------------------------------------*
001940     COPY    GEO3XMT.
001950 LINKAGE                     SECTION.
001960*-----------------------------------------------------------*
001970*  EXEC PARM -- DORMANCY WINDOW IN DAYS                      *
001980*-----------------------------------------------------------*
001990 01  PARM-DATA.
002000     05  PARM-LENGTH         PIC S9(04)  COMP.
002010     05  PARM-DORM-DAYS      PIC 9(04).
002020 PROCEDURE                   DIVISION    USING   PARM-DATA.
002030 0000-MAINLINE                  SECTION.
002040 0000-START.
002050     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
002060     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
002070         UNTIL     WS-EOF.
002080     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
002090     STOP RUN.
002100 0000-MAINLINE-EXIT.
002110     EXIT.
002120*-----------------------------------------------------------*
002130*  1000-INITIALIZE  --  RESOLVE THE WINDOW, OPEN FILES,      *
002140*                       PRINT THE HEADINGS, READ THE FIRST   *
002150*                       HISTORY AND MASTER RECORDS           *
002160*-----------------------------------------------------------*
002170 1000-INITIALIZE                SECTION.
002180 1000-INITIALIZE-START.
002190     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
002200                                 BY  REFERENCE   WS-BUS-DATE-STS
002210                                 BY  REFERENCE   WS-BUS-DATE-MSG
002220     END-CALL.
002230     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
002240         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
002250         MOVE    "Y"         TO  WS-DATE-BAD-SW
002260         MOVE    "Y"         TO  WS-EOF-SW
002270         GO  TO  1000-INITIALIZE-EXIT
002280     END-IF.
002290     IF      PARM-LENGTH >=  4
002300         AND PARM-DORM-DAYS  IS NUMERIC
002310         AND PARM-DORM-DAYS  >   ZERO    THEN
002320         MOVE    PARM-DORM-DAYS  TO  WS-DORM-DAYS
002330     ELSE
002340         MOVE    180             TO  WS-DORM-DAYS
002350     END-IF.
002360     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
002370     COMPUTE WS-RUN-SERIAL   =
002380         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW)
002390     END-COMPUTE.
002400     COMPUTE WS-FROM-NUM     =
002410         FUNCTION DATE-OF-INTEGER(WS-RUN-SERIAL
002420                             -   WS-DORM-DAYS    +   1)
002430     END-COMPUTE.
002440     OPEN    INPUT    MASTER.
002450     IF      NOT WS-MASTER-OK    THEN
002460         DISPLAY "MASTER OPEN FAILED, STATUS=" WS-MASTER-STATUS
002470         MOVE    "Y"         TO  WS-EOF-SW
002480         MOVE    8           TO  WS-RC-RETURN
002490         GO  TO  1000-INITIALIZE-EXIT
002500     END-IF.
002510     OPEN    INPUT    HISTFILE.
002520     OPEN    OUTPUT   TRANOUT.
002530     OPEN    OUTPUT   RPTFILE.
002540     MOVE    WS-BUS-DATE         TO  WS-TTL-DATE.
002550     MOVE    WS-FROM-X           TO  WS-TTL-FROM.
002560     MOVE    WS-DORM-DAYS        TO  WS-TTL-DAYS.
002570     WRITE   RPT-REC             FROM    WS-TITLE-LINE.
002580     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
002590     WRITE   RPT-REC             FROM    WS-DORM-HDR.
002600     PERFORM   1200-READ-HISTFILE THRU    1200-READ-HISTFILE-EXIT.
002610     PERFORM   1100-READ-MASTER   THRU    1100-READ-MASTER-EXIT.
002620 1000-INITIALIZE-EXIT.
002630     EXIT.
002640 1100-READ-MASTER               SECTION.
002650 1100-READ-MASTER-START.
002660     READ    MASTER  NEXT RECORD
002670         AT END
002680             MOVE    "Y"         TO  WS-EOF-SW
002690             GO  TO  1100-READ-MASTER-EXIT
002700     END-READ.
002710     IF      NOT WS-MASTER-OK        THEN
002720         DISPLAY "MASTER READ FAILED, STATUS=" WS-MASTER-STATUS
002730         MOVE    "Y"         TO  WS-EOF-SW
002740         MOVE    "Y"         TO  WS-MST-BAD-SW
002750         GO  TO  1100-READ-MASTER-EXIT
002760     END-IF.
002770     ADD     1                   TO  WS-MST-READ.
002780 1100-READ-MASTER-EXIT.
002790     EXIT.
002800 1200-READ-HISTFILE            SECTION.
002810 1200-READ-HISTFILE-START.
002820     READ    HISTFILE
002830         AT END
002840             MOVE    "Y"         TO  WS-HST-EOF-SW
002850             GO  TO  1200-READ-HISTFILE-EXIT
002860     END-READ.
002870     ADD     1                   TO  WS-HST-READ.
002880     MOVE    GEO3X-CH-KEY        TO  WS-HST-KEY.
002890     MOVE    GEO3X-CH-OCC-SEQ    TO  WS-HST-OCC-SEQ.
002900 1200-READ-HISTFILE-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------*
002930*  2000-PROCESS  --  ONE MASTER OCCUPANT: GATHER ITS         *
002940*                    HISTORY, AND IF IT IS ACTIVE WITH NO    *
002950*                    DELIVERY IN THE WINDOW, LIST IT AND     *
002960*                    PROPOSE IT FOR INACTIVATION             *
002970*-----------------------------------------------------------*
002980 2000-PROCESS                   SECTION.
002990 2000-PROCESS-START.
003000     PERFORM   2100-SITE-HISTORY  THRU    2100-SITE-HISTORY-EXIT.
003010     IF      NOT GEO3X-MR-ACTIVE     THEN
003020         GO  TO  2000-PROCESS-READ
003030     END-IF.
003040     ADD     1                   TO  WS-OCC-ACTIVE.
003050     IF      WS-LAST-DLV     NOT =   SPACE
003060         AND WS-LAST-DLV     >=  WS-FROM-X   THEN
003070         GO  TO  2000-PROCESS-READ
003080     END-IF.
003090     ADD     1                   TO  WS-OCC-DORMANT.
003100     PERFORM   2200-DORMANT-SITE  THRU    2200-DORMANT-SITE-EXIT.
003110 2000-PROCESS-READ.
003120     PERFORM   1100-READ-MASTER   THRU    1100-READ-MASTER-EXIT.
003130 2000-PROCESS-EXIT.
003140     EXIT.
003150*-----------------------------------------------------------*
003160*  2100-SITE-HISTORY  --  MATCH THE HISTORY TO THE MASTER    *
003170*                         RECORD IN HAND: PASS OVER HISTORY  *
003180*                         FOR CELLS/OCCUPANTS BEFORE IT, AND *
003190*                         TAKE THE LAST DELIVERY DATE AND    *
003200*                         THE DELIVERY COUNT OF ITS OWN      *
003210*-----------------------------------------------------------*
003220 2100-SITE-HISTORY             SECTION.
003230 2100-SITE-HISTORY-START.
003240     MOVE    SPACE               TO  WS-LAST-DLV.
003250     MOVE    ZERO                TO  WS-PRIOR-DLV.
003260     PERFORM   2110-NEXT-HIST     THRU    2110-NEXT-HIST-EXIT
003270         UNTIL     WS-HST-EOF
003280                   OR  WS-HST-REC-KEY  >   GEO3X-MR-REC-KEY.
003290 2100-SITE-HISTORY-EXIT.
003300     EXIT.
003310 2110-NEXT-HIST                 SECTION.
003320 2110-NEXT-HIST-START.
003330     IF      WS-HST-REC-KEY      =   GEO3X-MR-REC-KEY
003340         AND GEO3X-CH-CUST-ID    =   GEO3X-MR-CUST-ID
003350         AND GEO3X-CH-POST-DATE  IS NUMERIC
003360         AND GEO3X-CH-POST-DATE  <=  WS-BUS-DATE     THEN
003370         ADD     1               TO  WS-PRIOR-DLV
003380         IF      WS-LAST-DLV     =   SPACE
003390             OR  GEO3X-CH-POST-DATE  >   WS-LAST-DLV THEN
003400             MOVE    GEO3X-CH-POST-DATE  TO  WS-LAST-DLV
003410         END-IF
003420     END-IF.
003430     PERFORM   1200-READ-HISTFILE THRU    1200-READ-HISTFILE-EXIT.
003440 2110-NEXT-HIST-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------*
003470*  2200-DORMANT-SITE  --  LIST THE DORMANT OCCUPANT.  ONE    *
003480*                         WHOSE RECORD WAS UPDATED INSIDE    *
003490*                         THE WINDOW (RE-KEYED, MOVED OR     *
003500*                         REACTIVATED) IS HELD FOR A LOOK    *
003510*                         RATHER THAN PROPOSED; THE REST     *
003520*                         DRAW A PROPOSED INACTIVATE.        *
003530*-----------------------------------------------------------*
003540 2200-DORMANT-SITE             SECTION.
003550 2200-DORMANT-SITE-START.
003560     MOVE    GEO3X-MR-KEY        TO  WS-DRL-KEY.
003570     MOVE    GEO3X-MR-OCC-SEQ    TO  WS-DRL-OCC.
003580     MOVE    GEO3X-MR-CUST-ID    TO  WS-DRL-CUST-ID.
003590     MOVE    GEO3X-MR-CUST-NAME  TO  WS-DRL-NAME.
003600     IF      WS-LAST-DLV     =   SPACE   THEN
003610         MOVE    "NEVER"         TO  WS-DRL-LAST
003620         MOVE    SPACE           TO  WS-DRL-DAYS-X
003630         ADD     1               TO  WS-OCC-NEVER
003640     ELSE
003650         MOVE    WS-LAST-DLV     TO  WS-DRL-LAST
003660         COMPUTE WS-DAYS-SINCE   =   WS-RUN-SERIAL
003670             -   FUNCTION INTEGER-OF-DATE(WS-LAST-DLV-NUM)
003680         END-COMPUTE
003690         MOVE    WS-DAYS-SINCE   TO  WS-DRL-DAYS
003700     END-IF.
003710     MOVE    WS-PRIOR-DLV        TO  WS-DRL-PRIOR.
003720     IF      GEO3X-MR-LAST-UPD-DT    >=  WS-FROM-X
003730         AND GEO3X-MR-LAST-UPD-DT    <=  WS-BUS-DATE THEN
003740         MOVE    "UPDATED IN WINDOW - NOT PROPOSED"
003750                                 TO  WS-DRL-ACTION
003760         ADD     1               TO  WS-OCC-HELD
003770     ELSE
003780         MOVE    "INACTIVATE PROPOSED"
003790                                 TO  WS-DRL-ACTION
003800         PERFORM   2800-PROPOSE-INACT
003810             THRU    2800-PROPOSE-INACT-EXIT
003820     END-IF.
003830     WRITE   RPT-REC             FROM    WS-DORM-LINE.
003840 2200-DORMANT-SITE-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------*
003870*  2800-PROPOSE-INACT  --  PROPOSED INACTIVATE OF THE        *
003880*                          OCCUPANT, GEO3XMT FORMAT, FOR     *
003890*                          SUPERVISOR SIGN-OFF.  THE         *
003900*                          CUSTOMER ID RIDES ALONG SO THE    *
003910*                          APPLY STEP REFUSES IT IF THE CELL *
003920*                          HAS BEEN RELET IN THE MEANTIME.   *
003930*-----------------------------------------------------------*
003940 2800-PROPOSE-INACT            SECTION.
003950 2800-PROPOSE-INACT-START.
003960     MOVE    SPACE               TO  GEO3X-MTRAN-RECORD.
003970     MOVE    "I"                 TO  GEO3X-MT-ACTION-CD.
003980     MOVE    GEO3X-MR-KEY        TO  GEO3X-MT-KEY.
003990     MOVE    GEO3X-MR-OCC-SEQ    TO  GEO3X-MT-OCC-SEQ.
004000     MOVE    GEO3X-MR-CUST-ID    TO  GEO3X-MT-CUST-ID.
004010     MOVE    WS-BUS-DATE         TO  GEO3X-MT-LAST-UPD-DT.
004020     WRITE   TRAN-REC            FROM    GEO3X-MTRAN-RECORD.
004030     ADD     1                   TO  WS-INACTS-PROPOSED.
004040 2800-PROPOSE-INACT-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------*
004070*  3000-TERMINATE  --  PRINT THE SWEEP TOTALS, CLOSE FILES,  *
004080*                      DISPLAY RUN TOTALS, GRADE THE RUN     *
004090*-----------------------------------------------------------*
004100 3000-TERMINATE                 SECTION.
004110 3000-TERMINATE-START.
004120     IF      WS-DATE-BAD     THEN
004130         MOVE    12          TO  RETURN-CODE
004140         GO  TO  3000-TERMINATE-EXIT
004150     END-IF.
004160     IF      WS-RC-RETURN    =   8   THEN
004170         MOVE    8               TO  RETURN-CODE
004180         GO  TO  3000-TERMINATE-EXIT
004190     END-IF.
004200     PERFORM   3100-PRINT-TOTALS  THRU    3100-PRINT-TOTALS-EXIT.
004210     DISPLAY "MASTER RECORDS READ = " WS-MST-READ.
004220     DISPLAY "HISTORY RECORDS READ= " WS-HST-READ.
004230     DISPLAY "ACTIVE OCCUPANTS    = " WS-OCC-ACTIVE.
004240     DISPLAY "DORMANT OCCUPANTS   = " WS-OCC-DORMANT.
004250     DISPLAY "HELD, UPDATED       = " WS-OCC-HELD.
004260     DISPLAY "INACTIVATES PROPOSED= " WS-INACTS-PROPOSED.
004270     CLOSE   MASTER.
004280     CLOSE   HISTFILE.
004290     CLOSE   TRANOUT.
004300     CLOSE   RPTFILE.
004310     MOVE    WS-MST-READ         TO  WS-RC-READ.
004320     MOVE    WS-INACTS-PROPOSED  TO  WS-RC-WRITTEN.
004330     MOVE    ZERO                TO  WS-RC-REJECTED.
004340     EVALUATE    TRUE
004350         WHEN    WS-MST-BAD
004360             MOVE    8           TO  WS-RC-RETURN
004370         WHEN    WS-INACTS-PROPOSED  >   ZERO
004380             MOVE    4           TO  WS-RC-RETURN
004390         WHEN    OTHER
004400             MOVE    ZERO        TO  WS-RC-RETURN
004410     END-EVALUATE.
004420     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
004430                                 BY  REFERENCE   WS-PGM-NAME
004440                                 BY  REFERENCE   WS-RC-READ
004450                                 BY  REFERENCE   WS-RC-WRITTEN
004460                                 BY  REFERENCE   WS-RC-REJECTED
004470                                 BY  REFERENCE   WS-RC-RETURN
004480     END-CALL.
004490     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
004500 3000-TERMINATE-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------*
004530*  3100-PRINT-TOTALS  --  THE SWEEP'S TOTALS                 *
004540*-----------------------------------------------------------*
004550 3100-PRINT-TOTALS             SECTION.
004560 3100-PRINT-TOTALS-START.
004570     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
004580     MOVE    "OCCUPANTS ON THE MASTER"       TO  WS-CNT-LABEL.
004590     MOVE    WS-MST-READ         TO  WS-CNT-COUNT.
004600     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004610     MOVE    "    ACTIVE"                    TO  WS-CNT-LABEL.
004620     MOVE    WS-OCC-ACTIVE       TO  WS-CNT-COUNT.
004630     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004640     MOVE    "    ACTIVE, NO DELIVERY IN THE WINDOW"
004650                                 TO  WS-CNT-LABEL.
004660     MOVE    WS-OCC-DORMANT      TO  WS-CNT-COUNT.
004670     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004680     MOVE    "        NEVER DELIVERED TO"
004690                                 TO  WS-CNT-LABEL.
004700     MOVE    WS-OCC-NEVER        TO  WS-CNT-COUNT.
004710     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004720     MOVE    "        UPDATED IN THE WINDOW - NOT PROPOSED"
004730                                 TO  WS-CNT-LABEL.
004740     MOVE    WS-OCC-HELD         TO  WS-CNT-COUNT.
004750     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004760     MOVE    "        INACTIVATES PROPOSED"
004770                                 TO  WS-CNT-LABEL.
004780     MOVE    WS-INACTS-PROPOSED  TO  WS-CNT-COUNT.
004790     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004800     MOVE    "HISTORY RECORDS READ"          TO  WS-CNT-LABEL.
004810     MOVE    WS-HST-READ         TO  WS-CNT-COUNT.
004820     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004830 3100-PRINT-TOTALS-EXIT.
004840     EXIT.
004850 END PROGRAM     geo3x3_dorm_sweep.
