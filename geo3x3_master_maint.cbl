000470*                 TO A CHOSEN DATE/TIME, SO A BAD BATCH NO      *
000480*                 LONGER COSTS THE WHOLE WEEK SINCE THE         *
000490*                 LAST FULL BACKUP.                             *
000491*  10/15/26  RM   JOURNAL RECORDS CARRY THE BUSINESS DATE     *
000492*                 FROM THE PROCESSING-DATE CONTROL RECORD     *
000493*                 (THROUGH GEO3X3_BUS_DATE) INSTEAD OF THE    *
000494*                 SYSTEM DATE, SO THE CHANGE FEED AND         *
000495*                 ROLL-FORWARD SEE THE WHOLE NIGHT UNDER ONE  *
000496*                 DATE; THE TIME STAYS WALL-CLOCK.  A CLOSED  *
000497*                 OR MISSING DATE STOPS THE RUN WITH RC 12    *
000498*                 BEFORE THE MASTER IS OPENED.                *
000500*  10/15/26  RM   ADDS AND CHANGES CARRY THE SITE POSTAL CODE *
000502*                 ONTO THE MASTER.  THE MASTER RECORD GROWS   *
000503*                 TO 177 BYTES AND THE TRANSACTION TO 174.    *
000504*  10/15/26  RM   ACTION I MARKS AN OCCUPANT INACTIVE,        *
000505*                 GUARDED BY THE CUSTOMER ID WHEN ONE IS      *
000506*                 GIVEN.  FED BY THE REVIEWED PROPOSALS OF    *
000507*                 THE DORMANT-CUSTOMER SWEEP (GEODRM01).      *
000508*-----------------------------------------------------------*
000510 ENVIRONMENT                 DIVISION.
000520 CONFIGURATION               SECTION.
000530 SOURCE-COMPUTER.            IBM-370.
000690 FD  TRANFILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  TRAN-REC                PIC X(174).
000730 FD  JRNLFILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000860         88  WS-EOF                      VALUE "Y".
000863     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000866         88  WS-DATE-BAD                 VALUE "Y".
000870 01  WS-MASTER-STATUS        PIC X(02).
000880     88  WS-MASTER-OK                    VALUE "00".
000890     88  WS-MASTER-NOTFND                VALUE "23".
000960 77  WS-ADDS-APPLIED         PIC 9(09)   COMP    VALUE ZERO.
000970 77  WS-CHANGES-APPLIED      PIC 9(09)   COMP    VALUE ZERO.
000980 77  WS-DELETES-APPLIED      PIC 9(09)   COMP    VALUE ZERO.
000985 77  WS-INACTS-APPLIED       PIC 9(09)   COMP    VALUE ZERO.
000990 77  WS-TRANS-REJECTED       PIC 9(09)   COMP    VALUE ZERO.
001000*-----------------------------------------------------------*
001010*  RUN-CONTROL FIELDS -- COUNTS AND RETURN CODE PASSED TO     *
001250*  JOURNAL WORK FIELDS -- THE BEFORE IMAGE IS SAVED AHEAD     *
001260*  OF THE REWRITE OR DELETE THAT DESTROYS IT                  *
001270*-----------------------------------------------------------*
001280 01  WS-BEFORE-IMAGE         PIC X(177).
001290 01  WS-JRNL-ACTION          PIC X(01).
001300 01  WS-RUN-DATE             PIC X(08).
001310 01  WS-RUN-TIME             PIC X(08).
001312 01  WS-BUS-DATE             PIC X(08).
001314 01  WS-BUS-DATE-STS         PIC 9(01).
001316 01  WS-BUS-DATE-MSG         PIC X(40).
001320*-----------------------------------------------------------*
001330*  TRANSACTION WORK AREA                                     *
001340*-----------------------------------------------------------*
001490*-----------------------------------------------------------*
001500 1000-INITIALIZE                SECTION.
001510 1000-INITIALIZE-START.
001511     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001512                                 BY  REFERENCE   WS-BUS-DATE-STS
001513                                 BY  REFERENCE   WS-BUS-DATE-MSG
001514     END-CALL.
001515     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001516         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001517         MOVE    "Y"         TO  WS-DATE-BAD-SW
001518         MOVE    "Y"         TO  WS-EOF-SW
001519         GO  TO  1000-INITIALIZE-EXIT
001520     END-IF.
001521     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE.
001530     OPEN    INPUT    TRANFILE.
001540     OPEN    EXTEND   JRNLFILE.
001550     IF      WS-JRNL-NOT-FOUND   THEN
001830         WHEN    GEO3X-MT-DELETE
001840             PERFORM 2300-DELETE-RECORD
001850                 THRU 2300-DELETE-RECORD-EXIT
001852         WHEN    GEO3X-MT-INACTIVATE
001855             PERFORM 2400-INACTIVATE-RECORD
001857                 THRU 2400-INACTIVATE-RECORD-EXIT
001860         WHEN    OTHER
001870             DISPLAY "REJECTED - BAD ACTION CODE: "
001880                     GEO3X-MT-KEY
002170     MOVE    "A"                 TO  GEO3X-MR-STATUS-CD.
002180     MOVE    GEO3X-MT-LAST-UPD-DT
002190                                 TO  GEO3X-MR-LAST-UPD-DT.
002195     MOVE    GEO3X-MT-POSTAL-CD  TO  GEO3X-MR-POSTAL-CD.
002200     WRITE   GEO3X-MASTER-RECORD
002210         INVALID KEY
002220             DISPLAY "REJECTED - ADD, DUPLICATE KEY: "
003080         MOVE    GEO3X-MT-LEVEL      TO  GEO3X-MR-LEVEL
003090         MOVE    GEO3X-MT-LAST-UPD-DT
003100                                     TO  GEO3X-MR-LAST-UPD-DT
003105         MOVE    GEO3X-MT-POSTAL-CD  TO  GEO3X-MR-POSTAL-CD
003110         REWRITE GEO3X-MASTER-RECORD
003120             INVALID KEY
003130                 DISPLAY "REJECTED - CHANGE, REWRITE FAILED: "
003690             PERFORM 2950-WRITE-JOURNAL
003700                 THRU 2950-WRITE-JOURNAL-EXIT
003710     END-DELETE.
003711 2300-DELETE-RECORD-EXIT.
003712     EXIT.
003713*-----------------------------------------------------------*
003714*  2400-INACTIVATE-RECORD  --  MARK AN OCCUPANT INACTIVE.    *
003715*                              A CUSTOMER ID ON THE          *
003716*                              TRANSACTION MUST STILL BE     *
003717*                              THE OCCUPANT ON FILE, SO A    *
003718*                              CELL RELET SINCE THE          *
003719*                              PROPOSAL WAS DRAWN IS LEFT    *
003720*                              ALONE.  THE JOURNAL SEES A    *
003721*                              CHANGE, AS IT DOES ONLINE.    *
003722*-----------------------------------------------------------*
003723 2400-INACTIVATE-RECORD         SECTION.
003724 2400-INACTIVATE-RECORD-START.
003725     MOVE    GEO3X-MT-KEY        TO  GEO3X-MR-KEY.
003726     PERFORM 2250-RESOLVE-OCC-SEQ
003727         THRU 2250-RESOLVE-OCC-SEQ-EXIT.
003728     READ    MASTER
003729         INVALID KEY
003730             DISPLAY "REJECTED - INACTIVATE, NOT FOUND: "
003731                     GEO3X-MT-KEY
003732             ADD     1           TO  WS-TRANS-REJECTED
003733             GO  TO  2400-INACTIVATE-RECORD-EXIT
003734     END-READ.
003735     IF      GEO3X-MT-CUST-ID    NOT =   SPACE
003736         AND GEO3X-MT-CUST-ID    NOT =   GEO3X-MR-CUST-ID THEN
003737         DISPLAY "REJECTED - INACTIVATE, OCCUPANT CHANGED: "
003738                 GEO3X-MT-KEY
003740         ADD     1               TO  WS-TRANS-REJECTED
003741         GO  TO  2400-INACTIVATE-RECORD-EXIT
003742     END-IF.
003743     IF      GEO3X-MR-INACTIVE   THEN
003744         DISPLAY "REJECTED - INACTIVATE, ALREADY INACTIVE: "
003745                 GEO3X-MT-KEY
003746         ADD     1               TO  WS-TRANS-REJECTED
003747         GO  TO  2400-INACTIVATE-RECORD-EXIT
003748     END-IF.
003749     MOVE    GEO3X-MASTER-RECORD TO  WS-BEFORE-IMAGE.
003750     MOVE    "I"                 TO  GEO3X-MR-STATUS-CD.
003751     MOVE    GEO3X-MT-LAST-UPD-DT
003752                                 TO  GEO3X-MR-LAST-UPD-DT.
003753     REWRITE GEO3X-MASTER-RECORD
003754         INVALID KEY
003755             DISPLAY "REJECTED - INACTIVATE, REWRITE FAILED: "
003756                     GEO3X-MT-KEY
003757             ADD     1           TO  WS-TRANS-REJECTED
003758         NOT INVALID KEY
003759             ADD     1           TO  WS-INACTS-APPLIED
003760             MOVE    "C"         TO  WS-JRNL-ACTION
003761             PERFORM 2950-WRITE-JOURNAL
003762                 THRU 2950-WRITE-JOURNAL-EXIT
003763     END-REWRITE.
003764 2400-INACTIVATE-RECORD-EXIT.
003765     EXIT.
003766*-----------------------------------------------------------*
003767*  2950-WRITE-JOURNAL  --  ONE JOURNAL RECORD FOR ONE         *
003768*                          APPLIED ACTION.  ADDS CARRY A      *
003770*                          BLANK BEFORE IMAGE, DELETES A      *
003780*                          BLANK AFTER IMAGE; THE SOURCE      *
003790*                          TRANSACTION RIDES ALONG IN FULL.   *
004030*-----------------------------------------------------------*
004040 3000-TERMINATE                 SECTION.
004050 3000-TERMINATE-START.
004052     IF      WS-DATE-BAD     THEN
004054         MOVE    12          TO  RETURN-CODE
004056         GO  TO  3000-TERMINATE-EXIT
004058     END-IF.
004060     DISPLAY "TRANSACTIONS READ   = " WS-TRANS-READ.
004070     DISPLAY "ADDS APPLIED         = " WS-ADDS-APPLIED.
004080     DISPLAY "CHANGES APPLIED      = " WS-CHANGES-APPLIED.
004090     DISPLAY "DELETES APPLIED      = " WS-DELETES-APPLIED.
004095     DISPLAY "INACTIVATES APPLIED  = " WS-INACTS-APPLIED.
004100     DISPLAY "TRANSACTIONS REJECTED= " WS-TRANS-REJECTED.
004110     CLOSE   TRANFILE.
004120     CLOSE   JRNLFILE.
004140     MOVE    WS-TRANS-READ       TO  WS-RC-READ.
004150     COMPUTE WS-RC-WRITTEN   =   WS-ADDS-APPLIED
004160         +   WS-CHANGES-APPLIED  +   WS-DELETES-APPLIED
004165             +   WS-INACTS-APPLIED
004170     END-COMPUTE.
004180     MOVE    WS-TRANS-REJECTED   TO  WS-RC-REJECTED.
004190     PERFORM   9000-SET-RETURN-CODE
