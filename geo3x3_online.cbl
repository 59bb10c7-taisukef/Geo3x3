000350*                 ONE PHONE CALL IS ANSWERABLE IN ONE          *
000360*                 SITTING AT ONE SCREEN INSTEAD OF HANGING     *
000370*                 UP TO SUBMIT GEOCIQ01 OR GEOINQ01.           *
000371*  10/15/26  RM   SITE MAINTENANCE FROM THE CONSOLE -- ADD,    *
000372*                 CHANGE AND INACTIVATE (OPTIONS 6-8).  THE    *
000374*                 OPERATOR SIGNS ON WITH AN ID; THE KEYED      *
000375*                 SITE GOES THROUGH THE GEO3X3_MAINT_EDIT      *
000376*                 EDITS (E02-E07, GAZETTEER FROM GAZFILE),     *
000378*                 THE BEFORE AND AFTER IMAGES ARE SHOWN FOR    *
000379*                 CONFIRMATION, AND THE MASTER IS UPDATED      *
000380*                 AND JOURNALED (JRNLFILE, GEO3XJR) UNDER      *
000382*                 JOB NAME ONLINE WITH THE OPERATOR ID, SO     *
000383*                 GEOJRN01 AND GEORCV01 COVER CONSOLE          *
000384*                 UPDATES TOO.  NO OPERATOR ID, OR NO          *
000386*                 GAZETTEER OR JOURNAL, LEAVES A LOOKUP-ONLY   *
000387*                 SESSION.                                     *
000388*  10/15/26  RM   A CONSOLE ADD OR CHANGE FOR A CUSTOMER WHO   *
000390*                 ALREADY HAS ANOTHER SITE COMES BACK STATUS   *
000391*                 02 (DUPLICATE CUSTOMER ID ON THE ALTERNATE   *
000392*                 KEY).  IT IS NOW TAKEN AS GOOD AND JOURNALED *
000393*                 INSTEAD OF BEING REPORTED AS FAILED.         *
000395*  10/15/26  RM   A JOURNAL RECORD NOW CARRIES THE OPEN        *
000396*                 BUSINESS DATE FROM THE PROCESSING-DATE       *
000398*                 CONTROL RECORD (DATECTL), OR THE DAY AFTER   *
000399*                 A CLOSED ONE, IN PLACE OF THE SYSTEM DATE -- *
000400*                 THE DATE THE NEXT CHANGE FEED AND A          *
000401*                 RECOVERY CUTOFF TAKE IT UNDER.  NO CONTROL   *
000402*                 RECORD FALLS BACK TO THE SYSTEM DATE.        *
000403*  10/15/26  RM   AN OPERATOR WHOSE GAZETTEER OR JOURNAL WILL  *
000404*                 NOT OPEN NO LONGER KEEPS THE MASTER OPEN FOR *
000405*                 UPDATE -- IT IS CLOSED AND REOPENED FOR      *
000406*                 LOOKUP ONLY, AS THE SESSION IS.              *
000407*-----------------------------------------------------------*
000408 ENVIRONMENT                 DIVISION.
000409 CONFIGURATION               SECTION.
000410 SOURCE-COMPUTER.            IBM-370.
000420 OBJECT-COMPUTER.            IBM-370.
000430 INPUT-OUTPUT                SECTION.
000500                                  GEO3X-MR-CUST-ID
000510                                  WITH DUPLICATES
000520                              FILE STATUS    IS  WS-MASTER-STATUS.
000521     SELECT  JRNLFILE        ASSIGN TO "JRNLFILE"
000522                          ORGANIZATION  IS  SEQUENTIAL
000524                          FILE STATUS   IS  WS-JRNL-STATUS.
000525     SELECT  GAZFILE         ASSIGN TO "GAZFILE"
000527                          ORGANIZATION  IS  SEQUENTIAL
000528                          FILE STATUS   IS  WS-GAZ-STATUS.
000530     SELECT  DATECTL         ASSIGN TO "DATECTL"
000532                          ORGANIZATION  IS  SEQUENTIAL
000535                          FILE STATUS   IS  WS-CTL-STATUS.
000537 DATA                        DIVISION.
000540 FILE                        SECTION.
000550 FD  MASTER
000560     LABEL RECORDS ARE STANDARD.
000570     COPY    GEO3XMR.
000571 FD  JRNLFILE
000572     RECORDING MODE IS F
000573     LABEL RECORDS ARE STANDARD.
000574     COPY    GEO3XJR.
000575 FD  GAZFILE
000576     RECORDING MODE IS F
000577     LABEL RECORDS ARE STANDARD.
000578 01  GAZ-REC                 PIC X(40).
000580 FD  DATECTL
000582     RECORDING MODE IS F
000584     LABEL RECORDS ARE STANDARD.
000586     COPY    GEO3XBD.
000588 WORKING-STORAGE             SECTION.
000590*-----------------------------------------------------------*
000600*  SWITCHES                                                  *
000610*-----------------------------------------------------------*
000740         88  WS-CELL-BAD                 VALUE "Y".
000750     05  WS-OCC-DONE-SW      PIC X(01)   VALUE "N".
000760         88  WS-OCC-DONE                 VALUE "Y".
000761     05  WS-MAINT-AVAIL-SW   PIC X(01)   VALUE "N".
000762         88  WS-MAINT-AVAIL              VALUE "Y".
000763     05  WS-GAZ-EOF-SW       PIC X(01)   VALUE "N".
000764         88  WS-GAZ-EOF                  VALUE "Y".
000765     05  WS-TRAN-BAD-SW      PIC X(01)   VALUE "N".
000766         88  WS-TRAN-BAD                 VALUE "Y".
000767     05  WS-SEQ-DONE-SW      PIC X(01)   VALUE "N".
000768         88  WS-SEQ-DONE                 VALUE "Y".
000770 01  WS-MASTER-STATUS        PIC X(02).
000780     88  WS-MASTER-OK                    VALUE "00".
000790     88  WS-MASTER-DUP-OK                VALUE "00" "02".
000791 01  WS-JRNL-STATUS          PIC X(02).
000793     88  WS-JRNL-OK                      VALUE "00".
000795     88  WS-JRNL-NOT-FOUND               VALUE "35".
000796 01  WS-GAZ-STATUS           PIC X(02).
000798     88  WS-GAZ-OK                       VALUE "00".
000801 01  WS-CTL-STATUS           PIC X(02).
000804     88  WS-CTL-OK                       VALUE "00".
000807*-----------------------------------------------------------*
000810*  MENU SELECTION                                            *
000820*-----------------------------------------------------------*
000830 01  WS-CHOICE               PIC X(01).
000860     88  WS-CHOICE-CELL-INQ              VALUE "3".
000870     88  WS-CHOICE-CUST-INQ              VALUE "4".
000880     88  WS-CHOICE-NEAR-INQ              VALUE "5".
000882     88  WS-CHOICE-ADD                   VALUE "6".
000885     88  WS-CHOICE-CHANGE                VALUE "7".
000887     88  WS-CHOICE-INACT                 VALUE "8".
000890     88  WS-CHOICE-EXIT                  VALUE "X" "x".
000900*-----------------------------------------------------------*
000910*  ENCODE SIDE -- OPERATOR KEYS LAT/LNG/LEVEL, SEES THE CODE  *
001660         10  WS-NEAR-KEY         PIC X(31).
001670         10  WS-NEAR-CUST-ID     PIC X(10).
001680         10  WS-NEAR-CUST-NAME   PIC X(30).
001681         10  WS-NEAR-DIST        PIC S9(05)V9(03).
001682*-----------------------------------------------------------*
001683*  CALLER IDENTIFICATION PASSED TO THE AUDIT LOG             *
001684*-----------------------------------------------------------*
001685 01  WS-CALR-ID               PIC X(20)   VALUE "GEO3X3_ONLINE".
001686*-----------------------------------------------------------*
001687*  MASTER MAINTENANCE -- THE OPERATOR SIGNS ON WITH AN ID    *
001688*  THAT RIDES ON EVERY JOURNAL RECORD THIS SESSION WRITES,   *
001689*  UNDER THE CONSOLE'S OWN JOB NAME.  A BLANK ID GIVES A     *
001690*  LOOKUP-ONLY SESSION.                                      *
001691*-----------------------------------------------------------*
001692 77  WS-JOB-NAME             PIC X(08)   VALUE "ONLINE".
001693 01  WS-OPER-ID              PIC X(04)   VALUE SPACE.
001694 77  WS-SITES-ADDED          PIC 9(05)   COMP    VALUE ZERO.
001695 77  WS-SITES-CHANGED        PIC 9(05)   COMP    VALUE ZERO.
001696 77  WS-SITES-INACTIVATED    PIC 9(05)   COMP    VALUE ZERO.
001697*-----------------------------------------------------------*
001698*  KEYED VALUES -- BUILT INTO A GEO3XMT TRANSACTION SO THE    *
001699*  EDITS RUN EXACTLY AS GEO3X3_MAINT_EDIT RUNS THEM, AND SO   *
001700*  THE JOURNAL CARRIES THE SAME TRANSACTION IMAGE A BATCH     *
001701*  UPDATE CARRIES                                             *
001702*-----------------------------------------------------------*
001703 01  WS-MNT-LAT              PIC S9(03)V9(6).
001704 01  WS-MNT-LNG              PIC S9(03)V9(6).
001705 01  WS-MNT-LEVEL            PIC 9(02).
001706 01  WS-MNT-OCC-SEQ          PIC 9(02).
001707 01  WS-MNT-TEXT             PIC X(30).
001708 01  WS-MNT-DATE             PIC X(08).
001709 01  WS-MNT-REPLY            PIC X(01).
001710     88  WS-MNT-YES                      VALUE "Y" "y".
001711 01  WS-MNT-REASON           PIC X(03).
001712 01  WS-MNT-MESSAGE          PIC X(40).
001713 01  WS-TODAY                PIC X(08).
001714 77  WS-FREE-SEQ             PIC 9(03)           VALUE ZERO.
001715*-----------------------------------------------------------*
001716*  JOURNAL WORK FIELDS -- THE BEFORE IMAGE IS SAVED AHEAD    *
001717*  OF THE REWRITE THAT DESTROYS IT.  THE JOURNAL DATE IS     *
001718*  THE BUSINESS DATE THE NEXT CHANGE FEED WILL TAKE THE      *
001719*  RECORD UNDER: THE OPEN DATE, OR THE DAY AFTER A CLOSED    *
001720*  ONE.  THE SYSTEM DATE ONLY WHEN THERE IS NO CONTROL       *
001721*  RECORD TO GO BY.                                          *
001722*-----------------------------------------------------------*
001723 01  WS-BEFORE-IMAGE         PIC X(177).
001724 01  WS-AFTER-IMAGE          PIC X(177).
001725 01  WS-JRNL-ACTION          PIC X(01).
001726 01  WS-JRNL-DATE            PIC X(08).
001727 01  WS-JRNL-TIME            PIC X(08).
001728 01  WS-JRNL-DATE-NUM        PIC 9(08).
001729 77  WS-JRNL-SERIAL          PIC 9(07)   COMP    VALUE ZERO.
001730*-----------------------------------------------------------*
001731*  IMAGE VIEW -- ONE GEO3XMR IMAGE LAID OUT FOR THE SCREEN   *
001732*-----------------------------------------------------------*
001733 01  WS-SHOW-VIEW.
001734     05  WS-SHOW-KEY         PIC X(31).
001735     05  WS-SHOW-OCC-SEQ     PIC X(02).
001736     05  WS-SHOW-CUST-ID     PIC X(10).
001737     05  WS-SHOW-CUST-NAME   PIC X(30).
001738     05  WS-SHOW-ADDR-1      PIC X(30).
001739     05  WS-SHOW-ADDR-2      PIC X(30).
001740     05  WS-SHOW-LAT         PIC S9(03)V9(6)
001741                             SIGN LEADING SEPARATE.
001742     05  WS-SHOW-LNG         PIC S9(03)V9(6)
001743                             SIGN LEADING SEPARATE.
001744     05  WS-SHOW-LEVEL       PIC X(02).
001745     05  WS-SHOW-STATUS      PIC X(01).
001746     05  WS-SHOW-UPD-DT      PIC X(08).
001747     05  WS-SHOW-POSTAL-CD   PIC X(10).
001748     05  FILLER              PIC X(03).
001749 01  WS-SHOW-COORD-LAT       PIC -ZZ9.999999.
001750 01  WS-SHOW-COORD-LNG       PIC -ZZ9.999999.
001751*-----------------------------------------------------------*
001752*  DATE EDIT WORK FIELDS                                     *
001753*-----------------------------------------------------------*
001754 01  WS-EDIT-DATE            PIC 9(08).
001755 01  WS-EDIT-DATE-R  REDEFINES   WS-EDIT-DATE.
001756     05  WS-EDIT-YYYY        PIC 9(04).
001757     05  WS-EDIT-MM          PIC 9(02).
001759     05  WS-EDIT-DD          PIC 9(02).
001760 77  WS-MONTH-DAYS           PIC 9(02)   COMP    VALUE ZERO.
001761 77  WS-LEAP-QUOT            PIC 9(04)   COMP    VALUE ZERO.
001762 77  WS-LEAP-REM             PIC 9(04)   COMP    VALUE ZERO.
001763*-----------------------------------------------------------*
001764*  GAZETTEER POSTAL CODES -- LOADED ONCE AT SIGN-ON; AN ADD  *
001765*  OR CHANGE MUST CARRY ONE OF THEM                          *
001766*-----------------------------------------------------------*
001767 77  WS-GAZ-MAX              PIC 9(04)   COMP    VALUE 2000.
001768 77  WS-GAZ-CNT              PIC 9(04)   COMP    VALUE ZERO.
001769 77  WS-GAZ-REJECTED         PIC 9(04)   COMP    VALUE ZERO.
001770 77  WS-G                    PIC 9(04)   COMP    VALUE ZERO.
001771 77  WS-HIT                  PIC 9(04)   COMP    VALUE ZERO.
001772 01  WS-GAZ-TABLE.
001773     05  WS-GAZ-ENTRY        OCCURS 2000 TIMES.
001775         10  WS-GAZ-POSTAL       PIC X(10).
001776*-----------------------------------------------------------*
001777*  TRANSACTION WORK AREA                                     *
001778*-----------------------------------------------------------*
001779     COPY    GEO3XMT.
001780*-----------------------------------------------------------*
001781*  GAZETTEER WORK AREA                                       *
001782*-----------------------------------------------------------*
001783     COPY    GEO3XGZ.
001784 LINKAGE                     SECTION.
001785 PROCEDURE                   DIVISION.
001786 0000-MAINLINE                  SECTION.
001787 0000-START.
001788     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
001790     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
001800         UNTIL     WS-DONE.
001810     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
001820     STOP RUN.
001830 0000-MAINLINE-EXIT.
001840     EXIT.
001841*-----------------------------------------------------------*
001843*  1000-INITIALIZE  --  SIGN THE OPERATOR ON AND OPEN THE    *
001845*                       MASTER.  AN OPERATOR ID OPENS IT     *
001846*                       FOR UPDATE; WITHOUT ONE, OR WHEN     *
001847*                       UPDATE IS REFUSED OR THE GAZETTEER   *
001849*                       OR JOURNAL IS NOT THERE, IT IS       *
001850*                       OPENED FOR LOOKUP ONLY.  A CONSOLE   *
001852*                       WITHOUT THE MASTER STILL SERVES THE  *
001853*                       PLAIN ENCODE/DECODE OPTIONS.         *
001855*-----------------------------------------------------------*
001857 1000-INITIALIZE                SECTION.
001858 1000-INITIALIZE-START.
001860     DISPLAY "ENTER OPERATOR ID (BLANK = LOOKUP ONLY): "
001862             WITH NO ADVANCING.
001863     MOVE    SPACE               TO  WS-OPER-ID.
001865     ACCEPT   WS-OPER-ID.
001867     IF      WS-OPER-ID  NOT =   SPACE   THEN
001868         OPEN    I-O      MASTER
001870         IF      WS-MASTER-OK    THEN
001872             MOVE    "Y"             TO  WS-MST-AVAIL-SW
001873             PERFORM   1100-OPEN-MAINT
001874                 THRU    1100-OPEN-MAINT-EXIT
001875             IF      NOT WS-MAINT-AVAIL  THEN
001876                 CLOSE   MASTER
001877                 MOVE    "N"             TO  WS-MST-AVAIL-SW
001878             END-IF
001879         ELSE
001880             DISPLAY "MASTER NOT AVAILABLE FOR UPDATE (STATUS "
001881                     WS-MASTER-STATUS ") -- OPTIONS 6-8 DISABLED."
001882         END-IF
001884     END-IF.
001885     IF      NOT WS-MASTER-AVAIL THEN
001887         OPEN    INPUT    MASTER
001889         IF      WS-MASTER-OK    THEN
001891             MOVE    "Y"             TO  WS-MST-AVAIL-SW
001892         ELSE
001894             DISPLAY "MASTER NOT AVAILABLE (STATUS "
001896                     WS-MASTER-STATUS ") -- OPTIONS 3-8 DISABLED."
001897         END-IF
001899     END-IF.
001901 1000-INITIALIZE-EXIT.
001902     EXIT.
001904*-----------------------------------------------------------*
001906*  1100-OPEN-MAINT  --  LOAD THE GAZETTEER AND OPEN THE      *
001908*                       JOURNAL.  NO UPDATE IS TAKEN UNLESS  *
001909*                       BOTH ARE THERE -- AN UPDATE THAT     *
001911*                       CANNOT BE EDITED OR JOURNALED IS     *
001913*                       NOT MADE.                            *
001914*-----------------------------------------------------------*
001916 1100-OPEN-MAINT                SECTION.
001918 1100-OPEN-MAINT-START.
001919     OPEN    INPUT    GAZFILE.
001921     IF      NOT WS-GAZ-OK   THEN
001923         DISPLAY "GAZETTEER NOT AVAILABLE (STATUS "
001925                 WS-GAZ-STATUS ") -- OPTIONS 6-8 DISABLED."
001926         GO  TO  1100-OPEN-MAINT-EXIT
001928     END-IF.
001930     PERFORM   1200-LOAD-GAZ      THRU    1200-LOAD-GAZ-EXIT
001931         UNTIL     WS-GAZ-EOF.
001933     CLOSE   GAZFILE.
001935     OPEN    EXTEND   JRNLFILE.
001936     IF      WS-JRNL-NOT-FOUND   THEN
001938         OPEN    OUTPUT  JRNLFILE
001940     END-IF.
001942     IF      NOT WS-JRNL-OK  THEN
001943         DISPLAY "JOURNAL NOT AVAILABLE (STATUS "
001945                 WS-JRNL-STATUS ") -- OPTIONS 6-8 DISABLED."
001947         GO  TO  1100-OPEN-MAINT-EXIT
001948     END-IF.
001950     MOVE    "Y"                 TO  WS-MAINT-AVAIL-SW.
001952     IF      WS-GAZ-REJECTED >   ZERO    THEN
001953         DISPLAY "GAZETTEER ROWS SKIPPED = " WS-GAZ-REJECTED
001955     END-IF.
001957     DISPLAY "OPERATOR " WS-OPER-ID " SIGNED ON FOR UPDATE.".
001959 1100-OPEN-MAINT-EXIT.
001960     EXIT.
001962*-----------------------------------------------------------*
001964*  1200-LOAD-GAZ  --  ONE GAZETTEER ROW INTO THE TABLE.  THE  *
001965*                     ROWS GEO3X3_MAINT_EDIT SKIPS -- EMPTY   *
001967*                     POSTAL CODE, BAD CENTROID OR LEVEL,     *
001969*                     PAST THE TABLE LIMIT -- ARE SKIPPED     *
001970*                     HERE TOO, SO BOTH EDIT THE SAME WAY.    *
001972*-----------------------------------------------------------*
001974 1200-LOAD-GAZ                 SECTION.
001976 1200-LOAD-GAZ-START.
001977     READ    GAZFILE     INTO    GEO3X-GZ-RECORD
001979         AT END
001981             MOVE    "Y"         TO  WS-GAZ-EOF-SW
001982             GO  TO  1200-LOAD-GAZ-EXIT
001984     END-READ.
001986     IF      GEO3X-GZ-POSTAL-CD  =   SPACE
001987         OR  GEO3X-GZ-LAT        IS NOT NUMERIC
001989         OR  GEO3X-GZ-LNG        IS NOT NUMERIC
001991         OR  GEO3X-GZ-LEVEL      IS NOT NUMERIC
001993         OR  GEO3X-GZ-LEVEL      <   1
001994         OR  GEO3X-GZ-LEVEL      >   18
001996         OR  WS-GAZ-CNT          >=  WS-GAZ-MAX  THEN
001998         ADD     1               TO  WS-GAZ-REJECTED
001999         GO  TO  1200-LOAD-GAZ-EXIT
002001     END-IF.
002003     ADD     1                   TO  WS-GAZ-CNT.
002004     MOVE    GEO3X-GZ-POSTAL-CD  TO  WS-GAZ-POSTAL(WS-GAZ-CNT).
002006 1200-LOAD-GAZ-EXIT.
002008     EXIT.
002010*-----------------------------------------------------------*
002020*  2000-PROCESS  --  SHOW THE MENU, DISPATCH ONE SELECTION    *
002030*-----------------------------------------------------------*
002100     DISPLAY "  3.  GEO3X3 CODE    -- WHO IS AT THE CELL".
002110     DISPLAY "  4.  CUSTOMER ID    -- WHICH CELLS THEY HOLD".
002120     DISPLAY "  5.  LAT/LNG/LEVEL -- NEAREST ACTIVE SITES".
002122     DISPLAY "  6.  ADD A SITE        -- NEW OCCUPANT OF A CELL".
002125     DISPLAY "  7.  CHANGE A SITE     -- NAME, ADDRESS, LAT/LNG".
002127     DISPLAY "  8.  INACTIVATE A SITE -- SITE NO LONGER SERVED".
002130     DISPLAY "  X.  EXIT".
002140     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
002150     ACCEPT   WS-CHOICE.
002270         WHEN    WS-CHOICE-NEAR-INQ
002280             PERFORM 2500-DO-NEAR-INQ
002290                 THRU  2500-DO-NEAR-INQ-EXIT
002291         WHEN    WS-CHOICE-ADD
002292             PERFORM 2600-DO-ADD       THRU  2600-DO-ADD-EXIT
002294         WHEN    WS-CHOICE-CHANGE
002295             PERFORM 2700-DO-CHANGE    THRU  2700-DO-CHANGE-EXIT
002297         WHEN    WS-CHOICE-INACT
002298             PERFORM 2800-DO-INACT     THRU  2800-DO-INACT-EXIT
002300         WHEN    WS-CHOICE-EXIT
002310             MOVE    "Y"             TO  WS-DONE-SW
002320         WHEN    OTHER
006650 2585-SHOW-SITE-EXIT.
006660     EXIT.
006670*-----------------------------------------------------------*
006680*  2600-DO-ADD  --  A NEW OCCUPANT OF A CELL.  THE KEYED      *
006690*                   SITE IS EDITED, GIVEN THE CELL'S LOWEST   *
006700*                   FREE OCCUPANCY SEQUENCE, SHOWN, AND       *
006710*                   WRITTEN ONLY WHEN THE OPERATOR CONFIRMS.  *
006720*-----------------------------------------------------------*
006730 2600-DO-ADD                   SECTION.
006740 2600-DO-ADD-START.
006750     IF      NOT WS-MAINT-AVAIL  THEN
006760         DISPLAY "MAINTENANCE NOT AVAILABLE THIS SESSION."
006770         GO  TO  2600-DO-ADD-EXIT
006780     END-IF.
006790     ACCEPT  WS-TODAY            FROM    DATE    YYYYMMDD.
006800     MOVE    SPACE               TO  GEO3X-MTRAN-RECORD.
006810     MOVE    "A"                 TO  GEO3X-MT-ACTION-CD.
006820     DISPLAY "ENTER GEO3X3 CODE:              " WITH NO ADVANCING.
006830     ACCEPT   GEO3X-MT-KEY.
006840     DISPLAY "CUSTOMER ID:                    " WITH NO ADVANCING.
006850     ACCEPT   GEO3X-MT-CUST-ID.
006860     DISPLAY "CUSTOMER NAME:                  " WITH NO ADVANCING.
006870     ACCEPT   GEO3X-MT-CUST-NAME.
006880     DISPLAY "ADDRESS LINE 1:                 " WITH NO ADVANCING.
006890     ACCEPT   GEO3X-MT-ADDR-1.
006900     DISPLAY "ADDRESS LINE 2:                 " WITH NO ADVANCING.
006910     ACCEPT   GEO3X-MT-ADDR-2.
006920     PERFORM   2970-KEY-COORDS    THRU    2970-KEY-COORDS-EXIT.
006930     DISPLAY "ENTER LEVEL     (1 TO 18):      " WITH NO ADVANCING.
006940     ACCEPT   WS-MNT-LEVEL.
006950     MOVE    WS-MNT-LEVEL        TO  GEO3X-MT-LEVEL.
006960     DISPLAY "POSTAL CODE:                    " WITH NO ADVANCING.
006970     ACCEPT   GEO3X-MT-POSTAL-CD.
006980     PERFORM   2975-KEY-DATE      THRU    2975-KEY-DATE-EXIT.
006990     MOVE    ZERO                TO  GEO3X-MT-OCC-SEQ.
007000     PERFORM   2900-EDIT-SITE     THRU    2900-EDIT-SITE-EXIT.
007010     IF      WS-TRAN-BAD     THEN
007020         GO  TO  2600-DO-ADD-EXIT
007030     END-IF.
007040     PERFORM   2650-NEXT-OCC-SEQ  THRU    2650-NEXT-OCC-SEQ-EXIT.
007050     IF      WS-FREE-SEQ >   99      THEN
007060         DISPLAY "REJECTED -- THE CELL HAS NO FREE OCCUPANCY "
007070                 "SEQUENCE LEFT."
007080         GO  TO  2600-DO-ADD-EXIT
007090     END-IF.
007100     MOVE    WS-FREE-SEQ         TO  GEO3X-MT-OCC-SEQ.
007110     MOVE    SPACE               TO  GEO3X-MASTER-RECORD.
007120     PERFORM   2690-BUILD-RECORD  THRU    2690-BUILD-RECORD-EXIT.
007130     MOVE    "A"                 TO  GEO3X-MR-STATUS-CD.
007140     MOVE    SPACE               TO  WS-BEFORE-IMAGE.
007150     MOVE    GEO3X-MASTER-RECORD TO  WS-AFTER-IMAGE.
007160     PERFORM   2980-CONFIRM       THRU    2980-CONFIRM-EXIT.
007170     IF      NOT WS-MNT-YES  THEN
007180         DISPLAY "ADD CANCELLED -- MASTER NOT UPDATED."
007190         GO  TO  2600-DO-ADD-EXIT
007200     END-IF.
007210     WRITE   GEO3X-MASTER-RECORD
007220         INVALID KEY
007230             DISPLAY "REJECTED -- ADD, DUPLICATE KEY: "
007240                     GEO3X-MR-KEY "/" GEO3X-MR-OCC-SEQ
007250             GO  TO  2600-DO-ADD-EXIT
007260     END-WRITE.
007270     IF      NOT WS-MASTER-DUP-OK    THEN
007280         DISPLAY "REJECTED -- ADD FAILED (STATUS "
007290                 WS-MASTER-STATUS ")."
007300         GO  TO  2600-DO-ADD-EXIT
007310     END-IF.
007320     MOVE    "A"                 TO  WS-JRNL-ACTION.
007330     PERFORM   2990-WRITE-JOURNAL THRU    2990-WRITE-JOURNAL-EXIT.
007340     ADD     1                   TO  WS-SITES-ADDED.
007350     DISPLAY "SITE ADDED AS " GEO3X-MR-KEY "/" GEO3X-MR-OCC-SEQ.
007360 2600-DO-ADD-EXIT.
007370     EXIT.
007380*-----------------------------------------------------------*
007390*  2650-NEXT-OCC-SEQ  --  LOWEST FREE OCCUPANCY SEQUENCE IN   *
007400*                         THE CELL, FOUND THE WAY             *
007410*                         GEO3X3_MASTER_MAINT FINDS IT --     *
007420*                         THE FIRST OCCUPANT WHOSE SEQUENCE   *
007430*                         RUNS PAST THE EXPECTED VALUE MARKS  *
007440*                         A GAP; NO GAP MEANS THE SLOT AFTER  *
007450*                         THE LAST OCCUPANT.                  *
007460*-----------------------------------------------------------*
007470 2650-NEXT-OCC-SEQ              SECTION.
007480 2650-NEXT-OCC-SEQ-START.
007490     MOVE    1                   TO  WS-FREE-SEQ.
007500     MOVE    "N"                 TO  WS-SEQ-DONE-SW.
007510     MOVE    GEO3X-MT-KEY        TO  GEO3X-MR-KEY.
007520     MOVE    ZERO                TO  GEO3X-MR-OCC-SEQ.
007530     START   MASTER  KEY >=  GEO3X-MR-REC-KEY
007540         INVALID KEY
007550             MOVE    "Y"         TO  WS-SEQ-DONE-SW
007560     END-START.
007570     PERFORM   2660-SCAN-CELL     THRU    2660-SCAN-CELL-EXIT
007580         UNTIL     WS-SEQ-DONE.
007590 2650-NEXT-OCC-SEQ-EXIT.
007600     EXIT.
007610 2660-SCAN-CELL                 SECTION.
007620 2660-SCAN-CELL-START.
007630     READ    MASTER  NEXT RECORD
007640         AT END
007650             MOVE    "Y"         TO  WS-SEQ-DONE-SW
007660             GO  TO  2660-SCAN-CELL-EXIT
007670     END-READ.
007680     IF      NOT WS-MASTER-OK        THEN
007690         MOVE    "Y"             TO  WS-SEQ-DONE-SW
007700         GO  TO  2660-SCAN-CELL-EXIT
007710     END-IF.
007720     IF      GEO3X-MR-KEY    NOT =   GEO3X-MT-KEY    THEN
007730         MOVE    "Y"             TO  WS-SEQ-DONE-SW
007740         GO  TO  2660-SCAN-CELL-EXIT
007750     END-IF.
007760     IF      GEO3X-MR-OCC-SEQ    >   WS-FREE-SEQ    THEN
007770         MOVE    "Y"             TO  WS-SEQ-DONE-SW
007780         GO  TO  2660-SCAN-CELL-EXIT
007790     END-IF.
007800     COMPUTE WS-FREE-SEQ =   GEO3X-MR-OCC-SEQ   +   1.
007810 2660-SCAN-CELL-EXIT.
007820     EXIT.
007830*-----------------------------------------------------------*
007840*  2690-BUILD-RECORD  --  THE TRANSACTION'S FIELDS ONTO THE   *
007850*                         MASTER RECORD, AS GEO3X3_MASTER_    *
007860*                         MAINT MOVES THEM.  THE STATUS IS    *
007870*                         LEFT TO THE CALLER.                 *
007880*-----------------------------------------------------------*
007890 2690-BUILD-RECORD              SECTION.
007900 2690-BUILD-RECORD-START.
007910     MOVE    GEO3X-MT-KEY        TO  GEO3X-MR-KEY.
007920     MOVE    GEO3X-MT-OCC-SEQ    TO  GEO3X-MR-OCC-SEQ.
007930     MOVE    GEO3X-MT-CUST-ID    TO  GEO3X-MR-CUST-ID.
007940     MOVE    GEO3X-MT-CUST-NAME  TO  GEO3X-MR-CUST-NAME.
007950     MOVE    GEO3X-MT-ADDR-1     TO  GEO3X-MR-ADDR-1.
007960     MOVE    GEO3X-MT-ADDR-2     TO  GEO3X-MR-ADDR-2.
007970     MOVE    GEO3X-MT-LAT        TO  GEO3X-MR-LAT.
007980     MOVE    GEO3X-MT-LNG        TO  GEO3X-MR-LNG.
007990     MOVE    GEO3X-MT-LEVEL      TO  GEO3X-MR-LEVEL.
008000     MOVE    GEO3X-MT-LAST-UPD-DT
008010                                 TO  GEO3X-MR-LAST-UPD-DT.
008020     MOVE    GEO3X-MT-POSTAL-CD  TO  GEO3X-MR-POSTAL-CD.
008030 2690-BUILD-RECORD-EXIT.
008040     EXIT.
008050*-----------------------------------------------------------*
008060*  2700-DO-CHANGE  --  AN EXISTING OCCUPANT.  THE CURRENT     *
008070*                      RECORD IS SHOWN, EACH TEXT FIELD LEFT  *
008080*                      BLANK KEEPS ITS VALUE, AND THE RESULT  *
008090*                      IS EDITED IN FULL, SHOWN BEFORE AND    *
008100*                      AFTER, AND REWRITTEN ONLY WHEN THE     *
008110*                      OPERATOR CONFIRMS.  THE KEY AND        *
008120*                      LEVEL STAY -- MOVING A SITE TO         *
008130*                      ANOTHER CELL IS AN INACTIVATE AND AN   *
008140*                      ADD.                                   *
008150*-----------------------------------------------------------*
008160 2700-DO-CHANGE                SECTION.
008170 2700-DO-CHANGE-START.
008180     IF      NOT WS-MAINT-AVAIL  THEN
008190         DISPLAY "MAINTENANCE NOT AVAILABLE THIS SESSION."
008200         GO  TO  2700-DO-CHANGE-EXIT
008210     END-IF.
008220     ACCEPT  WS-TODAY            FROM    DATE    YYYYMMDD.
008230     PERFORM   2750-READ-SITE     THRU    2750-READ-SITE-EXIT.
008240     IF      WS-TRAN-BAD     THEN
008250         GO  TO  2700-DO-CHANGE-EXIT
008260     END-IF.
008270     MOVE    GEO3X-MASTER-RECORD TO  WS-BEFORE-IMAGE.
008280     DISPLAY "CURRENT RECORD:".
008290     MOVE    WS-BEFORE-IMAGE     TO  WS-SHOW-VIEW.
008300     PERFORM   2985-SHOW-IMAGE    THRU    2985-SHOW-IMAGE-EXIT.
008310     PERFORM   2760-SITE-TO-TRAN  THRU    2760-SITE-TO-TRAN-EXIT.
008320     DISPLAY "CUSTOMER ID     (BLANK = KEEP): " WITH NO ADVANCING.
008330     MOVE    SPACE               TO  WS-MNT-TEXT.
008340     ACCEPT   WS-MNT-TEXT.
008350     IF      WS-MNT-TEXT NOT =   SPACE   THEN
008360         MOVE    WS-MNT-TEXT     TO  GEO3X-MT-CUST-ID
008370     END-IF.
008380     DISPLAY "CUSTOMER NAME   (BLANK = KEEP): " WITH NO ADVANCING.
008390     MOVE    SPACE               TO  WS-MNT-TEXT.
008400     ACCEPT   WS-MNT-TEXT.
008410     IF      WS-MNT-TEXT NOT =   SPACE   THEN
008420         MOVE    WS-MNT-TEXT     TO  GEO3X-MT-CUST-NAME
008430     END-IF.
008440     DISPLAY "ADDRESS LINE 1  (BLANK = KEEP): " WITH NO ADVANCING.
008450     MOVE    SPACE               TO  WS-MNT-TEXT.
008460     ACCEPT   WS-MNT-TEXT.
008470     IF      WS-MNT-TEXT NOT =   SPACE   THEN
008480         MOVE    WS-MNT-TEXT     TO  GEO3X-MT-ADDR-1
008490     END-IF.
008500     DISPLAY "ADDRESS LINE 2  (BLANK = KEEP): " WITH NO ADVANCING.
008510     MOVE    SPACE               TO  WS-MNT-TEXT.
008520     ACCEPT   WS-MNT-TEXT.
008530     IF      WS-MNT-TEXT NOT =   SPACE   THEN
008540         MOVE    WS-MNT-TEXT     TO  GEO3X-MT-ADDR-2
008550     END-IF.
008560     DISPLAY "NEW LAT/LNG     (Y/N):          " WITH NO ADVANCING.
008570     MOVE    SPACE               TO  WS-MNT-REPLY.
008580     ACCEPT   WS-MNT-REPLY.
008590     IF      WS-MNT-YES      THEN
008600         PERFORM   2970-KEY-COORDS
008610             THRU    2970-KEY-COORDS-EXIT
008620     END-IF.
008630     DISPLAY "POSTAL CODE     (BLANK = KEEP): " WITH NO ADVANCING.
008640     MOVE    SPACE               TO  WS-MNT-TEXT.
008650     ACCEPT   WS-MNT-TEXT.
008660     IF      WS-MNT-TEXT NOT =   SPACE   THEN
008670         MOVE    WS-MNT-TEXT     TO  GEO3X-MT-POSTAL-CD
008680     END-IF.
008690     PERFORM   2975-KEY-DATE      THRU    2975-KEY-DATE-EXIT.
008700     PERFORM   2900-EDIT-SITE     THRU    2900-EDIT-SITE-EXIT.
008710     IF      WS-TRAN-BAD     THEN
008720         GO  TO  2700-DO-CHANGE-EXIT
008730     END-IF.
008740     PERFORM   2690-BUILD-RECORD  THRU    2690-BUILD-RECORD-EXIT.
008750     MOVE    GEO3X-MASTER-RECORD TO  WS-AFTER-IMAGE.
008760     PERFORM   2980-CONFIRM       THRU    2980-CONFIRM-EXIT.
008770     IF      NOT WS-MNT-YES  THEN
008780         DISPLAY "CHANGE CANCELLED -- MASTER NOT UPDATED."
008790         GO  TO  2700-DO-CHANGE-EXIT
008800     END-IF.
008810     PERFORM   2790-REWRITE-SITE  THRU    2790-REWRITE-SITE-EXIT.
008820     IF      WS-TRAN-BAD     THEN
008830         GO  TO  2700-DO-CHANGE-EXIT
008840     END-IF.
008850     ADD     1                   TO  WS-SITES-CHANGED.
008860     DISPLAY "SITE CHANGED.".
008870 2700-DO-CHANGE-EXIT.
008880     EXIT.
008890*-----------------------------------------------------------*
008900*  2750-READ-SITE  --  KEY AND OCCUPANCY SEQUENCE IN, THE     *
008910*                      OCCUPANT'S RECORD READ.  ZERO MEANS    *
008920*                      OCCUPANT 01, AS ON A BATCH CHANGE.     *
008930*-----------------------------------------------------------*
008940 2750-READ-SITE                SECTION.
008950 2750-READ-SITE-START.
008960     MOVE    "N"                 TO  WS-TRAN-BAD-SW.
008970     DISPLAY "ENTER GEO3X3 CODE:              " WITH NO ADVANCING.
008980     MOVE    SPACE               TO  GEO3X-MR-KEY.
008990     ACCEPT   GEO3X-MR-KEY.
009000     DISPLAY "OCCUPANT SEQUENCE (0 = 01):     " WITH NO ADVANCING.
009010     ACCEPT   WS-MNT-OCC-SEQ.
009020     IF      WS-MNT-OCC-SEQ  =   ZERO    THEN
009030         MOVE    1               TO  GEO3X-MR-OCC-SEQ
009040     ELSE
009050         MOVE    WS-MNT-OCC-SEQ  TO  GEO3X-MR-OCC-SEQ
009060     END-IF.
009070     READ    MASTER
009080         INVALID KEY
009090             DISPLAY "NOT ON FILE: " GEO3X-MR-KEY "/"
009100                     GEO3X-MR-OCC-SEQ
009110             MOVE    "Y"         TO  WS-TRAN-BAD-SW
009120             GO  TO  2750-READ-SITE-EXIT
009130     END-READ.
009140     IF      NOT WS-MASTER-OK    THEN
009150         DISPLAY "MASTER READ FAILED (STATUS "
009160                 WS-MASTER-STATUS ")."
009170         MOVE    "Y"             TO  WS-TRAN-BAD-SW
009180     END-IF.
009190 2750-READ-SITE-EXIT.
009200     EXIT.
009210*-----------------------------------------------------------*
009220*  2760-SITE-TO-TRAN  --  THE RECORD JUST READ INTO THE       *
009230*                         TRANSACTION WORK AREA AS A CHANGE,  *
009240*                         SO KEYED VALUES CAN OVERLAY IT      *
009250*-----------------------------------------------------------*
009260 2760-SITE-TO-TRAN              SECTION.
009270 2760-SITE-TO-TRAN-START.
009280     MOVE    SPACE               TO  GEO3X-MTRAN-RECORD.
009290     MOVE    "C"                 TO  GEO3X-MT-ACTION-CD.
009300     MOVE    GEO3X-MR-KEY        TO  GEO3X-MT-KEY.
009310     MOVE    GEO3X-MR-OCC-SEQ    TO  GEO3X-MT-OCC-SEQ.
009320     MOVE    GEO3X-MR-CUST-ID    TO  GEO3X-MT-CUST-ID.
009330     MOVE    GEO3X-MR-CUST-NAME  TO  GEO3X-MT-CUST-NAME.
009340     MOVE    GEO3X-MR-ADDR-1     TO  GEO3X-MT-ADDR-1.
009350     MOVE    GEO3X-MR-ADDR-2     TO  GEO3X-MT-ADDR-2.
009360     MOVE    GEO3X-MR-LAT        TO  GEO3X-MT-LAT.
009370     MOVE    GEO3X-MR-LNG        TO  GEO3X-MT-LNG.
009380     MOVE    GEO3X-MR-LEVEL      TO  GEO3X-MT-LEVEL.
009390     MOVE    GEO3X-MR-LAST-UPD-DT
009400                                 TO  GEO3X-MT-LAST-UPD-DT.
009410     MOVE    GEO3X-MR-POSTAL-CD  TO  GEO3X-MT-POSTAL-CD.
009420 2760-SITE-TO-TRAN-EXIT.
009430     EXIT.
009440*-----------------------------------------------------------*
009450*  2790-REWRITE-SITE  --  REWRITE THE CONFIRMED RECORD AND    *
009460*                         JOURNAL IT AS A CHANGE              *
009470*-----------------------------------------------------------*
009480 2790-REWRITE-SITE              SECTION.
009490 2790-REWRITE-SITE-START.
009500     MOVE    "N"                 TO  WS-TRAN-BAD-SW.
009510     REWRITE GEO3X-MASTER-RECORD
009520         INVALID KEY
009530             DISPLAY "REJECTED -- REWRITE FAILED: "
009540                     GEO3X-MR-KEY "/" GEO3X-MR-OCC-SEQ
009550             MOVE    "Y"         TO  WS-TRAN-BAD-SW
009560             GO  TO  2790-REWRITE-SITE-EXIT
009570     END-REWRITE.
009580     IF      NOT WS-MASTER-DUP-OK    THEN
009590         DISPLAY "REJECTED -- REWRITE FAILED (STATUS "
009600                 WS-MASTER-STATUS ")."
009610         MOVE    "Y"             TO  WS-TRAN-BAD-SW
009620         GO  TO  2790-REWRITE-SITE-EXIT
009630     END-IF.
009640     MOVE    "C"                 TO  WS-JRNL-ACTION.
009650     PERFORM   2990-WRITE-JOURNAL THRU    2990-WRITE-JOURNAL-EXIT.
009660 2790-REWRITE-SITE-EXIT.
009670     EXIT.
009680*-----------------------------------------------------------*
009690*  2800-DO-INACT  --  MARK AN OCCUPANT INACTIVE.  THE RECORD  *
009700*                     STAYS ON THE MASTER (THE ARCHIVE CYCLE  *
009710*                     TAKES IT OFF IN ITS TIME) AND THE       *
009720*                     STATUS CHANGE IS JOURNALED AS A CHANGE, *
009730*                     SO RECOVERY AND THE CHANGE FEED SEE IT  *
009740*                     LIKE ANY OTHER.                         *
009750*-----------------------------------------------------------*
009760 2800-DO-INACT                 SECTION.
009770 2800-DO-INACT-START.
009780     IF      NOT WS-MAINT-AVAIL  THEN
009790         DISPLAY "MAINTENANCE NOT AVAILABLE THIS SESSION."
009800         GO  TO  2800-DO-INACT-EXIT
009810     END-IF.
009820     ACCEPT  WS-TODAY            FROM    DATE    YYYYMMDD.
009830     PERFORM   2750-READ-SITE     THRU    2750-READ-SITE-EXIT.
009840     IF      WS-TRAN-BAD     THEN
009850         GO  TO  2800-DO-INACT-EXIT
009860     END-IF.
009870     IF      GEO3X-MR-INACTIVE   THEN
009880         DISPLAY "SITE IS ALREADY INACTIVE -- NOTHING TO DO."
009890         GO  TO  2800-DO-INACT-EXIT
009900     END-IF.
009910     MOVE    GEO3X-MASTER-RECORD TO  WS-BEFORE-IMAGE.
009920     PERFORM   2760-SITE-TO-TRAN  THRU    2760-SITE-TO-TRAN-EXIT.
009930     MOVE    WS-TODAY            TO  GEO3X-MT-LAST-UPD-DT.
009940     MOVE    "I"                 TO  GEO3X-MR-STATUS-CD.
009950     MOVE    WS-TODAY            TO  GEO3X-MR-LAST-UPD-DT.
009960     MOVE    GEO3X-MASTER-RECORD TO  WS-AFTER-IMAGE.
009970     PERFORM   2980-CONFIRM       THRU    2980-CONFIRM-EXIT.
009980     IF      NOT WS-MNT-YES  THEN
009990         DISPLAY "INACTIVATE CANCELLED -- MASTER NOT UPDATED."
010000         GO  TO  2800-DO-INACT-EXIT
010010     END-IF.
010020     PERFORM   2790-REWRITE-SITE  THRU    2790-REWRITE-SITE-EXIT.
010030     IF      WS-TRAN-BAD     THEN
010040         GO  TO  2800-DO-INACT-EXIT
010050     END-IF.
010060     ADD     1                   TO  WS-SITES-INACTIVATED.
010070     DISPLAY "SITE INACTIVATED.".
010080 2800-DO-INACT-EXIT.
010090     EXIT.
010100*-----------------------------------------------------------*
010110*  2900-EDIT-SITE  --  THE GEO3X3_MAINT_EDIT EDITS, IN ITS    *
010120*                      ORDER, ON THE TRANSACTION WORK AREA.   *
010130*                      THE FIRST FAILING EDIT REJECTS THE     *
010140*                      UPDATE WITH THE SAME REASON CODE THE   *
010150*                      BATCH REJECT REPORT WOULD SHOW.        *
010160*-----------------------------------------------------------*
010170 2900-EDIT-SITE                SECTION.
010180 2900-EDIT-SITE-START.
010190     MOVE    "N"                 TO  WS-TRAN-BAD-SW.
010200     PERFORM   2910-EDIT-KEY      THRU    2910-EDIT-KEY-EXIT.
010210     IF      NOT WS-TRAN-BAD     THEN
010220         PERFORM   2920-EDIT-LEVEL
010230             THRU    2920-EDIT-LEVEL-EXIT
010240     END-IF.
010250     IF      NOT WS-TRAN-BAD     THEN
010260         PERFORM   2930-EDIT-COORDS
010270             THRU    2930-EDIT-COORDS-EXIT
010280     END-IF.
010290     IF      NOT WS-TRAN-BAD     THEN
010300         PERFORM   2940-EDIT-DATE
010310             THRU    2940-EDIT-DATE-EXIT
010320     END-IF.
010330     IF      NOT WS-TRAN-BAD     THEN
010340         PERFORM   2950-EDIT-POSTAL
010350             THRU    2950-EDIT-POSTAL-EXIT
010360     END-IF.
010370 2900-EDIT-SITE-EXIT.
010380     EXIT.
010390*-----------------------------------------------------------*
010400*  2910-EDIT-KEY  --  E02: THE KEY MUST DECODE -- WHICH ALSO  *
010410*                     PROVES THE CHECK DIGIT IN BYTE 31       *
010420*-----------------------------------------------------------*
010430 2910-EDIT-KEY                 SECTION.
010440 2910-EDIT-KEY-START.
010450     CALL    "geo3x3_decode" USING   BY  REFERENCE   GEO3X-MT-KEY
010460                                 BY  REFERENCE   WS-DEC-LAT
010470                                 BY  REFERENCE   WS-DEC-LNG
010480                                 BY  REFERENCE   WS-DEC-LEVEL
010490                                 BY  REFERENCE   WS-DEC-UNT
010500                                 BY  REFERENCE   WS-DEC-NE-LAT
010510                                 BY  REFERENCE   WS-DEC-NE-LNG
010520                                 BY  REFERENCE   WS-DEC-SW-LAT
010530                                 BY  REFERENCE   WS-DEC-SW-LNG
010540                                 BY  REFERENCE   WS-DEC-STS
010550                                 BY  REFERENCE   WS-CALR-ID
010560     END-CALL.
010570     IF      NOT WS-DEC-OK   THEN
010580         MOVE    "E02"           TO  WS-MNT-REASON
010590         MOVE    "KEY IS NOT A DECODABLE GEO3X3 CODE"
010600                                 TO  WS-MNT-MESSAGE
010610         PERFORM   2960-REJECT-SITE
010620             THRU    2960-REJECT-SITE-EXIT
010630     END-IF.
010640 2910-EDIT-KEY-EXIT.
010650     EXIT.
010660*-----------------------------------------------------------*
010670*  2920-EDIT-LEVEL  --  E03: THE LEVEL MUST BE NUMERIC AND    *
010680*                       MATCH THE DEPTH OF THE KEY ITSELF     *
010690*-----------------------------------------------------------*
010700 2920-EDIT-LEVEL              SECTION.
010710 2920-EDIT-LEVEL-START.
010720     IF      GEO3X-MT-LEVEL  IS NOT NUMERIC  THEN
010730         MOVE    "E03"           TO  WS-MNT-REASON
010740         MOVE    "LEVEL NOT NUMERIC"
010750                                 TO  WS-MNT-MESSAGE
010760         PERFORM   2960-REJECT-SITE
010770             THRU    2960-REJECT-SITE-EXIT
010780         GO  TO  2920-EDIT-LEVEL-EXIT
010790     END-IF.
010800     IF      GEO3X-MT-LEVEL  NOT =   WS-DEC-LEVEL    THEN
010810         MOVE    "E03"           TO  WS-MNT-REASON
010820         MOVE    "LEVEL DIFFERS FROM KEY DEPTH"
010830                                 TO  WS-MNT-MESSAGE
010840         PERFORM   2960-REJECT-SITE
010850             THRU    2960-REJECT-SITE-EXIT
010860     END-IF.
010870 2920-EDIT-LEVEL-EXIT.
010880     EXIT.
010890*-----------------------------------------------------------*
010900*  2930-EDIT-COORDS  --  E04/E05: THE COORDINATES MUST BE     *
010910*                        NUMERIC AND FALL INSIDE THE KEY'S    *
010920*                        CELL BOUNDING BOX.  A COORDINATE ON  *
010930*                        THE NORTH OR EAST EDGE BELONGS TO    *
010940*                        THE NEXT CELL OVER.                  *
010950*-----------------------------------------------------------*
010960 2930-EDIT-COORDS             SECTION.
010970 2930-EDIT-COORDS-START.
010980     IF      GEO3X-MT-LAT    IS NOT NUMERIC
010990         OR  GEO3X-MT-LNG    IS NOT NUMERIC  THEN
011000         MOVE    "E04"           TO  WS-MNT-REASON
011010         MOVE    "COORDINATES NOT NUMERIC"
011020                                 TO  WS-MNT-MESSAGE
011030         PERFORM   2960-REJECT-SITE
011040             THRU    2960-REJECT-SITE-EXIT
011050         GO  TO  2930-EDIT-COORDS-EXIT
011060     END-IF.
011070     IF      GEO3X-MT-LAT    <   WS-DEC-SW-LAT
011080         OR  GEO3X-MT-LAT    >=  WS-DEC-NE-LAT
011090         OR  GEO3X-MT-LNG    <   WS-DEC-SW-LNG
011100         OR  GEO3X-MT-LNG    >=  WS-DEC-NE-LNG   THEN
011110         MOVE    "E05"           TO  WS-MNT-REASON
011120         MOVE    "COORDINATES OUTSIDE THE KEY'S CELL"
011130                                 TO  WS-MNT-MESSAGE
011140         PERFORM   2960-REJECT-SITE
011150             THRU    2960-REJECT-SITE-EXIT
011160     END-IF.
011170 2930-EDIT-COORDS-EXIT.
011180     EXIT.
011190*-----------------------------------------------------------*
011200*  2940-EDIT-DATE  --  E06: THE UPDATE DATE MUST BE A REAL    *
011210*                      YYYYMMDD DATE, LEAP YEARS INCLUDED     *
011220*-----------------------------------------------------------*
011230 2940-EDIT-DATE               SECTION.
011240 2940-EDIT-DATE-START.
011250     IF      GEO3X-MT-LAST-UPD-DT    IS NOT NUMERIC  THEN
011260         PERFORM   2945-BAD-DATE
011270             THRU    2945-BAD-DATE-EXIT
011280         GO  TO  2940-EDIT-DATE-EXIT
011290     END-IF.
011300     MOVE    GEO3X-MT-LAST-UPD-DT    TO  WS-EDIT-DATE.
011310     IF      WS-EDIT-YYYY    <   1900
011320         OR  WS-EDIT-MM      <   1
011330         OR  WS-EDIT-MM      >   12
011340         OR  WS-EDIT-DD      <   1   THEN
011350         PERFORM   2945-BAD-DATE
011360             THRU    2945-BAD-DATE-EXIT
011370         GO  TO  2940-EDIT-DATE-EXIT
011380     END-IF.
011390     EVALUATE    WS-EDIT-MM
011400         WHEN    4
011410         WHEN    6
011420         WHEN    9
011430         WHEN    11
011440             MOVE    30          TO  WS-MONTH-DAYS
011450         WHEN    2
011460             MOVE    28          TO  WS-MONTH-DAYS
011470             DIVIDE  WS-EDIT-YYYY    BY  4
011480                 GIVING      WS-LEAP-QUOT
011490                 REMAINDER   WS-LEAP-REM
011500             END-DIVIDE
011510             IF      WS-LEAP-REM =   ZERO    THEN
011520                 DIVIDE  WS-EDIT-YYYY    BY  100
011530                     GIVING      WS-LEAP-QUOT
011540                     REMAINDER   WS-LEAP-REM
011550                 END-DIVIDE
011560                 IF      WS-LEAP-REM NOT =   ZERO    THEN
011570                     MOVE    29  TO  WS-MONTH-DAYS
011580                 ELSE
011590                     DIVIDE  WS-EDIT-YYYY    BY  400
011600                         GIVING      WS-LEAP-QUOT
011610                         REMAINDER   WS-LEAP-REM
011620                     END-DIVIDE
011630                     IF      WS-LEAP-REM =   ZERO    THEN
011640                         MOVE    29  TO  WS-MONTH-DAYS
011650                     END-IF
011660                 END-IF
011670             END-IF
011680         WHEN    OTHER
011690             MOVE    31          TO  WS-MONTH-DAYS
011700     END-EVALUATE.
011710     IF      WS-EDIT-DD  >   WS-MONTH-DAYS   THEN
011720         PERFORM   2945-BAD-DATE
011730             THRU    2945-BAD-DATE-EXIT
011740     END-IF.
011750 2940-EDIT-DATE-EXIT.
011760     EXIT.
011770 2945-BAD-DATE                SECTION.
011780 2945-BAD-DATE-START.
011790     MOVE    "E06"               TO  WS-MNT-REASON.
011800     MOVE    "UPDATE DATE IS NOT A REAL DATE"
011810                                 TO  WS-MNT-MESSAGE.
011820     PERFORM   2960-REJECT-SITE
011830         THRU    2960-REJECT-SITE-EXIT.
011840 2945-BAD-DATE-EXIT.
011850     EXIT.
011860*-----------------------------------------------------------*
011870*  2950-EDIT-POSTAL  --  E07: THE POSTAL CODE MUST BE ON THE  *
011880*                        GAZETTEER; A BLANK ONE IS NOT        *
011890*-----------------------------------------------------------*
011900 2950-EDIT-POSTAL             SECTION.
011910 2950-EDIT-POSTAL-START.
011920     MOVE    ZERO                TO  WS-HIT.
011930     IF      GEO3X-MT-POSTAL-CD  NOT =   SPACE   THEN
011940         PERFORM   2955-FIND-POSTAL
011950             THRU    2955-FIND-POSTAL-EXIT
011960             VARYING   WS-G       FROM    1   BY  1
011970             UNTIL     WS-G       >   WS-GAZ-CNT
011980                       OR  WS-HIT >   ZERO
011990     END-IF.
012000     IF      WS-HIT  =   ZERO    THEN
012010         MOVE    "E07"           TO  WS-MNT-REASON
012020         MOVE    "POSTAL CODE NOT ON THE GAZETTEER"
012030                                 TO  WS-MNT-MESSAGE
012040         PERFORM   2960-REJECT-SITE
012050             THRU    2960-REJECT-SITE-EXIT
012060     END-IF.
012070 2950-EDIT-POSTAL-EXIT.
012080     EXIT.
012090 2955-FIND-POSTAL             SECTION.
012100 2955-FIND-POSTAL-START.
012110     IF      WS-GAZ-POSTAL(WS-G) =   GEO3X-MT-POSTAL-CD  THEN
012120         MOVE    WS-G            TO  WS-HIT
012130     END-IF.
012140 2955-FIND-POSTAL-EXIT.
012150     EXIT.
012160*-----------------------------------------------------------*
012170*  2960-REJECT-SITE  --  TELL THE OPERATOR WHY, AND STOP      *
012180*-----------------------------------------------------------*
012190 2960-REJECT-SITE             SECTION.
012200 2960-REJECT-SITE-START.
012210     DISPLAY "REJECTED " WS-MNT-REASON " -- " WS-MNT-MESSAGE.
012220     DISPLAY "MASTER NOT UPDATED -- CORRECT AND RE-KEY.".
012230     MOVE    "Y"                 TO  WS-TRAN-BAD-SW.
012240 2960-REJECT-SITE-EXIT.
012250     EXIT.
012260*-----------------------------------------------------------*
012270*  2970-KEY-COORDS  --  LAT/LNG INTO THE TRANSACTION          *
012280*-----------------------------------------------------------*
012290 2970-KEY-COORDS               SECTION.
012300 2970-KEY-COORDS-START.
012310     DISPLAY "ENTER LATITUDE  (-90 TO 90):    " WITH NO ADVANCING.
012320     ACCEPT   WS-MNT-LAT.
012330     DISPLAY "ENTER LONGITUDE (-180 TO 180):  " WITH NO ADVANCING.
012340     ACCEPT   WS-MNT-LNG.
012350     MOVE    WS-MNT-LAT          TO  GEO3X-MT-LAT.
012360     MOVE    WS-MNT-LNG          TO  GEO3X-MT-LNG.
012370 2970-KEY-COORDS-EXIT.
012380     EXIT.
012390*-----------------------------------------------------------*
012400*  2975-KEY-DATE  --  THE UPDATE DATE; BLANK TAKES TODAY'S    *
012410*-----------------------------------------------------------*
012420 2975-KEY-DATE                 SECTION.
012430 2975-KEY-DATE-START.
012440     DISPLAY "UPDATE DATE (YYYYMMDD, BLANK = TODAY): "
012450             WITH NO ADVANCING.
012460     MOVE    SPACE               TO  WS-MNT-DATE.
012470     ACCEPT   WS-MNT-DATE.
012480     IF      WS-MNT-DATE =   SPACE   THEN
012490         MOVE    WS-TODAY        TO  GEO3X-MT-LAST-UPD-DT
012500     ELSE
012510         MOVE    WS-MNT-DATE     TO  GEO3X-MT-LAST-UPD-DT
012520     END-IF.
012530 2975-KEY-DATE-EXIT.
012540     EXIT.
012550*-----------------------------------------------------------*
012560*  2980-CONFIRM  --  BEFORE AND AFTER IMAGES ON THE SCREEN,   *
012570*                    THEN Y TO APPLY; ANYTHING ELSE CANCELS   *
012580*-----------------------------------------------------------*
012590 2980-CONFIRM                  SECTION.
012600 2980-CONFIRM-START.
012610     DISPLAY " ".
012620     DISPLAY "BEFORE:".
012630     IF      WS-BEFORE-IMAGE =   SPACE   THEN
012640         DISPLAY "  (NONE -- NEW SITE)"
012650     ELSE
012660         MOVE    WS-BEFORE-IMAGE TO  WS-SHOW-VIEW
012670         PERFORM   2985-SHOW-IMAGE
012680             THRU    2985-SHOW-IMAGE-EXIT
012690     END-IF.
012700     DISPLAY "AFTER:".
012710     MOVE    WS-AFTER-IMAGE      TO  WS-SHOW-VIEW.
012720     PERFORM   2985-SHOW-IMAGE    THRU    2985-SHOW-IMAGE-EXIT.
012730     DISPLAY "APPLY THIS UPDATE TO THE MASTER (Y/N): "
012740             WITH NO ADVANCING.
012750     MOVE    SPACE               TO  WS-MNT-REPLY.
012760     ACCEPT   WS-MNT-REPLY.
012770 2980-CONFIRM-EXIT.
012780     EXIT.
012790 2985-SHOW-IMAGE               SECTION.
012800 2985-SHOW-IMAGE-START.
012810     MOVE    WS-SHOW-LAT         TO  WS-SHOW-COORD-LAT.
012820     MOVE    WS-SHOW-LNG         TO  WS-SHOW-COORD-LNG.
012830     DISPLAY "  SITE      " WS-SHOW-KEY "/" WS-SHOW-OCC-SEQ
012840             "  STATUS " WS-SHOW-STATUS.
012850     DISPLAY "  CUSTOMER  " WS-SHOW-CUST-ID "  "
012860             WS-SHOW-CUST-NAME.
012870     DISPLAY "  ADDRESS   " WS-SHOW-ADDR-1.
012880     DISPLAY "            " WS-SHOW-ADDR-2.
012890     DISPLAY "  LAT/LNG   " WS-SHOW-COORD-LAT " "
012900             WS-SHOW-COORD-LNG "  LEVEL " WS-SHOW-LEVEL.
012910     DISPLAY "  POSTAL    " WS-SHOW-POSTAL-CD
012920             "  UPDATED " WS-SHOW-UPD-DT.
012930 2985-SHOW-IMAGE-EXIT.
012940     EXIT.
012950*-----------------------------------------------------------*
012960*  2990-WRITE-JOURNAL  --  ONE GEO3XJR RECORD FOR ONE APPLIED *
012970*                          UPDATE, LAID OUT AS GEO3X3_MASTER_ *
012980*                          MAINT LAYS IT OUT, WITH THE        *
012990*                          CONSOLE'S JOB NAME AND THE         *
013000*                          OPERATOR ID, SO THE JOURNAL PRINT  *
013010*                          AND RECOVERY TREAT IT ALIKE.       *
013020*-----------------------------------------------------------*
013030 2990-WRITE-JOURNAL            SECTION.
013040 2990-WRITE-JOURNAL-START.
013046     PERFORM   2995-JOURNAL-DATE
013053         THRU    2995-JOURNAL-DATE-EXIT.
013060     ACCEPT  WS-JRNL-TIME        FROM    TIME.
013070     MOVE    SPACE               TO  GEO3X-JR-RECORD.
013080     MOVE    WS-JRNL-DATE        TO  GEO3X-JR-DATE.
013090     MOVE    WS-JRNL-TIME        TO  GEO3X-JR-TIME.
013100     MOVE    WS-JOB-NAME         TO  GEO3X-JR-JOB.
013110     MOVE    WS-JRNL-ACTION      TO  GEO3X-JR-ACTION-CD.
013120     MOVE    GEO3X-MR-KEY        TO  GEO3X-JR-KEY.
013130     MOVE    GEO3X-MR-OCC-SEQ    TO  GEO3X-JR-OCC-SEQ.
013140     MOVE    WS-BEFORE-IMAGE     TO  GEO3X-JR-BEFORE.
013150     MOVE    WS-AFTER-IMAGE      TO  GEO3X-JR-AFTER.
013160     MOVE    GEO3X-MTRAN-RECORD  TO  GEO3X-JR-TRAN.
013170     MOVE    WS-OPER-ID          TO  GEO3X-JR-OPER-ID.
013180     WRITE   GEO3X-JR-RECORD.
013190     IF      NOT WS-JRNL-OK  THEN
013200         DISPLAY "*** JOURNAL WRITE FAILED (STATUS "
013210                 WS-JRNL-STATUS ") FOR " GEO3X-MR-KEY "/"
013220                 GEO3X-MR-OCC-SEQ " -- CALL OPERATIONS ***"
013230     END-IF.
013231 2990-WRITE-JOURNAL-EXIT.
013232     EXIT.
013233*-----------------------------------------------------------*
013234*  2995-JOURNAL-DATE  --  THE BUSINESS DATE FOR A JOURNAL     *
013235*                          RECORD.  THE CONTROL RECORD IS     *
013236*                          READ AFRESH EACH TIME, AS THE      *
013237*                          CHAIN MAY CLOSE OR ROLL THE DATE   *
013238*                          WHILE THE CONSOLE IS UP.  AN OPEN  *
013239*                          DATE IS TAKEN AS IT STANDS; A      *
013240*                          CLOSED DATE HAS BEEN FED ALREADY,  *
013241*                          SO THE RECORD GOES UNDER THE DAY   *
013242*                          AFTER IT.  WITH NO USABLE CONTROL  *
013243*                          RECORD THE SYSTEM DATE STANDS.     *
013244*-----------------------------------------------------------*
013245 2995-JOURNAL-DATE             SECTION.
013247 2995-JOURNAL-DATE-START.
013248     ACCEPT  WS-JRNL-DATE        FROM    DATE    YYYYMMDD.
013249     OPEN    INPUT   DATECTL.
013250     IF      NOT WS-CTL-OK   THEN
013251         GO  TO  2995-JOURNAL-DATE-EXIT
013252     END-IF.
013253     READ    DATECTL
013254         AT END
013255             CLOSE   DATECTL
013256             GO  TO  2995-JOURNAL-DATE-EXIT
013257     END-READ.
013258     CLOSE   DATECTL.
013259     IF      GEO3X-BD-BUS-DATE   IS NOT NUMERIC
013260         OR  GEO3X-BD-BUS-DATE   =   ZERO
013261         OR  NOT (GEO3X-BD-OPEN  OR  GEO3X-BD-CLOSED)   THEN
013262         GO  TO  2995-JOURNAL-DATE-EXIT
013264     END-IF.
013265     MOVE    GEO3X-BD-BUS-DATE   TO  WS-JRNL-DATE-NUM.
013266     IF      GEO3X-BD-CLOSED     THEN
013267         COMPUTE WS-JRNL-SERIAL  =
013268             FUNCTION INTEGER-OF-DATE(WS-JRNL-DATE-NUM)  +   1
013269         END-COMPUTE
013270         COMPUTE WS-JRNL-DATE-NUM    =
013271             FUNCTION DATE-OF-INTEGER(WS-JRNL-SERIAL)
013272         END-COMPUTE
013273     END-IF.
013274     MOVE    WS-JRNL-DATE-NUM    TO  WS-JRNL-DATE.
013275 2995-JOURNAL-DATE-EXIT.
013276     EXIT.
013277*-----------------------------------------------------------*
013278*  3000-TERMINATE  --  SIGN OFF                               *
013280*-----------------------------------------------------------*
013290 3000-TERMINATE                 SECTION.
013300 3000-TERMINATE-START.
013310     IF      WS-MASTER-AVAIL     THEN
013320         CLOSE   MASTER
013330     END-IF.
013340     IF      WS-MAINT-AVAIL      THEN
013350         CLOSE   JRNLFILE
013360         DISPLAY "SITES ADDED       = " WS-SITES-ADDED
013370         DISPLAY "SITES CHANGED     = " WS-SITES-CHANGED
013380         DISPLAY "SITES INACTIVATED = " WS-SITES-INACTIVATED
013390     END-IF.
013400     DISPLAY "GEO3X3 ONLINE LOOKUP -- SESSION ENDED.".
013410 3000-TERMINATE-EXIT.
013420     EXIT.
013430 END PROGRAM     geo3x3_online.
