000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_bill_recon.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  CUSTOMER-ID RECONCILE     *
000190*                 OF THE MASTER AGAINST THE BILLING SYSTEM'S  *
000200*                 CUSTOMER EXTRACT -- SEE GEOBIL01.  THE      *
000210*                 MASTER IS READ IN CUSTOMER-ID ORDER         *
000220*                 THROUGH THE ALTERNATE INDEX PATH            *
000230*                 GEO3X3_CUST_STMT ALREADY USES AND MATCHED   *
000240*                 AGAINST THE EXTRACT, SORTED BY CUSTOMER ID  *
000250*                 AHEAD OF THIS STEP.  ONE NUMBERED REPORT    *
000260*                 LINE PER EXCEPTION, WITH A REASON CODE:     *
000270*                 B01 CUSTOMER ID NOT ON THE BILLING FILE,    *
000280*                 B02 SERVICED BILLING CUSTOMER WITH NO       *
000290*                 ACTIVE SITE, B03 ACTIVE SITE NAME DIFFERS   *
000300*                 FROM THE BILLING NAME, B04 ACTIVE SITE ON A *
000310*                 CLOSED ACCOUNT, B05 CUSTOMER ID REPEATED ON *
000320*                 THE EXTRACT.  ANY B01 ENDS THE RUN RC 8 SO  *
000330*                 THE STATEMENT JOB (GEOSTM01) IS HELD; THE   *
000340*                 OTHER EXCEPTIONS ALONE END IT RC 4.         *
000342*  10/15/26  RM   THE TITLE DATE IS THE BUSINESS DATE FROM    *
000344*                 THE PROCESSING-DATE CONTROL RECORD (THROUGH *
000346*                 GEO3X3_BUS_DATE).  A CLOSED OR MISSING DATE *
000348*                 STOPS THE RUN WITH RC 12.                   *
000350*  10/15/26  RM   A MASTER THAT WILL NOT OPEN IS REPORTED     *
000352*                 WITH ITS FILE STATUS AND ENDS THE RUN RC 8, *
000355*                 AS IN GEO3X3_MAST_AUDIT.                    *
000357*-----------------------------------------------------------*
000360 ENVIRONMENT                 DIVISION.
000370 CONFIGURATION               SECTION.
000380 SOURCE-COMPUTER.            IBM-370.
000390 OBJECT-COMPUTER.            IBM-370.
000400 INPUT-OUTPUT                SECTION.
000410 FILE-CONTROL.
000420     SELECT  BILLFILE        ASSIGN TO "BILLFILE"
000430                              ORGANIZATION  IS  SEQUENTIAL.
000440     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000450                              ORGANIZATION  IS  SEQUENTIAL.
000460     SELECT  MASTER          ASSIGN TO "MASTER"
000470                              ORGANIZATION  IS  INDEXED
000480                              ACCESS MODE    IS  DYNAMIC
000490                              RECORD KEY     IS  GEO3X-MR-REC-KEY
000500                              ALTERNATE RECORD KEY IS
000510                                  GEO3X-MR-CUST-ID
000520                                  WITH DUPLICATES
000530                              FILE STATUS    IS  WS-MASTER-STATUS.
000540 DATA                        DIVISION.
000550 FILE                        SECTION.
000560 FD  BILLFILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590     COPY    GEO3XBC.
000600 FD  RPTFILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  RPT-REC                 PIC X(132).
000640 FD  MASTER
000650     LABEL RECORDS ARE STANDARD.
000660     COPY    GEO3XMR.
000670 WORKING-STORAGE             SECTION.
000680*-----------------------------------------------------------*
000690*  SWITCHES                                                  *
000700*-----------------------------------------------------------*
000710 01  WS-SWITCHES.
000720     05  WS-BILL-EOF-SW      PIC X(01)   VALUE "N".
000730         88  WS-BILL-EOF                 VALUE "Y".
000740     05  WS-MAST-EOF-SW      PIC X(01)   VALUE "N".
000750         88  WS-MAST-EOF                 VALUE "Y".
000760     05  WS-CUST-ACTIVE-SW   PIC X(01)   VALUE "N".
000770         88  WS-CUST-HAS-ACTIVE          VALUE "Y".
000773     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000776         88  WS-DATE-BAD                 VALUE "Y".
000777     05  WS-OPEN-BAD-SW      PIC X(01)   VALUE "N".
000778         88  WS-OPEN-BAD                 VALUE "Y".
000780 01  WS-MASTER-STATUS        PIC X(02).
000790     88  WS-MASTER-OK                    VALUE "00".
000800     88  WS-MASTER-DUP-OK                VALUE "00" "02".
000810*-----------------------------------------------------------*
000820*  COUNTERS                                                  *
000830*-----------------------------------------------------------*
000840 77  WS-BILL-READ            PIC 9(09)   COMP    VALUE ZERO.
000850 77  WS-MAST-READ            PIC 9(09)   COMP    VALUE ZERO.
000860 77  WS-OCC-MATCHED          PIC 9(09)   COMP    VALUE ZERO.
000870 77  WS-EXCEPTIONS           PIC 9(09)   COMP    VALUE ZERO.
000880 77  WS-UNKNOWN-OCC          PIC 9(09)   COMP    VALUE ZERO.
000890 77  WS-UNKNOWN-ACTIVE       PIC 9(09)   COMP    VALUE ZERO.
000900 77  WS-SVC-NO-SITE          PIC 9(09)   COMP    VALUE ZERO.
000910 77  WS-NAME-MISMATCH        PIC 9(09)   COMP    VALUE ZERO.
000920 77  WS-ACTIVE-CLOSED        PIC 9(09)   COMP    VALUE ZERO.
000930 77  WS-BILL-DUPS            PIC 9(09)   COMP    VALUE ZERO.
000940*-----------------------------------------------------------*
000950*  RUN-CONTROL FIELDS -- COUNTS AND RETURN CODE PASSED TO     *
000960*  GEO3X3_RUNSTAT AT END OF RUN                               *
000970*-----------------------------------------------------------*
000980 77  WS-JOB-NAME             PIC X(08)   VALUE "GEOBIL01".
000990 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_BILL_RECON".
001000 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
001010 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
001020 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
001030 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
001040*-----------------------------------------------------------*
001050*  MATCH KEYS -- CUSTOMER ID ON EACH SIDE.  HIGH-VALUES AT    *
001060*  END OF FILE LET 2000-PROCESS DRAIN THE OTHER SIDE, THE     *
001070*  SAME WAY GEO3X3_RECON MATCHES ITS TWO INPUTS.              *
001080*-----------------------------------------------------------*
001090 01  WS-MAST-CUST            PIC X(10).
001100 01  WS-BILL-CUST            PIC X(10).
001110 01  WS-PREV-BILL-CUST       PIC X(10)   VALUE LOW-VALUES.
001120*-----------------------------------------------------------*
001130*  NAME COMPARE -- BOTH NAMES FOLDED TO UPPER CASE SO A       *
001140*  DIFFERENCE IN CASE ALONE IS NOT REPORTED                   *
001150*-----------------------------------------------------------*
001160 01  WS-CMP-MR-NAME          PIC X(30).
001170 01  WS-CMP-BC-NAME          PIC X(30).
001180 01  WS-LOWER-CASE           PIC X(26)   VALUE
001190     "abcdefghijklmnopqrstuvwxyz".
001200 01  WS-UPPER-CASE           PIC X(26)   VALUE
001210     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001220*-----------------------------------------------------------*
001230*  BUSINESS DATE                                              *
001240*-----------------------------------------------------------*
001250 01  WS-RUN-DATE-RAW         PIC 9(08).
001252 01  WS-BUS-DATE             PIC X(08).
001255 01  WS-BUS-DATE-STS         PIC 9(01).
001257 01  WS-BUS-DATE-MSG         PIC X(40).
001260*-----------------------------------------------------------*
001270*  REPORT LINES                                              *
001280*-----------------------------------------------------------*
001290 01  WS-TITLE-LINE.
001300     05  FILLER              PIC X(44)   VALUE
001310         "GEO3X3 MASTER / BILLING CUSTOMER RECONCILE".
001320     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001330     05  WS-TTL-DATE         PIC 9(08).
001340     05  FILLER              PIC X(70)   VALUE SPACE.
001350 01  WS-EXC-HDR.
001360     05  FILLER              PIC X(08)   VALUE "    SEQ".
001370     05  FILLER              PIC X(05)   VALUE "RSN".
001380     05  FILLER              PIC X(12)   VALUE "CUSTOMER".
001390     05  FILLER              PIC X(32)   VALUE "SITE CELL".
001400     05  FILLER              PIC X(04)   VALUE "OC".
001410     05  FILLER              PIC X(03)   VALUE "S".
001420     05  FILLER              PIC X(32)   VALUE "MASTER NAME".
001430     05  FILLER              PIC X(32)   VALUE
001440         "BILLING NAME / NOTE".
001450     05  FILLER              PIC X(03)   VALUE "A".
001460     05  FILLER              PIC X(01)   VALUE "V".
001470 01  WS-EXC-LINE.
001480     05  WS-EXC-SEQ          PIC ZZZ,ZZ9.
001490     05  FILLER              PIC X(01)   VALUE SPACE.
001500     05  WS-EXC-REASON       PIC X(03).
001510     05  FILLER              PIC X(02)   VALUE SPACE.
001520     05  WS-EXC-CUST         PIC X(10).
001530     05  FILLER              PIC X(02)   VALUE SPACE.
001540     05  WS-EXC-KEY          PIC X(31).
001550     05  FILLER              PIC X(01)   VALUE SPACE.
001560     05  WS-EXC-OCC          PIC X(02).
001570     05  FILLER              PIC X(02)   VALUE SPACE.
001580     05  WS-EXC-STATUS       PIC X(01).
001590     05  FILLER              PIC X(02)   VALUE SPACE.
001600     05  WS-EXC-MR-NAME      PIC X(30).
001610     05  FILLER              PIC X(02)   VALUE SPACE.
001620     05  WS-EXC-BC-NAME      PIC X(30).
001630     05  FILLER              PIC X(02)   VALUE SPACE.
001640     05  WS-EXC-ACCT         PIC X(01).
001650     05  FILLER              PIC X(02)   VALUE SPACE.
001660     05  WS-EXC-SVC          PIC X(01).
001670 01  WS-CNT-LINE.
001680     05  WS-CNT-LABEL        PIC X(40).
001690     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
001700     05  FILLER              PIC X(81)   VALUE SPACE.
001710 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACE.
001720 LINKAGE                     SECTION.
001730 PROCEDURE                   DIVISION.
001740 0000-MAINLINE                  SECTION.
001750 0000-START.
001760     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
001770     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
001780         UNTIL     WS-BILL-EOF
001790             AND   WS-MAST-EOF.
001800     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
001810     STOP RUN.
001820 0000-MAINLINE-EXIT.
001830     EXIT.
001840*-----------------------------------------------------------*
001850*  1000-INITIALIZE  --  OPEN FILES, POSITION THE MASTER AT    *
001860*                       THE LOWEST CUSTOMER ID, PRIME BOTH    *
001870*                       INPUTS, PRINT THE HEADINGS            *
001880*-----------------------------------------------------------*
001890 1000-INITIALIZE                SECTION.
001900 1000-INITIALIZE-START.
001901     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001903                                 BY  REFERENCE   WS-BUS-DATE-STS
001904                                 BY  REFERENCE   WS-BUS-DATE-MSG
001906     END-CALL.
001907     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001909         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001910         MOVE    "Y"         TO  WS-DATE-BAD-SW
001912         MOVE    "Y"         TO  WS-BILL-EOF-SW
001913         MOVE    "Y"         TO  WS-MAST-EOF-SW
001915         GO  TO  1000-INITIALIZE-EXIT
001916     END-IF.
001918     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
001920     OPEN    INPUT    MASTER.
001921     IF      NOT WS-MASTER-OK    THEN
001922         DISPLAY "MASTER OPEN FAILED, STATUS=" WS-MASTER-STATUS
001923         MOVE    "Y"         TO  WS-OPEN-BAD-SW
001925         MOVE    "Y"         TO  WS-BILL-EOF-SW
001926         MOVE    "Y"         TO  WS-MAST-EOF-SW
001927         GO  TO  1000-INITIALIZE-EXIT
001928     END-IF.
001930     OPEN    INPUT    BILLFILE.
001940     OPEN    OUTPUT   RPTFILE.
001950     MOVE    WS-RUN-DATE-RAW     TO  WS-TTL-DATE.
001960     WRITE   RPT-REC             FROM    WS-TITLE-LINE.
001970     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
001980     WRITE   RPT-REC             FROM    WS-EXC-HDR.
001990     MOVE    LOW-VALUES          TO  GEO3X-MR-CUST-ID.
002000     START   MASTER  KEY >=  GEO3X-MR-CUST-ID
002010         INVALID KEY
002020             MOVE    "Y"         TO  WS-MAST-EOF-SW
002030             MOVE    HIGH-VALUES TO  WS-MAST-CUST
002040     END-START.
002050     IF      NOT WS-MAST-EOF     THEN
002060         PERFORM   1100-READ-MASTER
002070             THRU    1100-READ-MASTER-EXIT
002080     END-IF.
002090     PERFORM   1150-READ-BILLFILE
002100         THRU    1150-READ-BILLFILE-EXIT.
002110 1000-INITIALIZE-EXIT.
002120     EXIT.
002130*-----------------------------------------------------------*
002140*  1100-READ-MASTER  --  NEXT OCCUPANT IN CUSTOMER-ID ORDER.  *
002150*                        STATUS 02 ONLY SAYS ANOTHER OCCUPANT *
002160*                        SHARES THE CUSTOMER ID.              *
002170*-----------------------------------------------------------*
002180 1100-READ-MASTER               SECTION.
002190 1100-READ-MASTER-START.
002200     READ    MASTER  NEXT RECORD
002210         AT END
002220             MOVE    "Y"         TO  WS-MAST-EOF-SW
002230             MOVE    HIGH-VALUES TO  WS-MAST-CUST
002240             GO  TO  1100-READ-MASTER-EXIT
002250     END-READ.
002260     IF      NOT WS-MASTER-DUP-OK    THEN
002270         DISPLAY "MASTER READ FAILED, STATUS=" WS-MASTER-STATUS
002280         MOVE    "Y"             TO  WS-MAST-EOF-SW
002290         MOVE    HIGH-VALUES     TO  WS-MAST-CUST
002300         GO  TO  1100-READ-MASTER-EXIT
002310     END-IF.
002320     ADD     1                   TO  WS-MAST-READ.
002330     MOVE    GEO3X-MR-CUST-ID    TO  WS-MAST-CUST.
002340 1100-READ-MASTER-EXIT.
002350     EXIT.
002360*-----------------------------------------------------------*
002370*  1150-READ-BILLFILE  --  NEXT BILLING CUSTOMER.  A CUSTOMER *
002380*                          ID REPEATED ON THE EXTRACT IS      *
002390*                          REPORTED (B05) AND SKIPPED -- ITS  *
002400*                          OCCUPANTS WERE ALREADY MATCHED TO  *
002410*                          THE FIRST ROW.                     *
002420*-----------------------------------------------------------*
002430 1150-READ-BILLFILE             SECTION.
002440 1150-READ-BILLFILE-START.
002450     READ    BILLFILE
002460         AT END
002470             MOVE    "Y"         TO  WS-BILL-EOF-SW
002480             MOVE    HIGH-VALUES TO  WS-BILL-CUST
002490             GO  TO  1150-READ-BILLFILE-EXIT
002500     END-READ.
002510     ADD     1                   TO  WS-BILL-READ.
002520     IF      GEO3X-BC-CUST-ID    =   WS-PREV-BILL-CUST   THEN
002530         ADD     1               TO  WS-BILL-DUPS
002540         MOVE    "B05"           TO  WS-EXC-REASON
002550         PERFORM   2810-BILL-ONLY-LINE
002560             THRU    2810-BILL-ONLY-LINE-EXIT
002570         MOVE    "REPEATED ON BILLING EXTRACT"
002580                                 TO  WS-EXC-MR-NAME
002590         PERFORM   2900-WRITE-EXCEPTION
002600             THRU    2900-WRITE-EXCEPTION-EXIT
002610         GO  TO  1150-READ-BILLFILE-START
002620     END-IF.
002630     MOVE    GEO3X-BC-CUST-ID    TO  WS-BILL-CUST.
002640     MOVE    GEO3X-BC-CUST-ID    TO  WS-PREV-BILL-CUST.
002650     MOVE    "N"                 TO  WS-CUST-ACTIVE-SW.
002660 1150-READ-BILLFILE-EXIT.
002670     EXIT.
002680*-----------------------------------------------------------*
002690*  2000-PROCESS  --  MATCH THE MASTER OCCUPANTS AGAINST THE   *
002700*                    BILLING CUSTOMERS BY CUSTOMER ID.  THE   *
002710*                    BILLING ROW IS HELD WHILE EVERY OCCUPANT *
002720*                    UNDER ITS ID IS CHECKED AGAINST IT, AND  *
002730*                    ONLY CLOSED ONCE THE MASTER HAS MOVED    *
002740*                    PAST IT.                                 *
002750*-----------------------------------------------------------*
002760 2000-PROCESS                   SECTION.
002770 2000-PROCESS-START.
002780     EVALUATE    TRUE
002790         WHEN    WS-MAST-CUST    =   WS-BILL-CUST
002800             PERFORM 2100-MATCHED-OCCUPANT
002810                 THRU    2100-MATCHED-OCCUPANT-EXIT
002820         WHEN    WS-MAST-CUST    <   WS-BILL-CUST
002830             PERFORM 2200-UNKNOWN-CUSTOMER
002840                 THRU    2200-UNKNOWN-CUSTOMER-EXIT
002850         WHEN    OTHER
002860             PERFORM 2300-CLOSE-BILL-CUSTOMER
002870                 THRU    2300-CLOSE-BILL-CUSTOMER-EXIT
002880     END-EVALUATE.
002890 2000-PROCESS-EXIT.
002900     EXIT.
002910*-----------------------------------------------------------*
002920*  2100-MATCHED-OCCUPANT  --  AN OCCUPANT BILLING KNOWS.  AN  *
002930*                             INACTIVE SITE KEEPS THE NAME IT *
002940*                             CLOSED UNDER, SO ONLY ACTIVE    *
002950*                             SITES ARE HELD TO THE BILLING   *
002960*                             NAME AND ACCOUNT STATUS.        *
002970*-----------------------------------------------------------*
002980 2100-MATCHED-OCCUPANT          SECTION.
002990 2100-MATCHED-OCCUPANT-START.
003000     ADD     1                   TO  WS-OCC-MATCHED.
003010     IF      NOT GEO3X-MR-ACTIVE THEN
003020         GO  TO  2100-MATCHED-OCCUPANT-NEXT
003030     END-IF.
003040     MOVE    "Y"                 TO  WS-CUST-ACTIVE-SW.
003050     MOVE    GEO3X-MR-CUST-NAME  TO  WS-CMP-MR-NAME.
003060     MOVE    GEO3X-BC-CUST-NAME  TO  WS-CMP-BC-NAME.
003070     INSPECT WS-CMP-MR-NAME
003080         CONVERTING  WS-LOWER-CASE   TO  WS-UPPER-CASE.
003090     INSPECT WS-CMP-BC-NAME
003100         CONVERTING  WS-LOWER-CASE   TO  WS-UPPER-CASE.
003110     IF      WS-CMP-MR-NAME  NOT =   WS-CMP-BC-NAME  THEN
003120         ADD     1               TO  WS-NAME-MISMATCH
003130         MOVE    "B03"           TO  WS-EXC-REASON
003140         PERFORM   2800-OCCUPANT-LINE
003150             THRU    2800-OCCUPANT-LINE-EXIT
003160         MOVE    GEO3X-BC-CUST-NAME  TO  WS-EXC-BC-NAME
003170         MOVE    GEO3X-BC-ACCT-STATUS    TO  WS-EXC-ACCT
003180         MOVE    GEO3X-BC-SERVICED-CD    TO  WS-EXC-SVC
003190         PERFORM   2900-WRITE-EXCEPTION
003200             THRU    2900-WRITE-EXCEPTION-EXIT
003210     END-IF.
003220     IF      GEO3X-BC-ACCT-CLOSED    THEN
003230         ADD     1               TO  WS-ACTIVE-CLOSED
003240         MOVE    "B04"           TO  WS-EXC-REASON
003250         PERFORM   2800-OCCUPANT-LINE
003260             THRU    2800-OCCUPANT-LINE-EXIT
003270         MOVE    "ACTIVE SITE, ACCOUNT CLOSED"
003280                                 TO  WS-EXC-BC-NAME
003290         MOVE    GEO3X-BC-ACCT-STATUS    TO  WS-EXC-ACCT
003300         MOVE    GEO3X-BC-SERVICED-CD    TO  WS-EXC-SVC
003310         PERFORM   2900-WRITE-EXCEPTION
003320             THRU    2900-WRITE-EXCEPTION-EXIT
003330     END-IF.
003340 2100-MATCHED-OCCUPANT-NEXT.
003350     PERFORM   1100-READ-MASTER
003360         THRU    1100-READ-MASTER-EXIT.
003370 2100-MATCHED-OCCUPANT-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------*
003400*  2200-UNKNOWN-CUSTOMER  --  B01: AN OCCUPANT WHOSE CUSTOMER *
003410*                             ID IS NOT ON THE BILLING FILE.  *
003420*                             REPORTED FOR EVERY OCCUPANT,    *
003430*                             ACTIVE OR NOT -- AN INACTIVE    *
003440*                             SITE CAN STILL BE REACTIVATED   *
003450*                             UNDER A BAD ID.                 *
003460*-----------------------------------------------------------*
003470 2200-UNKNOWN-CUSTOMER          SECTION.
003480 2200-UNKNOWN-CUSTOMER-START.
003490     ADD     1                   TO  WS-UNKNOWN-OCC.
003500     IF      GEO3X-MR-ACTIVE     THEN
003510         ADD     1               TO  WS-UNKNOWN-ACTIVE
003520     END-IF.
003530     MOVE    "B01"               TO  WS-EXC-REASON.
003540     PERFORM   2800-OCCUPANT-LINE
003550         THRU    2800-OCCUPANT-LINE-EXIT.
003560     IF      GEO3X-MR-CUST-ID    =   SPACE   THEN
003570         MOVE    "NO CUSTOMER ID KEYED"  TO  WS-EXC-BC-NAME
003580     ELSE
003590         MOVE    "NOT ON BILLING FILE"   TO  WS-EXC-BC-NAME
003600     END-IF.
003610     PERFORM   2900-WRITE-EXCEPTION
003620         THRU    2900-WRITE-EXCEPTION-EXIT.
003630     PERFORM   1100-READ-MASTER
003640         THRU    1100-READ-MASTER-EXIT.
003650 2200-UNKNOWN-CUSTOMER-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------*
003680*  2300-CLOSE-BILL-CUSTOMER  --  THE MASTER HAS MOVED PAST    *
003690*                                THIS BILLING CUSTOMER.  B02  *
003700*                                IF BILLING EXPECTS SERVICE   *
003710*                                AND NO ACTIVE SITE WAS SEEN. *
003720*-----------------------------------------------------------*
003730 2300-CLOSE-BILL-CUSTOMER       SECTION.
003740 2300-CLOSE-BILL-CUSTOMER-START.
003750     IF      GEO3X-BC-SERVICED
003760         AND NOT WS-CUST-HAS-ACTIVE  THEN
003770         ADD     1               TO  WS-SVC-NO-SITE
003780         MOVE    "B02"           TO  WS-EXC-REASON
003790         PERFORM   2810-BILL-ONLY-LINE
003800             THRU    2810-BILL-ONLY-LINE-EXIT
003810         MOVE    "SERVICED, NO ACTIVE SITE"
003820                                 TO  WS-EXC-MR-NAME
003830         PERFORM   2900-WRITE-EXCEPTION
003840             THRU    2900-WRITE-EXCEPTION-EXIT
003850     END-IF.
003860     PERFORM   1150-READ-BILLFILE
003870         THRU    1150-READ-BILLFILE-EXIT.
003880 2300-CLOSE-BILL-CUSTOMER-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------*
003910*  2800-OCCUPANT-LINE  --  EXCEPTION LINE FROM THE CURRENT    *
003920*                          MASTER OCCUPANT                    *
003930*-----------------------------------------------------------*
003940 2800-OCCUPANT-LINE             SECTION.
003950 2800-OCCUPANT-LINE-START.
003960     MOVE    GEO3X-MR-CUST-ID    TO  WS-EXC-CUST.
003970     MOVE    GEO3X-MR-KEY        TO  WS-EXC-KEY.
003980     MOVE    GEO3X-MR-OCC-SEQ    TO  WS-EXC-OCC.
003990     MOVE    GEO3X-MR-STATUS-CD  TO  WS-EXC-STATUS.
004000     MOVE    GEO3X-MR-CUST-NAME  TO  WS-EXC-MR-NAME.
004010     MOVE    SPACE               TO  WS-EXC-BC-NAME.
004020     MOVE    SPACE               TO  WS-EXC-ACCT.
004030     MOVE    SPACE               TO  WS-EXC-SVC.
004040 2800-OCCUPANT-LINE-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------*
004070*  2810-BILL-ONLY-LINE  --  EXCEPTION LINE FROM THE CURRENT   *
004080*                           BILLING ROW, NO OCCUPANT          *
004090*-----------------------------------------------------------*
004100 2810-BILL-ONLY-LINE            SECTION.
004110 2810-BILL-ONLY-LINE-START.
004120     MOVE    GEO3X-BC-CUST-ID    TO  WS-EXC-CUST.
004130     MOVE    SPACE               TO  WS-EXC-KEY.
004140     MOVE    SPACE               TO  WS-EXC-OCC.
004150     MOVE    SPACE               TO  WS-EXC-STATUS.
004160     MOVE    SPACE               TO  WS-EXC-MR-NAME.
004170     MOVE    GEO3X-BC-CUST-NAME  TO  WS-EXC-BC-NAME.
004180     MOVE    GEO3X-BC-ACCT-STATUS    TO  WS-EXC-ACCT.
004190     MOVE    GEO3X-BC-SERVICED-CD    TO  WS-EXC-SVC.
004200 2810-BILL-ONLY-LINE-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------*
004230*  2900-WRITE-EXCEPTION  --  ONE NUMBERED EXCEPTION LINE      *
004240*-----------------------------------------------------------*
004250 2900-WRITE-EXCEPTION           SECTION.
004260 2900-WRITE-EXCEPTION-START.
004270     ADD     1                   TO  WS-EXCEPTIONS.
004280     MOVE    WS-EXCEPTIONS       TO  WS-EXC-SEQ.
004290     WRITE   RPT-REC             FROM    WS-EXC-LINE.
004300 2900-WRITE-EXCEPTION-EXIT.
004310     EXIT.
004320*-----------------------------------------------------------*
004330*  3000-TERMINATE  --  RECONCILE TOTALS, CLOSE FILES, GRADE   *
004340*                      THE RUN: ANY UNKNOWN CUSTOMER ID IS 8, *
004350*                      OTHER EXCEPTIONS ALONE 4, CLEAN 0      *
004360*-----------------------------------------------------------*
004370 3000-TERMINATE                 SECTION.
004380 3000-TERMINATE-START.
004382     IF      WS-DATE-BAD     THEN
004384         MOVE    12          TO  RETURN-CODE
004386         GO  TO  3000-TERMINATE-EXIT
004388     END-IF.
004390     IF      WS-OPEN-BAD     THEN
004392         MOVE    8           TO  RETURN-CODE
004394         GO  TO  3000-TERMINATE-EXIT
004396     END-IF.
004398     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
004400     MOVE    "BILLING CUSTOMERS READ"    TO  WS-CNT-LABEL.
004410     MOVE    WS-BILL-READ        TO  WS-CNT-COUNT.
004420     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004430     MOVE    "MASTER OCCUPANTS READ"     TO  WS-CNT-LABEL.
004440     MOVE    WS-MAST-READ        TO  WS-CNT-COUNT.
004450     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004460     MOVE    "OCCUPANTS MATCHED TO BILLING"  TO  WS-CNT-LABEL.
004470     MOVE    WS-OCC-MATCHED      TO  WS-CNT-COUNT.
004480     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004490     MOVE    "B01 CUSTOMER ID NOT ON BILLING FILE"
004500                                 TO  WS-CNT-LABEL.
004510     MOVE    WS-UNKNOWN-OCC      TO  WS-CNT-COUNT.
004520     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004530     MOVE    "    OF WHICH ACTIVE SITES"     TO  WS-CNT-LABEL.
004540     MOVE    WS-UNKNOWN-ACTIVE   TO  WS-CNT-COUNT.
004550     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004560     MOVE    "B02 SERVICED, NO ACTIVE SITE"  TO  WS-CNT-LABEL.
004570     MOVE    WS-SVC-NO-SITE      TO  WS-CNT-COUNT.
004580     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004590     MOVE    "B03 SITE NAME DIFFERS FROM BILLING"
004600                                 TO  WS-CNT-LABEL.
004610     MOVE    WS-NAME-MISMATCH    TO  WS-CNT-COUNT.
004620     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004630     MOVE    "B04 ACTIVE SITE ON CLOSED ACCOUNT"
004640                                 TO  WS-CNT-LABEL.
004650     MOVE    WS-ACTIVE-CLOSED    TO  WS-CNT-COUNT.
004660     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004670     MOVE    "B05 CUSTOMER ID REPEATED ON EXTRACT"
004680                                 TO  WS-CNT-LABEL.
004690     MOVE    WS-BILL-DUPS        TO  WS-CNT-COUNT.
004700     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004710     DISPLAY "BILLING CUSTOMERS   = " WS-BILL-READ.
004720     DISPLAY "MASTER OCCUPANTS    = " WS-MAST-READ.
004730     DISPLAY "OCCUPANTS MATCHED   = " WS-OCC-MATCHED.
004740     DISPLAY "UNKNOWN CUSTOMER IDS= " WS-UNKNOWN-OCC.
004750     DISPLAY "SERVICED NO SITE    = " WS-SVC-NO-SITE.
004760     DISPLAY "NAME MISMATCHES     = " WS-NAME-MISMATCH.
004770     DISPLAY "ACTIVE ON CLOSED    = " WS-ACTIVE-CLOSED.
004780     DISPLAY "BILLING DUPLICATES  = " WS-BILL-DUPS.
004790     CLOSE   BILLFILE.
004800     CLOSE   MASTER.
004810     CLOSE   RPTFILE.
004820     MOVE    WS-MAST-READ        TO  WS-RC-READ.
004830     MOVE    WS-EXCEPTIONS       TO  WS-RC-WRITTEN.
004840     MOVE    WS-UNKNOWN-OCC      TO  WS-RC-REJECTED.
004850     MOVE    ZERO                TO  WS-RC-RETURN.
004860     IF      WS-EXCEPTIONS   >   ZERO    THEN
004870         MOVE    4               TO  WS-RC-RETURN
004880     END-IF.
004890     IF      WS-UNKNOWN-OCC  >   ZERO    THEN
004900         MOVE    8               TO  WS-RC-RETURN
004910     END-IF.
004920     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
004930                                 BY  REFERENCE   WS-PGM-NAME
004940                                 BY  REFERENCE   WS-RC-READ
004950                                 BY  REFERENCE   WS-RC-WRITTEN
004960                                 BY  REFERENCE   WS-RC-REJECTED
004970                                 BY  REFERENCE   WS-RC-RETURN
004980     END-CALL.
004990     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
005000 3000-TERMINATE-EXIT.
005010     EXIT.
005020 END PROGRAM     geo3x3_bill_recon.
