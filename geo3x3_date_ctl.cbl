000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_date_ctl.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  MAINTENANCE OF THE        *
000190*                 PROCESSING-DATE CONTROL RECORD (GEO3XBD)    *
000200*                 THE BATCH PROGRAMS READ THROUGH             *
000210*                 GEO3X3_BUS_DATE.  THE ACTION COMES ON THE   *
000220*                 EXEC PARM:                                  *
000230*                   INIT,CCYYMMDD -- WRITE THE FIRST RECORD,  *
000240*                                    OPEN ON THAT DATE        *
000250*                   ROLL          -- OPEN THE NEXT CALENDAR   *
000260*                                    DAY (GEODTE01)           *
000270*                   ROLL,CCYYMMDD -- OPEN A LATER DATE, OVER  *
000280*                                    A WEEKEND OR HOLIDAY     *
000290*                   CLOSE         -- CLOSE THE CURRENT DATE   *
000300*                                    AT THE END OF THE NIGHT  *
000310*                                    (GEODTE02)               *
000320*                   REOPEN        -- REOPEN A CLOSED DATE FOR *
000330*                                    A SANCTIONED RERUN       *
000340*                 A ROLL IS REFUSED WHILE THE CURRENT DATE IS *
000350*                 STILL OPEN -- THE NIGHT HAS NOT FINISHED.   *
000360*                 A REFUSED ACTION LEAVES THE RECORD AS IT    *
000370*                 WAS AND ENDS THE RUN RC 8.                  *
000380*-----------------------------------------------------------*
000390 ENVIRONMENT                 DIVISION.
000400 CONFIGURATION               SECTION.
000410 SOURCE-COMPUTER.            IBM-370.
000420 OBJECT-COMPUTER.            IBM-370.
000430 INPUT-OUTPUT                SECTION.
000440 FILE-CONTROL.
000450     SELECT  DATECTL         ASSIGN TO "DATECTL"
000460                              ORGANIZATION  IS  SEQUENTIAL
000470                              FILE STATUS   IS  WS-CTL-STATUS.
000480 DATA                        DIVISION.
000490 FILE                        SECTION.
000500 FD  DATECTL
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530     COPY    GEO3XBD.
000540 WORKING-STORAGE             SECTION.
000550*-----------------------------------------------------------*
000560*  SWITCHES                                                  *
000570*-----------------------------------------------------------*
000580 01  WS-SWITCHES.
000590     05  WS-PARM-BAD-SW      PIC X(01)   VALUE "N".
000600         88  WS-PARM-BAD                 VALUE "Y".
000610     05  WS-REFUSED-SW       PIC X(01)   VALUE "N".
000620         88  WS-REFUSED                  VALUE "Y".
000630     05  WS-CTL-OPEN-SW      PIC X(01)   VALUE "N".
000640         88  WS-CTL-OPENED               VALUE "Y".
000650 01  WS-CTL-STATUS           PIC X(02).
000660     88  WS-CTL-OK                       VALUE "00".
000670*-----------------------------------------------------------*
000680*  RUN-CONTROL FIELDS -- COUNTS AND RETURN CODE PASSED TO     *
000690*  GEO3X3_RUNSTAT AT END OF RUN                               *
000700*-----------------------------------------------------------*
000710 77  WS-JOB-NAME             PIC X(08)   VALUE "GEODTE01".
000720 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_DATE_CTL".
000730 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
000740 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
000750 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
000760 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
000770*-----------------------------------------------------------*
000780*  PARM WORK FIELDS -- ACTION AND OPTIONAL DATE               *
000790*-----------------------------------------------------------*
000800 01  WS-PARM-TEXT            PIC X(15)   VALUE SPACE.
000810 01  WS-ACTION               PIC X(06)   VALUE SPACE.
000820     88  WS-ACT-INIT                     VALUE "INIT".
000830     88  WS-ACT-ROLL                     VALUE "ROLL".
000840     88  WS-ACT-CLOSE                    VALUE "CLOSE".
000850     88  WS-ACT-REOPEN                   VALUE "REOPEN".
000860 01  WS-PARM-DATE            PIC X(08)   VALUE SPACE.
000870*-----------------------------------------------------------*
000880*  DATE WORK FIELDS                                          *
000890*-----------------------------------------------------------*
000900 01  WS-NEW-DATE             PIC 9(08)   VALUE ZERO.
000910 01  WS-NEW-DATE-R   REDEFINES   WS-NEW-DATE.
000920     05  WS-NEW-YYYY         PIC 9(04).
000930     05  WS-NEW-MM           PIC 9(02).
000940     05  WS-NEW-DD           PIC 9(02).
000950 77  WS-MONTH-DAYS           PIC 9(02)   COMP    VALUE ZERO.
000960 77  WS-LEAP-QUOT            PIC 9(04)   COMP    VALUE ZERO.
000970 77  WS-LEAP-REM             PIC 9(04)   COMP    VALUE ZERO.
000980 77  WS-DATE-SERIAL          PIC 9(07)   COMP    VALUE ZERO.
000990 01  WS-OLD-DATE             PIC 9(08)   VALUE ZERO.
001000 01  WS-OLD-STATUS           PIC X(01)   VALUE SPACE.
001010 01  WS-NOW-DATE             PIC X(08).
001020 01  WS-NOW-TIME             PIC X(08).
001030 LINKAGE                     SECTION.
001040*-----------------------------------------------------------*
001050*  EXEC PARM -- ACTION[,CCYYMMDD], PARM='ROLL' STYLE          *
001060*-----------------------------------------------------------*
001070 01  PARM-DATA.
001080     05  PARM-LENGTH         PIC S9(04)  COMP.
001090     05  PARM-TEXT           PIC X(15).
001100 PROCEDURE                   DIVISION    USING   PARM-DATA.
001110 0000-MAINLINE                  SECTION.
001120 0000-START.
001130     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
001140     IF      NOT WS-PARM-BAD
001150         AND NOT WS-REFUSED  THEN
001160         PERFORM   2000-PROCESS   THRU    2000-PROCESS-EXIT
001170     END-IF.
001180     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
001190     STOP RUN.
001200 0000-MAINLINE-EXIT.
001210     EXIT.
001220*-----------------------------------------------------------*
001230*  1000-INITIALIZE  --  PARSE THE PARM, READ THE CONTROL      *
001240*                       RECORD (ALL ACTIONS BUT INIT)         *
001250*-----------------------------------------------------------*
001260 1000-INITIALIZE                SECTION.
001270 1000-INITIALIZE-START.
001280     ACCEPT  WS-NOW-DATE         FROM    DATE    YYYYMMDD.
001290     ACCEPT  WS-NOW-TIME         FROM    TIME.
001300     IF      PARM-LENGTH     <   4
001310         OR  PARM-LENGTH     >   15  THEN
001320         MOVE    "Y"             TO  WS-PARM-BAD-SW
001330     ELSE
001340         MOVE    PARM-TEXT(1:PARM-LENGTH)    TO  WS-PARM-TEXT
001350         UNSTRING WS-PARM-TEXT   DELIMITED BY ","
001360             INTO    WS-ACTION   WS-PARM-DATE
001370         END-UNSTRING
001380     END-IF.
001390     IF      NOT WS-PARM-BAD
001400         AND NOT WS-ACT-INIT
001410         AND NOT WS-ACT-ROLL
001420         AND NOT WS-ACT-CLOSE
001430         AND NOT WS-ACT-REOPEN   THEN
001440         MOVE    "Y"             TO  WS-PARM-BAD-SW
001450     END-IF.
001460     IF      NOT WS-PARM-BAD
001470         AND WS-PARM-DATE    NOT =   SPACE
001480         AND NOT WS-ACT-INIT
001490         AND NOT WS-ACT-ROLL     THEN
001500         MOVE    "Y"             TO  WS-PARM-BAD-SW
001510     END-IF.
001520     IF      NOT WS-PARM-BAD
001530         AND WS-ACT-INIT
001540         AND WS-PARM-DATE    =   SPACE   THEN
001550         MOVE    "Y"             TO  WS-PARM-BAD-SW
001560     END-IF.
001570     IF      NOT WS-PARM-BAD
001580         AND WS-PARM-DATE    NOT =   SPACE   THEN
001590         PERFORM   1200-EDIT-PARM-DATE
001600             THRU    1200-EDIT-PARM-DATE-EXIT
001610     END-IF.
001620     IF      WS-PARM-BAD     THEN
001630         DISPLAY "PARM MUST BE INIT,CCYYMMDD / ROLL[,CCYYMMDD] / "
001640                 "CLOSE / REOPEN - RUN STOPPED"
001650         GO  TO  1000-INITIALIZE-EXIT
001660     END-IF.
001662     IF      WS-ACT-CLOSE    THEN
001665         MOVE    "GEODTE02"      TO  WS-JOB-NAME
001667     END-IF.
001670     IF      WS-ACT-INIT     THEN
001675         MOVE    "GEODEF07"      TO  WS-JOB-NAME
001680         PERFORM   1300-CHECK-EMPTY
001690             THRU    1300-CHECK-EMPTY-EXIT
001700         GO  TO  1000-INITIALIZE-EXIT
001710     END-IF.
001720     OPEN    I-O     DATECTL.
001730     IF      NOT WS-CTL-OK   THEN
001740         DISPLAY "DATE CONTROL FILE NOT AVAILABLE, STATUS="
001750                 WS-CTL-STATUS " - RUN STOPPED"
001760         MOVE    "Y"             TO  WS-REFUSED-SW
001770         GO  TO  1000-INITIALIZE-EXIT
001780     END-IF.
001790     MOVE    "Y"                 TO  WS-CTL-OPEN-SW.
001800     READ    DATECTL
001810         AT END
001820             DISPLAY "DATE CONTROL FILE IS EMPTY - RUN INIT FIRST"
001830             MOVE    "Y"         TO  WS-REFUSED-SW
001840             GO  TO  1000-INITIALIZE-EXIT
001850     END-READ.
001860     ADD     1                   TO  WS-RC-READ.
001870     MOVE    GEO3X-BD-BUS-DATE   TO  WS-OLD-DATE.
001880     MOVE    GEO3X-BD-STATUS-CD  TO  WS-OLD-STATUS.
001890     DISPLAY "BUSINESS DATE WAS  = " WS-OLD-DATE " STATUS "
001900             WS-OLD-STATUS.
001910 1000-INITIALIZE-EXIT.
001920     EXIT.
001930*-----------------------------------------------------------*
001940*  1200-EDIT-PARM-DATE  --  THE PARM DATE MUST BE A REAL     *
001950*                           CCYYMMDD DATE, LEAP YEARS COUNTED*
001960*-----------------------------------------------------------*
001970 1200-EDIT-PARM-DATE            SECTION.
001980 1200-EDIT-PARM-DATE-START.
001990     IF      WS-PARM-DATE    IS NOT NUMERIC  THEN
002000         MOVE    "Y"             TO  WS-PARM-BAD-SW
002010         GO  TO  1200-EDIT-PARM-DATE-EXIT
002020     END-IF.
002030     MOVE    WS-PARM-DATE        TO  WS-NEW-DATE.
002040     IF      WS-NEW-YYYY     <   1900
002050         OR  WS-NEW-MM       <   1
002060         OR  WS-NEW-MM       >   12
002070         OR  WS-NEW-DD       <   1   THEN
002080         MOVE    "Y"             TO  WS-PARM-BAD-SW
002090         GO  TO  1200-EDIT-PARM-DATE-EXIT
002100     END-IF.
002110     EVALUATE    WS-NEW-MM
002120         WHEN    4
002130         WHEN    6
002140         WHEN    9
002150         WHEN    11
002160             MOVE    30          TO  WS-MONTH-DAYS
002170         WHEN    2
002180             MOVE    28          TO  WS-MONTH-DAYS
002190             DIVIDE  WS-NEW-YYYY     BY  4
002200                 GIVING      WS-LEAP-QUOT
002210                 REMAINDER   WS-LEAP-REM
002220             END-DIVIDE
002230             IF      WS-LEAP-REM =   ZERO    THEN
002240                 DIVIDE  WS-NEW-YYYY     BY  100
002250                     GIVING      WS-LEAP-QUOT
002260                     REMAINDER   WS-LEAP-REM
002270                 END-DIVIDE
002280                 IF      WS-LEAP-REM NOT =   ZERO    THEN
002290                     MOVE    29  TO  WS-MONTH-DAYS
002300                 ELSE
002310                     DIVIDE  WS-NEW-YYYY     BY  400
002320                         GIVING      WS-LEAP-QUOT
002330                         REMAINDER   WS-LEAP-REM
002340                     END-DIVIDE
002350                     IF      WS-LEAP-REM =   ZERO    THEN
002360                         MOVE    29  TO  WS-MONTH-DAYS
002370                     END-IF
002380                 END-IF
002390             END-IF
002400         WHEN    OTHER
002410             MOVE    31          TO  WS-MONTH-DAYS
002420     END-EVALUATE.
002430     IF      WS-NEW-DD   >   WS-MONTH-DAYS   THEN
002440         MOVE    "Y"             TO  WS-PARM-BAD-SW
002450     END-IF.
002460 1200-EDIT-PARM-DATE-EXIT.
002470     EXIT.
002480*-----------------------------------------------------------*
002490*  1300-CHECK-EMPTY  --  INIT ONLY WRITES A FIRST RECORD; IT  *
002500*                        WILL NOT OVERLAY A LIVE ONE          *
002510*-----------------------------------------------------------*
002520 1300-CHECK-EMPTY               SECTION.
002530 1300-CHECK-EMPTY-START.
002540     OPEN    INPUT   DATECTL.
002550     IF      NOT WS-CTL-OK   THEN
002560         GO  TO  1300-CHECK-EMPTY-EXIT
002570     END-IF.
002580     READ    DATECTL
002590         NOT AT END
002600             DISPLAY "DATE CONTROL RECORD ALREADY EXISTS FOR "
002610                     GEO3X-BD-BUS-DATE " - INIT REFUSED"
002620             MOVE    "Y"         TO  WS-REFUSED-SW
002630     END-READ.
002640     CLOSE   DATECTL.
002650 1300-CHECK-EMPTY-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------*
002680*  2000-PROCESS  --  APPLY THE ACTION TO THE CONTROL RECORD   *
002690*-----------------------------------------------------------*
002700 2000-PROCESS                   SECTION.
002710 2000-PROCESS-START.
002720     EVALUATE    TRUE
002730         WHEN    WS-ACT-INIT
002740             PERFORM   2100-INIT-DATE
002750                 THRU    2100-INIT-DATE-EXIT
002760         WHEN    WS-ACT-ROLL
002770             PERFORM   2200-ROLL-DATE
002780                 THRU    2200-ROLL-DATE-EXIT
002790         WHEN    WS-ACT-CLOSE
002800             PERFORM   2300-CLOSE-DATE
002810                 THRU    2300-CLOSE-DATE-EXIT
002820         WHEN    OTHER
002830             PERFORM   2400-REOPEN-DATE
002840                 THRU    2400-REOPEN-DATE-EXIT
002850     END-EVALUATE.
002860     IF      WS-REFUSED      THEN
002870         GO  TO  2000-PROCESS-EXIT
002880     END-IF.
002890     MOVE    WS-ACTION           TO  GEO3X-BD-UPD-ACTION.
002900     MOVE    WS-NOW-DATE         TO  GEO3X-BD-UPD-DATE.
002910     MOVE    WS-NOW-TIME         TO  GEO3X-BD-UPD-TIME.
002920     IF      WS-ACT-INIT     THEN
002930         WRITE   GEO3X-BD-RECORD
002940     ELSE
002950         REWRITE GEO3X-BD-RECORD
002960     END-IF.
002970     IF      NOT WS-CTL-OK   THEN
002980         DISPLAY "DATE CONTROL UPDATE FAILED, STATUS="
002990                 WS-CTL-STATUS
003000         MOVE    "Y"             TO  WS-REFUSED-SW
003010         GO  TO  2000-PROCESS-EXIT
003020     END-IF.
003030     ADD     1                   TO  WS-RC-WRITTEN.
003040     DISPLAY "BUSINESS DATE NOW  = " GEO3X-BD-BUS-DATE " STATUS "
003050             GEO3X-BD-STATUS-CD.
003060 2000-PROCESS-EXIT.
003070     EXIT.
003080*-----------------------------------------------------------*
003090*  2100-INIT-DATE  --  FIRST RECORD, OPEN ON THE PARM DATE    *
003100*-----------------------------------------------------------*
003110 2100-INIT-DATE                 SECTION.
003120 2100-INIT-DATE-START.
003130     OPEN    OUTPUT  DATECTL.
003140     MOVE    "Y"                 TO  WS-CTL-OPEN-SW.
003150     MOVE    SPACE               TO  GEO3X-BD-RECORD.
003160     MOVE    WS-NEW-DATE         TO  GEO3X-BD-BUS-DATE.
003170     MOVE    ZERO                TO  GEO3X-BD-PREV-DATE.
003180     MOVE    "O"                 TO  GEO3X-BD-STATUS-CD.
003190 2100-INIT-DATE-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------*
003220*  2200-ROLL-DATE  --  OPEN THE NEXT BUSINESS DATE.  THE     *
003230*                      CURRENT ONE MUST HAVE BEEN CLOSED.    *
003240*                      THE NEW ONE IS THE NEXT CALENDAR DAY  *
003250*                      UNLESS THE PARM NAMES A LATER ONE.    *
003260*-----------------------------------------------------------*
003270 2200-ROLL-DATE                 SECTION.
003280 2200-ROLL-DATE-START.
003290     IF      NOT GEO3X-BD-CLOSED THEN
003300         DISPLAY "BUSINESS DATE " WS-OLD-DATE
003310                 " IS STILL OPEN - CLOSE IT BEFORE ROLLING"
003320         MOVE    "Y"             TO  WS-REFUSED-SW
003330         GO  TO  2200-ROLL-DATE-EXIT
003340     END-IF.
003350     IF      WS-PARM-DATE    =   SPACE   THEN
003360         COMPUTE WS-DATE-SERIAL  =
003370             FUNCTION INTEGER-OF-DATE(WS-OLD-DATE)   +   1
003380         END-COMPUTE
003390         COMPUTE WS-NEW-DATE     =
003400             FUNCTION DATE-OF-INTEGER(WS-DATE-SERIAL)
003410         END-COMPUTE
003420     END-IF.
003430     IF      WS-NEW-DATE     NOT >   WS-OLD-DATE THEN
003440         DISPLAY "NEW BUSINESS DATE " WS-NEW-DATE
003450                 " IS NOT AFTER " WS-OLD-DATE " - ROLL REFUSED"
003460         MOVE    "Y"             TO  WS-REFUSED-SW
003470         GO  TO  2200-ROLL-DATE-EXIT
003480     END-IF.
003490     MOVE    WS-OLD-DATE         TO  GEO3X-BD-PREV-DATE.
003500     MOVE    WS-NEW-DATE         TO  GEO3X-BD-BUS-DATE.
003510     MOVE    "O"                 TO  GEO3X-BD-STATUS-CD.
003520 2200-ROLL-DATE-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------*
003550*  2300-CLOSE-DATE  --  CLOSE THE CURRENT BUSINESS DATE; NO   *
003560*                       STEP RUNS AGAINST IT AFTER THIS       *
003570*-----------------------------------------------------------*
003580 2300-CLOSE-DATE                SECTION.
003590 2300-CLOSE-DATE-START.
003600     IF      GEO3X-BD-CLOSED THEN
003610         DISPLAY "BUSINESS DATE " WS-OLD-DATE
003620                 " IS ALREADY CLOSED"
003630         MOVE    "Y"             TO  WS-REFUSED-SW
003640         GO  TO  2300-CLOSE-DATE-EXIT
003650     END-IF.
003660     MOVE    "C"                 TO  GEO3X-BD-STATUS-CD.
003670 2300-CLOSE-DATE-EXIT.
003680     EXIT.
003690*-----------------------------------------------------------*
003700*  2400-REOPEN-DATE  --  REOPEN THE CURRENT DATE AFTER A     *
003710*                        CLOSE SO A FAILED STEP CAN BE RERUN *
003720*                        UNDER IT.  CLOSE IT AGAIN AFTER.    *
003730*-----------------------------------------------------------*
003740 2400-REOPEN-DATE               SECTION.
003750 2400-REOPEN-DATE-START.
003760     IF      NOT GEO3X-BD-CLOSED THEN
003770         DISPLAY "BUSINESS DATE " WS-OLD-DATE
003780                 " IS NOT CLOSED"
003790         MOVE    "Y"             TO  WS-REFUSED-SW
003800         GO  TO  2400-REOPEN-DATE-EXIT
003810     END-IF.
003820     MOVE    "O"                 TO  GEO3X-BD-STATUS-CD.
003830 2400-REOPEN-DATE-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------*
003860*  3000-TERMINATE  --  CLOSE THE CONTROL FILE, POST           *
003870*                      RUN-CONTROL.  A BAD PARM OR A REFUSED  *
003880*                      ACTION IS RC 8.                        *
003890*-----------------------------------------------------------*
003900 3000-TERMINATE                 SECTION.
003910 3000-TERMINATE-START.
003920     IF      WS-CTL-OPENED   THEN
003930         CLOSE   DATECTL
003940     END-IF.
003950     IF      WS-PARM-BAD     THEN
003960         MOVE    8               TO  RETURN-CODE
003970         GO  TO  3000-TERMINATE-EXIT
003980     END-IF.
003990     MOVE    ZERO                TO  WS-RC-RETURN.
004000     IF      WS-REFUSED      THEN
004010         MOVE    1               TO  WS-RC-REJECTED
004020         MOVE    8               TO  WS-RC-RETURN
004030     END-IF.
004040     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
004050                                 BY  REFERENCE   WS-PGM-NAME
004060                                 BY  REFERENCE   WS-RC-READ
004070                                 BY  REFERENCE   WS-RC-WRITTEN
004080                                 BY  REFERENCE   WS-RC-REJECTED
004090                                 BY  REFERENCE   WS-RC-RETURN
004100     END-CALL.
004110     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
004120 3000-TERMINATE-EXIT.
004130     EXIT.
004140 END PROGRAM     geo3x3_date_ctl.
