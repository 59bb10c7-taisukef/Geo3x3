000280*                 THE REST GO ON A NUMBERED REJECT REPORT     *
000290*                 WITH REASON CODES DATA ENTRY CAN WORK       *
000300*                 FROM.                                       *
000302*  10/15/26  RM   TRANSACTIONS CARRY THE SITE POSTAL CODE     *
000304*                 (174 BYTES).  NEW EDIT E07: AN ADD OR       *
000306*                 CHANGE MUST NAME A POSTAL CODE ON THE       *
000308*                 GAZETTEER, LOADED FROM GAZFILE AT START.    *
000310*  10/15/26  RM   ACTION I (INACTIVATE) ACCEPTED.  LIKE A     *
000312*                 DELETE IT CARRIES NO LEVEL, COORDINATE OR   *
000314*                 POSTAL CODE TO EDIT; THE UPDATE DATE IS     *
000316*                 STILL PROVED.                               *
000318*-----------------------------------------------------------*
000320 ENVIRONMENT                 DIVISION.
000330 CONFIGURATION               SECTION.
000340 SOURCE-COMPUTER.            IBM-370.
000410                              ORGANIZATION  IS  SEQUENTIAL.
000420     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000430                              ORGANIZATION  IS  SEQUENTIAL.
000433     SELECT  GAZFILE         ASSIGN TO "GAZFILE"
000436                              ORGANIZATION  IS  SEQUENTIAL.
000440 DATA                        DIVISION.
000450 FILE                        SECTION.
000460 FD  TRANFILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  TRAN-REC                PIC X(174).
000500 FD  ACCFILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530 01  ACC-REC                 PIC X(174).
000540 FD  RPTFILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  RPT-REC                 PIC X(132).
000572 FD  GAZFILE
000574     RECORDING MODE IS F
000576     LABEL RECORDS ARE STANDARD.
000578 01  GAZ-REC                 PIC X(40).
000580 WORKING-STORAGE             SECTION.
000590*-----------------------------------------------------------*
000600*  SWITCHES                                                  *
000660         88  WS-TRAN-BAD                 VALUE "Y".
000670     05  WS-KEY-BAD-SW       PIC X(01)   VALUE "N".
000680         88  WS-KEY-BAD                  VALUE "Y".
000683     05  WS-GAZ-EOF-SW       PIC X(01)   VALUE "N".
000686         88  WS-GAZ-EOF                  VALUE "Y".
000690*-----------------------------------------------------------*
000700*  COUNTERS                                                  *
000710*-----------------------------------------------------------*
000720 77  WS-TRANS-READ           PIC 9(09)   COMP    VALUE ZERO.
000730 77  WS-TRANS-ACCEPTED       PIC 9(09)   COMP    VALUE ZERO.
000740 77  WS-TRANS-REJECTED       PIC 9(09)   COMP    VALUE ZERO.
000743 77  WS-GAZ-LOADED           PIC 9(09)   COMP    VALUE ZERO.
000746 77  WS-GAZ-REJECTED         PIC 9(09)   COMP    VALUE ZERO.
000750*-----------------------------------------------------------*
000760*  RUN-CONTROL FIELDS -- COUNTS AND RETURN CODE PASSED TO     *
000770*  GEO3X3_RUNSTAT AT END OF RUN.  REJECTS UP TO THE           *
001140 77  WS-MONTH-DAYS           PIC 9(02)   COMP    VALUE ZERO.
001150 77  WS-LEAP-QUOT            PIC 9(04)   COMP    VALUE ZERO.
001160 77  WS-LEAP-REM             PIC 9(04)   COMP    VALUE ZERO.
001161*-----------------------------------------------------------*
001163*  GAZETTEER POSTAL CODES -- LOADED ONCE AT INITIALIZATION;  *
001164*  AN ADD OR CHANGE MUST CARRY ONE OF THEM                   *
001166*-----------------------------------------------------------*
001167 77  WS-GAZ-MAX              PIC 9(04)   COMP    VALUE 2000.
001169 77  WS-GAZ-CNT              PIC 9(04)   COMP    VALUE ZERO.
001170 77  WS-G                    PIC 9(04)   COMP    VALUE ZERO.
001172 77  WS-HIT                  PIC 9(04)   COMP    VALUE ZERO.
001173 01  WS-GAZ-TABLE.
001175     05  WS-GAZ-ENTRY        OCCURS 2000 TIMES.
001176         10  WS-GAZ-POSTAL       PIC X(10).
001178*-----------------------------------------------------------*
001180*  NUMBERED REJECT REPORT LINE                               *
001190*-----------------------------------------------------------*
001200 01  WS-RPT-LINE.
001320*  TRANSACTION WORK AREA                                     *
001330*-----------------------------------------------------------*
001340     COPY    GEO3XMT.
001342*-----------------------------------------------------------*
001344*  GAZETTEER WORK AREA                                       *
001346*-----------------------------------------------------------*
001348     COPY    GEO3XGZ.
001350 LINKAGE                     SECTION.
001360 PROCEDURE                   DIVISION.
001370 0000-MAINLINE                  SECTION.
001440 0000-MAINLINE-EXIT.
001450     EXIT.
001460*-----------------------------------------------------------*
001470*  1000-INITIALIZE  --  LOAD THE GAZETTEER TABLE, OPEN FILES, *
001475*                       READ FIRST TRANSACTION                *
001480*-----------------------------------------------------------*
001490 1000-INITIALIZE                SECTION.
001500 1000-INITIALIZE-START.
001502     OPEN    INPUT    GAZFILE.
001504     PERFORM   1200-LOAD-GAZ      THRU    1200-LOAD-GAZ-EXIT
001506         UNTIL     WS-GAZ-EOF.
001508     CLOSE   GAZFILE.
001510     OPEN    INPUT    TRANFILE.
001520     OPEN    OUTPUT   ACCFILE.
001530     OPEN    OUTPUT   RPTFILE.
001640             ADD     1           TO  WS-TRANS-READ
001650     END-READ.
001660 1100-READ-TRANFILE-EXIT.
001661     EXIT.
001662*-----------------------------------------------------------*
001663*  1200-LOAD-GAZ  --  ONE GAZETTEER ROW INTO THE TABLE.  THE  *
001664*                     SAME ROWS GEO3X3_GAZ_RSLV WOULD REFUSE  *
001665*                     -- EMPTY POSTAL CODE, BAD CENTROID OR   *
001667*                     LEVEL, PAST THE TABLE LIMIT -- ARE      *
001668*                     COUNTED AND SKIPPED HERE TOO.           *
001669*-----------------------------------------------------------*
001670 1200-LOAD-GAZ                 SECTION.
001671 1200-LOAD-GAZ-START.
001672     READ    GAZFILE     INTO    GEO3X-GZ-RECORD
001674         AT END
001675             MOVE    "Y"         TO  WS-GAZ-EOF-SW
001676             GO  TO  1200-LOAD-GAZ-EXIT
001677     END-READ.
001678     IF      GEO3X-GZ-POSTAL-CD  =   SPACE
001680         OR  GEO3X-GZ-LAT        IS NOT NUMERIC
001681         OR  GEO3X-GZ-LNG        IS NOT NUMERIC
001682         OR  GEO3X-GZ-LEVEL      IS NOT NUMERIC
001683         OR  GEO3X-GZ-LEVEL      <   1
001684         OR  GEO3X-GZ-LEVEL      >   18
001685         OR  WS-GAZ-CNT          >=  WS-GAZ-MAX  THEN
001687         DISPLAY "GAZETTEER ROW REJECTED: " GAZ-REC
001688         ADD     1               TO  WS-GAZ-REJECTED
001689         GO  TO  1200-LOAD-GAZ-EXIT
001690     END-IF.
001691     ADD     1                   TO  WS-GAZ-CNT.
001692     MOVE    GEO3X-GZ-POSTAL-CD  TO  WS-GAZ-POSTAL(WS-GAZ-CNT).
001694     ADD     1                   TO  WS-GAZ-LOADED.
001695 1200-LOAD-GAZ-EXIT.
001696     EXIT.
001697*-----------------------------------------------------------*
001698*  2000-PROCESS  --  EDIT ONE TRANSACTION.  THE FIRST         *
001700*                    FAILING EDIT REJECTS IT -- ONE REASON    *
001710*                    PER REJECT LINE KEEPS THE REPORT         *
001720*                    WORKABLE FOR DATA ENTRY.                 *
001790         PERFORM   2200-EDIT-KEY  THRU    2200-EDIT-KEY-EXIT
001800     END-IF.
001810     IF      NOT WS-TRAN-BAD
001820         AND NOT GEO3X-MT-DELETE
001825         AND NOT GEO3X-MT-INACTIVATE THEN
001830         PERFORM   2300-EDIT-LEVEL
001840             THRU    2300-EDIT-LEVEL-EXIT
001850     END-IF.
001860     IF      NOT WS-TRAN-BAD
001870         AND NOT GEO3X-MT-DELETE
001875         AND NOT GEO3X-MT-INACTIVATE THEN
001880         PERFORM   2400-EDIT-COORDS
001890             THRU    2400-EDIT-COORDS-EXIT
001900     END-IF.
001930         PERFORM   2500-EDIT-DATE
001940             THRU    2500-EDIT-DATE-EXIT
001950     END-IF.
001951     IF      NOT WS-TRAN-BAD
001953         AND NOT GEO3X-MT-DELETE
001954         AND NOT GEO3X-MT-INACTIVATE THEN
001955         PERFORM   2600-EDIT-POSTAL
001956             THRU    2600-EDIT-POSTAL-EXIT
001958     END-IF.
001960     IF      NOT WS-TRAN-BAD     THEN
001970         WRITE   ACC-REC         FROM    GEO3X-MTRAN-RECORD
001980         ADD     1               TO  WS-TRANS-ACCEPTED
002020 2000-PROCESS-EXIT.
002030     EXIT.
002040*-----------------------------------------------------------*
002050*  2100-EDIT-ACTION  --  E01: ACTION CODE MUST BE A, C, D   *
002055*                        OR I                                *
002060*-----------------------------------------------------------*
002070 2100-EDIT-ACTION              SECTION.
002080 2100-EDIT-ACTION-START.
002090     IF      NOT GEO3X-MT-ADD
002100         AND NOT GEO3X-MT-CHANGE
002110         AND NOT GEO3X-MT-DELETE
002115         AND NOT GEO3X-MT-INACTIVATE THEN
002120         MOVE    "E01"           TO  WS-RPT-REASON
002130         MOVE    "ACTION CODE NOT A, C, D OR I"
002140                                 TO  WS-RPT-MESSAGE
002150         PERFORM   2900-REJECT-TRAN
002160             THRU    2900-REJECT-TRAN-EXIT
003640     PERFORM   2900-REJECT-TRAN
003650         THRU    2900-REJECT-TRAN-EXIT.
003660 2590-BAD-DATE-EXIT.
003661     EXIT.
003662*-----------------------------------------------------------*
003663*  2600-EDIT-POSTAL  --  E07: THE POSTAL CODE MUST BE ON THE  *
003664*                        GAZETTEER; A BLANK ONE IS NOT        *
003665*-----------------------------------------------------------*
003667 2600-EDIT-POSTAL             SECTION.
003668 2600-EDIT-POSTAL-START.
003669     MOVE    ZERO                TO  WS-HIT.
003670     IF      GEO3X-MT-POSTAL-CD  NOT =   SPACE   THEN
003671         PERFORM   2610-FIND-POSTAL
003672             THRU    2610-FIND-POSTAL-EXIT
003674             VARYING   WS-G       FROM    1   BY  1
003675             UNTIL     WS-G       >   WS-GAZ-CNT
003676                       OR  WS-HIT >   ZERO
003677     END-IF.
003678     IF      WS-HIT  =   ZERO    THEN
003680         MOVE    "E07"           TO  WS-RPT-REASON
003681         MOVE    "POSTAL CODE NOT ON THE GAZETTEER"
003682                                 TO  WS-RPT-MESSAGE
003683         PERFORM   2900-REJECT-TRAN
003684             THRU    2900-REJECT-TRAN-EXIT
003685     END-IF.
003687 2600-EDIT-POSTAL-EXIT.
003688     EXIT.
003689 2610-FIND-POSTAL             SECTION.
003690 2610-FIND-POSTAL-START.
003691     IF      WS-GAZ-POSTAL(WS-G) =   GEO3X-MT-POSTAL-CD  THEN
003692         MOVE    WS-G            TO  WS-HIT
003694     END-IF.
003695 2610-FIND-POSTAL-EXIT.
003696     EXIT.
003697*-----------------------------------------------------------*
003698*  2900-REJECT-TRAN  --  ONE NUMBERED REJECT REPORT LINE      *
003700*-----------------------------------------------------------*
003710 2900-REJECT-TRAN             SECTION.
003720 2900-REJECT-TRAN-START.
003870     DISPLAY "TRANSACTIONS READ    = " WS-TRANS-READ.
003880     DISPLAY "TRANSACTIONS ACCEPTED= " WS-TRANS-ACCEPTED.
003890     DISPLAY "TRANSACTIONS REJECTED= " WS-TRANS-REJECTED.
003893     DISPLAY "GAZETTEER ROWS LOADED = " WS-GAZ-LOADED.
003896     DISPLAY "GAZETTEER ROWS REJECT = " WS-GAZ-REJECTED.
003900     CLOSE   TRANFILE.
003910     CLOSE   ACCFILE.
003920     CLOSE   RPTFILE.
