000260*                 UNDER THE CELL'S LOWEST FREE SEQUENCE       *
000270*                 INSTEAD; A FULL CELL GOES ON THE REPORT     *
000280*                 UNRESTORED.                                 *
000281*  10/15/26  RM   UPDATE JOURNAL -- EACH RESTORED OCCUPANT    *
000282*                 NOW WRITES AN ADD RECORD TO GEO3XJR WITH    *
000283*                 ITS AFTER IMAGE, AS GEO3X3_MASTER_MAINT     *
000284*                 DOES, SO THE JOURNAL PRINT, THE RECOVERY    *
000285*                 ROLL-FORWARD AND THE GEOCDC01 CHANGE FEED   *
000286*                 SEE THE RESTORE.  THE TRANSACTION IMAGE IS  *
000287*                 BLANK -- NO TRANSACTION DROVE IT.           *
000288*  10/15/26  RM   RESTORED OCCUPANTS AND THEIR JOURNAL        *
000290*                 RECORDS ARE DATED WITH THE BUSINESS DATE    *
000291*                 FROM THE PROCESSING-DATE CONTROL RECORD     *
000293*                 (THROUGH GEO3X3_BUS_DATE), NOT THE SYSTEM   *
000295*                 DATE.  A CLOSED OR MISSING DATE STOPS THE   *
000296*                 RUN WITH RC 12 BEFORE THE MASTER IS OPENED. *
000298*  10/15/26  RM   THE MASTER RECORD (GEO3XMR) GROWS TO 177    *
000300*                 BYTES WITH THE SITE POSTAL CODE; THE        *
000301*                 ARCHIVE RECORD AND JOURNAL IMAGE GROW       *
000303*                 WITH IT.  AN ARCHIVE GENERATION CUT BEFORE  *
000305*                 THE CHANGE GOES THROUGH GEOCNV01 FIRST.     *
000306*-----------------------------------------------------------*
000308 ENVIRONMENT                 DIVISION.
000310 CONFIGURATION               SECTION.
000320 SOURCE-COMPUTER.            IBM-370.
000330 OBJECT-COMPUTER.            IBM-370.
000390                              ORGANIZATION  IS  SEQUENTIAL.
000400     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000410                              ORGANIZATION  IS  SEQUENTIAL.
000412     SELECT  JRNLFILE        ASSIGN TO "JRNLFILE"
000414                              ORGANIZATION  IS  SEQUENTIAL
000416                              FILE STATUS   IS  WS-JRNL-STATUS.
000420     SELECT  MASTER          ASSIGN TO "MASTER"
000430                              ORGANIZATION  IS  INDEXED
000440                              ACCESS MODE    IS  DYNAMIC
000530 FD  ARCHFILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  ARCH-REC                PIC X(177).
000570 FD  RPTFILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  RPT-REC                 PIC X(132).
000602 FD  JRNLFILE
000604     RECORDING MODE IS F
000606     LABEL RECORDS ARE STANDARD.
000608     COPY    GEO3XJR.
000610 FD  MASTER
000620     LABEL RECORDS ARE STANDARD.
000630     COPY    GEO3XMR.
000720         88  WS-REQ-EOF                  VALUE "Y".
000730     05  WS-SCAN-DONE-SW     PIC X(01)   VALUE "N".
000740         88  WS-SCAN-DONE                VALUE "Y".
000743     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000746         88  WS-DATE-BAD                 VALUE "Y".
000750 01  WS-MASTER-STATUS        PIC X(02).
000760     88  WS-MASTER-OK                    VALUE "00".
000763 01  WS-JRNL-STATUS          PIC X(02).
000766     88  WS-JRNL-NOT-FOUND               VALUE "35".
000770*-----------------------------------------------------------*
000780*  COUNTERS                                                  *
000790*-----------------------------------------------------------*
001210     05  FILLER              PIC X(112).
001220     05  WS-ARCH-STATUS      PIC X(01).
001230     05  WS-ARCH-UPD-DT      PIC X(08).
001240     05  FILLER              PIC X(13).
001250*-----------------------------------------------------------*
001260*  LOWEST-FREE-SEQUENCE SCAN, AS GEO3X3_MASTER_MAINT ADDS     *
001270*  DO IT                                                      *
001280*-----------------------------------------------------------*
001290 77  WS-FREE-SEQ             PIC 9(03)           VALUE ZERO.
001300*-----------------------------------------------------------*
001310*  BUSINESS DATE STAMPED ON RESTORED RECORDS                  *
001320*-----------------------------------------------------------*
001330 01  WS-RUN-DATE             PIC X(08).
001332 01  WS-BUS-DATE             PIC X(08).
001335 01  WS-BUS-DATE-STS         PIC 9(01).
001337 01  WS-BUS-DATE-MSG         PIC X(40).
001340*-----------------------------------------------------------*
001341*  JOURNAL WORK FIELDS -- THE AFTER IMAGE IS SAVED AHEAD OF   *
001342*  THE WRITE THAT HANDS THE RECORD AREA TO THE FILE           *
001343*-----------------------------------------------------------*
001344 01  WS-AFTER-IMAGE          PIC X(177).
001345 01  WS-RUN-TIME             PIC X(08).
001346*-----------------------------------------------------------*
001350*  DISPOSITION REPORT LINE                                    *
001360*-----------------------------------------------------------*
001370 01  WS-RPT-LINE.
001610*-----------------------------------------------------------*
001620 1000-INITIALIZE                SECTION.
001630 1000-INITIALIZE-START.
001631     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001633                                 BY  REFERENCE   WS-BUS-DATE-STS
001635                                 BY  REFERENCE   WS-BUS-DATE-MSG
001636     END-CALL.
001638     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001640         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001641         MOVE    "Y"         TO  WS-DATE-BAD-SW
001643         MOVE    "Y"         TO  WS-EOF-SW
001645         GO  TO  1000-INITIALIZE-EXIT
001646     END-IF.
001648     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE.
001650     OPEN    INPUT    REQFILE.
001660     PERFORM   1200-LOAD-REQUEST  THRU    1200-LOAD-REQUEST-EXIT
001670         UNTIL     WS-REQ-EOF.
001680     CLOSE   REQFILE.
001690     OPEN    INPUT    ARCHFILE.
001700     OPEN    OUTPUT   RPTFILE.
001702     OPEN    EXTEND   JRNLFILE.
001704     IF      WS-JRNL-NOT-FOUND   THEN
001706         OPEN    OUTPUT  JRNLFILE
001708     END-IF.
001710     OPEN    I-O      MASTER.
001720     IF      NOT WS-MASTER-OK    THEN
001730         DISPLAY "MASTER OPEN FAILED, STATUS=" WS-MASTER-STATUS
002550     MOVE    WS-ARCH-KEY         TO  WS-RPT-KEY.
002560     MOVE    WS-ARCH-OCC-SEQ     TO  WS-RPT-OCC.
002570     MOVE    WS-ARCH-CUST-ID     TO  WS-RPT-CUST-ID.
002575     MOVE    GEO3X-MASTER-RECORD TO  WS-AFTER-IMAGE.
002580     WRITE   GEO3X-MASTER-RECORD
002590         INVALID KEY
002600             PERFORM   2300-RESTORE-AT-FREE-SEQ
002620         NOT INVALID KEY
002630             MOVE    "RESTORED"  TO  WS-RPT-ACTION
002640             ADD     1           TO  WS-RECS-RESTORED
002643             PERFORM 2950-WRITE-JOURNAL
002646                 THRU 2950-WRITE-JOURNAL-EXIT
002650     END-WRITE.
002660     WRITE   RPT-REC             FROM    WS-RPT-LINE.
002670 2200-RESTORE-RECORD-EXIT.
002940     MOVE    "A"                 TO  GEO3X-MR-STATUS-CD.
002950     MOVE    WS-RUN-DATE         TO  GEO3X-MR-LAST-UPD-DT.
002960     MOVE    WS-FREE-SEQ         TO  GEO3X-MR-OCC-SEQ.
002965     MOVE    GEO3X-MASTER-RECORD TO  WS-AFTER-IMAGE.
002970     WRITE   GEO3X-MASTER-RECORD
002980         INVALID KEY
002990             MOVE    "WRITE FAILED - NOT RESTORED"
003050             MOVE    GEO3X-MR-OCC-SEQ    TO  WS-RPT-OCC
003060             ADD     1           TO  WS-RECS-RESTORED
003070             ADD     1           TO  WS-RECS-RESEQUENCED
003073             PERFORM 2950-WRITE-JOURNAL
003076                 THRU 2950-WRITE-JOURNAL-EXIT
003080     END-WRITE.
003090 2300-RESTORE-AT-FREE-SEQ-EXIT.
003100     EXIT.
003310 2310-SCAN-CELL-EXIT.
003320     EXIT.
003330*-----------------------------------------------------------*
003340*  2950-WRITE-JOURNAL  --  AN ADD RECORD FOR ONE RESTORED     *
003350*                          OCCUPANT: A BLANK BEFORE IMAGE,    *
003360*                          THE SAVED AFTER IMAGE AND A BLANK  *
003370*                          TRANSACTION                        *
003380*-----------------------------------------------------------*
003390 2950-WRITE-JOURNAL             SECTION.
003400 2950-WRITE-JOURNAL-START.
003410     ACCEPT  WS-RUN-TIME         FROM    TIME.
003420     MOVE    SPACE               TO  GEO3X-JR-RECORD.
003430     MOVE    WS-RUN-DATE         TO  GEO3X-JR-DATE.
003440     MOVE    WS-RUN-TIME         TO  GEO3X-JR-TIME.
003450     MOVE    WS-JOB-NAME         TO  GEO3X-JR-JOB.
003460     MOVE    "A"                 TO  GEO3X-JR-ACTION-CD.
003470     MOVE    WS-AFTER-IMAGE(1:31)    TO  GEO3X-JR-KEY.
003480     MOVE    WS-AFTER-IMAGE(32:2)    TO  GEO3X-JR-OCC-SEQ.
003490     MOVE    WS-AFTER-IMAGE      TO  GEO3X-JR-AFTER.
003500     WRITE   GEO3X-JR-RECORD.
003510 2950-WRITE-JOURNAL-EXIT.
003520     EXIT.
003530*-----------------------------------------------------------*
003540*  3000-TERMINATE  --  REPORT UNMATCHED REQUESTS, CLOSE        *
003550*                      FILES, DISPLAY RUN TOTALS, GRADE        *
003560*                      THE RUN                                 *
003570*-----------------------------------------------------------*
003580 3000-TERMINATE                 SECTION.
003590 3000-TERMINATE-START.
003592     IF      WS-DATE-BAD     THEN
003594         MOVE    12          TO  RETURN-CODE
003596         GO  TO  3000-TERMINATE-EXIT
003598     END-IF.
003600     IF      WS-RC-RETURN    =   8   THEN
003610         MOVE    8               TO  RETURN-CODE
003620         GO  TO  3000-TERMINATE-EXIT
003630     END-IF.
003640     PERFORM   3100-REPORT-UNMATCHED
003650         THRU    3100-REPORT-UNMATCHED-EXIT
003660         VARYING   WS-R       FROM    1   BY  1
003670         UNTIL     WS-R       >   WS-REQ-CNT.
003680     DISPLAY "REQUESTS LOADED     = " WS-REQS-LOADED.
003690     DISPLAY "REQUESTS REJECTED   = " WS-REQS-REJECTED.
003700     DISPLAY "ARCHIVE RECORDS READ= " WS-ARCH-READ.
003710     DISPLAY "RECORDS RESTORED    = " WS-RECS-RESTORED.
003720     DISPLAY "  AT A NEW SEQUENCE = " WS-RECS-RESEQUENCED.
003730     DISPLAY "RECORDS UNRESTORED  = " WS-RECS-UNRESTORED.
003740     DISPLAY "REQUESTS UNMATCHED  = " WS-REQS-UNMATCHED.
003750     CLOSE   ARCHFILE.
003760     CLOSE   RPTFILE.
003770     CLOSE   JRNLFILE.
003780     CLOSE   MASTER.
003790     MOVE    WS-ARCH-READ        TO  WS-RC-READ.
003800     MOVE    WS-RECS-RESTORED    TO  WS-RC-WRITTEN.
003810     COMPUTE WS-RC-REJECTED  =   WS-RECS-UNRESTORED
003820         +   WS-REQS-UNMATCHED   +   WS-REQS-REJECTED
003830     END-COMPUTE.
003840     IF      WS-RC-REJECTED  >   ZERO    THEN
003850         MOVE    4               TO  WS-RC-RETURN
003860     ELSE
003870         MOVE    ZERO            TO  WS-RC-RETURN
003880     END-IF.
003890     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
003900                                 BY  REFERENCE   WS-PGM-NAME
003910                                 BY  REFERENCE   WS-RC-READ
003920                                 BY  REFERENCE   WS-RC-WRITTEN
003930                                 BY  REFERENCE   WS-RC-REJECTED
003940                                 BY  REFERENCE   WS-RC-RETURN
003950     END-CALL.
003960     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
003970 3000-TERMINATE-EXIT.
003980     EXIT.
003990 3100-REPORT-UNMATCHED          SECTION.
004000 3100-REPORT-UNMATCHED-START.
004010     IF      WS-REQ-DONE-SW(WS-R)    =   "Y"     THEN
004020         GO  TO  3100-REPORT-UNMATCHED-EXIT
004030     END-IF.
004040     MOVE    WS-REQ-KEY(WS-R)    TO  WS-RPT-KEY.
004050     MOVE    WS-REQ-OCC-SEQ(WS-R)    TO  WS-RPT-OCC.
004060     MOVE    SPACE               TO  WS-RPT-CUST-ID.
004070     MOVE    "NOT FOUND ON ARCHIVE"
004080                                 TO  WS-RPT-ACTION.
004090     WRITE   RPT-REC             FROM    WS-RPT-LINE.
004100     ADD     1                   TO  WS-REQS-UNMATCHED.
004110 3100-REPORT-UNMATCHED-EXIT.
004120     EXIT.
004130 END PROGRAM     geo3x3_mast_rest.
