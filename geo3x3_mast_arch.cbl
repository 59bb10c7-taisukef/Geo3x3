000280*                 GEO3X3_MASTER_MAINT, AND THE RESTORE        *
000290*                 UTILITY (GEORST01) BRINGS AN ARCHIVED       *
000300*                 OCCUPANT BACK WHEN A CUSTOMER REACTIVATES.  *
000301*  10/15/26  RM   UPDATE JOURNAL -- EACH ARCHIVED OCCUPANT    *
000302*                 NOW WRITES A DELETE RECORD TO GEO3XJR WITH  *
000303*                 ITS BEFORE IMAGE, AS GEO3X3_MASTER_MAINT    *
000304*                 DOES, SO THE JOURNAL PRINT, THE RECOVERY    *
000305*                 ROLL-FORWARD AND THE GEOCDC01 CHANGE FEED   *
000306*                 SEE THE ARCHIVE CYCLE.  THE TRANSACTION     *
000307*                 IMAGE IS BLANK -- NO TRANSACTION DROVE IT.  *
000308*  10/15/26  RM   THE RETENTION CUTOFF AND THE JOURNAL DATE   *
000310*                 ARE NOW TAKEN FROM THE BUSINESS DATE IN THE *
000311*                 PROCESSING-DATE CONTROL RECORD (THROUGH     *
000313*                 GEO3X3_BUS_DATE), NOT THE SYSTEM DATE.  A   *
000315*                 CLOSED OR MISSING DATE STOPS THE RUN WITH   *
000316*                 RC 12 BEFORE THE MASTER IS OPENED.          *
000318*  10/15/26  RM   THE MASTER RECORD (GEO3XMR) GROWS TO 177    *
000320*                 BYTES WITH THE SITE POSTAL CODE; THE        *
000322*                 ARCHIVE RECORD AND JOURNAL IMAGE GROW       *
000324*                 WITH IT.                                    *
000326*-----------------------------------------------------------*
000328 ENVIRONMENT                 DIVISION.
000330 CONFIGURATION               SECTION.
000340 SOURCE-COMPUTER.            IBM-370.
000350 OBJECT-COMPUTER.            IBM-370.
000420                              FILE STATUS    IS  WS-MASTER-STATUS.
000430     SELECT  ARCHFILE        ASSIGN TO "ARCHFILE"
000440                              ORGANIZATION  IS  SEQUENTIAL.
000442     SELECT  JRNLFILE        ASSIGN TO "JRNLFILE"
000444                              ORGANIZATION  IS  SEQUENTIAL
000446                              FILE STATUS   IS  WS-JRNL-STATUS.
000450     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000460                              ORGANIZATION  IS  SEQUENTIAL.
000470 DATA                        DIVISION.
000520 FD  ARCHFILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550 01  ARCH-REC                PIC X(177).
000552 FD  JRNLFILE
000554     RECORDING MODE IS F
000556     LABEL RECORDS ARE STANDARD.
000558     COPY    GEO3XJR.
000560 FD  RPTFILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000640 01  WS-SWITCHES.
000650     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000660         88  WS-EOF                      VALUE "Y".
000663     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000666         88  WS-DATE-BAD                 VALUE "Y".
000670 01  WS-MASTER-STATUS        PIC X(02).
000680     88  WS-MASTER-OK                    VALUE "00".
000683 01  WS-JRNL-STATUS          PIC X(02).
000686     88  WS-JRNL-NOT-FOUND               VALUE "35".
000690*-----------------------------------------------------------*
000700*  COUNTERS                                                  *
000710*-----------------------------------------------------------*
000850 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
000860 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
000870*-----------------------------------------------------------*
000876*  RETENTION CUTOFF -- BUSINESS DATE MINUS THE RETENTION      *
000884*  DAYS; A LAST UPDATE STRICTLY OLDER THAN THE CUTOFF         *
000892*  ARCHIVES                                                   *
000900*-----------------------------------------------------------*
000910 01  WS-RUN-DATE-RAW         PIC 9(08).
000912 01  WS-BUS-DATE             PIC X(08).
000915 01  WS-BUS-DATE-STS         PIC 9(01).
000917 01  WS-BUS-DATE-MSG         PIC X(40).
000920 77  WS-RUN-SERIAL           PIC 9(07)   COMP    VALUE ZERO.
000930 77  WS-RETAIN-DAYS          PIC 9(04)   COMP    VALUE ZERO.
000940 01  WS-CUTOFF-NUM           PIC 9(08)           VALUE ZERO.
000950 01  WS-CUTOFF-X    REDEFINES WS-CUTOFF-NUM
000960                             PIC X(08).
000961*-----------------------------------------------------------*
000962*  JOURNAL WORK FIELDS -- THE BEFORE IMAGE IS SAVED AHEAD     *
000963*  OF THE DELETE THAT DESTROYS IT                             *
000964*-----------------------------------------------------------*
000965 01  WS-BEFORE-IMAGE         PIC X(177).
000966 01  WS-RUN-TIME             PIC X(08).
000970*-----------------------------------------------------------*
000980*  DISPOSITION REPORT LINE                                    *
000990*-----------------------------------------------------------*
001310*-----------------------------------------------------------*
001320 1000-INITIALIZE                SECTION.
001330 1000-INITIALIZE-START.
001331     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001333                                 BY  REFERENCE   WS-BUS-DATE-STS
001335                                 BY  REFERENCE   WS-BUS-DATE-MSG
001336     END-CALL.
001338     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001340         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001341         MOVE    "Y"         TO  WS-DATE-BAD-SW
001343         MOVE    "Y"         TO  WS-EOF-SW
001345         GO  TO  1000-INITIALIZE-EXIT
001346     END-IF.
001348     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
001350     IF      PARM-LENGTH >=  4
001360         AND PARM-RETAIN-DAYS    IS NUMERIC
001370         AND PARM-RETAIN-DAYS    >   ZERO    THEN
001540     END-IF.
001550     OPEN    OUTPUT   ARCHFILE.
001560     OPEN    OUTPUT   RPTFILE.
001562     OPEN    EXTEND   JRNLFILE.
001564     IF      WS-JRNL-NOT-FOUND   THEN
001566         OPEN    OUTPUT  JRNLFILE
001568     END-IF.
001570     PERFORM   1100-READ-MASTER
001580         THRU    1100-READ-MASTER-EXIT.
001590 1000-INITIALIZE-EXIT.
001960     MOVE    GEO3X-MR-OCC-SEQ    TO  WS-RPT-OCC.
001970     MOVE    GEO3X-MR-CUST-ID    TO  WS-RPT-CUST-ID.
001980     MOVE    GEO3X-MR-LAST-UPD-DT    TO  WS-RPT-UPD-DT.
001985     MOVE    GEO3X-MASTER-RECORD TO  WS-BEFORE-IMAGE.
001990     DELETE  MASTER
002000         INVALID KEY
002010             MOVE    "DELETE FAILED - ON BOTH FILES"
002040         NOT INVALID KEY
002050             MOVE    "ARCHIVED"  TO  WS-RPT-ACTION
002060             ADD     1           TO  WS-RECS-ARCHIVED
002063             PERFORM 2950-WRITE-JOURNAL
002066                 THRU 2950-WRITE-JOURNAL-EXIT
002070     END-DELETE.
002080     WRITE   RPT-REC             FROM    WS-RPT-LINE.
002090 2000-PROCESS-READ.
002120 2000-PROCESS-EXIT.
002130     EXIT.
002140*-----------------------------------------------------------*
002150*  2950-WRITE-JOURNAL  --  A DELETE RECORD FOR ONE ARCHIVED   *
002160*                          OCCUPANT: THE SAVED BEFORE IMAGE,  *
002170*                          A BLANK AFTER IMAGE AND A BLANK    *
002180*                          TRANSACTION                        *
002190*-----------------------------------------------------------*
002200 2950-WRITE-JOURNAL             SECTION.
002210 2950-WRITE-JOURNAL-START.
002220     ACCEPT  WS-RUN-TIME         FROM    TIME.
002230     MOVE    SPACE               TO  GEO3X-JR-RECORD.
002240     MOVE    WS-RUN-DATE-RAW     TO  GEO3X-JR-DATE.
002250     MOVE    WS-RUN-TIME         TO  GEO3X-JR-TIME.
002260     MOVE    WS-JOB-NAME         TO  GEO3X-JR-JOB.
002270     MOVE    "D"                 TO  GEO3X-JR-ACTION-CD.
002280     MOVE    WS-BEFORE-IMAGE(1:31)   TO  GEO3X-JR-KEY.
002290     MOVE    WS-BEFORE-IMAGE(32:2)   TO  GEO3X-JR-OCC-SEQ.
002300     MOVE    WS-BEFORE-IMAGE     TO  GEO3X-JR-BEFORE.
002310     WRITE   GEO3X-JR-RECORD.
002320 2950-WRITE-JOURNAL-EXIT.
002330     EXIT.
002340*-----------------------------------------------------------*
002350*  3000-TERMINATE  --  CLOSE FILES, DISPLAY RUN TOTALS,        *
002360*                      GRADE THE RUN                           *
002370*-----------------------------------------------------------*
002380 3000-TERMINATE                 SECTION.
002390 3000-TERMINATE-START.
002392     IF      WS-DATE-BAD     THEN
002394         MOVE    12          TO  RETURN-CODE
002396         GO  TO  3000-TERMINATE-EXIT
002398     END-IF.
002400     IF      WS-RC-RETURN    =   8   THEN
002410         MOVE    8               TO  RETURN-CODE
002420         GO  TO  3000-TERMINATE-EXIT
002430     END-IF.
002440     DISPLAY "MASTER RECORDS READ = " WS-RECS-READ.
002450     DISPLAY "RECORDS ARCHIVED    = " WS-RECS-ARCHIVED.
002460     DISPLAY "RECORDS KEPT        = " WS-RECS-KEPT.
002470     DISPLAY "DELETE FAILURES     = " WS-DELETE-FAILS.
002480     CLOSE   MASTER.
002490     CLOSE   ARCHFILE.
002500     CLOSE   RPTFILE.
002510     CLOSE   JRNLFILE.
002520     MOVE    WS-RECS-READ        TO  WS-RC-READ.
002530     MOVE    WS-RECS-ARCHIVED    TO  WS-RC-WRITTEN.
002540     MOVE    WS-DELETE-FAILS     TO  WS-RC-REJECTED.
002550     IF      WS-DELETE-FAILS >   ZERO    THEN
002560         MOVE    8               TO  WS-RC-RETURN
002570     ELSE
002580         MOVE    ZERO            TO  WS-RC-RETURN
002590     END-IF.
002600     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
002610                                 BY  REFERENCE   WS-PGM-NAME
002620                                 BY  REFERENCE   WS-RC-READ
002630                                 BY  REFERENCE   WS-RC-WRITTEN
002640                                 BY  REFERENCE   WS-RC-REJECTED
002650                                 BY  REFERENCE   WS-RC-RETURN
002660     END-CALL.
002670     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
002680 3000-TERMINATE-EXIT.
002690     EXIT.
002700 END PROGRAM     geo3x3_mast_arch.
