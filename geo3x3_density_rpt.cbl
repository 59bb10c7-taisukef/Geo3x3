000330*                 WITHOUT DIGGING OLD LISTINGS OUT OF THE      *
000340*                 PRINT ARCHIVE.  A RERUN OF THE SAME NIGHT    *
000350*                 REWRITES ITS OWN COUNTS.                     *
000351*  10/15/26  RM   THE REPORT DATE AND THE HISTORY KEY DATE    *
000352*                 ARE NOW THE BUSINESS DATE FROM THE          *
000353*                 PROCESSING-DATE CONTROL RECORD (THROUGH     *
000354*                 GEO3X3_BUS_DATE), NOT THE SYSTEM DATE, SO   *
000355*                 A NIGHT THAT RUNS PAST MIDNIGHT KEYS ITS    *
000356*                 COUNTS UNDER THE NIGHT IT BELONGS TO.  A    *
000357*                 CLOSED OR MISSING DATE STOPS THE RUN WITH   *
000358*                 RC 12.                                      *
000360*-----------------------------------------------------------*
000370 ENVIRONMENT                 DIVISION.
000380 CONFIGURATION               SECTION.
000730         88  WS-FIRST-RECORD             VALUE "Y".
000740     05  WS-PARM-BAD-SW      PIC X(01)   VALUE "N".
000750         88  WS-PARM-BAD                 VALUE "Y".
000753     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000756         88  WS-DATE-BAD                 VALUE "Y".
000760 01  WS-HIST-STATUS          PIC X(02).
000770     88  WS-HIST-OK                      VALUE "00".
000780     88  WS-HIST-NOT-FOUND               VALUE "35".
001010 01  WS-CUR-PREFIX            PIC X(31).
001020 01  WS-PREV-PREFIX           PIC X(31).
001030*-----------------------------------------------------------*
001036*  BUSINESS DATE / RUN-ID -- CAPTURED ONCE AT INITIALIZATION   *
001042*  (THE DATE FROM THE PROCESSING-DATE CONTROL RECORD) AND      *
001050*  PRINTED ON EVERY PAGE SO THE DISTRIBUTED REPORT CAN BE       *
001060*  TRACED BACK TO THE RUN THAT PRODUCED IT.                     *
001070*-----------------------------------------------------------*
001160     05  WS-RUN-TIME-MM          PIC 9(02).
001170     05  WS-RUN-TIME-SS          PIC 9(04).
001180 01  WS-RUN-ID                   PIC X(14).
001182 01  WS-BUS-DATE             PIC X(08).
001184 01  WS-BUS-DATE-STS         PIC 9(01).
001186 01  WS-BUS-DATE-MSG         PIC X(40).
001190*-----------------------------------------------------------*
001200*  REPORT LINES -- COLUMN 1 IS ASA PRINTER CARRIAGE CONTROL   *
001210*-----------------------------------------------------------*
002030     MOVE    PARM-SUMM-LEVEL     TO  WS-SUMM-LEVEL.
002040     COMPUTE WS-PREFIX-LEN   =   WS-SUMM-LEVEL   +   1.
002050     MOVE    WS-SUMM-LEVEL       TO  WS-HDR-1B-LEVEL.
002051     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
002052                                 BY  REFERENCE   WS-BUS-DATE-STS
002053                                 BY  REFERENCE   WS-BUS-DATE-MSG
002054     END-CALL.
002055     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
002056         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
002057         MOVE    "Y"         TO  WS-DATE-BAD-SW
002058         MOVE    "Y"         TO  WS-EOF-SW
002059         GO  TO  1000-INITIALIZE-EXIT
002060     END-IF.
002061     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
002070     ACCEPT   WS-RUN-TIME-RAW     FROM  TIME.
002080     STRING   WS-RUN-DATE-MM  "/"  WS-RUN-DATE-DD  "/"
002090             WS-RUN-DATE-YYYY
003370*-----------------------------------------------------------*
003380 3000-TERMINATE                 SECTION.
003390 3000-TERMINATE-START.
003392     IF      WS-DATE-BAD     THEN
003394         MOVE    12          TO  RETURN-CODE
003396         GO  TO  3000-TERMINATE-EXIT
003398     END-IF.
003400     IF      WS-PARM-BAD     THEN
003410         MOVE    8           TO  RETURN-CODE
003420         GO  TO  3000-TERMINATE-EXIT
