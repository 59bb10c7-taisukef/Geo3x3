000280*                 INDEX PATH GEO3X3_CUST_INQ ALREADY READS.   *
000290*                 THE STATEMENT MONTH COMES ON THE EXEC       *
000300*                 PARM (CCYYMM); EMPTY MEANS THE RUN MONTH.   *
000301*  10/15/26  RM   AN EMPTY PARM NOW MEANS THE MONTH OF THE    *
000302*                 BUSINESS DATE IN THE PROCESSING-DATE        *
000303*                 CONTROL RECORD (THROUGH GEO3X3_BUS_DATE),   *
000304*                 NOT THE SYSTEM DATE; THE PARM STAYS AS THE  *
000305*                 WAY TO ASK FOR ANOTHER MONTH.  A CLOSED OR  *
000306*                 MISSING DATE STOPS THE RUN WITH RC 12.      *
000310*-----------------------------------------------------------*
000320 ENVIRONMENT                 DIVISION.
000330 CONFIGURATION               SECTION.
000710         88  WS-FIRST-RECORD             VALUE "Y".
000720     05  WS-PARM-BAD-SW      PIC X(01)   VALUE "N".
000730         88  WS-PARM-BAD                 VALUE "Y".
000733     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000736         88  WS-DATE-BAD                 VALUE "Y".
000740 01  WS-MASTER-STATUS        PIC X(02).
000750     88  WS-MASTER-OK                    VALUE "00".
000760     88  WS-MASTER-DUP-OK                VALUE "00" "02".
000980 01  WS-CELL-FIRST-DT         PIC X(08).
000990 01  WS-CELL-LAST-DT          PIC X(08).
001000*-----------------------------------------------------------*
001010*  BUSINESS DATE FROM THE PROCESSING-DATE CONTROL RECORD      *
001020*-----------------------------------------------------------*
001030 01  WS-BUS-DATE             PIC X(08).
001040 01  WS-BUS-DATE-STS         PIC 9(01).
001050 01  WS-BUS-DATE-MSG         PIC X(40).
001060*-----------------------------------------------------------*
001070*  REPORT LINES -- COLUMN 1 IS ASA PRINTER CARRIAGE CONTROL   *
001080*-----------------------------------------------------------*
001480 LINKAGE                     SECTION.
001490*-----------------------------------------------------------*
001500*  EXEC PARM -- STATEMENT MONTH, PARM='CCYYMM' STYLE; EMPTY   *
001510*  MEANS THE MONTH OF THE BUSINESS DATE                       *
001520*-----------------------------------------------------------*
001530 01  PARM-DATA.
001540     05  PARM-LENGTH         PIC S9(04)  COMP.
001690*-----------------------------------------------------------*
001700 1000-INITIALIZE                SECTION.
001710 1000-INITIALIZE-START.
001711     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001712                                 BY  REFERENCE   WS-BUS-DATE-STS
001713                                 BY  REFERENCE   WS-BUS-DATE-MSG
001714     END-CALL.
001715     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001716         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001717         MOVE    "Y"         TO  WS-DATE-BAD-SW
001718         MOVE    "Y"         TO  WS-EOF-SW
001719         GO  TO  1000-INITIALIZE-EXIT
001720     END-IF.
001722*    A SUPPLIED BUT MALFORMED STATEMENT MONTH STOPS THE RUN --
001724*    SILENTLY FALLING BACK TO THE BUSINESS MONTH WOULD PRINT
001726*    THE STATEMENTS FOR THE WRONG PERIOD.
001730     IF      PARM-LENGTH =   ZERO    THEN
001740         MOVE    WS-BUS-DATE(1:6)    TO  WS-STMT-MONTH
001750     ELSE
001760         IF      PARM-LENGTH     <   6
001770             OR  PARM-STMT-MONTH IS NOT NUMERIC  THEN
003430*-----------------------------------------------------------*
003440 3000-TERMINATE                 SECTION.
003450 3000-TERMINATE-START.
003452     IF      WS-DATE-BAD     THEN
003454         MOVE    12          TO  RETURN-CODE
003456         GO  TO  3000-TERMINATE-EXIT
003458     END-IF.
003460     IF      WS-PARM-BAD     THEN
003470         MOVE    8           TO  RETURN-CODE
003480         GO  TO  3000-TERMINATE-EXIT
