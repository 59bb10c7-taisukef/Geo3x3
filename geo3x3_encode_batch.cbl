000550*                 RUN HISTORY COMES OFF THE EXEC PARM; AN       *
000560*                 EMPTY PARM STILL POSTS GEOENC01 SO OLD        *
000570*                 SINGLE-STREAM JCL NEEDS NO CHANGE.            *
000571*  10/15/26  RM   NEW SUSPENSE RECORDS ARE DATED WITH THE     *
000572*                 BUSINESS DATE FROM THE PROCESSING-DATE      *
000573*                 CONTROL RECORD (THROUGH GEO3X3_BUS_DATE),   *
000574*                 NOT THE SYSTEM DATE, SO SUSPENSE AGE IS     *
000575*                 MEASURED IN BUSINESS DAYS.  A CLOSED OR     *
000576*                 MISSING DATE STOPS THE RUN WITH RC 12       *
000577*                 BEFORE ANY FILE OPENS -- THE CHECKPOINT IS  *
000578*                 LEFT AS IT WAS FOR THE RESTART.             *
000580*-----------------------------------------------------------*
000590 ENVIRONMENT                 DIVISION.
000600 CONFIGURATION               SECTION.
001140         88  WS-EOF                      VALUE "Y".
001150     05  WS-RESYNC-EOF-SW    PIC X(01)   VALUE "N".
001160         88  WS-RESYNC-EOF               VALUE "Y".
001163     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
001166         88  WS-DATE-BAD                 VALUE "Y".
001170*-----------------------------------------------------------*
001180*  COUNTERS                                                  *
001190*-----------------------------------------------------------*
001640 77  WS-SCR-LNG              PIC S9(03)V9(6).
001650 77  WS-SCR-LEVEL            PIC 9(02).
001660*-----------------------------------------------------------*
001670*  BUSINESS DATE STAMPED ON NEW SUSPENSE RECORDS             *
001680*-----------------------------------------------------------*
001690 01  WS-RUN-DATE             PIC X(08).
001692 01  WS-BUS-DATE             PIC X(08).
001695 01  WS-BUS-DATE-STS         PIC 9(01).
001697 01  WS-BUS-DATE-MSG         PIC X(40).
001700*-----------------------------------------------------------*
001710*  WORK AREA PASSED TO GEO3X3_ENCODE                         *
001720*-----------------------------------------------------------*
002100         MOVE    SPACE                       TO  WS-JOB-NAME
002110         MOVE    PARM-JOB-NAME(1:PARM-LENGTH) TO WS-JOB-NAME
002120     END-IF.
002121     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
002123                                 BY  REFERENCE   WS-BUS-DATE-STS
002125                                 BY  REFERENCE   WS-BUS-DATE-MSG
002126     END-CALL.
002128     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
002130         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
002131         MOVE    "Y"         TO  WS-DATE-BAD-SW
002133         MOVE    "Y"         TO  WS-EOF-SW
002135         GO  TO  1000-INITIALIZE-EXIT
002136     END-IF.
002138     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE.
002140     OPEN    INPUT   CHKFILE.
002150     IF      WS-CHKFILE-STATUS   =   "00"    THEN
002160         READ    CHKFILE     INTO    CHK-REC
004940*-----------------------------------------------------------*
004950 3000-TERMINATE                 SECTION.
004960 3000-TERMINATE-START.
004962     IF      WS-DATE-BAD     THEN
004964         MOVE    12          TO  RETURN-CODE
004966         GO  TO  3000-TERMINATE-EXIT
004968     END-IF.
004970     MOVE    ZERO                TO  CHK-IN-COUNT.
004980     MOVE    ZERO                TO  CHK-OUT-COUNT.
004990     MOVE    ZERO                TO  CHK-SUSP-COUNT.
