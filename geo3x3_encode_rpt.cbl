000250*                 THROUGH GEO3X3_RUNSTAT, AND A RUN WITH      *
000260*                 REJECTS PAST TOLERANCE ENDS NON-ZERO SO     *
000270*                 THE SCHEDULER CAN HOLD DOWNSTREAM STEPS.    *
000271*  10/15/26  RM   THE PAGE DATE AND RUN-ID DATE ARE THE       *
000273*                 BUSINESS DATE FROM THE PROCESSING-DATE      *
000275*                 CONTROL RECORD (THROUGH GEO3X3_BUS_DATE),   *
000276*                 NOT THE SYSTEM DATE.  A CLOSED OR MISSING   *
000278*                 DATE STOPS THE RUN WITH RC 12.              *
000280*-----------------------------------------------------------*
000290 ENVIRONMENT                 DIVISION.
000300 CONFIGURATION               SECTION.
000550         88  WS-EOF                      VALUE "Y".
000560     05  WS-FIRST-SW         PIC X(01)   VALUE "Y".
000570         88  WS-FIRST-RECORD             VALUE "Y".
000573     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000576         88  WS-DATE-BAD                 VALUE "Y".
000580*-----------------------------------------------------------*
000590*  PAGE AND LINE CONTROL                                      *
000600*-----------------------------------------------------------*
000820 77  WS-REJ-PCT              PIC 9(03)   COMP    VALUE ZERO.
000830 77  WS-REJ-TOL-PCT          PIC 9(03)   COMP    VALUE 5.
000840*-----------------------------------------------------------*
000846*  BUSINESS DATE / RUN-ID -- CAPTURED ONCE AT INITIALIZATION   *
000853*  (THE DATE FROM THE PROCESSING-DATE CONTROL RECORD) AND      *
000860*  PRINTED ON EVERY PAGE SO THE DISTRIBUTED REPORT CAN BE       *
000870*  TRACED BACK TO THE RUN THAT PRODUCED IT.                     *
000880*-----------------------------------------------------------*
000910     05  WS-RUN-DATE-YYYY        PIC 9(04).
000920     05  WS-RUN-DATE-MM          PIC 9(02).
000930     05  WS-RUN-DATE-DD          PIC 9(02).
000932 01  WS-BUS-DATE             PIC X(08).
000935 01  WS-BUS-DATE-STS         PIC 9(01).
000937 01  WS-BUS-DATE-MSG         PIC X(40).
000940 01  WS-RUN-TIME-RAW             PIC 9(08).
000950 01  WS-RUN-TIME-RAW-R REDEFINES WS-RUN-TIME-RAW.
000960     05  WS-RUN-TIME-HH          PIC 9(02).
001580*-----------------------------------------------------------*
001590 1000-INITIALIZE                SECTION.
001600 1000-INITIALIZE-START.
001601     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001603                                 BY  REFERENCE   WS-BUS-DATE-STS
001605                                 BY  REFERENCE   WS-BUS-DATE-MSG
001606     END-CALL.
001608     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001610         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001611         MOVE    "Y"         TO  WS-DATE-BAD-SW
001613         MOVE    "Y"         TO  WS-EOF-SW
001615         GO  TO  1000-INITIALIZE-EXIT
001616     END-IF.
001618     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
001620     ACCEPT   WS-RUN-TIME-RAW     FROM  TIME.
001630     STRING   WS-RUN-DATE-MM  "/"  WS-RUN-DATE-DD  "/"
001640             WS-RUN-DATE-YYYY
002550*-----------------------------------------------------------*
002560 3000-TERMINATE                 SECTION.
002570 3000-TERMINATE-START.
002572     IF      WS-DATE-BAD     THEN
002574         MOVE    12          TO  RETURN-CODE
002576         GO  TO  3000-TERMINATE-EXIT
002578     END-IF.
002580     DISPLAY "RECORDS READ    = " WS-RECS-READ.
002590     DISPLAY "LINES PRINTED   = " WS-LINES-PRINTED.
002600     DISPLAY "PAGES PRINTED   = " WS-PAGE-NO.
