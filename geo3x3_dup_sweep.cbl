000350*                 SUPERVISOR SIGN-OFF, THE SAME REVIEWED-     *
000360*                 CORRECTIONS PATTERN AS GEOFIX01 -- DO NOT   *
000370*                 FEED THEM STRAIGHT THROUGH.                 *
000371*  10/15/26  RM   PROPOSED TRANSACTIONS CARRY THE BUSINESS    *
000372*                 DATE FROM THE PROCESSING-DATE CONTROL       *
000374*                 RECORD (THROUGH GEO3X3_BUS_DATE) AS THEIR   *
000375*                 LAST-UPDATE DATE, NOT THE SYSTEM DATE.  A   *
000377*                 CLOSED OR MISSING DATE STOPS THE RUN WITH   *
000378*                 RC 12 BEFORE THE MASTER IS OPENED.          *
000380*  10/15/26  RM   THE MASTER RECORD (GEO3XMR) GROWS TO 177    *
000382*                 BYTES AND THE MAINTENANCE TRANSACTION       *
000385*                 (GEO3XMT) TO 174 WITH THE SITE POSTAL CODE. *
000387*-----------------------------------------------------------*
000390 ENVIRONMENT                 DIVISION.
000400 CONFIGURATION               SECTION.
000410 SOURCE-COMPUTER.            IBM-370.
000590 FD  TRANOUT
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  TRAN-REC                PIC X(174).
000630 FD  RPTFILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000770         88  WS-NBR-BAD                  VALUE "Y".
000780     05  WS-OCC-DONE-SW      PIC X(01)   VALUE "N".
000790         88  WS-OCC-DONE                 VALUE "Y".
000793     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000796         88  WS-DATE-BAD                 VALUE "Y".
000800 01  WS-MASTER-STATUS        PIC X(02).
000810     88  WS-MASTER-OK                    VALUE "00".
000820*-----------------------------------------------------------*
001690 77  WS-KM-PER-DEG           PIC 9(03)V9(02)     VALUE 111.32.
001700 77  WS-DEG-TO-RAD           PIC S9(01)V9(09) VALUE 0.017453293.
001710*-----------------------------------------------------------*
001720*  BUSINESS DATE STAMPED ON PROPOSED TRANSACTIONS             *
001730*-----------------------------------------------------------*
001740 01  WS-RUN-DATE             PIC X(08).
001742 01  WS-BUS-DATE             PIC X(08).
001745 01  WS-BUS-DATE-STS         PIC 9(01).
001747 01  WS-BUS-DATE-MSG         PIC X(40).
001750*-----------------------------------------------------------*
001760*  FINDINGS REPORT LINE                                       *
001770*-----------------------------------------------------------*
002170*-----------------------------------------------------------*
002180 1000-INITIALIZE                SECTION.
002190 1000-INITIALIZE-START.
002191     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
002193                                 BY  REFERENCE   WS-BUS-DATE-STS
002195                                 BY  REFERENCE   WS-BUS-DATE-MSG
002196     END-CALL.
002198     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
002200         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
002201         MOVE    "Y"         TO  WS-DATE-BAD-SW
002203         MOVE    "Y"         TO  WS-EOF-SW
002205         GO  TO  1000-INITIALIZE-EXIT
002206     END-IF.
002208     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE.
002210     IF      PARM-LENGTH >=  4
002220         AND PARM-TOL-METERS IS NUMERIC
002230         AND PARM-TOL-METERS >   ZERO    THEN
005580*-----------------------------------------------------------*
005590 3000-TERMINATE                 SECTION.
005600 3000-TERMINATE-START.
005602     IF      WS-DATE-BAD     THEN
005604         MOVE    12          TO  RETURN-CODE
005606         GO  TO  3000-TERMINATE-EXIT
005608     END-IF.
005610     IF      WS-RC-RETURN    =   8   THEN
005620         MOVE    8               TO  RETURN-CODE
005630         GO  TO  3000-TERMINATE-EXIT
