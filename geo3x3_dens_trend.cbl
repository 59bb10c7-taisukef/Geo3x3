000260*                 ONE-NIGHT BLIP.  THE AS-OF DATE COMES ON    *
000270*                 THE EXEC PARM (CCYYMMDD); AN EMPTY PARM     *
000280*                 MEANS THE RUN DATE.                         *
000281*  10/15/26  RM   THE AS-OF NIGHT IS NOW THE BUSINESS DATE    *
000282*                 FROM THE PROCESSING-DATE CONTROL RECORD     *
000283*                 (THROUGH GEO3X3_BUS_DATE), THE SAME DATE    *
000284*                 GEO3X3_DENSITY_RPT KEYS ITS HISTORY UNDER;  *
000285*                 THE EXEC PARM OVERRIDE IS GONE.  A CLOSED   *
000286*                 OR MISSING DATE STOPS THE RUN WITH RC 12.   *
000290*-----------------------------------------------------------*
000300 ENVIRONMENT                 DIVISION.
000310 CONFIGURATION               SECTION.
000600         88  WS-FIRST-RECORD             VALUE "Y".
000610     05  WS-PARM-BAD-SW      PIC X(01)   VALUE "N".
000620         88  WS-PARM-BAD                 VALUE "Y".
000623     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000626         88  WS-DATE-BAD                 VALUE "Y".
000630 01  WS-HIST-STATUS          PIC X(02).
000640     88  WS-HIST-OK                      VALUE "00".
000650*-----------------------------------------------------------*
000990 01  WS-AVG4                  PIC 9(09)V9(02)     VALUE ZERO.
001000 01  WS-DOUBLE-CUR            PIC 9(10)           VALUE ZERO.
001010*-----------------------------------------------------------*
001020*  BUSINESS DATE FROM THE PROCESSING-DATE CONTROL RECORD      *
001030*-----------------------------------------------------------*
001035 01  WS-BUS-DATE             PIC X(08).
001040 01  WS-BUS-DATE-STS         PIC 9(01).
001045 01  WS-BUS-DATE-MSG         PIC X(40).
001050*-----------------------------------------------------------*
001060*  REPORT LINES -- COLUMN 1 IS ASA PRINTER CARRIAGE CONTROL   *
001070*-----------------------------------------------------------*
001370     05  FILLER              PIC X(02)   VALUE SPACE.
001380     05  WS-DET-FLAG         PIC X(16).
001390     05  FILLER              PIC X(47)   VALUE SPACE.
001440 PROCEDURE                   DIVISION.
001490 0000-MAINLINE                  SECTION.
001500 0000-START.
001510     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
001620*-----------------------------------------------------------*
001630 1000-INITIALIZE                SECTION.
001640 1000-INITIALIZE-START.
001653*    A CLOSED OR MISSING BUSINESS DATE STOPS THE RUN --
001666*    TRENDING ANY OTHER NIGHT WOULD BE TRENDING THE WRONG ONE.
001679     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001692                                 BY  REFERENCE   WS-BUS-DATE-STS
001705                                 BY  REFERENCE   WS-BUS-DATE-MSG
001718     END-CALL.
001731     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001744         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001757         MOVE    "Y"         TO  WS-DATE-BAD-SW
001770         MOVE    "Y"         TO  WS-EOF-SW
001780         GO  TO  1000-INITIALIZE-EXIT
001790     END-IF.
001795     MOVE    WS-BUS-DATE         TO  WS-ASOF-NUM.
001800     COMPUTE WS-ASOF-SERIAL  =
001810         FUNCTION INTEGER-OF-DATE(WS-ASOF-NUM)
001820     END-COMPUTE.
003630*-----------------------------------------------------------*
003640 3000-TERMINATE                 SECTION.
003650 3000-TERMINATE-START.
003652     IF      WS-DATE-BAD     THEN
003654         MOVE    12          TO  RETURN-CODE
003656         GO  TO  3000-TERMINATE-EXIT
003658     END-IF.
003660     IF      WS-PARM-BAD     THEN
003670         MOVE    8           TO  RETURN-CODE
003680         GO  TO  3000-TERMINATE-EXIT
