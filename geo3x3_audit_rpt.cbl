000230*                 OUT.  RUNS AS THE FIRST STEP OF GEOAUD01,   *
000240*                 WHICH THEN ARCHIVES THE DETAIL TO A DATED   *
000250*                 GENERATION AND RESETS THE LIVE LOG.         *
000251*  10/15/26  RM   THE PAGE DATE IS THE BUSINESS DATE FROM THE *
000253*                 PROCESSING-DATE CONTROL RECORD (THROUGH     *
000255*                 GEO3X3_BUS_DATE), NOT THE SYSTEM DATE.  A   *
000256*                 CLOSED OR MISSING DATE STOPS THE RUN WITH   *
000258*                 RC 12.                                      *
000260*-----------------------------------------------------------*
000270 ENVIRONMENT                 DIVISION.
000280 CONFIGURATION               SECTION.
000530         88  WS-EOF                      VALUE "Y".
000540     05  WS-REJ-HDR-SW       PIC X(01)   VALUE "N".
000550         88  WS-REJ-HDR-DONE             VALUE "Y".
000553     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000556         88  WS-DATE-BAD                 VALUE "Y".
000560*-----------------------------------------------------------*
000570*  PAGE AND LINE CONTROL                                      *
000580*-----------------------------------------------------------*
000990 01  WS-AUD-HH                PIC 9(02).
001000 77  WS-T                     PIC 9(02)   COMP    VALUE ZERO.
001010*-----------------------------------------------------------*
001020*  BUSINESS DATE -- PRINTED ON EVERY PAGE                     *
001030*-----------------------------------------------------------*
001040 01  WS-RUN-DATE-RAW             PIC 9(08).
001050 01  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
001060     05  WS-RUN-DATE-YYYY        PIC 9(04).
001070     05  WS-RUN-DATE-MM          PIC 9(02).
001080     05  WS-RUN-DATE-DD          PIC 9(02).
001082 01  WS-BUS-DATE             PIC X(08).
001085 01  WS-BUS-DATE-STS         PIC 9(01).
001087 01  WS-BUS-DATE-MSG         PIC X(40).
001090*-----------------------------------------------------------*
001100*  REPORT LINES -- COLUMN 1 IS ASA PRINTER CARRIAGE CONTROL   *
001110*-----------------------------------------------------------*
001830*-----------------------------------------------------------*
001840 1000-INITIALIZE                SECTION.
001850 1000-INITIALIZE-START.
001851     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001853                                 BY  REFERENCE   WS-BUS-DATE-STS
001855                                 BY  REFERENCE   WS-BUS-DATE-MSG
001856     END-CALL.
001858     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001860         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001861         MOVE    "Y"         TO  WS-DATE-BAD-SW
001863         MOVE    "Y"         TO  WS-EOF-SW
001865         GO  TO  1000-INITIALIZE-EXIT
001866     END-IF.
001868     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE-RAW.
001870     STRING   WS-RUN-DATE-MM  "/"  WS-RUN-DATE-DD  "/"
001880             WS-RUN-DATE-YYYY
001890         DELIMITED BY  SIZE
003530*-----------------------------------------------------------*
003540 3000-TERMINATE                 SECTION.
003550 3000-TERMINATE-START.
003552     IF      WS-DATE-BAD     THEN
003554         MOVE    12          TO  RETURN-CODE
003556         GO  TO  3000-TERMINATE-EXIT
003558     END-IF.
003560     MOVE    "CALLS BY CALLER"   TO  WS-SECT-TITLE.
003570     PERFORM   2900-PRINT-SECTION THRU 2900-PRINT-SECTION-EXIT.
003580     PERFORM   3100-PRINT-CALLER  THRU    3100-PRINT-CALLER-EXIT
