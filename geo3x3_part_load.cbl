000290*                 NUMBERED REPORT BACK TO THE PARTNER --      *
000300*                 DATA ENTRY STOPS RE-KEYING THESE FILES BY   *
000310*                 HAND.                                       *
000311*  10/15/26  RM   THE AS-OF DATE FOR THE ZONE LOAD IS THE     *
000313*                 BUSINESS DATE FROM THE PROCESSING-DATE      *
000315*                 CONTROL RECORD (THROUGH GEO3X3_BUS_DATE).   *
000316*                 A CLOSED OR MISSING DATE STOPS THE RUN      *
000318*                 WITH RC 12.                                 *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT                 DIVISION.
000340 CONFIGURATION               SECTION.
000830         88  WS-HIT-RESTRICTED           VALUE "Y".
000840     05  WS-HIT-SVC-SW       PIC X(01)   VALUE "N".
000850         88  WS-HIT-SERVICE              VALUE "Y".
000853     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000856         88  WS-DATE-BAD                 VALUE "Y".
000860*-----------------------------------------------------------*
000870*  COUNTERS                                                  *
000880*-----------------------------------------------------------*
001460*-----------------------------------------------------------*
001470 77  WS-CALR-ID          PIC X(20) VALUE "GEO3X3_PART_LOAD".
001480*-----------------------------------------------------------*
001490*  BUSINESS DATE -- THE AS-OF DATE FOR THE ZONE LOAD          *
001500*-----------------------------------------------------------*
001510 01  WS-RUN-DATE             PIC X(08).
001512 01  WS-BUS-DATE             PIC X(08).
001515 01  WS-BUS-DATE-STS         PIC 9(01).
001517 01  WS-BUS-DATE-MSG         PIC X(40).
001520*-----------------------------------------------------------*
001530*  NUMBERED REJECT REPORT LINE                                *
001540*-----------------------------------------------------------*
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
001868     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE.
001870     OPEN    INPUT    ZONEFILE.
001880     PERFORM   1200-LOAD-ZONE     THRU    1200-LOAD-ZONE-EXIT
001890         UNTIL     WS-ZONE-EOF.
004440*-----------------------------------------------------------*
004450 3000-TERMINATE                 SECTION.
004460 3000-TERMINATE-START.
004462     IF      WS-DATE-BAD     THEN
004464         MOVE    12          TO  RETURN-CODE
004466         GO  TO  3000-TERMINATE-EXIT
004468     END-IF.
004470     IF      NOT WS-HDR-SEEN     THEN
004480         MOVE    SPACE               TO  WS-RPT-DELV-ID
004490         MOVE    SPACE               TO  WS-RPT-CODE
