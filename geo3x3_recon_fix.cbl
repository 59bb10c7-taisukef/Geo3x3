000300*                 GEOMNT01 ONLY AFTER A SUPERVISOR SIGNS      *
000310*                 OFF THE PROPOSED-CORRECTIONS REPORT --      *
000320*                 SEE GEOFIX01.                               *
000321*  10/15/26  RM   GENERATED TRANSACTIONS CARRY THE BUSINESS   *
000322*                 DATE FROM THE PROCESSING-DATE CONTROL       *
000324*                 RECORD (THROUGH GEO3X3_BUS_DATE) AS THEIR   *
000325*                 LAST-UPDATE DATE, NOT THE SYSTEM DATE.  A   *
000327*                 CLOSED OR MISSING DATE STOPS THE RUN WITH   *
000328*                 RC 12 BEFORE ANY FILE OPENS.                *
000330*  10/15/26  RM   THE PROPOSED ADD CARRIES THE SITE POSTAL    *
000332*                 CODE FROM THE MASTER, SO IT PASSES THE      *
000334*                 GAZETTEER EDIT IN GEO3X3_MAINT_EDIT.  THE   *
000335*                 TRANSACTION (GEO3XMT) GROWS TO 174 BYTES.   *
000337*  10/15/26  RM   A SITE WITH NO POSTAL CODE ON THE MASTER   *
000339*                 GETS NO PAIR -- THE EDIT WOULD PASS THE    *
000341*                 DELETE AND REJECT THE ADD, LOSING THE SITE.*
000342*                 IT GOES ON THE REPORT FOR BACKFILL FIRST   *
000344*                 AND THE STEP ENDS RC 4.                    *
000346*-----------------------------------------------------------*
000348 ENVIRONMENT                 DIVISION.
000350 CONFIGURATION               SECTION.
000360 SOURCE-COMPUTER.            IBM-370.
000370 OBJECT-COMPUTER.            IBM-370.
000570 FD  TRANOUT
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  TRAN-REC                PIC X(174).
000610 FD  RPTFILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000740         88  WS-EOF                      VALUE "Y".
000750     05  WS-OCC-DONE-SW      PIC X(01)   VALUE "N".
000760         88  WS-OCC-DONE                 VALUE "Y".
000763     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000766         88  WS-DATE-BAD                 VALUE "Y".
000770 01  WS-MASTER-STATUS        PIC X(02).
000780     88  WS-MASTER-OK                    VALUE "00".
000790*-----------------------------------------------------------*
000840 77  WS-PAIRS-WRITTEN        PIC 9(09)   COMP    VALUE ZERO.
000850 77  WS-MANUAL-REVIEW        PIC 9(09)   COMP    VALUE ZERO.
000860 77  WS-NOT-ON-MASTER        PIC 9(09)   COMP    VALUE ZERO.
000865 77  WS-POSTAL-MISSING       PIC 9(09)   COMP    VALUE ZERO.
000870*-----------------------------------------------------------*
000880*  OCCUPANT SCAN OF THE ASSIGNED CELL -- THE FIRST            *
000890*  OCCUPANT'S FIELDS ARE HELD HERE; A CORRECTION IS ONLY      *
000950 01  WS-CUST-NAME-SAVE       PIC X(30).
000960 01  WS-ADDR-1-SAVE          PIC X(30).
000970 01  WS-ADDR-2-SAVE          PIC X(30).
000975 01  WS-POSTAL-CD-SAVE       PIC X(10).
000980*-----------------------------------------------------------*
000990*  BUSINESS DATE STAMPED ON GENERATED TRANSACTIONS            *
001000*-----------------------------------------------------------*
001010 01  WS-RUN-DATE             PIC X(08).
001012 01  WS-BUS-DATE             PIC X(08).
001015 01  WS-BUS-DATE-STS         PIC 9(01).
001017 01  WS-BUS-DATE-MSG         PIC X(40).
001020*-----------------------------------------------------------*
001030*  PROPOSED-CORRECTIONS REPORT LINE                           *
001040*-----------------------------------------------------------*
001110     05  FILLER              PIC X(02)   VALUE SPACE.
001120     05  WS-RPT-CUST-ID      PIC X(10).
001130     05  FILLER              PIC X(02)   VALUE SPACE.
001140     05  WS-RPT-ACTION       PIC X(42).
001160*-----------------------------------------------------------*
001170*  TRANSACTION WORK AREA                                     *
001180*-----------------------------------------------------------*
001370*-----------------------------------------------------------*
001380 1000-INITIALIZE                SECTION.
001390 1000-INITIALIZE-START.
001391     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
001393                                 BY  REFERENCE   WS-BUS-DATE-STS
001395                                 BY  REFERENCE   WS-BUS-DATE-MSG
001396     END-CALL.
001398     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
001400         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
001401         MOVE    "Y"         TO  WS-DATE-BAD-SW
001403         MOVE    "Y"         TO  WS-EOF-SW
001405         GO  TO  1000-INITIALIZE-EXIT
001406     END-IF.
001408     MOVE    WS-BUS-DATE         TO  WS-RUN-DATE.
001410     OPEN    INPUT    RECFILE.
001420     OPEN    OUTPUT   TRANOUT.
001430     OPEN    OUTPUT   RPTFILE.
001850             MOVE    "MULTI-OCCUPANT - REVIEW"
001860                                 TO  WS-RPT-ACTION
001870             ADD     1           TO  WS-MANUAL-REVIEW
001871         WHEN    WS-POSTAL-CD-SAVE   =   SPACE
001873             MOVE    WS-CUST-ID-SAVE TO  WS-RPT-CUST-ID
001875             MOVE    "POSTAL CODE MISSING - BACKFILL BEFORE MOVE"
001876                                     TO  WS-RPT-ACTION
001878             ADD     1           TO  WS-POSTAL-MISSING
001880         WHEN    OTHER
001890             MOVE    WS-CUST-ID-SAVE TO  WS-RPT-CUST-ID
001900             MOVE    "DELETE+ADD PROPOSED"
002420         MOVE    GEO3X-MR-CUST-NAME  TO  WS-CUST-NAME-SAVE
002430         MOVE    GEO3X-MR-ADDR-1     TO  WS-ADDR-1-SAVE
002440         MOVE    GEO3X-MR-ADDR-2     TO  WS-ADDR-2-SAVE
002445         MOVE    GEO3X-MR-POSTAL-CD  TO  WS-POSTAL-CD-SAVE
002450     END-IF.
002460 2110-NEXT-OCCUPANT-EXIT.
002470     EXIT.
002700     MOVE    WS-CUST-NAME-SAVE   TO  GEO3X-MT-CUST-NAME.
002710     MOVE    WS-ADDR-1-SAVE      TO  GEO3X-MT-ADDR-1.
002720     MOVE    WS-ADDR-2-SAVE      TO  GEO3X-MT-ADDR-2.
002725     MOVE    WS-POSTAL-CD-SAVE   TO  GEO3X-MT-POSTAL-CD.
002730     MOVE    GEO3X-ROUT-LAT      TO  GEO3X-MT-LAT.
002740     MOVE    GEO3X-ROUT-LNG      TO  GEO3X-MT-LNG.
002750     MOVE    GEO3X-ROUT-LEVEL    TO  GEO3X-MT-LEVEL.
002790 2200-WRITE-TRAN-PAIR-EXIT.
002800     EXIT.
002810*-----------------------------------------------------------*
002820*  3000-TERMINATE  --  CLOSE FILES, DISPLAY RUN TOTALS.  A   *
002823*                      SITE HELD BACK FOR A MISSING POSTAL   *
002826*                      CODE ENDS THE STEP RC 4.              *
002830*-----------------------------------------------------------*
002840 3000-TERMINATE                 SECTION.
002850 3000-TERMINATE-START.
002852     IF      WS-DATE-BAD     THEN
002854         MOVE    12          TO  RETURN-CODE
002856         GO  TO  3000-TERMINATE-EXIT
002858     END-IF.
002860     DISPLAY "RECON RECORDS READ  = " WS-RECS-READ.
002870     DISPLAY "MISMATCHES READ     = " WS-MISMATCHES-READ.
002880     DISPLAY "TRAN PAIRS WRITTEN  = " WS-PAIRS-WRITTEN.
002890     DISPLAY "MANUAL REVIEW       = " WS-MANUAL-REVIEW.
002900     DISPLAY "NOT ON MASTER       = " WS-NOT-ON-MASTER.
002905     DISPLAY "POSTAL CODE MISSING = " WS-POSTAL-MISSING.
002910     CLOSE   RECFILE.
002920     CLOSE   TRANOUT.
002930     CLOSE   RPTFILE.
002940     CLOSE   MASTER.
002942     IF      WS-POSTAL-MISSING   >   ZERO    THEN
002945         MOVE    4               TO  RETURN-CODE
002947     END-IF.
002950 3000-TERMINATE-EXIT.
002960     EXIT.
002970 END PROGRAM     geo3x3_recon_fix.
