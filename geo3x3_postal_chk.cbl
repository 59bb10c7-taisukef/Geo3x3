000100 IDENTIFICATION              DIVISION.
000110 PROGRAM-ID.                 geo3x3_postal_chk.
000120 AUTHOR.                     R MATSUMOTO.
000130 INSTALLATION.               GEO3X3 DELIVERY SYSTEMS.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*-----------------------------------------------------------*
000170*  MODIFICATION HISTORY                                      *
000180*  10/15/26  RM   ORIGINAL CODING.  POSTAL-CODE PLAUSIBILITY  *
000190*                 SWEEP OF THE MASTER -- SEE GEOPST01.  EVERY *
000200*                 ACTIVE SITE'S STORED COORDINATES ARE        *
000210*                 MEASURED AGAINST THE GAZETTEER CENTROID OF  *
000220*                 ITS POSTAL CODE, UNDER THE SAME FLAT-EARTH  *
000230*                 ARITHMETIC GEO3X3_DISTANCE USES.  SEVERITY  *
000240*                 E: THE SITE LIES FARTHER FROM THE CENTROID  *
000250*                 THAN THE TOLERANCE -- THE POSTAL CODE'S     *
000260*                 OWN FROM THE GAZETTEER WHEN IT HAS ONE,     *
000270*                 ELSE THE DEFAULT ON THE EXEC PARM.          *
000280*                 SEVERITY W: THE POSTAL CODE IS NOT ON THE   *
000290*                 GAZETTEER.  SITES WITH NO POSTAL CODE YET,  *
000300*                 OR WITH COORDINATES THAT ARE NOT NUMERIC    *
000310*                 (GEO3X3_MAST_AUDIT REPORTS THOSE), ARE      *
000320*                 COUNTED, NOT LISTED.  READ ONLY -- NOTHING  *
000330*                 IS CORRECTED HERE.                          *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT                 DIVISION.
000360 CONFIGURATION               SECTION.
000370 SOURCE-COMPUTER.            IBM-370.
000380 OBJECT-COMPUTER.            IBM-370.
000390 INPUT-OUTPUT                SECTION.
000400 FILE-CONTROL.
000410     SELECT  MASTER          ASSIGN TO "MASTER"
000420                              ORGANIZATION  IS  INDEXED
000430                              ACCESS MODE    IS  SEQUENTIAL
000440                              RECORD KEY     IS  GEO3X-MR-REC-KEY
000450                              FILE STATUS    IS  WS-MASTER-STATUS.
000460     SELECT  GAZFILE         ASSIGN TO "GAZFILE"
000470                              ORGANIZATION  IS  SEQUENTIAL.
000480     SELECT  RPTFILE         ASSIGN TO "RPTFILE"
000490                              ORGANIZATION  IS  SEQUENTIAL.
000500 DATA                        DIVISION.
000510 FILE                        SECTION.
000520 FD  MASTER
000530     LABEL RECORDS ARE STANDARD.
000540     COPY    GEO3XMR.
000550 FD  GAZFILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  GAZ-REC                 PIC X(40).
000590 FD  RPTFILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  RPT-REC                 PIC X(132).
000630 WORKING-STORAGE             SECTION.
000640*-----------------------------------------------------------*
000650*  SWITCHES                                                  *
000660*-----------------------------------------------------------*
000670 01  WS-SWITCHES.
000680     05  WS-EOF-SW           PIC X(01)   VALUE "N".
000690         88  WS-EOF                      VALUE "Y".
000700     05  WS-GAZ-EOF-SW       PIC X(01)   VALUE "N".
000710         88  WS-GAZ-EOF                  VALUE "Y".
000720     05  WS-DATE-BAD-SW      PIC X(01)   VALUE "N".
000730         88  WS-DATE-BAD                 VALUE "Y".
000740 01  WS-MASTER-STATUS        PIC X(02).
000750     88  WS-MASTER-OK                    VALUE "00".
000760*-----------------------------------------------------------*
000770*  COUNTERS                                                  *
000780*-----------------------------------------------------------*
000790 77  WS-RECS-READ            PIC 9(09)   COMP    VALUE ZERO.
000800 77  WS-SITES-CHECKED        PIC 9(09)   COMP    VALUE ZERO.
000810 77  WS-SITES-WITHIN         PIC 9(09)   COMP    VALUE ZERO.
000820 77  WS-SITES-OUTSIDE        PIC 9(09)   COMP    VALUE ZERO.
000830 77  WS-POSTAL-UNKNOWN       PIC 9(09)   COMP    VALUE ZERO.
000840 77  WS-POSTAL-BLANK         PIC 9(09)   COMP    VALUE ZERO.
000850 77  WS-COORDS-BAD           PIC 9(09)   COMP    VALUE ZERO.
000860 77  WS-GAZ-LOADED           PIC 9(09)   COMP    VALUE ZERO.
000870 77  WS-GAZ-REJECTED         PIC 9(09)   COMP    VALUE ZERO.
000880*-----------------------------------------------------------*
000890*  RUN-CONTROL FIELDS -- SEVERITY-E FINDINGS GRADE THE RUN    *
000900*  RC 8, WARNINGS ONLY RC 4, AS GEO3X3_DUP_SWEEP DOES.        *
000910*-----------------------------------------------------------*
000920 77  WS-JOB-NAME             PIC X(08)   VALUE "GEOPST01".
000930 77  WS-PGM-NAME         PIC X(20) VALUE "GEO3X3_POSTAL_CHK".
000940 77  WS-RC-READ              PIC 9(09)           VALUE ZERO.
000950 77  WS-RC-WRITTEN           PIC 9(09)           VALUE ZERO.
000960 77  WS-RC-REJECTED          PIC 9(09)           VALUE ZERO.
000970 77  WS-RC-RETURN            PIC 9(02)           VALUE ZERO.
000980*-----------------------------------------------------------*
000990*  DEFAULT TOLERANCE IN KM, FROM THE EXEC PARM IN METERS      *
001000*  (PARM='02000' IS 2000 METERS); EMPTY MEANS 2000.  A        *
001010*  GAZETTEER ROW WITH ITS OWN TOLERANCE OVERRIDES IT.         *
001020*-----------------------------------------------------------*
001030 01  WS-DFLT-TOL-KM          PIC 9(03)V9(03)     VALUE ZERO.
001040*-----------------------------------------------------------*
001050*  GAZETTEER TABLE -- LOADED ONCE AT INITIALIZATION, EACH     *
001060*  ROW CARRYING THE TOLERANCE THAT APPLIES TO IT              *
001070*-----------------------------------------------------------*
001080 77  WS-GAZ-MAX              PIC 9(04)   COMP    VALUE 2000.
001090 77  WS-GAZ-CNT              PIC 9(04)   COMP    VALUE ZERO.
001100 77  WS-G                    PIC 9(04)   COMP    VALUE ZERO.
001110 77  WS-HIT                  PIC 9(04)   COMP    VALUE ZERO.
001120 01  WS-GAZ-TABLE.
001130     05  WS-GAZ-ENTRY        OCCURS 2000 TIMES.
001140         10  WS-GAZ-POSTAL       PIC X(10).
001150         10  WS-GAZ-LAT          PIC S9(03)V9(6).
001160         10  WS-GAZ-LNG          PIC S9(03)V9(6).
001170         10  WS-GAZ-TOL-KM       PIC 9(03)V9(03).
001180*-----------------------------------------------------------*
001190*  SITE-TO-CENTROID DISTANCE -- SAME FLAT-EARTH ARITHMETIC    *
001200*  AND CONSTANTS AS GEO3X3_DISTANCE                           *
001210*-----------------------------------------------------------*
001220 01  WS-D-LAT                PIC S9(03)V9(6).
001230 01  WS-D-LNG                PIC S9(03)V9(6).
001240 01  WS-AVG-LAT              PIC S9(03)V9(6).
001250 01  WS-AVG-LAT-RAD          PIC S9(03)V9(9).
001260 01  WS-LAT-KM               PIC S9(05)V9(03).
001270 01  WS-LNG-KM               PIC S9(05)V9(03).
001280 01  WS-SITE-KM              PIC S9(05)V9(03).
001290 77  WS-KM-PER-DEG           PIC 9(03)V9(02)     VALUE 111.32.
001300 77  WS-DEG-TO-RAD           PIC S9(01)V9(09) VALUE 0.017453293.
001310*-----------------------------------------------------------*
001320*  BUSINESS DATE                                              *
001330*-----------------------------------------------------------*
001340 01  WS-BUS-DATE             PIC X(08).
001350 01  WS-BUS-DATE-STS         PIC 9(01).
001360 01  WS-BUS-DATE-MSG         PIC X(40).
001370*-----------------------------------------------------------*
001380*  REPORT LINES                                              *
001390*-----------------------------------------------------------*
001400 01  WS-TITLE-LINE.
001410     05  FILLER              PIC X(44)   VALUE
001420         "GEO3X3 SITE POSTAL-CODE PLAUSIBILITY SWEEP".
001430     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001440     05  WS-TTL-DATE         PIC X(08).
001450     05  FILLER              PIC X(04)   VALUE SPACE.
001460     05  FILLER              PIC X(22)   VALUE
001470         "DEFAULT TOLERANCE KM: ".
001480     05  WS-TTL-TOL-KM       PIC ZZ9.999.
001490     05  FILLER              PIC X(37)   VALUE SPACE.
001500 01  WS-RPT-HDR.
001510     05  FILLER              PIC X(03)   VALUE "S".
001520     05  FILLER              PIC X(36)   VALUE "SITE CELL".
001530     05  FILLER              PIC X(12)   VALUE "CUSTOMER".
001540     05  FILLER              PIC X(12)   VALUE "POSTAL".
001550     05  FILLER              PIC X(12)   VALUE "  KM AWAY".
001560     05  FILLER              PIC X(09)   VALUE " TOL KM".
001570     05  FILLER              PIC X(48)   VALUE "MESSAGE".
001580 01  WS-RPT-LINE.
001590     05  WS-RPT-SEV          PIC X(01).
001600     05  FILLER              PIC X(02)   VALUE SPACE.
001610     05  WS-RPT-KEY          PIC X(31).
001620     05  FILLER              PIC X(01)   VALUE "/".
001630     05  WS-RPT-OCC          PIC 99.
001640     05  FILLER              PIC X(02)   VALUE SPACE.
001650     05  WS-RPT-CUST-ID      PIC X(10).
001660     05  FILLER              PIC X(02)   VALUE SPACE.
001670     05  WS-RPT-POSTAL       PIC X(10).
001680     05  FILLER              PIC X(02)   VALUE SPACE.
001690     05  WS-RPT-KM           PIC ZZ,ZZ9.999.
001700     05  FILLER              PIC X(02)   VALUE SPACE.
001710     05  WS-RPT-TOL-KM       PIC ZZ9.999.
001720     05  FILLER              PIC X(02)   VALUE SPACE.
001730     05  WS-RPT-MESSAGE      PIC X(40).
001740     05  FILLER              PIC X(08)   VALUE SPACE.
001750 01  WS-CNT-LINE.
001760     05  WS-CNT-LABEL        PIC X(40).
001770     05  WS-CNT-COUNT        PIC ZZZ,ZZZ,ZZ9.
001780     05  FILLER              PIC X(81)   VALUE SPACE.
001790 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACE.
001800*-----------------------------------------------------------*
001810*  GAZETTEER WORK AREA                                       *
001820*-----------------------------------------------------------*
001830     COPY    GEO3XGZ.
001840 LINKAGE                     SECTION.
001850*-----------------------------------------------------------*
001860*  EXEC PARM -- DEFAULT TOLERANCE IN METERS                   *
001870*-----------------------------------------------------------*
001880 01  PARM-DATA.
001890     05  PARM-LENGTH         PIC S9(04)  COMP.
001900     05  PARM-TOL-METERS     PIC 9(05).
001910 PROCEDURE                   DIVISION    USING   PARM-DATA.
001920 0000-MAINLINE                  SECTION.
001930 0000-START.
001940     PERFORM   1000-INITIALIZE    THRU    1000-INITIALIZE-EXIT.
001950     PERFORM   2000-PROCESS       THRU    2000-PROCESS-EXIT
001960         UNTIL     WS-EOF.
001970     PERFORM   3000-TERMINATE     THRU    3000-TERMINATE-EXIT.
001980     STOP RUN.
001990 0000-MAINLINE-EXIT.
002000     EXIT.
002010*-----------------------------------------------------------*
002020*  1000-INITIALIZE  --  RESOLVE THE DEFAULT TOLERANCE, LOAD   *
002030*                       THE GAZETTEER TABLE, OPEN FILES,      *
002040*                       PRINT THE HEADINGS, READ THE FIRST    *
002050*                       MASTER RECORD                         *
002060*-----------------------------------------------------------*
002070 1000-INITIALIZE                SECTION.
002080 1000-INITIALIZE-START.
002090     CALL    "geo3x3_bus_date" USING BY  REFERENCE   WS-BUS-DATE
002100                                 BY  REFERENCE   WS-BUS-DATE-STS
002110                                 BY  REFERENCE   WS-BUS-DATE-MSG
002120     END-CALL.
002130     IF      WS-BUS-DATE-STS NOT =   ZERO    THEN
002140         DISPLAY WS-BUS-DATE-MSG " - RUN STOPPED"
002150         MOVE    "Y"         TO  WS-DATE-BAD-SW
002160         MOVE    "Y"         TO  WS-EOF-SW
002170         GO  TO  1000-INITIALIZE-EXIT
002180     END-IF.
002190     IF      PARM-LENGTH >=  5
002200         AND PARM-TOL-METERS IS NUMERIC
002210         AND PARM-TOL-METERS >   ZERO    THEN
002220         COMPUTE WS-DFLT-TOL-KM  =   PARM-TOL-METERS / 1000
002230         END-COMPUTE
002240     ELSE
002250         MOVE    2.000           TO  WS-DFLT-TOL-KM
002260     END-IF.
002270     OPEN    INPUT    GAZFILE.
002280     PERFORM   1200-LOAD-GAZ      THRU    1200-LOAD-GAZ-EXIT
002290         UNTIL     WS-GAZ-EOF.
002300     CLOSE   GAZFILE.
002310     OPEN    INPUT    MASTER.
002320     IF      NOT WS-MASTER-OK    THEN
002330         DISPLAY "MASTER OPEN FAILED, STATUS=" WS-MASTER-STATUS
002340         MOVE    "Y"         TO  WS-EOF-SW
002350         MOVE    8           TO  WS-RC-RETURN
002360         GO  TO  1000-INITIALIZE-EXIT
002370     END-IF.
002380     OPEN    OUTPUT   RPTFILE.
002390     MOVE    WS-BUS-DATE         TO  WS-TTL-DATE.
002400     MOVE    WS-DFLT-TOL-KM      TO  WS-TTL-TOL-KM.
002410     WRITE   RPT-REC             FROM    WS-TITLE-LINE.
002420     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
002430     WRITE   RPT-REC             FROM    WS-RPT-HDR.
002440     PERFORM   1100-READ-MASTER
002450         THRU    1100-READ-MASTER-EXIT.
002460 1000-INITIALIZE-EXIT.
002470     EXIT.
002480 1100-READ-MASTER               SECTION.
002490 1100-READ-MASTER-START.
002500     READ    MASTER  NEXT RECORD
002510         AT END
002520             MOVE    "Y"         TO  WS-EOF-SW
002530             GO  TO  1100-READ-MASTER-EXIT
002540     END-READ.
002550     IF      NOT WS-MASTER-OK        THEN
002560         DISPLAY "MASTER READ FAILED, STATUS=" WS-MASTER-STATUS
002570         MOVE    "Y"         TO  WS-EOF-SW
002580         GO  TO  1100-READ-MASTER-EXIT
002590     END-IF.
002600     ADD     1                   TO  WS-RECS-READ.
002610 1100-READ-MASTER-EXIT.
002620     EXIT.
002630*-----------------------------------------------------------*
002640*  1200-LOAD-GAZ  --  ONE GAZETTEER ROW INTO THE TABLE.  THE  *
002650*                     SAME ROWS GEO3X3_GAZ_RSLV WOULD REFUSE  *
002660*                     ARE COUNTED AND SKIPPED HERE TOO.  A    *
002670*                     ROW WITH NO TOLERANCE OF ITS OWN TAKES  *
002680*                     THE DEFAULT.                            *
002690*-----------------------------------------------------------*
002700 1200-LOAD-GAZ                 SECTION.
002710 1200-LOAD-GAZ-START.
002720     READ    GAZFILE     INTO    GEO3X-GZ-RECORD
002730         AT END
002740             MOVE    "Y"         TO  WS-GAZ-EOF-SW
002750             GO  TO  1200-LOAD-GAZ-EXIT
002760     END-READ.
002770     IF      GEO3X-GZ-POSTAL-CD  =   SPACE
002780         OR  GEO3X-GZ-LAT        IS NOT NUMERIC
002790         OR  GEO3X-GZ-LNG        IS NOT NUMERIC
002800         OR  GEO3X-GZ-LEVEL      IS NOT NUMERIC
002810         OR  GEO3X-GZ-LEVEL      <   1
002820         OR  GEO3X-GZ-LEVEL      >   18
002830         OR  WS-GAZ-CNT          >=  WS-GAZ-MAX  THEN
002840         DISPLAY "GAZETTEER ROW REJECTED: " GAZ-REC
002850         ADD     1               TO  WS-GAZ-REJECTED
002860         GO  TO  1200-LOAD-GAZ-EXIT
002870     END-IF.
002880     ADD     1                   TO  WS-GAZ-CNT.
002890     MOVE    GEO3X-GZ-POSTAL-CD  TO  WS-GAZ-POSTAL(WS-GAZ-CNT).
002900     MOVE    GEO3X-GZ-LAT        TO  WS-GAZ-LAT(WS-GAZ-CNT).
002910     MOVE    GEO3X-GZ-LNG        TO  WS-GAZ-LNG(WS-GAZ-CNT).
002920     IF      GEO3X-GZ-TOL-M      IS NUMERIC
002930         AND GEO3X-GZ-TOL-M      >   ZERO    THEN
002940         COMPUTE WS-GAZ-TOL-KM(WS-GAZ-CNT)   =
002950             GEO3X-GZ-TOL-M  /   1000
002960         END-COMPUTE
002970     ELSE
002980         MOVE    WS-DFLT-TOL-KM  TO  WS-GAZ-TOL-KM(WS-GAZ-CNT)
002990     END-IF.
003000     ADD     1                   TO  WS-GAZ-LOADED.
003010 1200-LOAD-GAZ-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------*
003040*  2000-PROCESS  --  ONE MASTER RECORD.  INACTIVE OCCUPANTS   *
003050*                    ARE PASSED OVER; AN ACTIVE SITE IS       *
003060*                    LOOKED UP ON THE GAZETTEER AND           *
003070*                    MEASURED AGAINST ITS CENTROID.           *
003080*-----------------------------------------------------------*
003090 2000-PROCESS                   SECTION.
003100 2000-PROCESS-START.
003110     IF      NOT GEO3X-MR-ACTIVE     THEN
003120         GO  TO  2000-PROCESS-READ
003130     END-IF.
003140     IF      GEO3X-MR-POSTAL-CD  =   SPACE   THEN
003150         ADD     1               TO  WS-POSTAL-BLANK
003160         GO  TO  2000-PROCESS-READ
003170     END-IF.
003180     IF      GEO3X-MR-LAT        IS NOT NUMERIC
003190         OR  GEO3X-MR-LNG        IS NOT NUMERIC  THEN
003200         ADD     1               TO  WS-COORDS-BAD
003210         GO  TO  2000-PROCESS-READ
003220     END-IF.
003230     MOVE    ZERO                TO  WS-HIT.
003240     PERFORM   2100-FIND-POSTAL   THRU    2100-FIND-POSTAL-EXIT
003250         VARYING   WS-G       FROM    1   BY  1
003260         UNTIL     WS-G       >   WS-GAZ-CNT
003270                   OR  WS-HIT >   ZERO.
003280     IF      WS-HIT  =   ZERO    THEN
003290         MOVE    ZERO            TO  WS-RPT-KM
003300         MOVE    ZERO            TO  WS-RPT-TOL-KM
003310         MOVE    "W"             TO  WS-RPT-SEV
003320         MOVE    "POSTAL CODE NOT ON THE GAZETTEER"
003330                                 TO  WS-RPT-MESSAGE
003340         PERFORM   2800-WRITE-FINDING
003350             THRU    2800-WRITE-FINDING-EXIT
003360         ADD     1               TO  WS-POSTAL-UNKNOWN
003370         GO  TO  2000-PROCESS-READ
003380     END-IF.
003390     ADD     1                   TO  WS-SITES-CHECKED.
003400     PERFORM   2200-SITE-DISTANCE
003410         THRU    2200-SITE-DISTANCE-EXIT.
003420     IF      WS-SITE-KM  >   WS-GAZ-TOL-KM(WS-HIT)    THEN
003430         MOVE    WS-SITE-KM      TO  WS-RPT-KM
003440         MOVE    WS-GAZ-TOL-KM(WS-HIT)
003450                                 TO  WS-RPT-TOL-KM
003460         MOVE    "E"             TO  WS-RPT-SEV
003470         MOVE    "SITE TOO FAR FROM POSTAL CENTROID"
003480                                 TO  WS-RPT-MESSAGE
003490         PERFORM   2800-WRITE-FINDING
003500             THRU    2800-WRITE-FINDING-EXIT
003510         ADD     1               TO  WS-SITES-OUTSIDE
003520     ELSE
003530         ADD     1               TO  WS-SITES-WITHIN
003540     END-IF.
003550 2000-PROCESS-READ.
003560     PERFORM   1100-READ-MASTER
003570         THRU    1100-READ-MASTER-EXIT.
003580 2000-PROCESS-EXIT.
003590     EXIT.
003600 2100-FIND-POSTAL               SECTION.
003610 2100-FIND-POSTAL-START.
003620     IF      WS-GAZ-POSTAL(WS-G) =   GEO3X-MR-POSTAL-CD  THEN
003630         MOVE    WS-G            TO  WS-HIT
003640     END-IF.
003650 2100-FIND-POSTAL-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------*
003680*  2200-SITE-DISTANCE  --  FLAT-EARTH KM BETWEEN THE SITE'S   *
003690*                          STORED COORDINATES AND THE         *
003700*                          CENTROID OF ITS POSTAL CODE        *
003710*-----------------------------------------------------------*
003720 2200-SITE-DISTANCE             SECTION.
003730 2200-SITE-DISTANCE-START.
003740     COMPUTE WS-D-LAT    =
003750         GEO3X-MR-LAT    -   WS-GAZ-LAT(WS-HIT)
003760     END-COMPUTE.
003770     COMPUTE WS-D-LNG    =
003780         GEO3X-MR-LNG    -   WS-GAZ-LNG(WS-HIT)
003790     END-COMPUTE.
003800     COMPUTE WS-AVG-LAT  =
003810         (GEO3X-MR-LAT   +   WS-GAZ-LAT(WS-HIT))  /   2
003820     END-COMPUTE.
003830     COMPUTE WS-AVG-LAT-RAD  =   WS-AVG-LAT  *   WS-DEG-TO-RAD
003840     END-COMPUTE.
003850     COMPUTE WS-LAT-KM   =   WS-D-LAT    *   WS-KM-PER-DEG
003860     END-COMPUTE.
003870     COMPUTE WS-LNG-KM   =   WS-D-LNG    *   WS-KM-PER-DEG
003880                         *   FUNCTION COS(WS-AVG-LAT-RAD)
003890     END-COMPUTE.
003900     COMPUTE WS-SITE-KM  =
003910         FUNCTION SQRT(WS-LAT-KM ** 2 + WS-LNG-KM ** 2)
003920     END-COMPUTE.
003930 2200-SITE-DISTANCE-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------*
003960*  2800-WRITE-FINDING  --  ONE FINDINGS REPORT LINE FOR THE   *
003970*                          SITE IN THE FILE BUFFER            *
003980*-----------------------------------------------------------*
003990 2800-WRITE-FINDING             SECTION.
004000 2800-WRITE-FINDING-START.
004010     MOVE    GEO3X-MR-KEY        TO  WS-RPT-KEY.
004020     MOVE    GEO3X-MR-OCC-SEQ    TO  WS-RPT-OCC.
004030     MOVE    GEO3X-MR-CUST-ID    TO  WS-RPT-CUST-ID.
004040     MOVE    GEO3X-MR-POSTAL-CD  TO  WS-RPT-POSTAL.
004050     WRITE   RPT-REC             FROM    WS-RPT-LINE.
004060 2800-WRITE-FINDING-EXIT.
004070     EXIT.
004080*-----------------------------------------------------------*
004090*  3000-TERMINATE  --  SWEEP TOTALS, CLOSE FILES, GRADE THE   *
004100*                      RUN: ANY SITE OUTSIDE TOLERANCE IS 8,  *
004110*                      UNKNOWN POSTAL CODES ALONE 4, CLEAN 0  *
004120*-----------------------------------------------------------*
004130 3000-TERMINATE                 SECTION.
004140 3000-TERMINATE-START.
004150     IF      WS-DATE-BAD     THEN
004160         MOVE    12          TO  RETURN-CODE
004170         GO  TO  3000-TERMINATE-EXIT
004180     END-IF.
004190     IF      WS-RC-RETURN    =   8   THEN
004200         MOVE    8               TO  RETURN-CODE
004210         GO  TO  3000-TERMINATE-EXIT
004220     END-IF.
004230     WRITE   RPT-REC             FROM    WS-BLANK-LINE.
004240     MOVE    "MASTER RECORDS READ"       TO  WS-CNT-LABEL.
004250     MOVE    WS-RECS-READ        TO  WS-CNT-COUNT.
004260     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004270     MOVE    "ACTIVE SITES MEASURED"     TO  WS-CNT-LABEL.
004280     MOVE    WS-SITES-CHECKED    TO  WS-CNT-COUNT.
004290     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004300     MOVE    "    WITHIN TOLERANCE"      TO  WS-CNT-LABEL.
004310     MOVE    WS-SITES-WITHIN     TO  WS-CNT-COUNT.
004320     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004330     MOVE    "E   OUTSIDE TOLERANCE"     TO  WS-CNT-LABEL.
004340     MOVE    WS-SITES-OUTSIDE    TO  WS-CNT-COUNT.
004350     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004360     MOVE    "W   POSTAL CODE NOT ON GAZETTEER"
004370                                 TO  WS-CNT-LABEL.
004380     MOVE    WS-POSTAL-UNKNOWN   TO  WS-CNT-COUNT.
004390     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004400     MOVE    "ACTIVE SITES WITH NO POSTAL CODE"
004410                                 TO  WS-CNT-LABEL.
004420     MOVE    WS-POSTAL-BLANK     TO  WS-CNT-COUNT.
004430     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004440     MOVE    "ACTIVE SITES, COORDINATES NOT NUMERIC"
004450                                 TO  WS-CNT-LABEL.
004460     MOVE    WS-COORDS-BAD       TO  WS-CNT-COUNT.
004470     WRITE   RPT-REC             FROM    WS-CNT-LINE.
004480     DISPLAY "MASTER RECORDS READ = " WS-RECS-READ.
004490     DISPLAY "GAZETTEER ROWS LOAD = " WS-GAZ-LOADED.
004500     DISPLAY "GAZETTEER ROWS REJ  = " WS-GAZ-REJECTED.
004510     DISPLAY "SITES MEASURED      = " WS-SITES-CHECKED.
004520     DISPLAY "WITHIN TOLERANCE    = " WS-SITES-WITHIN.
004530     DISPLAY "OUTSIDE TOLERANCE   = " WS-SITES-OUTSIDE.
004540     DISPLAY "POSTAL NOT ON GAZ   = " WS-POSTAL-UNKNOWN.
004550     DISPLAY "NO POSTAL CODE      = " WS-POSTAL-BLANK.
004560     DISPLAY "COORDS NOT NUMERIC  = " WS-COORDS-BAD.
004570     CLOSE   MASTER.
004580     CLOSE   RPTFILE.
004590     MOVE    WS-RECS-READ        TO  WS-RC-READ.
004600     COMPUTE WS-RC-WRITTEN   =   WS-SITES-OUTSIDE
004610                             +   WS-POSTAL-UNKNOWN
004620     END-COMPUTE.
004630     MOVE    WS-SITES-OUTSIDE    TO  WS-RC-REJECTED.
004640     EVALUATE    TRUE
004650         WHEN    WS-SITES-OUTSIDE    >   ZERO
004660             MOVE    8           TO  WS-RC-RETURN
004670         WHEN    WS-POSTAL-UNKNOWN   >   ZERO
004680             MOVE    4           TO  WS-RC-RETURN
004690         WHEN    OTHER
004700             MOVE    ZERO        TO  WS-RC-RETURN
004710     END-EVALUATE.
004720     CALL    "geo3x3_runstat" USING  BY  REFERENCE   WS-JOB-NAME
004730                                 BY  REFERENCE   WS-PGM-NAME
004740                                 BY  REFERENCE   WS-RC-READ
004750                                 BY  REFERENCE   WS-RC-WRITTEN
004760                                 BY  REFERENCE   WS-RC-REJECTED
004770                                 BY  REFERENCE   WS-RC-RETURN
004780     END-CALL.
004790     MOVE    WS-RC-RETURN        TO  RETURN-CODE.
004800 3000-TERMINATE-EXIT.
004810     EXIT.
004820 END PROGRAM     geo3x3_postal_chk.
