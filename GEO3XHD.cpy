000100*-----------------------------------------------------------*
000110*  GEO3XHD  --  HANDHELD DOWNLOAD RECORD.  CUT BY THE         *
000120*               MANIFEST STEP (GEO3X3_ROUTE_MNFST) AND       *
000130*               LOADED TO EACH DRIVER'S HANDHELD BEFORE THE  *
000140*               ROUTE LEAVES THE DEPOT.  ONE ROUTE HEADER    *
000150*               ("H") AHEAD OF THE ROUTE'S STOPS, THEN ONE   *
000160*               STOP RECORD ("S") PER ACTIVE OCCUPANT OF     *
000170*               EACH STOP'S CELL ON THE MASTER, IN DRIVING   *
000180*               SEQUENCE.  A STOP WHOSE CELL HAS NO ACTIVE   *
000190*               OCCUPANT STILL GETS ONE STOP RECORD, WITH    *
000200*               THE CUSTOMER FIELDS BLANK.  OCCUPANT INDEX   *
000210*               01 IS THE STOP ITSELF -- THE POD UPLOAD IS   *
000220*               KEYED BY ROUTE, STOP AND CODE ONLY (SEE      *
000230*               GEO3XPD).                                    *
000232*               THE SOURCE CODE CARRIES THROUGH FROM         *
000235*               GEO3XRD SO A STOP SENT BACK FOR ANOTHER      *
000237*               NIGHT KEEPS ITS GAZETTEER FLAG.              *
000240*-----------------------------------------------------------*
000250 01  GEO3X-HD-RECORD.
000260     05  GEO3X-HD-REC-TYPE       PIC X(01).
000270         88  GEO3X-HD-ROUTE-HDR          VALUE "H".
000280         88  GEO3X-HD-STOP               VALUE "S".
000290     05  GEO3X-HD-ROUTE-ID       PIC X(08).
000300     05  GEO3X-HD-STOP-NO        PIC 9(04).
000310     05  GEO3X-HD-OCC-IX         PIC 9(02).
000320     05  GEO3X-HD-STOP-DATA.
000330         10  GEO3X-HD-COD            PIC X(31).
000340         10  GEO3X-HD-LAT            PIC S9(03)V9(6)
000350                                     SIGN LEADING SEPARATE.
000360         10  GEO3X-HD-LNG            PIC S9(03)V9(6)
000370                                     SIGN LEADING SEPARATE.
000380         10  GEO3X-HD-LEVEL          PIC 9(02).
000390         10  GEO3X-HD-LEG-KM         PIC 9(05)V9(03).
000400         10  GEO3X-HD-OCC-CNT        PIC 9(02).
000410         10  GEO3X-HD-CUST-ID        PIC X(10).
000420         10  GEO3X-HD-CUST-NAME      PIC X(30).
000430         10  GEO3X-HD-ADDR-1         PIC X(30).
000440         10  GEO3X-HD-ADDR-2         PIC X(30).
000450     05  GEO3X-HD-HDR-DATA   REDEFINES   GEO3X-HD-STOP-DATA.
000460         10  GEO3X-HD-DEPOT          PIC X(08).
000470         10  GEO3X-HD-RUN-DATE       PIC X(08).
000480         10  GEO3X-HD-STOP-CNT       PIC 9(04).
000490         10  FILLER                  PIC X(143).
000500     05  GEO3X-HD-SRC-CD         PIC X(01).
000510         88  GEO3X-HD-SRC-SURVEYED       VALUE SPACE.
000520         88  GEO3X-HD-SRC-GAZETTEER      VALUE "G".
000530     05  FILLER                  PIC X(01).
