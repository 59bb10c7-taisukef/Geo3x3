000100*-----------------------------------------------------------*
000110*  GEO3XPG  --  BOUNDARY POLYGON INPUT RECORD FOR THE PREFIX  *
000120*               COVER UTILITY (GEO3X3_POLY_CVR).  ONE HEADER *
000130*               ("H") NAMING THE ZONE OR ROUTE THE ROWS ARE  *
000140*               FOR AND THE FINEST LEVEL TO GO DOWN TO,      *
000150*               FOLLOWED BY ITS VERTICES ("V") IN ORDER      *
000160*               ROUND THE BOUNDARY -- EITHER DIRECTION.  THE *
000170*               LAST VERTEX JOINS BACK TO THE FIRST; A       *
000180*               CLOSING VERTEX REPEATING THE FIRST IS        *
000190*               ALLOWED.  ANY NUMBER OF BOUNDARIES PER FILE. *
000200*               FOR A ZONE ("Z") THE ZONE TYPE, NAME AND     *
000210*               EFFECTIVE DATES ARE CARRIED ONTO EVERY ROW;  *
000220*               FOR A ROUTE ("R") THE ROUTE AND DEPOT.       *
000230*-----------------------------------------------------------*
000240 01  GEO3X-PG-RECORD.
000250     05  GEO3X-PG-REC-TYPE       PIC X(01).
000260         88  GEO3X-PG-HEADER             VALUE "H".
000270         88  GEO3X-PG-VERTEX             VALUE "V".
000280     05  GEO3X-PG-HDR-DATA.
000290         10  GEO3X-PG-OUT-TYPE       PIC X(01).
000300             88  GEO3X-PG-ZONE               VALUE "Z".
000310             88  GEO3X-PG-ROUTE              VALUE "R".
000320         10  GEO3X-PG-FINE-LEVEL     PIC 9(02).
000330         10  GEO3X-PG-ZN-TYPE-CD     PIC X(01).
000340         10  GEO3X-PG-ZN-NAME        PIC X(20).
000350         10  GEO3X-PG-ZN-EFF-FROM-DT PIC X(08).
000360         10  GEO3X-PG-ZN-EFF-TO-DT   PIC X(08).
000370         10  GEO3X-PG-RT-ROUTE-ID    PIC X(08).
000380         10  GEO3X-PG-RT-DEPOT       PIC X(08).
000390         10  FILLER                  PIC X(23).
000400     05  GEO3X-PG-VTX-DATA   REDEFINES   GEO3X-PG-HDR-DATA.
000410         10  GEO3X-PG-LAT            PIC S9(03)V9(6)
000420                                     SIGN LEADING SEPARATE.
000430         10  GEO3X-PG-LNG            PIC S9(03)V9(6)
000440                                     SIGN LEADING SEPARATE.
000450         10  FILLER                  PIC X(59).
