000180*               CENTROID IS SUBSTITUTED.  THE FIRST 22       *
000190*               BYTES LINE UP WITH GEO3XIN, SO THE OLD       *
000200*               PURE-COORDINATE FEEDS NEED NO CONVERSION.    *
000201*               A RECORD THAT CARRIES COORDINATES HAS NO     *
000202*               USE FOR THE POSTAL CODE, AND READS THOSE     *
000204*               BYTES AS GEO3XIN DOES: THE SOURCE CODE, SO   *
000205*               A GAZETTEER-SOURCED STOP SENT BACK BY        *
000207*               GEOPOD01 KEEPS ITS FLAG THROUGH A SECOND     *
000208*               ENCODE.                                      *
000210*-----------------------------------------------------------*
000220 01  GEO3X-PE-RECORD.
000230     05  GEO3X-PE-LAT        PIC S9(03)V9(6)
000260                             SIGN LEADING SEPARATE.
000270     05  GEO3X-PE-LEVEL      PIC 9(02).
000280     05  GEO3X-PE-POSTAL-CD  PIC X(10).
000290     05  GEO3X-PE-COORD-DATA REDEFINES   GEO3X-PE-POSTAL-CD.
000300         10  GEO3X-PE-SRC-CD     PIC X(01).
000310             88  GEO3X-PE-SRC-GAZETTEER  VALUE "G".
000320         10  FILLER              PIC X(09).
