000100*-----------------------------------------------------------*
000110*  GEO3XCD  --  CANDIDATE DEPOT RECORD FOR THE DEPOT SITING *
000120*               ANALYSIS (GEO3X3_DEPOT_SEL).  ONE PROPOSED   *
000130*               DEPOT LOCATION PER RECORD -- AN ID AND NAME  *
000140*               FOR THE REPORT, ITS COORDINATE, AND THE CELL *
000150*               LEVEL TO ENCODE IT AT (1-18; PUT THE LEVEL   *
000160*               THE DEPOT FILE GEO3XDP CELLS ARE HELD AT).   *
000170*               KEYED BY PLANNING; NOTHING HERE TOUCHES THE  *
000180*               LIVE DEPOT OR ROUTE FILES.                   *
000190*-----------------------------------------------------------*
000200 01  GEO3X-CD-RECORD.
000210     05  GEO3X-CD-CAND-ID    PIC X(08).
000220     05  GEO3X-CD-NAME       PIC X(30).
000230     05  GEO3X-CD-LAT        PIC S9(03)V9(6)
000240                             SIGN LEADING SEPARATE.
000250     05  GEO3X-CD-LNG        PIC S9(03)V9(6)
000260                             SIGN LEADING SEPARATE.
000270     05  GEO3X-CD-LEVEL      PIC 9(02).
000280     05  FILLER              PIC X(20).
