000140*               PREFIX MATCH AGAINST THE ROUTE REFERENCE     *
000150*               FILE.  AN UNMATCHED DELIVERY CARRIES THE     *
000160*               *UNROUTED* ROUTE ID.                         *
000163*               THE SOURCE CODE CARRIES THROUGH FROM GEO3XOT *
000166*               FOR THE RATING STEP.                         *
000170*-----------------------------------------------------------*
000180 01  GEO3X-RD-RECORD.
000190     05  GEO3X-RD-LAT        PIC S9(03)V9(6)
000250     05  GEO3X-RD-STS        PIC 9(01).
000260     05  GEO3X-RD-ROUTE-ID   PIC X(08).
000270     05  GEO3X-RD-DEPOT      PIC X(08).
000280     05  GEO3X-RD-SRC-CD     PIC X(01).
000290         88  GEO3X-RD-SRC-SURVEYED       VALUE SPACE.
000300         88  GEO3X-RD-SRC-GAZETTEER      VALUE "G".
000310     05  FILLER              PIC X(03).
