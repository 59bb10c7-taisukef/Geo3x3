000100*-----------------------------------------------------------*
000110*  GEO3XCP  --  ROUTE CAPACITY REFERENCE RECORD.  ONE ROW    *
000120*               PER ROUTE, MAINTAINED BY DISPATCH: THE MOST  *
000130*               STOPS A ROUTE CAN CARRY IN A NIGHT AND THE   *
000140*               MOST TOTAL LEG KM (DEPOT TO LAST STOP, IN    *
000150*               THE MANIFEST'S NEAREST-FIRST SEQUENCE).      *
000160*               READ BY GEO3X3_ROUTE_BAL -- SEE GEORTE01.    *
000170*-----------------------------------------------------------*
000180 01  GEO3X-CP-RECORD.
000190     05  GEO3X-CP-ROUTE-ID       PIC X(08).
000200     05  GEO3X-CP-MAX-STOPS      PIC 9(04).
000210     05  GEO3X-CP-MAX-KM         PIC 9(05)V9(03).
000220     05  FILLER                  PIC X(20).
