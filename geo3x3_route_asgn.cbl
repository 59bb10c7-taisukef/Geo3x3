000230*                 EXCEPTION BLOCK.  WRITES THE ROUTED         *
000240*                 DELIVERY FILE AND A PER-ROUTE MANIFEST      *
000250*                 COUNT -- SEE GEORTE01.                      *
000252*  10/15/26  RM   THE COORDINATE SOURCE CODE NOW CARRIES      *
000255*                 THROUGH TO THE ROUTED DELIVERY RECORD FOR   *
000257*                 THE RATING STEP (GEO3X3_RATE_ENG).          *
000260*-----------------------------------------------------------*
000270 ENVIRONMENT                 DIVISION.
000280 CONFIGURATION               SECTION.
002110     MOVE    GEO3X-OUT-LEVEL     TO  GEO3X-RD-LEVEL.
002120     MOVE    GEO3X-OUT-RES       TO  GEO3X-RD-RES.
002130     MOVE    GEO3X-OUT-STS       TO  GEO3X-RD-STS.
002135     MOVE    GEO3X-OUT-SRC-CD    TO  GEO3X-RD-SRC-CD.
002140     IF      WS-BEST =   ZERO    THEN
002150         MOVE    "UNROUTED"      TO  GEO3X-RD-ROUTE-ID
002160         ADD     1               TO  WS-RECS-UNROUTED
