000100*-----------------------------------------------------------*
000110*  GEO3XRP  --  ROUTE PERFORMANCE HISTORY RECORD.  ONE PER   *
000120*               ROUTE PER NIGHTLY RUN, WRITTEN BY            *
000130*               GEO3X3_ROUTE_MNFST AS EACH MANIFEST PAGE IS  *
000140*               SEQUENCED, SO THE STOP COUNT AND LEG         *
000150*               DISTANCES OUTLIVE THE PRINTOUT.  KEYED BY    *
000160*               ROUTE AND RUN DATE; A RERUN OF THE SAME      *
000170*               NIGHT REPLACES ITS OWN RECORD.  KM FIGURES   *
000180*               COVER THE MEASURED LEGS ONLY -- A LEG        *
000190*               GEO3X3_DISTANCE REFUSES IS COUNTED IN        *
000200*               UNMEAS-LEGS AND LEFT OUT OF THE TOTAL,       *
000210*               THE AVERAGE AND THE LONGEST LEG.             *
000220*-----------------------------------------------------------*
000230 01  GEO3X-RP-RECORD.
000240     05  GEO3X-RP-REC-KEY.
000250         10  GEO3X-RP-ROUTE-ID   PIC X(08).
000260         10  GEO3X-RP-RUN-DATE   PIC X(08).
000270     05  GEO3X-RP-DEPOT          PIC X(08).
000280     05  GEO3X-RP-STOPS          PIC 9(05).
000290     05  GEO3X-RP-TOTAL-KM       PIC 9(07)V9(03).
000300     05  GEO3X-RP-AVG-KM         PIC 9(05)V9(03).
000310     05  GEO3X-RP-LONG-LEG-KM    PIC 9(05)V9(03).
000320     05  GEO3X-RP-UNMEAS-LEGS    PIC 9(05).
000330     05  FILLER                  PIC X(20).
