000100*-----------------------------------------------------------*
000110*  GEO3XBD  --  PROCESSING-DATE CONTROL RECORD.  ONE RECORD  *
000120*               HOLDING THE BUSINESS DATE THE NIGHTLY CHAIN  *
000130*               RUNS UNDER, SO EVERY STEP OF A NIGHT STAMPS  *
000140*               AND SELECTS BY THE SAME DATE NO MATTER WHEN  *
000150*               IT RUNS OR IS RERUN.  THE OPERATOR ROLLS IT  *
000160*               FORWARD ONCE PER BUSINESS DAY THROUGH        *
000170*               GEO3X3_DATE_CTL (GEODTE01); THE CHAIN CLOSES *
000180*               IT AT THE END OF THE NIGHT (GEODTE02).  READ *
000190*               BY THE BATCH PROGRAMS THROUGH                *
000200*               GEO3X3_BUS_DATE, WHICH REFUSES A CLOSED      *
000210*               DATE.  THE CHANGE FEED (GEO3X3_CDC_EXTR)     *
000212*               READS IT DIRECTLY FOR THE PRIOR DATE, AND    *
000214*               THE CONSOLE (GEO3X3_ONLINE) TO DATE ITS      *
000216*               JOURNAL RECORDS.                             *
000220*-----------------------------------------------------------*
000230 01  GEO3X-BD-RECORD.
000240     05  GEO3X-BD-BUS-DATE       PIC 9(08).
000250     05  GEO3X-BD-STATUS-CD      PIC X(01).
000260         88  GEO3X-BD-OPEN               VALUE "O".
000270         88  GEO3X-BD-CLOSED             VALUE "C".
000280     05  GEO3X-BD-PREV-DATE      PIC 9(08).
000290     05  GEO3X-BD-UPD-ACTION     PIC X(06).
000300     05  GEO3X-BD-UPD-DATE       PIC X(08).
000310     05  GEO3X-BD-UPD-TIME       PIC X(08).
000320     05  FILLER                  PIC X(41).
