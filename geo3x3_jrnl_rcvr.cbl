000270*                 COSTS ONE BATCH, NOT THE WEEK SINCE THE     *
000280*                 BACKUP.  AN EMPTY PARM REPLAYS THE WHOLE    *
000290*                 JOURNAL.                                    *
000291*  10/15/26  RM   THE JOURNAL DATE IS NOW THE BUSINESS DATE,  *
000292*                 SO A NIGHT THAT RUNS PAST MIDNIGHT NO       *
000293*                 LONGER STAMPS IN ASCENDING ORDER.  THE      *
000294*                 JOURNAL IS STILL WRITTEN IN THE ORDER THE   *
000295*                 UPDATES LANDED, SO ONCE ONE RECORD IS PAST  *
000296*                 THE CUTOFF EVERY RECORD BEHIND IT IS        *
000297*                 SKIPPED TOO.  THE CUTOFF DATE IS THE        *
000298*                 BUSINESS DATE OF THE BAD BATCH.             *
000300*-----------------------------------------------------------*
000310 ENVIRONMENT                 DIVISION.
000320 CONFIGURATION               SECTION.
000650         88  WS-EOF                      VALUE "Y".
000652     05  WS-PARM-BAD-SW      PIC X(01)   VALUE "N".
000654         88  WS-PARM-BAD                 VALUE "Y".
000656     05  WS-PAST-CUT-SW      PIC X(01)   VALUE "N".
000658         88  WS-PAST-CUT                 VALUE "Y".
000660 01  WS-MASTER-STATUS        PIC X(02).
000670     88  WS-MASTER-OK                    VALUE "00".
000680*-----------------------------------------------------------*
001680*  2000-PROCESS  --  REPLAY ONE JOURNAL RECORD.  A RECORD      *
001690*                    STAMPED AFTER THE CUTOFF IS COUNTED       *
001700*                    AND SKIPPED, NOT APPLIED -- THAT IS       *
001704*                    WHERE THE BAD BATCH LIVES -- AND SO IS    *
001708*                    EVERY RECORD BEHIND IT, WHATEVER ITS      *
001712*                    TIME: PAST MIDNIGHT THE TIME GOES BACK    *
001716*                    TO ZERO UNDER THE SAME BUSINESS DATE.     *
001720*-----------------------------------------------------------*
001730 2000-PROCESS                   SECTION.
001740 2000-PROCESS-START.
001760         MOVE    GEO3X-JR-DATE   TO  WS-JR-STAMP-DATE
001770         MOVE    GEO3X-JR-TIME   TO  WS-JR-STAMP-TIME
001780         IF      WS-JR-STAMP >   WS-CUTOFF   THEN
001782             MOVE    "Y"         TO  WS-PAST-CUT-SW
001784         END-IF
001786         IF      WS-PAST-CUT     THEN
001790             ADD     1           TO  WS-RECS-PAST-CUT
001800             GO  TO  2000-PROCESS-READ
001810         END-IF
