000190*               CHOSEN DATE/TIME, SO ONE BAD BATCH COSTS     *
000200*               ONE BATCH, NOT A WEEK.  AN ADD CARRIES A     *
000210*               BLANK BEFORE IMAGE, A DELETE A BLANK AFTER.  *
000212*               UPDATES KEYED AT THE CONSOLE (GEO3X3_ONLINE) *
000215*               CARRY JOB NAME ONLINE AND THE OPERATOR'S ID; *
000217*               BATCH UPDATES LEAVE THE OPERATOR ID BLANK.   *
000220*-----------------------------------------------------------*
000230 01  GEO3X-JR-RECORD.
000240     05  GEO3X-JR-DATE       PIC X(08).
000310     05  GEO3X-JR-REC-KEY.
000320         10  GEO3X-JR-KEY        PIC X(31).
000330         10  GEO3X-JR-OCC-SEQ    PIC 9(02).
000340     05  GEO3X-JR-BEFORE     PIC X(177).
000350     05  GEO3X-JR-AFTER      PIC X(177).
000360     05  GEO3X-JR-TRAN       PIC X(174).
000370     05  GEO3X-JR-OPER-ID    PIC X(04).
