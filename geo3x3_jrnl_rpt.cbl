000240*                 RUN, NOT AN ARGUMENT.  AN OPTIONAL CODE     *
000250*                 PREFIX ON THE EXEC PARM LIMITS THE PRINT    *
000260*                 TO ONE CELL OR DISTRICT.                    *
000263*  10/15/26  RM   THE BEFORE/AFTER IMAGES ARE 177 BYTES NOW   *
000266*                 THE MASTER CARRIES THE SITE POSTAL CODE.    *
000267*  10/15/26  RM   OPERATOR ID AT THE END OF THE LINE, FOR     *
000268*                 UPDATES KEYED AT THE CONSOLE (JOB ONLINE).  *
000270*-----------------------------------------------------------*
000280 ENVIRONMENT                 DIVISION.
000290 CONFIGURATION               SECTION.
000730     05  FILLER              PIC X(82).
000740     05  WS-IMG-STATUS       PIC X(01).
000750     05  WS-IMG-UPD-DT       PIC X(08).
000760     05  FILLER              PIC X(13).
000770*-----------------------------------------------------------*
000780*  JOURNAL PRINT LINE                                         *
000790*-----------------------------------------------------------*
000970     05  WS-DET-AFT-CUST     PIC X(10).
000980     05  FILLER              PIC X(01)   VALUE SPACE.
000990     05  WS-DET-AFT-STS      PIC X(01).
001000     05  FILLER              PIC X(01)   VALUE SPACE.
001003     05  WS-DET-OPER         PIC X(04).
001006     05  FILLER              PIC X(30)   VALUE SPACE.
001010 LINKAGE                     SECTION.
001020*-----------------------------------------------------------*
001030*  EXEC PARM -- OPTIONAL CODE PREFIX; EMPTY PRINTS ALL        *
001600     MOVE    GEO3X-JR-TIME       TO  WS-DET-TIME.
001610     MOVE    GEO3X-JR-JOB        TO  WS-DET-JOB.
001620     MOVE    GEO3X-JR-ACTION-CD  TO  WS-DET-ACTION.
001625     MOVE    GEO3X-JR-OPER-ID    TO  WS-DET-OPER.
001630     MOVE    GEO3X-JR-KEY        TO  WS-DET-KEY.
001640     MOVE    GEO3X-JR-OCC-SEQ    TO  WS-DET-OCC.
001650     MOVE    GEO3X-JR-BEFORE     TO  WS-IMAGE-VIEW.
