000286*                 THE CHECK PASS REASSIGNS SEQUENCES WITHIN     *
000287*                 EACH NEW CELL, SO TWO SITES LANDING IN ONE    *
000288*                 FINER CELL NOW MERGE INSTEAD OF COLLIDING.    *
000290*  10/15/26  RM   THE MASTER RECORD (GEO3XMR) GROWS TO 177      *
000292*                 BYTES WITH THE SITE POSTAL CODE; THE          *
000295*                 RE-KEYED WORK FILES GROW WITH IT.             *
000297*-----------------------------------------------------------*
000300 ENVIRONMENT                 DIVISION.
000310 CONFIGURATION               SECTION.
000320 SOURCE-COMPUTER.            IBM-370.
000500 FD  NEWMAST
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530 01  NEW-REC                 PIC X(177).
000540 FD  RPTFILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
