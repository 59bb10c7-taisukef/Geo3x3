000330*                 LOADS.  SHARED CELLS STILL REPORT, FOR      *
000340*                 REVIEW, AND A CELL PAST 99 OCCUPANTS HOLDS  *
000350*                 THE OVERFLOW OUT.                           *
000352*  10/15/26  RM   THE MASTER RECORD (GEO3XMR) GROWS TO 177    *
000355*                 BYTES WITH THE SITE POSTAL CODE; THE        *
000357*                 RE-KEYED WORK FILES GROW WITH IT.           *
000360*-----------------------------------------------------------*
000370 ENVIRONMENT                 DIVISION.
000380 CONFIGURATION               SECTION.
000550 FD  LOADFILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  LOAD-REC                PIC X(177).
000590 FD  RPTFILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
