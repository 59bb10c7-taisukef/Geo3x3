000160*             SINGLE-OCCUPANT TRANSACTION FEEDS STILL APPLY.  *
000170*             ADDS IGNORE IT; GEO3X3_MASTER_MAINT ASSIGNS     *
000180*             THE NEXT FREE SEQUENCE WITHIN THE CELL.         *
000182*             ADDS AND CHANGES CARRY THE SITE'S POSTAL CODE,  *
000184*             WHICH MUST BE ON THE GAZETTEER (GEO3XGZ).       *
000186*             ACTION I MAKES THE OCCUPANT INACTIVE.  ONLY THE *
000187*             KEY, OCCUPANCY SEQUENCE AND UPDATE DATE ARE     *
000188*             USED, WITH THE CUSTOMER ID (WHEN PRESENT) AS A  *
000189*             GUARD THAT THE OCCUPANT HAS NOT CHANGED HANDS.  *
000190*-----------------------------------------------------------*
000200 01  GEO3X-MTRAN-RECORD.
000210     05  GEO3X-MT-ACTION-CD      PIC X(01).
000220         88  GEO3X-MT-ADD                VALUE "A".
000230         88  GEO3X-MT-CHANGE              VALUE "C".
000240         88  GEO3X-MT-DELETE              VALUE "D".
000245         88  GEO3X-MT-INACTIVATE          VALUE "I".
000250     05  GEO3X-MT-KEY            PIC X(31).
000260     05  GEO3X-MT-CUST-ID        PIC X(10).
000270     05  GEO3X-MT-CUST-NAME      PIC X(30).
000340     05  GEO3X-MT-LEVEL          PIC 9(02).
000350     05  GEO3X-MT-LAST-UPD-DT    PIC X(08).
000360     05  GEO3X-MT-OCC-SEQ        PIC 9(02).
000370     05  GEO3X-MT-POSTAL-CD      PIC X(10).
