000170*             ONE RECORD PER OCCUPANT OF A CELL.  OCCUPANCY  *
000180*             SEQUENCES ARE ASSIGNED BY GEO3X3_MASTER_MAINT  *
000190*             ON ADD, STARTING AT 01 WITHIN EACH CELL.       *
000192*             THE POSTAL CODE IS PROVED AGAINST THE          *
000194*             GAZETTEER (GEO3XGZ) BY GEO3X3_MAINT_EDIT; THE  *
000196*             GEO3X3_POSTAL_CHK SWEEP MEASURES THE STORED    *
000198*             COORDINATES AGAINST ITS CENTROID.              *
000200*-----------------------------------------------------------*
000210 01  GEO3X-MASTER-RECORD.
000220     05  GEO3X-MR-REC-KEY.
000350         88  GEO3X-MR-ACTIVE             VALUE "A".
000360         88  GEO3X-MR-INACTIVE           VALUE "I".
000370     05  GEO3X-MR-LAST-UPD-DT    PIC X(08).
000375     05  GEO3X-MR-POSTAL-CD      PIC X(10).
000380     05  FILLER                  PIC X(03).
