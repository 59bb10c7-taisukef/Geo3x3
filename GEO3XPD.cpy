000100*-----------------------------------------------------------*
000110*  GEO3XPD  --  PROOF-OF-DELIVERY UPLOAD RECORD.  ONE PER     *
000120*               STOP THE DRIVER CLOSES ON THE HANDHELD,      *
000130*               KEYED BY ROUTE, STOP NUMBER AND CODE AS      *
000140*               DOWNLOADED ON GEO3XHD, WITH THE OUTCOME AND  *
000150*               THE HANDHELD'S OWN GPS FIX AT THE TIME IT    *
000160*               WAS CLOSED.  MATCHED BACK TO THE DOWNLOAD    *
000170*               BY GEO3X3_POD_MATCH -- SEE GEOPOD01.         *
000180*-----------------------------------------------------------*
000190 01  GEO3X-PD-RECORD.
000200     05  GEO3X-PD-ROUTE-ID       PIC X(08).
000210     05  GEO3X-PD-STOP-NO        PIC 9(04).
000220     05  GEO3X-PD-COD            PIC X(31).
000230     05  GEO3X-PD-STATUS-CD      PIC X(01).
000240         88  GEO3X-PD-DELIVERED          VALUE "D".
000250         88  GEO3X-PD-FAILED             VALUE "F".
000260         88  GEO3X-PD-NOT-ATTEMPTED      VALUE "N".
000270     05  GEO3X-PD-REASON-CD      PIC X(02).
000280     05  GEO3X-PD-DATE           PIC X(08).
000290     05  GEO3X-PD-TIME           PIC X(08).
000300     05  GEO3X-PD-LAT            PIC S9(03)V9(6)
000310                                 SIGN LEADING SEPARATE.
000320     05  GEO3X-PD-LNG            PIC S9(03)V9(6)
000330                                 SIGN LEADING SEPARATE.
000340     05  FILLER                  PIC X(08).
