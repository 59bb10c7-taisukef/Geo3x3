000100*-----------------------------------------------------------*
000110*  GEO3XBC  --  BILLING CUSTOMER EXTRACT RECORD.  ONE ROW    *
000120*               PER ACCOUNT ON THE BILLING SYSTEM'S CUSTOMER *
000130*               FILE -- THE SYSTEM OF RECORD FOR CUSTOMER    *
000140*               IDS.  SUPPLIED BY BILLING AS A FLAT FILE AND *
000150*               SORTED BY CUSTOMER ID AHEAD OF               *
000160*               GEO3X3_BILL_RECON -- SEE GEOBIL01.  THE      *
000170*               SERVICED FLAG SAYS BILLING EXPECTS AT LEAST  *
000180*               ONE DELIVERY SITE FOR THE ACCOUNT.           *
000190*-----------------------------------------------------------*
000200 01  GEO3X-BC-RECORD.
000210     05  GEO3X-BC-CUST-ID        PIC X(10).
000220     05  GEO3X-BC-CUST-NAME      PIC X(30).
000230     05  GEO3X-BC-ACCT-STATUS    PIC X(01).
000240         88  GEO3X-BC-ACCT-OPEN          VALUE "O".
000250         88  GEO3X-BC-ACCT-CLOSED        VALUE "C".
000260     05  GEO3X-BC-SERVICED-CD    PIC X(01).
000270         88  GEO3X-BC-SERVICED           VALUE "Y".
000280     05  FILLER                  PIC X(38).
