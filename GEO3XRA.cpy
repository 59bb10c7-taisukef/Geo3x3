000100*-----------------------------------------------------------*
000110*  GEO3XRA  --  DELIVERY RATE TABLE RECORD.  MAINTAINED BY   *
000120*               BILLING; READ BY GEO3X3_RATE_ENG IN THE      *
000130*               NIGHTLY ROUTE JOB (GEORTE01).  A ROUTED      *
000140*               DELIVERY IS PRICED AT THE BASE CHARGE OF     *
000150*               ITS ROUTE'S CLASS, PLUS THE CHARGE OF THE    *
000160*               DISTANCE BAND ITS KM FROM THE DEPOT CELL     *
000170*               FALLS IN, PLUS THE SURCHARGE OF EVERY NAMED  *
000180*               ZONE IT LIES IN, PLUS THE GAZETTEER          *
000190*               SURCHARGE WHEN ITS COORDINATE CAME FROM A    *
000200*               POSTAL-CODE CENTROID (SOURCE CODE G).        *
000210*                                                            *
000220*               C  ROUTE ID TO ROUTE CLASS                   *
000230*               B  BASE CHARGE FOR A ROUTE CLASS             *
000240*               D  DISTANCE BAND, KM-FROM UP TO (NOT         *
000250*                  INCLUDING) KM-TO                          *
000260*               Z  SURCHARGE FOR A ZONE, BY ITS NAME ON THE  *
000270*                  ZONE FILE (GEO3XZN)                       *
000280*               G  GAZETTEER-SOURCE SURCHARGE                *
000290*                                                            *
000300*               A ROW IS LIVE FROM EFF-FROM THROUGH EFF-TO   *
000310*               INCLUSIVE AGAINST THE BUSINESS DATE; SPACES  *
000320*               OR ZEROS LEAVE THAT END OPEN, AS ON THE      *
000330*               ZONE FILE.                                   *
000340*-----------------------------------------------------------*
000350 01  GEO3X-RA-RECORD.
000360     05  GEO3X-RA-TYPE-CD        PIC X(01).
000370         88  GEO3X-RA-ROUTE-CLASS        VALUE "C".
000380         88  GEO3X-RA-BASE               VALUE "B".
000390         88  GEO3X-RA-BAND               VALUE "D".
000400         88  GEO3X-RA-ZONE               VALUE "Z".
000410         88  GEO3X-RA-GAZETTEER          VALUE "G".
000420     05  GEO3X-RA-ROUTE-ID       PIC X(08).
000430     05  GEO3X-RA-CLASS-CD       PIC X(02).
000440     05  GEO3X-RA-ZONE-NAME      PIC X(20).
000450     05  GEO3X-RA-KM-FROM        PIC 9(05)V9(03).
000460     05  GEO3X-RA-KM-TO          PIC 9(05)V9(03).
000470     05  GEO3X-RA-AMOUNT         PIC 9(05)V9(02).
000480     05  GEO3X-RA-EFF-FROM-DT    PIC X(08).
000490     05  GEO3X-RA-EFF-TO-DT      PIC X(08).
000500     05  FILLER                  PIC X(10).
