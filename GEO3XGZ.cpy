000140*               FOR WORK THAT ARRIVES WITHOUT A GPS FIX.     *
000150*               LOADED BY GEO3X3_GAZ_RSLV AHEAD OF THE       *
000160*               NIGHTLY ENCODE -- SEE GEOENC01.              *
000162*               THE TOLERANCE IS HOW FAR, IN METERS, A       *
000164*               SITE MAY LIE FROM THE CENTROID BEFORE THE    *
000166*               GEO3X3_POSTAL_CHK SWEEP FLAGS IT; ZERO OR    *
000168*               BLANK TAKES THE SWEEP'S DEFAULT.             *
000170*-----------------------------------------------------------*
000180 01  GEO3X-GZ-RECORD.
000190     05  GEO3X-GZ-POSTAL-CD  PIC X(10).
000220     05  GEO3X-GZ-LNG        PIC S9(03)V9(6)
000230                             SIGN LEADING SEPARATE.
000240     05  GEO3X-GZ-LEVEL      PIC 9(02).
000245     05  GEO3X-GZ-TOL-M      PIC 9(05).
000250     05  FILLER              PIC X(03).
