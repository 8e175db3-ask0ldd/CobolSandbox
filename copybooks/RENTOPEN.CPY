      ******************************************************************
      *    RENTOPEN.CPY
      *    SHARED RECORD LAYOUT FOR THE OPEN-RENTALS FILE
      *    (RENTOPEN.TXT, INDEXED ON ID-GAME PLUS COPY NUMBER -- THE
      *    SAME KEY AS HOLDINGS.TXT). ONE RECORD PER COPY OUT ON RENT
      *    RIGHT NOW: WHO HAS IT AND HOW TO REACH THEM, WHEN IT WENT
      *    OUT AND WHEN IT IS DUE BACK, ITS PLATFORM (WHICH PICKS ITS
      *    LINE ON THE RENTAL FEE TABLE), THE RENTAL FEE TAKEN AND THE
      *    TITLE. RENTDESK WRITES THE RECORD AT CHECK-OUT AND DELETES
      *    IT AT CHECK-IN; RENTDUE SWEEPS IT FOR OVERDUE COPIES.
      ******************************************************************
       01 OPEN-RENTAL-RECORD.
           05 ROP-KEY.
               10 ROP-ID-GAME  PIC 9(06).
               10 ROP-COPY-NO  PIC 9(03).
           05 ROP-SPCS1        PIC X(02).
           05 ROP-CUST-NAME    PIC X(30).
           05 ROP-SPCS2        PIC X(02).
           05 ROP-CUST-PHONE   PIC X(15).
           05 ROP-SPCS3        PIC X(02).
           05 ROP-OUT-DATE     PIC X(10).
           05 ROP-SPCS4        PIC X(02).
           05 ROP-DUE-DATE     PIC X(10).
           05 ROP-SPCS5        PIC X(02).
           05 ROP-PLATFORM     PIC X(10).
           05 ROP-SPCS6        PIC X(02).
           05 ROP-FEE          PIC 9(3)V99.
           05 ROP-SPCS7        PIC X(02).
           05 ROP-TITLE        PIC X(40).
