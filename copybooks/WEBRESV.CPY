      ******************************************************************
      *    WEBRESV.CPY
      *    SHARED RECORD LAYOUT FOR THE OPEN WEB RESERVATIONS FILE
      *    (WEBRESV.TXT, INDEXED ON ID-GAME PLUS COPY NUMBER -- THE
      *    SAME KEY AS HOLDINGS.TXT). ONE RECORD PER COPY SET ASIDE
      *    FOR A WEB ORDER RIGHT NOW: THE WEBSITE'S ORDER AND LINE
      *    NUMBER, WHO ORDERED IT AND HOW TO REACH THEM, THE STORE IT
      *    IS TO BE PICKED UP FROM, WHEN IT WAS RESERVED AND THE LAST
      *    DAY IT WILL BE HELD, THE LIST PRICE AND THE TITLE. WEBORDR
      *    WRITES THE RECORD WHEN IT RESERVES THE COPY; SALENTRY
      *    DELETES IT WHEN THE COPY IS SOLD AT PICKUP AND WEBEXPR
      *    DELETES IT WHEN THE HOLD RUNS OUT.
      ******************************************************************
       01 WEB-RESERVATION-RECORD.
           05 WRS-KEY.
               10 WRS-ID-GAME  PIC 9(06).
               10 WRS-COPY-NO  PIC 9(03).
           05 WRS-SPCS1        PIC X(02).
           05 WRS-ORDER-NO     PIC X(12).
           05 WRS-SPCS2        PIC X(02).
           05 WRS-LINE-NO      PIC 9(02).
           05 WRS-SPCS3        PIC X(02).
           05 WRS-CUST-NAME    PIC X(30).
           05 WRS-SPCS4        PIC X(02).
           05 WRS-CUST-PHONE   PIC X(15).
           05 WRS-SPCS5        PIC X(02).
           05 WRS-STORE        PIC X(04).
           05 WRS-SPCS6        PIC X(02).
           05 WRS-RESV-DATE    PIC X(10).
           05 WRS-SPCS7        PIC X(02).
           05 WRS-EXPIRY-DATE  PIC X(10).
           05 WRS-SPCS8        PIC X(02).
           05 WRS-PRICE        PIC 9(3)V99.
           05 WRS-SPCS9        PIC X(02).
           05 WRS-TITLE        PIC X(40).
