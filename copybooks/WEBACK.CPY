      ******************************************************************
      *    WEBACK.CPY
      *    SHARED RECORD LAYOUT FOR THE WEB ORDER ACKNOWLEDGMENT FILE
      *    (WEBACK.TXT) SENT BACK TO THE WEBSITE. ONE LINE PER ORDER
      *    LINE WEBORDR TOOK IN -- RESERVED, WITH THE COPY, STORE AND
      *    LAST PICKUP DAY, OR REJECTED WITH THE REASON -- AND ONE PER
      *    RESERVATION WEBEXPR RELEASED BECAUSE IT WAS NOT PICKED UP.
      *    BOTH APPEND TO THE FILE; THE WEBSITE EMPTIES IT WHEN IT
      *    COLLECTS IT.
      *
      *    STATUS CODES: A=RESERVED FOR PICKUP  R=REJECTED
      *                  X=RELEASED, NOT PICKED UP
      ******************************************************************
       01 WEB-ACK-RECORD.
           05 WAK-ORDER-NO     PIC X(12).
           05 WAK-SPCS1        PIC X(02).
           05 WAK-LINE-NO      PIC 9(02).
           05 WAK-SPCS2        PIC X(02).
           05 WAK-STATUS       PIC X(01).
               88 WAK-RESERVED      VALUE 'A'.
               88 WAK-REJECTED      VALUE 'R'.
               88 WAK-RELEASED      VALUE 'X'.
           05 WAK-SPCS3        PIC X(02).
           05 WAK-ID-GAME      PIC 9(06).
           05 WAK-SPCS4        PIC X(02).
           05 WAK-COPY-NO      PIC 9(03).
           05 WAK-SPCS5        PIC X(02).
           05 WAK-STORE        PIC X(04).
           05 WAK-SPCS6        PIC X(02).
           05 WAK-EXPIRY-DATE  PIC X(10).
           05 WAK-SPCS7        PIC X(02).
           05 WAK-REASON       PIC X(30).
