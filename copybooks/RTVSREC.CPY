      ******************************************************************
      *    RTVSREC.CPY
      *    SHARED RECORD LAYOUT FOR THE RTV SHIPMENT FILE
      *    (RTVSHIP.TXT). ONE RECORD PER RETURN-TO-VENDOR SHIPMENT,
      *    KEYED ON THE RTV NUMBER -- THE SUPPLIER, THE SHIP DATE, HOW
      *    MANY COPIES WENT BACK AND THEIR COST VALUE, AND WHETHER THE
      *    SUPPLIER'S CREDIT HAS COME IN. RTVENT WRITES THE RECORD
      *    OPEN WHEN THE SHIPMENT GOES OUT; RTVCRED MARKS IT RECEIVED
      *    WITH THE DATE, AMOUNT AND CREDIT MEMO REFERENCE; RTVOUT
      *    LISTS EVERY SHIPMENT STILL OPEN. RECEIVED SHIPMENTS STAY ON
      *    THE FILE AS THE RECORD OF THE CREDIT.
      *
      *    STATUS CODES: O=CREDIT OUTSTANDING  R=CREDIT RECEIVED
      ******************************************************************
       01 RTV-SHIP-RECORD.
           05 RTS-NUMBER       PIC 9(06).
           05 RTS-SPCS1        PIC X(02).
           05 RTS-SUPPLIER     PIC X(04).
           05 RTS-SPCS2        PIC X(02).
           05 RTS-SHIP-DATE    PIC X(10).
           05 RTS-SPCS3        PIC X(02).
           05 RTS-COPIES       PIC 9(03).
           05 RTS-SPCS4        PIC X(02).
           05 RTS-COST-VALUE   PIC 9(5)V99.
           05 RTS-SPCS5        PIC X(02).
           05 RTS-STATUS       PIC X(01).
               88 RTS-CREDIT-OPEN      VALUE 'O'.
               88 RTS-CREDIT-RECEIVED  VALUE 'R'.
           05 RTS-SPCS6        PIC X(02).
           05 RTS-CREDIT-DATE  PIC X(10).
           05 RTS-SPCS7        PIC X(02).
           05 RTS-CREDIT-AMT   PIC 9(5)V99.
           05 RTS-SPCS8        PIC X(02).
           05 RTS-CREDIT-REF   PIC X(12).
