      ******************************************************************
      *    RECVREC.CPY
      *    SHARED RECORD LAYOUT FOR THE RECEIVING REGISTER
      *    (RECVREG.TXT). ONE RECORD PER DELIVERY BOOKED THROUGH
      *    PORECV -- THE PO LINE IT WAS BOOKED AGAINST (ZEROS WHEN
      *    NOTHING WAS ORDERED), THE SUPPLIER AND TITLE, THE QUANTITY
      *    IN THIS DELIVERY, THE RUNNING RECEIVED AND ORDERED
      *    QUANTITIES ON THE LINE, THE UNIT COST BOOKED AND A FLAG.
      *
      *    FLAGS: FULL  = LINE NOW RECEIVED IN FULL
      *           SHORT = LINE STILL UNDER THE ORDERED QUANTITY
      *           CLSSH = LINE CLOSED SHORT BY THE BUYER
      *           OVER  = MORE RECEIVED THAN ORDERED
      *           UNORD = NOTHING ON ORDER FOR THIS DELIVERY
      ******************************************************************
       01 RECEIPT-RECORD.
           05 RCV-DATE         PIC X(10).
           05 RCV-SPCS1        PIC X(02).
           05 RCV-PO-NUMBER    PIC 9(06).
           05 RCV-SPCS2        PIC X(01).
           05 RCV-PO-LINE      PIC 9(03).
           05 RCV-SPCS3        PIC X(02).
           05 RCV-SUPPLIER     PIC X(04).
           05 RCV-SPCS4        PIC X(02).
           05 RCV-ID-GAME      PIC 9(06).
           05 RCV-SPCS5        PIC X(02).
           05 RCV-QTY          PIC 9(03).
           05 RCV-SPCS6        PIC X(02).
           05 RCV-QTY-TO-DATE  PIC 9(03).
           05 RCV-SPCS7        PIC X(02).
           05 RCV-QTY-ORDERED  PIC 9(03).
           05 RCV-SPCS8        PIC X(02).
           05 RCV-UNIT-COST    PIC 9(3)V99.
           05 RCV-SPCS9        PIC X(02).
           05 RCV-FLAG         PIC X(05).
               88 RCV-FLAG-FULL     VALUE 'FULL '.
               88 RCV-FLAG-SHORT    VALUE 'SHORT'.
               88 RCV-FLAG-CLOSED   VALUE 'CLSSH'.
               88 RCV-FLAG-OVER     VALUE 'OVER '.
               88 RCV-FLAG-UNORD    VALUE 'UNORD'.
           05 RCV-SPCS10       PIC X(02).
           05 RCV-TITLE        PIC X(40).
