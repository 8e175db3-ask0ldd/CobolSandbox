      ******************************************************************
      *    POREC.CPY
      *    SHARED RECORD LAYOUT FOR THE OPEN PURCHASE ORDER FILE
      *    (OPENPO.TXT). ONE RECORD PER PO LINE, KEYED ON PO NUMBER
      *    PLUS LINE NUMBER. POCONF WRITES THE LINES WHEN THE BUYER
      *    CONFIRMS A PROPOSED ORDER; PORECV ADDS TO PO-QTY-RECEIVED
      *    AS DELIVERIES ARRIVE AND CLOSES THE LINE; REPLEN COUNTS
      *    WHAT IS STILL DUE; POAGING AGES THE OPEN LINES. CLOSED
      *    LINES STAY ON THE FILE AS THE RECORD OF WHAT WAS ORDERED.
      *
      *    STATUS CODES: O=OPEN  R=RECEIVED IN FULL (OR OVER)
      *                  S=CLOSED SHORT BY THE BUYER
      ******************************************************************
       01 PO-RECORD.
           05 PO-KEY.
               10 PO-NUMBER    PIC 9(06).
               10 PO-LINE      PIC 9(03).
           05 PO-SPCS1         PIC X(02).
           05 PO-SUPPLIER      PIC X(04).
           05 PO-SPCS2         PIC X(02).
           05 PO-ID-GAME       PIC 9(06).
           05 PO-SPCS3         PIC X(02).
           05 PO-QTY-ORDERED   PIC 9(03).
           05 PO-SPCS4         PIC X(02).
           05 PO-QTY-RECEIVED  PIC 9(03).
           05 PO-SPCS5         PIC X(02).
           05 PO-UNIT-COST     PIC 9(3)V99.
           05 PO-SPCS6         PIC X(02).
           05 PO-ORDER-DATE    PIC X(10).
           05 PO-SPCS7         PIC X(02).
           05 PO-STATUS        PIC X(01).
               88 PO-LINE-OPEN      VALUE 'O'.
               88 PO-LINE-RECEIVED  VALUE 'R'.
               88 PO-LINE-SHORT     VALUE 'S'.
           05 PO-SPCS8         PIC X(02).
           05 PO-TITLE         PIC X(40).
