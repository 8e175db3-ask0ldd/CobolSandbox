      ******************************************************************
      *    PROPREC.CPY
      *    SHARED RECORD LAYOUT FOR THE PROPOSED PURCHASE ORDER FILE
      *    (POPROP.TXT). ONE RECORD PER TITLE REPLEN WANTS TO ORDER,
      *    WRITTEN IN SUPPLIER ORDER SO EACH SUP-CODE'S LINES MAKE
      *    ONE PROPOSED ORDER. CARRIES THE FIGURES THE PROPOSAL WAS
      *    MADE FROM (ON HAND, ON ORDER, RECENT SALES, REORDER POINT)
      *    SO THE BUYER CAN SEE WHY. POCONF CONFIRMS PROPOSALS INTO
      *    THE OPEN-PO FILE AND WRITES BACK ONLY THE ONES NOT YET
      *    CONFIRMED.
      ******************************************************************
       01 PROPOSAL-RECORD.
           05 PRP-SUPPLIER     PIC X(04).
           05 PRP-SPCS1        PIC X(02).
           05 PRP-ID-GAME      PIC 9(06).
           05 PRP-SPCS2        PIC X(02).
           05 PRP-ON-HAND      PIC 9(03).
           05 PRP-SPCS3        PIC X(02).
           05 PRP-ON-ORDER     PIC 9(03).
           05 PRP-SPCS4        PIC X(02).
           05 PRP-RECENT-SALES PIC 9(03).
           05 PRP-SPCS5        PIC X(02).
           05 PRP-POINT        PIC 9(03).
           05 PRP-SPCS6        PIC X(02).
           05 PRP-QTY          PIC 9(03).
           05 PRP-SPCS7        PIC X(02).
           05 PRP-UNIT-COST    PIC 9(3)V99.
           05 PRP-SPCS8        PIC X(02).
           05 PRP-TITLE        PIC X(40).
