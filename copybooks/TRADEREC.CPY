      ******************************************************************
      *    TRADEREC.CPY
      *    SHARED RECORD LAYOUT FOR THE TRADE-IN LEDGER (TRADEIN.TXT).
      *    ONE RECORD PER USED COPY BOUGHT IN OVER THE COUNTER -- THE
      *    DATE, THE CATALOG KEY AND THE COPY NUMBER IT WAS SHELVED
      *    UNDER ON HOLDINGS.TXT, ITS CONDITION AND LOCATION, WHAT WE
      *    PAID FOR IT, HOW IT WAS PAID (C=CASH, S=STORE CREDIT), THE
      *    GRID PERCENTAGE THE OFFER WAS FIGURED AT, AND THE TITLE AS
      *    THE CATALOG CARRIED IT. TRADEIN APPENDS TO THE LEDGER;
      *    TRADERPT AND TRADEMRG REPORT OFF IT. INCLUDED BY ALL THREE
      *    SO THE LAYOUT ONLY HAS TO BE MAINTAINED IN ONE PLACE.
      *
      *    10/15/2026  DLH  ADDED TRD-CARD-NO -- THE STORED-VALUE CARD
      *                      (SVCMAST.TXT, SEE SVCPOST) A STORE CREDIT
      *                      TRADE-IN WAS PUT ON. ZERO OR BLANK ON A
      *                      CASH TRADE-IN. APPENDED AT THE END -- OLDER
      *                      CREDIT LINES CARRY BLANKS HERE AND WERE
      *                      PAPER SLIPS.
      ******************************************************************
       01 TRADE-RECORD.
           05 TRD-DATE         PIC X(10).
           05 TRD-SPCS1        PIC X(02).
           05 TRD-ID-GAME      PIC 9(06).
           05 TRD-SPCS2        PIC X(02).
           05 TRD-COPY-NO      PIC 9(03).
           05 TRD-SPCS3        PIC X(02).
           05 TRD-CONDITION    PIC X(02).
           05 TRD-SPCS4        PIC X(02).
           05 TRD-LOCATION     PIC X(10).
           05 TRD-SPCS5        PIC X(02).
           05 TRD-PAID         PIC 9(3)V99.
           05 TRD-SPCS6        PIC X(02).
           05 TRD-PAY-TYPE     PIC X(01).
               88 TRD-PAID-CASH     VALUE 'C'.
               88 TRD-PAID-CREDIT   VALUE 'S'.
           05 TRD-SPCS7        PIC X(02).
           05 TRD-OFFER-PCT    PIC 9(03).
           05 TRD-SPCS8        PIC X(02).
           05 TRD-TITLE        PIC X(40).
           05 TRD-SPCS9        PIC X(02).
           05 TRD-CARD-NO      PIC 9(08).
