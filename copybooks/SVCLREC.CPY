      ******************************************************************
      *    SVCLREC.CPY
      *    SHARED RECORD LAYOUT FOR THE STORED-VALUE LEDGER
      *    (SVCLEDG.TXT). ONE LINE PER MOVE ON A GIFT CARD OR STORE
      *    CREDIT, APPENDED ACROSS RUNS -- THE DATE, THE CARD AND ITS
      *    TYPE, WHAT HAPPENED, THE AMOUNT MOVED, THE BALANCE LEFT
      *    AFTER THE MOVE, THE TENDER TAKEN WHEN A GIFT CARD WAS SOLD
      *    (SO TILLCLS CAN COUNT THE MONEY IN), THE COPY SOLD,
      *    RETURNED OR TRADED IN, THE PROGRAM THAT POSTED IT AND THE
      *    OPERATOR SIGNED ON. SVCPOST WRITES THE LEDGER; SVCMAINT,
      *    SVCLIAB, TILLCLS AND GLEXPORT READ IT.
      *
      *    EVENT CODES: I=ISSUED  R=REDEEMED AS A TENDER
      *                 C=CREDITED (A REFUND OR TRADE-IN ADDED TO THE
      *                   CARD, OR A REDEMPTION GIVEN BACK)
      *    I AND C ADD TO THE BALANCE; R TAKES FROM IT.
      *    TENDERS (ON A GIFT CARD ISSUE ONLY): CA=CASH  CD=CARD
      ******************************************************************
       01 SVL-RECORD.
           05 SVL-DATE         PIC X(10).
           05 SVL-SPCS1        PIC X(02).
           05 SVL-CARD-ID      PIC 9(08).
           05 SVL-SPCS2        PIC X(02).
           05 SVL-TYPE         PIC X(01).
           05 SVL-SPCS3        PIC X(02).
           05 SVL-EVENT        PIC X(01).
               88 SVL-IS-ISSUE      VALUE 'I'.
               88 SVL-IS-REDEEM     VALUE 'R'.
               88 SVL-IS-CREDIT     VALUE 'C'.
               88 SVL-ADDS-VALUE    VALUE 'I' 'C'.
               88 SVL-EVENT-VALID   VALUE 'I' 'R' 'C'.
           05 SVL-SPCS4        PIC X(02).
           05 SVL-AMOUNT       PIC 9(4)V99.
           05 SVL-SPCS5        PIC X(02).
           05 SVL-BALANCE      PIC 9(4)V99.
           05 SVL-SPCS6        PIC X(02).
           05 SVL-TENDER       PIC X(02).
               88 SVL-PAID-CASH     VALUE 'CA'.
               88 SVL-PAID-CARD     VALUE 'CD'.
           05 SVL-SPCS7        PIC X(02).
           05 SVL-ID-GAME      PIC 9(06).
           05 SVL-SPCS8        PIC X(02).
           05 SVL-COPY-NO      PIC 9(03).
           05 SVL-SPCS9        PIC X(02).
           05 SVL-PROGRAM      PIC X(08).
           05 SVL-SPCS10       PIC X(02).
           05 SVL-OPERATOR     PIC X(08).
