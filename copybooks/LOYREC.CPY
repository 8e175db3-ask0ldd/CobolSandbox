      ******************************************************************
      *    LOYREC.CPY
      *    SHARED RECORD LAYOUT FOR THE LOYALTY POINTS LEDGER
      *    (LOYALTY.TXT). ONE LINE PER MOVE OF A CUSTOMER'S POINTS
      *    BALANCE, APPENDED ACROSS RUNS -- THE DATE, THE CUSTOMER,
      *    WHAT HAPPENED, THE POINTS MOVED, THE BALANCE LEFT AFTER THE
      *    MOVE, THE MONEY IT WENT WITH (THE SALE PRICE THE POINTS
      *    WERE EARNED ON, OR THE DISCOUNT THEY WERE REDEEMED FOR),
      *    THE COPY SOLD OR RETURNED AND THE PROGRAM THAT POSTED IT.
      *    LOYPOST WRITES THE LEDGER; CUSTINQ AND LOYSTMT READ IT.
      *
      *    EVENT CODES: E=EARNED ON A SALE  R=REDEEMED AS A DISCOUNT
      *                 X=EARNED POINTS TAKEN BACK ON A RETURN
      *                 B=REDEEMED POINTS GIVEN BACK ON A RETURN
      *    E AND B ADD TO THE BALANCE; R AND X TAKE FROM IT.
      ******************************************************************
       01 LOYALTY-RECORD.
           05 LOY-DATE         PIC X(10).
           05 LOY-SPCS1        PIC X(02).
           05 LOY-CUST-ID      PIC 9(06).
           05 LOY-SPCS2        PIC X(02).
           05 LOY-EVENT        PIC X(01).
               88 LOY-IS-EARN       VALUE 'E'.
               88 LOY-IS-REDEEM     VALUE 'R'.
               88 LOY-IS-REVERSE    VALUE 'X'.
               88 LOY-IS-RESTORE    VALUE 'B'.
               88 LOY-ADDS-POINTS   VALUE 'E' 'B'.
               88 LOY-EVENT-VALID   VALUE 'E' 'R' 'X' 'B'.
           05 LOY-SPCS3        PIC X(02).
           05 LOY-POINTS       PIC 9(05).
           05 LOY-SPCS4        PIC X(02).
           05 LOY-BALANCE      PIC 9(07).
           05 LOY-SPCS5        PIC X(02).
           05 LOY-AMOUNT       PIC 9(3)V99.
           05 LOY-SPCS6        PIC X(02).
           05 LOY-ID-GAME      PIC 9(06).
           05 LOY-SPCS7        PIC X(02).
           05 LOY-COPY-NO      PIC 9(03).
           05 LOY-SPCS8        PIC X(02).
           05 LOY-PROGRAM      PIC X(08).
