      ******************************************************************
      *    SVCREC.CPY
      *    SHARED RECORD LAYOUT FOR THE STORED-VALUE MASTER
      *    (SVCMAST.TXT, INDEXED ON THE CARD NUMBER). ONE RECORD PER
      *    GIFT CARD OR STORE CREDIT EVER ISSUED -- THE KIND OF CARD,
      *    THE DATE AND AMOUNT IT WAS ISSUED FOR, THE BALANCE STILL
      *    UNSPENT, THE DATE OF THE LAST MOVE ON IT, WHO HOLDS IT (A
      *    CUSTOMER MASTER NUMBER AND/OR A NAME, BOTH OPTIONAL) AND
      *    THE PROGRAM THAT ISSUED IT. A CARD IS NEVER DELETED -- A
      *    SPENT CARD STAYS ON FILE WITH A ZERO BALANCE. SVCPOST IS
      *    THE ONLY PROGRAM THAT WRITES THE MASTER; EVERY MOVE ALSO
      *    GOES TO THE STORED-VALUE LEDGER, SVCLEDG.TXT (SEE SVCLREC).
      *
      *    CARD TYPES: G=GIFT CARD SOLD  T=TRADE-IN CREDIT
      *                R=REFUND CREDIT
      ******************************************************************
       01 SVC-RECORD.
           05 SVC-ID           PIC 9(08).
           05 SVC-SPCS1        PIC X(02).
           05 SVC-TYPE         PIC X(01).
               88 SVC-IS-GIFT       VALUE 'G'.
               88 SVC-IS-TRADE      VALUE 'T'.
               88 SVC-IS-REFUND     VALUE 'R'.
               88 SVC-TYPE-VALID    VALUE 'G' 'T' 'R'.
           05 SVC-SPCS2        PIC X(02).
           05 SVC-ISSUE-DATE   PIC X(10).
           05 SVC-SPCS3        PIC X(02).
           05 SVC-ISSUED-AMT   PIC 9(4)V99.
           05 SVC-SPCS4        PIC X(02).
           05 SVC-BALANCE      PIC 9(4)V99.
           05 SVC-SPCS5        PIC X(02).
           05 SVC-LAST-ACTIVITY PIC X(10).
           05 SVC-SPCS6        PIC X(02).
           05 SVC-CUST-ID      PIC 9(06).
           05 SVC-SPCS7        PIC X(02).
           05 SVC-HOLDER       PIC X(30).
           05 SVC-SPCS8        PIC X(02).
           05 SVC-ISSUED-BY    PIC X(08).
