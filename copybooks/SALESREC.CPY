      *    THE TITLE IS REPRICED, DISCONTINUED OR ARCHIVED). SALENTRY
      *    APPENDS TO THE LEDGER; SALESRPT REPORTS OFF IT. INCLUDED BY
      *    BOTH SO THE LAYOUT ONLY HAS TO BE MAINTAINED IN ONE PLACE.
      *
      *    10/15/2026  DLH  ADDED SAL-TYPE (S=SALE, R=RETURN) AND
      *                      SAL-REASON SO SALERTN CAN POST A CUSTOMER
      *                      RETURN AS A REFUND ENTRY ON THE SAME
      *                      LEDGER. A RETURN RECORD CARRIES THE AMOUNT
      *                      REFUNDED IN SAL-PRICE AND IS SUBTRACTED BY
      *                      THE REPORTS. FIELDS ARE APPENDED AT THE END
      *                      SO EXISTING LEDGER LINES STILL READ -- A
      *                      BLANK SAL-TYPE IS AN ORIGINAL SALE.
      *                      RETURN REASONS: DF=DEFECTIVE  WI=WRONG
      *                      ITEM  CM=CHANGED MIND  DG=DUPLICATE GIFT
      *                      OT=OTHER
      *    10/15/2026  DLH  ADDED SAL-TAX (SALES TAX CHARGED, OR ON A
      *                      RETURN THE TAX REFUNDED, ON TOP OF
      *                      SAL-PRICE) AND SAL-TENDER (HOW THE
      *                      CUSTOMER PAID OR WAS REFUNDED) SO TILLCLS
      *                      CAN BALANCE THE DRAWER BY TENDER. APPENDED
      *                      AT THE END -- LINES WRITTEN BEFORE CARRY
      *                      BLANKS HERE, WHICH READERS TAKE AS NO TAX,
      *                      CASH.
      *                      TENDERS: CA=CASH  CD=CARD  SC=STORE CREDIT
      *    10/15/2026  DLH  ADDED SAL-CUST-ID (THE CUSTOMER MASTER
      *                      NUMBER, ZERO OR BLANK FOR A WALK-IN),
      *                      SAL-POINTS (LOYALTY POINTS EARNED ON A
      *                      SALE, OR TAKEN BACK ON A RETURN),
      *                      SAL-REDEEMED (POINTS REDEEMED ON A SALE,
      *                      OR GIVEN BACK ON A RETURN) AND SAL-DISCOUNT
      *                      (THE MONEY OFF THE REDEEMED POINTS BOUGHT).
      *                      SAL-PRICE STAYS THE PRICE ACTUALLY CHARGED,
      *                      AFTER ANY DISCOUNT. APPENDED AT THE END --
      *                      OLDER LINES CARRY BLANKS HERE, WHICH
      *                      READERS TAKE AS NO CUSTOMER AND NO POINTS.
      *    10/15/2026  DLH  ADDED SAL-LOCATION -- THE STORE/LOCATION
      *                      THE COPY SOLD FROM (ON A RETURN, THE
      *                      LOCATION IT WAS PUT BACK AT) SO STKBAL CAN
      *                      WEIGH STOCK AGAINST SALES STORE BY STORE.
      *                      APPENDED AT THE END -- OLDER LINES CARRY
      *                      BLANKS HERE AND COUNT AGAINST NO LOCATION.
      *    10/15/2026  DLH  ADDED SAL-CARD-NO -- THE STORED-VALUE CARD
      *                      (SVCMAST.TXT, SEE SVCPOST) A STORE CREDIT
      *                      SALE WAS PAID FROM, OR A STORE CREDIT
      *                      REFUND WAS PUT ON. ZERO OR BLANK WHEN THE
      *                      TENDER WAS NOT SC. APPENDED AT THE END --
      *                      OLDER SC LINES CARRY BLANKS HERE AND WERE
      *                      PAPER SLIPS.
      ******************************************************************
       01 SALES-RECORD.
           05 SAL-DATE         PIC X(10).
           05 SAL-PLATFORM     PIC X(10).
           05 SAL-SPCS6        PIC X(02).
           05 SAL-TITLE        PIC X(40).
           05 SAL-SPCS7        PIC X(02).
           05 SAL-TYPE         PIC X(01).
               88 SAL-IS-SALE       VALUE 'S' ' '.
               88 SAL-IS-RETURN     VALUE 'R'.
           05 SAL-SPCS8        PIC X(02).
           05 SAL-REASON       PIC X(02).
               88 SAL-REASON-VALID
                                VALUE 'DF' 'WI' 'CM' 'DG' 'OT'.
           05 SAL-SPCS9        PIC X(02).
           05 SAL-TAX          PIC 9(3)V99.
           05 SAL-SPCS10       PIC X(02).
           05 SAL-TENDER       PIC X(02).
               88 SAL-TENDER-VALID  VALUE 'CA' 'CD' 'SC'.
               88 SAL-PAID-CASH     VALUE 'CA' '  '.
               88 SAL-PAID-CARD     VALUE 'CD'.
               88 SAL-PAID-CREDIT   VALUE 'SC'.
           05 SAL-SPCS11       PIC X(02).
           05 SAL-CUST-ID      PIC 9(06).
           05 SAL-SPCS12       PIC X(02).
           05 SAL-POINTS       PIC 9(05).
           05 SAL-SPCS13       PIC X(02).
           05 SAL-REDEEMED     PIC 9(05).
           05 SAL-SPCS14       PIC X(02).
           05 SAL-DISCOUNT     PIC 9(3)V99.
           05 SAL-SPCS15       PIC X(02).
           05 SAL-LOCATION     PIC X(10).
           05 SAL-SPCS16       PIC X(02).
           05 SAL-CARD-NO      PIC 9(08).
