      ******************************************************************
      *    COSTREC.CPY
      *    SHARED RECORD LAYOUT FOR THE COST LEDGER (GAMECOST.TXT).
      *    ONE RECORD PER COST EVENT -- THE CATALOG KEY, THE SUPPLIER
      *    CODE IT CAME FROM (SEE SUPMAST.TXT), THE UNIT COST AND THE
      *    DATE IT WAS BOOKED. GAMEINTK WRITES ONE PER TITLE LOADED
      *    FROM THE DISTRIBUTOR FEED AND PORECV ONE PER DELIVERY
      *    RECEIVED; THE LATEST RECORD FOR AN ID IS ITS CURRENT COST
      *    AND SUPPLIER. MATCHES THE LAYOUT GAMEINTK AND GAMEMRGN
      *    CARRY IN LINE -- CHANGE ALL THREE TOGETHER.
      ******************************************************************
       01 COST-RECORD.
           05 COST-ID-GAME     PIC 9(06).
           05 COST-SPCS1       PIC X(02).
           05 COST-SUPPLIER    PIC X(04).
           05 COST-SPCS2       PIC X(02).
           05 COST-UNIT        PIC 9(3)V99.
           05 COST-SPCS3       PIC X(02).
           05 COST-DATE        PIC X(10).
