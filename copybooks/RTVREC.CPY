      ******************************************************************
      *    RTVREC.CPY
      *    SHARED RECORD LAYOUT FOR THE RETURN-TO-VENDOR LEDGER
      *    (RTVTRAN.TXT). ONE RECORD PER PHYSICAL COPY SHIPPED BACK
      *    TO A DISTRIBUTOR -- THE RTV SHIPMENT NUMBER IT WENT OUT
      *    UNDER, THE SHIP DATE AND SUP-CODE, THE CATALOG KEY AND THE
      *    COPY NUMBER IT WAS TAKEN OFF HOLDINGS.TXT UNDER, WHERE IT
      *    WAS SHELVED AND ITS CONDITION, WHY IT WENT BACK, THE UNIT
      *    COST IT WAS BOUGHT AT FROM THAT SUPPLIER (PER GAMECOST.TXT)
      *    AND THE TITLE AS THE CATALOG CARRIED IT. RTVENT APPENDS TO
      *    THE LEDGER; RTVRPT PRINTS THE REGISTER OFF IT.
      *
      *    REASON CODES: DF=DEFECTIVE  OS=OVERSTOCK
      ******************************************************************
       01 RTV-RECORD.
           05 RTV-NUMBER       PIC 9(06).
           05 RTV-SPCS1        PIC X(02).
           05 RTV-DATE         PIC X(10).
           05 RTV-SPCS2        PIC X(02).
           05 RTV-SUPPLIER     PIC X(04).
           05 RTV-SPCS3        PIC X(02).
           05 RTV-ID-GAME      PIC 9(06).
           05 RTV-SPCS4        PIC X(02).
           05 RTV-COPY-NO      PIC 9(03).
           05 RTV-SPCS5        PIC X(02).
           05 RTV-LOCATION     PIC X(10).
           05 RTV-SPCS6        PIC X(02).
           05 RTV-CONDITION    PIC X(02).
           05 RTV-SPCS7        PIC X(02).
           05 RTV-REASON       PIC X(02).
               88 RTV-REASON-VALID  VALUE 'DF' 'OS'.
               88 RTV-DEFECTIVE     VALUE 'DF'.
               88 RTV-OVERSTOCK     VALUE 'OS'.
           05 RTV-SPCS8        PIC X(02).
           05 RTV-UNIT-COST    PIC 9(3)V99.
           05 RTV-SPCS9        PIC X(02).
           05 RTV-TITLE        PIC X(40).
