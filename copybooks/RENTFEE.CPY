      ******************************************************************
      *    RENTFEE.CPY
      *    SHARED RECORD LAYOUT FOR THE RENTAL FEE TABLE (RENTFEE.DAT).
      *    ONE LINE PER PLATFORM -- THE PLATFORM AS THE CATALOG
      *    CARRIES IT (OR DEFAULT FOR EVERY PLATFORM WITHOUT A LINE OF
      *    ITS OWN), THE RENTAL PERIOD IN DAYS, THE RENTAL FEE FOR THE
      *    PERIOD, THE LATE FEE PER DAY OVERDUE AND THE MOST LATE FEE
      *    ONE RENTAL CAN RUN UP. MONEY IS KEYED WITHOUT THE DECIMAL
      *    POINT (00499 = 4.99). A FLAT TEXT FILE KEPT WITH AN
      *    EDITOR; RENTDESK AND RENTDUE BOTH READ IT.
      ******************************************************************
       01 RENTAL-FEE-RECORD.
           05 RFE-PLATFORM     PIC X(10).
           05 RFE-SPCS1        PIC X(02).
           05 RFE-DAYS         PIC 9(02).
           05 RFE-SPCS2        PIC X(02).
           05 RFE-FEE          PIC 9(3)V99.
           05 RFE-SPCS3        PIC X(02).
           05 RFE-LATE-DAY     PIC 9(3)V99.
           05 RFE-SPCS4        PIC X(02).
           05 RFE-LATE-CAP     PIC 9(3)V99.
