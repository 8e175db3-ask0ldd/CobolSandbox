      ******************************************************************
      *    REORDREC.CPY
      *    SHARED RECORD LAYOUT FOR THE REORDER-POINT FILE
      *    (REORDPT.DAT). ONE RECORD PER CATALOG TITLE WE KEEP IN
      *    STOCK -- WHEN COPIES ON HOLDINGS PLUS COPIES STILL DUE ON
      *    OPEN PURCHASE ORDERS FALL TO ROP-POINT OR BELOW, REPLEN
      *    PROPOSES AN ORDER OF ROP-ORDER-QTY (MORE IF RECENT SALES
      *    RAN HIGHER). ROP-SUPPLIER NAMES THE SUPPLIER TO ORDER FROM;
      *    BLANK MEANS THE SUPPLIER ON THE TITLE'S LATEST GAMECOST.TXT
      *    RECORD. MAINTAINED THROUGH ROPMAINT.
      ******************************************************************
       01 REORDER-RECORD.
           05 ROP-ID-GAME      PIC 9(06).
           05 ROP-SPCS1        PIC X(02).
           05 ROP-POINT        PIC 9(03).
           05 ROP-SPCS2        PIC X(02).
           05 ROP-ORDER-QTY    PIC 9(03).
           05 ROP-SPCS3        PIC X(02).
           05 ROP-SUPPLIER     PIC X(04).
