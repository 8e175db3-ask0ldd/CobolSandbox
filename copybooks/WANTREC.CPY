      *    GAMEINTK MATCHES EACH STAGED FEED RELEASE AGAINST THE OPEN
      *    WANTS AND CLOSES THE ONES IT FILLS. INCLUDED BY BOTH SO
      *    THE LAYOUT ONLY HAS TO BE MAINTAINED IN ONE PLACE.
      *
      *    10/15/2026  DLH  ADDED WNT-CUST-ID -- THE CUSTOMER MASTER
      *                      NUMBER WHEN THE CUSTOMER GAVE ONE (ZERO OR
      *                      BLANK OTHERWISE) SO CUSTINQ CAN SHOW A
      *                      CUSTOMER'S OPEN WANTS. APPENDED AT THE END
      *                      -- OLDER LINES STILL READ.
      ******************************************************************
       01 WANT-RECORD.
           05 WNT-STATUS       PIC X(01).
           05 WNT-TITLE        PIC X(40).
           05 WNT-SPCS5        PIC X(02).
           05 WNT-PLATFORM     PIC X(10).
           05 WNT-SPCS6        PIC X(02).
           05 WNT-CUST-ID      PIC 9(06).
