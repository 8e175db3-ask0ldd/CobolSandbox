      ******************************************************************
      *    WEBORDIN.CPY
      *    SHARED RECORD LAYOUT FOR THE INBOUND WEB ORDER FILE
      *    (WEBORDER.TXT) THE WEBSITE DROPS FOR WEBORDR. ONE LINE PER
      *    COPY WANTED -- AN ORDER FOR TWO COPIES IS TWO LINES UNDER
      *    THE SAME ORDER NUMBER. EACH LINE NAMES THE TITLE (ID-GAME
      *    AS GIVEN IN WEBFEED.TXT), THE STORE THE CUSTOMER WILL
      *    COLLECT FROM, AND THE CUSTOMER'S NAME AND PHONE NUMBER.
      *    THE WEBSITE DOES NOT PICK THE COPY -- WEBORDR DOES.
      ******************************************************************
       01 WEB-ORDER-RECORD.
           05 WOI-ORDER-NO     PIC X(12).
           05 WOI-SPCS1        PIC X(02).
           05 WOI-LINE-NO      PIC 9(02).
           05 WOI-SPCS2        PIC X(02).
           05 WOI-ID-GAME      PIC 9(06).
           05 WOI-SPCS3        PIC X(02).
           05 WOI-STORE        PIC X(04).
           05 WOI-SPCS4        PIC X(02).
           05 WOI-CUST-NAME    PIC X(30).
           05 WOI-SPCS5        PIC X(02).
           05 WOI-CUST-PHONE   PIC X(15).
