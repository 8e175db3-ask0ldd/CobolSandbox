      ******************************************************************
      *    WEBFEED.CPY
      *    SHARED RECORD LAYOUT FOR THE WEB STOREFRONT PRODUCT FEED
      *    (WEBFEED.TXT), REWRITTEN EVERY NIGHT BY WEBFEED. ONE LINE
      *    PER ACTIVE TITLE PER STORE THAT HAS AT LEAST ONE COPY ON
      *    THE SHELF -- NOT OUT ON RENT AND NOT ALREADY RESERVED FOR
      *    ANOTHER WEB ORDER -- WITH THE CATALOG DETAILS AND THE
      *    NUMBER OF COPIES THAT STORE CAN OFFER.
      ******************************************************************
       01 WEB-FEED-RECORD.
           05 WFD-ID-GAME      PIC 9(06).
           05 WFD-SPCS1        PIC X(02).
           05 WFD-TITLE        PIC X(40).
           05 WFD-SPCS2        PIC X(02).
           05 WFD-PLATFORM     PIC X(10).
           05 WFD-SPCS3        PIC X(02).
           05 WFD-GENRE        PIC X(12).
           05 WFD-SPCS4        PIC X(02).
           05 WFD-PRICE        PIC 9(3)V99.
           05 WFD-SPCS5        PIC X(02).
           05 WFD-STORE        PIC X(04).
           05 WFD-SPCS6        PIC X(02).
           05 WFD-QTY-AVAIL    PIC 9(05).
