      ******************************************************************
      *    WELLCHAL.CPY
      *    SHARED RECORD LAYOUT FOR THE WELLNESS CHALLENGE FILE
      *    (WELLCHAL.TXT). ONE RECORD PER DEPARTMENT CHALLENGE HR HAS
      *    SET UP -- AN ID, A NAME, THE FIRST AND LAST DAYS
      *    (YYYY-MM-DD, THE SAME FORM AS BMIHIST.TXT, SO A CHARACTER
      *    COMPARE IS A DATE COMPARE) AND THE LENGTH IN WEEKS. WEEK 1
      *    STARTS ON WCH-START-DATE. WELLMAINT SETS CHALLENGES UP;
      *    WELLSTND REPORTS THE STANDINGS. INCLUDED BY BOTH SO THE
      *    LAYOUT ONLY HAS TO BE MAINTAINED IN ONE PLACE.
      ******************************************************************
       01 CHALLENGE-RECORD.
           05 WCH-ID           PIC X(06).
           05 WCH-SPCS1        PIC X(02).
           05 WCH-NAME         PIC X(30).
           05 WCH-SPCS2        PIC X(02).
           05 WCH-START-DATE   PIC X(10).
           05 WCH-SPCS3        PIC X(02).
           05 WCH-END-DATE     PIC X(10).
           05 WCH-SPCS4        PIC X(02).
           05 WCH-WEEKS        PIC 9(02).
           05 WCH-SPCS5        PIC X(02).
           05 WCH-CREATED-BY   PIC X(08).
