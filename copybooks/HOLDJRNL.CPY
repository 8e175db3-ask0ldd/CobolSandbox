      ******************************************************************
      *    HOLDJRNL.CPY
      *    SHARED RECORD LAYOUT FOR THE HOLDINGS JOURNAL
      *    (HOLDJRNL.TXT). EVERY PROGRAM THAT ADDS, CHANGES OR DROPS A
      *    COPY ON HOLDINGS.TXT HANDS THE BEFORE-IMAGE AND AFTER-IMAGE
      *    OF THE RECORD TO HOLDJWTR, WHICH APPENDS ONE LINE HERE WITH
      *    THE DATE AND TIME, THE PROGRAM AND A REASON CODE. HOLDHIST
      *    READS IT TO SHOW THE LIFE OF ONE COPY; HOLDRCVR ROLLS IT
      *    FORWARD OVER A HOLDBKUP GENERATION TO REBUILD THE FILE.
      *    INCLUDED BY THE WRITER AND EVERY READER SO THE LAYOUT ONLY
      *    HAS TO BE MAINTAINED IN ONE PLACE.
      *
      *    ACTIONS: ADD=COPY WRITTEN (NO BEFORE-IMAGE)
      *             CHG=COPY REWRITTEN
      *             DEL=COPY DROPPED (NO AFTER-IMAGE)
      *    REASONS: AC=ACQUIRED ON A PURCHASE ORDER  TI=TRADED IN
      *             RT=CUSTOMER RETURN  SL=SOLD  MV=MOVED BETWEEN
      *             LOCATIONS  RC=RECONDITIONED  CT=STOCKTAKE COUNT
      *             RO=RENTED OUT  RI=RENTAL CHECKED IN
      *             RV=RETURNED TO VENDOR  MA=MANUAL MAINTENANCE
      *             WR=RESERVED FOR A WEB ORDER
      *             WX=WEB RESERVATION RELEASED
      ******************************************************************
       01 HOLDJRNL-RECORD.
           05 HJR-DATE         PIC X(10).
           05 HJR-SPCS1        PIC X(02).
           05 HJR-TIME         PIC X(08).
           05 HJR-SPCS2        PIC X(02).
           05 HJR-PROGRAM      PIC X(10).
           05 HJR-SPCS3        PIC X(02).
           05 HJR-ACTION       PIC X(03).
               88 HJR-IS-ADD        VALUE 'ADD'.
               88 HJR-IS-CHANGE     VALUE 'CHG'.
               88 HJR-IS-DELETE     VALUE 'DEL'.
           05 HJR-SPCS4        PIC X(02).
           05 HJR-REASON       PIC X(02).
               88 HJR-REASON-VALID
                                VALUE 'AC' 'TI' 'RT' 'SL' 'MV' 'RC'
                                      'CT' 'RO' 'RI' 'RV' 'MA'
                                      'WR' 'WX'.
           05 HJR-SPCS5        PIC X(02).
           05 HJR-BEFORE       PIC X(40).
           05 HJR-BEFORE-R REDEFINES HJR-BEFORE.
               10 HJB-KEY.
                   15 HJB-ID-GAME  PIC 9(06).
                   15 HJB-COPY-NO  PIC 9(03).
               10 HJB-SPCS1        PIC X(02).
               10 HJB-LOCATION     PIC X(10).
               10 HJB-SPCS2        PIC X(02).
               10 HJB-CONDITION    PIC X(02).
               10 HJB-SPCS3        PIC X(02).
               10 HJB-ACQ-DATE     PIC X(10).
               10 HJB-SPCS4        PIC X(02).
               10 HJB-STATUS       PIC X(01).
           05 HJR-SPCS6        PIC X(02).
           05 HJR-AFTER        PIC X(40).
           05 HJR-AFTER-R REDEFINES HJR-AFTER.
               10 HJA-KEY.
                   15 HJA-ID-GAME  PIC 9(06).
                   15 HJA-COPY-NO  PIC 9(03).
               10 HJA-SPCS1        PIC X(02).
               10 HJA-LOCATION     PIC X(10).
               10 HJA-SPCS2        PIC X(02).
               10 HJA-CONDITION    PIC X(02).
               10 HJA-SPCS3        PIC X(02).
               10 HJA-ACQ-DATE     PIC X(10).
               10 HJA-SPCS4        PIC X(02).
               10 HJA-STATUS       PIC X(01).
