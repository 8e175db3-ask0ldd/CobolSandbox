      ******************************************************************
      *    STKVSUM.CPY
      *    SHARED RECORD LAYOUT FOR THE STOCKTAKE VARIANCE SUMMARY
      *    (STKVSUM.DAT). ONE RECORD PER STORE, REPLACED BY EACH
      *    STOCKTAK RUN THAT COUNTED COPIES AT THAT STORE AND CARRIED
      *    FORWARD BY ANY RUN THAT DID NOT -- THE STORE CODE, THE DATE
      *    OF THE COUNT, AND THE SAME TOTALS THAT FOOT THAT STORE'S
      *    VARIANCE REPORT (STOCKVAR-MAIN.TXT AND SO ON). STOCKTAK
      *    WRITES IT; STORECMP READS IT TO SET EACH STORE'S LAST
      *    STOCKTAKE VARIANCE BESIDE ITS SALES AND HOLDINGS. INCLUDED
      *    BY BOTH SO THE LAYOUT ONLY HAS TO BE MAINTAINED IN ONE
      *    PLACE.
      ******************************************************************
       01 VSUM-RECORD.
           05 VSUM-STORE       PIC X(04).
           05 VSUM-SPCS1       PIC X(02).
           05 VSUM-DATE        PIC X(10).
           05 VSUM-SPCS2       PIC X(02).
           05 VSUM-COUNTED     PIC 9(05).
           05 VSUM-SPCS3       PIC X(02).
           05 VSUM-ON-FILE     PIC 9(07).
           05 VSUM-SPCS4       PIC X(02).
           05 VSUM-NOT-COUNTED PIC 9(05).
           05 VSUM-SPCS5       PIC X(02).
           05 VSUM-NOT-ON-FILE PIC 9(05).
           05 VSUM-SPCS6       PIC X(02).
           05 VSUM-MISMATCH    PIC 9(05).
           05 VSUM-SPCS7       PIC X(02).
           05 VSUM-ON-RENT     PIC 9(05).
