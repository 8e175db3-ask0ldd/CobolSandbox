      ******************************************************************
      *    CUSTREC.CPY
      *    SHARED RECORD LAYOUT FOR THE CUSTOMER MASTER (CUSTMAST.TXT,
      *    INDEXED ON THE CUSTOMER NUMBER). ONE RECORD PER REGISTERED
      *    CUSTOMER -- NAME, PHONE AND E-MAIL, THE DATE THEY JOINED,
      *    WHETHER THE NUMBER IS STILL IN USE, THE LOYALTY POINTS
      *    BALANCE AND THE POINTS EARNED AND REDEEMED OVER THE LIFE OF
      *    THE ACCOUNT, AND THE DATE OF THE LAST POINTS ACTIVITY.
      *    CUSTMAINT MAINTAINS THE MASTER; LOYPOST IS THE ONLY PROGRAM
      *    THAT MOVES THE POINTS FIGURES (EVERY MOVE ALSO GOES TO THE
      *    POINTS LEDGER, LOYALTY.TXT -- SEE LOYREC).
      *
      *    STATUS CODES: A=ACTIVE  I=INACTIVE (NO NEW SALES OR WANTS)
      ******************************************************************
       01 CUSTOMER-RECORD.
           05 CUS-ID           PIC 9(06).
           05 CUS-SPCS1        PIC X(02).
           05 CUS-NAME         PIC X(30).
           05 CUS-SPCS2        PIC X(02).
           05 CUS-PHONE        PIC X(15).
           05 CUS-SPCS3        PIC X(02).
           05 CUS-EMAIL        PIC X(40).
           05 CUS-SPCS4        PIC X(02).
           05 CUS-JOINED       PIC X(10).
           05 CUS-SPCS5        PIC X(02).
           05 CUS-STATUS       PIC X(01).
               88 CUS-IS-ACTIVE     VALUE 'A'.
               88 CUS-IS-INACTIVE   VALUE 'I'.
           05 CUS-SPCS6        PIC X(02).
           05 CUS-POINTS       PIC 9(07).
           05 CUS-SPCS7        PIC X(02).
           05 CUS-EARNED-LTD   PIC 9(07).
           05 CUS-SPCS8        PIC X(02).
           05 CUS-REDEEMED-LTD PIC 9(07).
           05 CUS-SPCS9        PIC X(02).
           05 CUS-LAST-ACTIVITY PIC X(10).
