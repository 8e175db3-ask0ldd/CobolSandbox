      ******************************************************************
      *    RENTREC.CPY
      *    SHARED RECORD LAYOUT FOR THE RENTAL LEDGER (RENTALS.TXT).
      *    ONE LINE PER RENTAL EVENT, APPENDED ACROSS RUNS -- A
      *    CHECK-OUT (O) WHEN A COPY GOES OUT TO A CUSTOMER AND A
      *    CHECK-IN (I) WHEN IT COMES BACK. EACH LINE CARRIES THE
      *    COPY, THE CUSTOMER AND THEIR PHONE NUMBER, THE DATE OUT,
      *    THE DATE DUE, THE DATE BACK (CHECK-IN ONLY), THE RENTAL
      *    FEE TAKEN AT CHECK-OUT, THE DAYS LATE AND LATE FEE TAKEN
      *    AT CHECK-IN, THE TITLE AS THE CATALOG CARRIED IT AND THE
      *    TENDER THE FEE WAS PAID IN. RENTDESK APPENDS TO THE LEDGER;
      *    TILLCLS COUNTS THE FEES INTO THE DRAWER.
      *
      *    EVENT CODES:  O=CHECKED OUT  I=CHECKED IN
      *    TENDER CODES: CA=CASH  CD=CARD  SC=STORE CREDIT
      ******************************************************************
       01 RENTAL-RECORD.
           05 RNT-EVENT        PIC X(01).
               88 RNT-IS-CHECKOUT   VALUE 'O'.
               88 RNT-IS-CHECKIN    VALUE 'I'.
           05 RNT-SPCS1        PIC X(02).
           05 RNT-ID-GAME      PIC 9(06).
           05 RNT-SPCS2        PIC X(02).
           05 RNT-COPY-NO      PIC 9(03).
           05 RNT-SPCS3        PIC X(02).
           05 RNT-CUST-NAME    PIC X(30).
           05 RNT-SPCS4        PIC X(02).
           05 RNT-CUST-PHONE   PIC X(15).
           05 RNT-SPCS5        PIC X(02).
           05 RNT-OUT-DATE     PIC X(10).
           05 RNT-SPCS6        PIC X(02).
           05 RNT-DUE-DATE     PIC X(10).
           05 RNT-SPCS7        PIC X(02).
           05 RNT-IN-DATE      PIC X(10).
           05 RNT-SPCS8        PIC X(02).
           05 RNT-FEE          PIC 9(3)V99.
           05 RNT-SPCS9        PIC X(02).
           05 RNT-DAYS-LATE    PIC 9(03).
           05 RNT-SPCS10       PIC X(02).
           05 RNT-LATE-FEE     PIC 9(3)V99.
           05 RNT-SPCS11       PIC X(02).
           05 RNT-TITLE        PIC X(40).
           05 RNT-SPCS12       PIC X(02).
           05 RNT-TENDER       PIC X(02).
               88 RNT-TENDER-VALID  VALUE 'CA' 'CD' 'SC'.
               88 RNT-PAID-CASH     VALUE 'CA' '  '.
               88 RNT-PAID-CARD     VALUE 'CD'.
               88 RNT-PAID-CREDIT   VALUE 'SC'.
