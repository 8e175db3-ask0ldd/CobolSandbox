      ******************************************************************
      *    GLJREC.CPY
      *    SHARED RECORD LAYOUT FOR THE GENERAL-LEDGER JOURNAL EXPORT
      *    (GLJRNL.TXT) PICKED UP BY THE ACCOUNTING PACKAGE. ONE BATCH
      *    PER BUSINESS DAY: A HEADER (H) WITH THE BUSINESS DATE AND
      *    BATCH NUMBER, ONE DETAIL (D) PER SUMMARIZED JOURNAL LINE --
      *    GL ACCOUNT, DEBIT OR CREDIT AMOUNT, THE ENTRY IT CAME FROM
      *    AND A DESCRIPTION -- AND A TRAILER (T) CARRYING THE DETAIL
      *    COUNT AND THE DEBIT AND CREDIT CONTROL TOTALS. THE PACKAGE
      *    REJECTS A BATCH WHOSE TRAILER DOES NOT AGREE WITH ITS
      *    DETAILS. GLEXPORT WRITES THE FILE; A BATCH THAT DOES NOT
      *    BALANCE IS NEVER RELEASED.
      *
      *    RECORD TYPES: H=HEADER  D=DETAIL  T=TRAILER
      ******************************************************************
       01 GL-JOURNAL-RECORD.
           05 GLJ-REC-TYPE     PIC X(01).
               88 GLJ-IS-HEADER     VALUE 'H'.
               88 GLJ-IS-DETAIL     VALUE 'D'.
               88 GLJ-IS-TRAILER    VALUE 'T'.
           05 GLJ-SPCS1        PIC X(02).
           05 GLJ-BODY         PIC X(77).
           05 GLJ-HEADER REDEFINES GLJ-BODY.
               10 GLJ-H-BUS-DATE   PIC X(10).
               10 GLJ-H-SPCS1      PIC X(02).
               10 GLJ-H-BATCH      PIC 9(06).
               10 GLJ-H-SPCS2      PIC X(02).
               10 GLJ-H-RUN-DATE   PIC X(10).
               10 GLJ-H-SPCS3      PIC X(02).
               10 GLJ-H-SOURCE     PIC X(08).
               10 FILLER           PIC X(37).
           05 GLJ-DETAIL REDEFINES GLJ-BODY.
               10 GLJ-D-ACCOUNT    PIC X(10).
               10 GLJ-D-SPCS1      PIC X(02).
               10 GLJ-D-DEBIT      PIC 9(7)V99.
               10 GLJ-D-SPCS2      PIC X(02).
               10 GLJ-D-CREDIT     PIC 9(7)V99.
               10 GLJ-D-SPCS3      PIC X(02).
               10 GLJ-D-ENTRY      PIC X(10).
               10 GLJ-D-SPCS4      PIC X(02).
               10 GLJ-D-DESC       PIC X(30).
               10 FILLER           PIC X(01).
           05 GLJ-TRAILER REDEFINES GLJ-BODY.
               10 GLJ-T-RECORDS    PIC 9(05).
               10 GLJ-T-SPCS1      PIC X(02).
               10 GLJ-T-DEBITS     PIC 9(9)V99.
               10 GLJ-T-SPCS2      PIC X(02).
               10 GLJ-T-CREDITS    PIC 9(9)V99.
               10 FILLER           PIC X(46).
