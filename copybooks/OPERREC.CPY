      ******************************************************************
      *    OPERREC.CPY
      *    SHARED RECORD LAYOUT FOR THE OPERATOR MASTER (OPERATOR.DAT,
      *    INDEXED ON OPR-ID). ONE RECORD PER PERSON ALLOWED AT A
      *    TERMINAL -- SIGN-ON ID, NAME, ROLE, THE SCRAMBLED PASSWORD
      *    (NEVER THE PASSWORD ITSELF), STATUS, THE RUN OF FAILED
      *    PASSWORDS SINCE THE LAST GOOD SIGN-ON AND WHEN THAT WAS.
      *    OPSIGNON READS IT TO SIGN AN OPERATOR ON; OPERMAINT IS
      *    WHERE THE ADMINISTRATOR ENROLS, CHANGES, RESETS AND
      *    DISABLES OPERATORS. INCLUDED BY BOTH SO THE LAYOUT ONLY HAS
      *    TO BE MAINTAINED IN ONE PLACE.
      *
      *    ROLES:   CL=CLERK  SU=SUPERVISOR  MG=MANAGER
      *             SA=SYSTEM ADMINISTRATOR
      *    STATUS:  A=ACTIVE  L=LOCKED OUT AFTER REPEATED BAD
      *             PASSWORDS  D=DISABLED (LEFT THE BUSINESS)
      ******************************************************************
       01 OPERATOR-RECORD.
           05 OPR-ID           PIC X(08).
           05 OPR-SPCS1        PIC X(02).
           05 OPR-NAME         PIC X(30).
           05 OPR-SPCS2        PIC X(02).
           05 OPR-ROLE         PIC X(02).
               88 OPR-ROLE-VALID    VALUE 'CL' 'SU' 'MG' 'SA'.
               88 OPR-IS-ADMIN      VALUE 'SA'.
           05 OPR-SPCS3        PIC X(02).
           05 OPR-PASSWORD-HASH PIC 9(10).
           05 OPR-SPCS4        PIC X(02).
           05 OPR-STATUS       PIC X(01).
               88 OPR-ACTIVE        VALUE 'A'.
               88 OPR-LOCKED        VALUE 'L'.
               88 OPR-DISABLED      VALUE 'D'.
           05 OPR-SPCS5        PIC X(02).
           05 OPR-FAIL-COUNT   PIC 9(01).
           05 OPR-SPCS6        PIC X(02).
           05 OPR-LAST-SIGNON  PIC X(19).
