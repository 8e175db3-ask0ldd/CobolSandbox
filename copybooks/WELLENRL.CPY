      ******************************************************************
      *    WELLENRL.CPY
      *    SHARED RECORD LAYOUT FOR THE WELLNESS CHALLENGE ENROLLMENT
      *    FILE (WELLENRL.TXT). ONE RECORD PER EMPLOYEE PER CHALLENGE
      *    -- THE CHALLENGE, THE EMPLOYEE (EM-EMP-ID ON EMPMAST.TXT),
      *    THE DAY THEY WERE ENROLLED (YYYY-MM-DD), THEIR STATUS AND
      *    THE SIGNED-ON OPERATOR WHO LAST TOUCHED THE ENROLLMENT. THE
      *    DEPARTMENT IS NOT CARRIED HERE -- IT IS ALWAYS TAKEN FROM
      *    EMPMAST.TXT, SO A TRANSFER MOVES THE EMPLOYEE'S FIGURES TO
      *    THE NEW DEPARTMENT. WELLMAINT ENROLLS AND WITHDRAWS;
      *    WELLSTND READS IT FOR THE STANDINGS.
      *
      *    STATUS:  A=ENROLLED  W=WITHDRAWN
      ******************************************************************
       01 ENROLLMENT-RECORD.
           05 WEN-CHAL-ID      PIC X(06).
           05 WEN-SPCS1        PIC X(02).
           05 WEN-EMP-ID       PIC X(06).
           05 WEN-SPCS2        PIC X(02).
           05 WEN-ENROLL-DATE  PIC X(10).
           05 WEN-SPCS3        PIC X(02).
           05 WEN-STATUS       PIC X(01).
               88 WEN-ENROLLED      VALUE 'A'.
               88 WEN-WITHDRAWN     VALUE 'W'.
           05 WEN-SPCS4        PIC X(02).
           05 WEN-BY           PIC X(08).
