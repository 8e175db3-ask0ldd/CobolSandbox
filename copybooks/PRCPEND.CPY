      *    AND GAMEMAINT APPEND TO THE QUEUE; PRCAPPR IS WHERE A
      *    SUPERVISOR APPROVES OR REJECTS EACH ENTRY. INCLUDED BY ALL
      *    THREE SO THE LAYOUT ONLY HAS TO BE MAINTAINED IN ONE PLACE.
      *    PND-ENTERED-BY IS THE SIGNED-ON OPERATOR WHOSE CHANGE WAS
      *    DIVERTED (THE NIGHTLY RUN'S OPERATOR FOR GAMEBTCH); PRCAPPR
      *    WILL NOT LET THAT SAME OPERATOR APPROVE IT. ENTRIES QUEUED
      *    BEFORE SIGN-ON CAME IN CARRY SPACES THERE.
      ******************************************************************
       01 PENDING-PRICE-RECORD.
           05 PND-DATE         PIC X(10).
           05 PND-OLD-PRICE    PIC 9(3)V99.
           05 PND-SPCS3        PIC X(02).
           05 PND-TRAN-IMAGE   PIC X(99).
           05 PND-SPCS4        PIC X(02).
           05 PND-ENTERED-BY   PIC X(08).
