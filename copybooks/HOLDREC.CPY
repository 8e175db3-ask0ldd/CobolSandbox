      *    IN ONE PLACE.
      *
      *    CONDITION CODES: NW=NEW  GD=GOOD  FR=FAIR  PR=POOR
      *    STATUS CODES:    SPACE=ON THE SHELF  R=OUT ON RENT
      *                     W=RESERVED FOR A WEB ORDER PICKUP
      *
      *    10/15/2026  DLH  ADDED HOLD-STATUS SO A COPY CAN BE OUT ON
      *                      RENT (CHECKED OUT THROUGH RENTDESK) AND
      *                      STILL BE ON THE FILE. SALENTRY, LOCXFER,
      *                      STOCKTAK, RTVENT AND HOLDMAINT LEAVE A
      *                      RENTED COPY ALONE. EXISTING HOLDINGS.TXT
      *                      FILES MUST BE RUN THROUGH HOLDCONV ONCE --
      *                      SEE HOLDCONV.CBL.
      *    10/15/2026  DLH  ADDED STATUS W -- A COPY SET ASIDE FOR A
      *                      WEB ORDER UNTIL THE CUSTOMER PICKS IT UP
      *                      (WEBORDR RESERVES IT, WEBEXPR RELEASES IT
      *                      IF IT IS NOT COLLECTED). SALENTRY SELLS IT
      *                      ONLY AGAINST ITS WEB ORDER NUMBER,
      *                      RENTDESK WILL NOT RENT IT, LOCXFER, RTVENT
      *                      AND HOLDMAINT WILL NOT MOVE, SHIP BACK OR
      *                      DELETE IT, STOCKTAK NEVER DROPS IT AS NOT
      *                      COUNTED AND STKBAL NEVER OFFERS IT FOR A
      *                      MOVE. NO CONVERSION -- THE FIELD WAS
      *                      ALREADY THERE.
      ******************************************************************
       01 HOLDING-RECORD.
           05 HOLD-KEY.
                                VALUE 'NW' 'GD' 'FR' 'PR'.
           05 HOLD-SPCS3       PIC X(02).
           05 HOLD-ACQ-DATE    PIC X(10).
           05 HOLD-SPCS4       PIC X(02).
           05 HOLD-STATUS      PIC X(01).
               88 HOLD-ON-SHELF     VALUE ' '.
               88 HOLD-ON-RENT      VALUE 'R'.
               88 HOLD-RESERVED     VALUE 'W'.
