      ******************************************************************
      *    LOCREC.CPY
      *    SHARED RECORD LAYOUT FOR THE LOCATION MASTER (LOCMAST.TXT).
      *    ONE RECORD PER SHELF OR SITE -- THE LOCATION CODE CARRIED
      *    IN HOLD-LOCATION AND SAL-LOCATION, ITS DESCRIPTION, AND THE
      *    STORE IT BELONGS TO. LOCMAINT MAINTAINS THE MASTER;
      *    LOCLOOKUP AND LOCSTORE READ IT. INCLUDED BY ALL THREE SO
      *    THE LAYOUT ONLY HAS TO BE MAINTAINED IN ONE PLACE.
      *
      *    10/15/2026  DLH  ADDED LOC-STORE -- THE STOREFRONT THE
      *                      LOCATION BELONGS TO (E.G. MAIN, WEST).
      *                      THE STORE REPORTS BURST ON IT AND
      *                      STORECMP COMPARES ON IT. APPENDED AT THE
      *                      END -- A LOCATION WRITTEN BEFORE CARRIES
      *                      BLANKS HERE AND BELONGS TO NO STORE.
      ******************************************************************
       01 LOCATION-RECORD.
           05 LOC-CODE         PIC X(10).
           05 LOC-SPCS1        PIC X(02).
           05 LOC-NAME         PIC X(30).
           05 LOC-SPCS2        PIC X(02).
           05 LOC-STORE        PIC X(04).
