002300*                      NO MASTER ON HAND RETURNS NOT-FOUND FOR
002400*                      EVERY CODE -- SET THE MASTER UP THROUGH
002500*                      LOCMAINT FIRST.
002525*    10/15/2026  DLH   RECORD LAYOUT NOW COMES FROM THE SHARED
002550*                      LOCREC COPYBOOK, WHICH ADDS THE STORE CODE
002575*                      THE LOCATION BELONGS TO.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  LOCATION-FILE.
003800 COPY LOCREC.
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-LOC-FILE-STATUS       PIC X(02) VALUE "00".
