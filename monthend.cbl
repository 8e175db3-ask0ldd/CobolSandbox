002700*                      APPENDING THIS MONTH'S LINE. A PERIOD
002800*                      ALREADY ON THE STATISTICS FILE REPRINTS
002900*                      ITS PACK WITHOUT BEING CLOSED TWICE.
002920*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002940*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002960*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002980*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
019600     05 WS-AUDIT-SS           PIC 99.
019700     05 WS-AUDIT-HS           PIC 99.
019800
019806 01  SIGN-REQUEST-FIELDS.
019812     05 SIGN-FUNCTION          PIC X.
019818     05 SIGN-PROGRAM           PIC X(10).
019824     05 SIGN-ACTION            PIC X(08).
019830     05 SIGN-DETAIL            PIC X(60).
019836 01  SIGN-RESULT-FIELDS.
019842     05 SIGN-RESULT            PIC X.
019848        88 SIGN-GRANTED                 VALUE "G".
019854        88 SIGN-REFUSED                 VALUE "R".
019860     05 SIGN-OPERATOR-ID       PIC X(08).
019866     05 SIGN-OPERATOR-NAME     PIC X(30).
019872     05 SIGN-OPERATOR-ROLE     PIC X(02).
019878     05 SIGN-PASSWORD-HASH     PIC 9(10).
019884
019900 PROCEDURE DIVISION.
020000
020100 0000-MAINLINE.
021700*    THE START.
021800******************************************************************
021900 1000-INITIALIZE-RTN.
021909     MOVE "S" TO SIGN-FUNCTION.
021918     MOVE "MONTHEND" TO SIGN-PROGRAM.
021927     MOVE SPACES TO SIGN-ACTION.
021936     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
021945         SIGN-RESULT-FIELDS.
021954     IF NOT SIGN-GRANTED
021963         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
021972         MOVE 8 TO RETURN-CODE
021981         STOP RUN
021990     END-IF.
022000     DISPLAY "MONTHEND - MONTH-END CLOSE".
022100     DISPLAY "ENTER PERIOD TO CLOSE (YYYYMM, BLANK = CURRENT"
022200         " MONTH) : ".
