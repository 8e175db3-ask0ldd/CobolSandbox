002550*                      MONTH-END CLOSE (MONTHEND) ROLLS THE
002560*                      MONTH'S REJECT-AND-REPAIR CYCLE UP FROM
002570*                      IT.
002576*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002582*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002588*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002594*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
014300        88 EDIT-FAILED               VALUE "N".
014400     05 EDIT-REJECT-REASON    PIC X(35).
014500
014506 01  SIGN-REQUEST-FIELDS.
014512     05 SIGN-FUNCTION          PIC X.
014518     05 SIGN-PROGRAM           PIC X(10).
014524     05 SIGN-ACTION            PIC X(08).
014530     05 SIGN-DETAIL            PIC X(60).
014536 01  SIGN-RESULT-FIELDS.
014542     05 SIGN-RESULT            PIC X.
014548        88 SIGN-GRANTED                 VALUE "G".
014554        88 SIGN-REFUSED                 VALUE "R".
014560     05 SIGN-OPERATOR-ID       PIC X(08).
014566     05 SIGN-OPERATOR-NAME     PIC X(30).
014572     05 SIGN-OPERATOR-ROLE     PIC X(02).
014578     05 SIGN-PASSWORD-HASH     PIC 9(10).
014584
014600 PROCEDURE DIVISION.
014700
014800 0000-MAINLINE.
015600*    OPEN THE REJECT FILE AND THE THREE OUTPUT FILES.
015700******************************************************************
015800 1000-INITIALIZE-RTN.
015809     MOVE "S" TO SIGN-FUNCTION.
015818     MOVE "GAMEFIX" TO SIGN-PROGRAM.
015827     MOVE SPACES TO SIGN-ACTION.
015836     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
015845         SIGN-RESULT-FIELDS.
015854     IF NOT SIGN-GRANTED
015863         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
015872         MOVE 8 TO RETURN-CODE
015881         STOP RUN
015890     END-IF.
015900     DISPLAY "GAMEFIX - REJECT REPAIR AND RESUBMISSION".
016000     OPEN INPUT REJECT-FILE.
016100     IF WS-REJECT-FILE-STATUS NOT = "00"
