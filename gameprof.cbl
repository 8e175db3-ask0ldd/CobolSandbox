002100*                      APPENDED (WHICH IS DATE ORDER -- THE
002200*                      LEDGER IS APPEND-ONLY). BUILT FOR THE
002300*                      COUNTER, SO EVERYTHING IS A DISPLAY.
002320*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002340*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002360*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002380*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
012800     05 LOCK-HOLDER-NAME      PIC X(10).
012900     05 LOCK-TAKEN-TS         PIC X(19).
013000
013006 01  SIGN-REQUEST-FIELDS.
013012     05 SIGN-FUNCTION          PIC X.
013018     05 SIGN-PROGRAM           PIC X(10).
013024     05 SIGN-ACTION            PIC X(08).
013030     05 SIGN-DETAIL            PIC X(60).
013036 01  SIGN-RESULT-FIELDS.
013042     05 SIGN-RESULT            PIC X.
013048        88 SIGN-GRANTED                 VALUE "G".
013054        88 SIGN-REFUSED                 VALUE "R".
013060     05 SIGN-OPERATOR-ID       PIC X(08).
013066     05 SIGN-OPERATOR-NAME     PIC X(30).
013072     05 SIGN-OPERATOR-ROLE     PIC X(02).
013078     05 SIGN-PASSWORD-HASH     PIC 9(10).
013084
013100 PROCEDURE DIVISION.
013200
013300 0000-MAINLINE.
014300*    NOT EXIST YET.
014400******************************************************************
014500 1000-INITIALIZE-RTN.
014509     MOVE "S" TO SIGN-FUNCTION.
014518     MOVE "GAMEPROF" TO SIGN-PROGRAM.
014527     MOVE SPACES TO SIGN-ACTION.
014536     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
014545         SIGN-RESULT-FIELDS.
014554     IF NOT SIGN-GRANTED
014563         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
014572         MOVE 8 TO RETURN-CODE
014581         STOP RUN
014590     END-IF.
014600     DISPLAY "GAMEPROF - FULL TITLE PROFILE INQUIRY".
014700     MOVE "C" TO LOCK-FUNCTION.
014800     MOVE "GAMEPROF" TO LOCK-CALLER.
