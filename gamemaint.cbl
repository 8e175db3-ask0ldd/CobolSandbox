002199*                      GAMEBTCH; THE OLD RECORD CARRIES FORWARD
002199*                      UNTOUCHED AND A SUPERVISOR DECIDES THE
002199*                      ENTRY IN PRCAPPR.
002199*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002199*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002199*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002199*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002199*    10/15/2026  DLH   DELETING OR DISCONTINUING A TITLE NEEDS THE
002199*                      DELETE OR DISCONT FUNCTION FOR THE
002199*                      OPERATOR'S ROLE IN AUTHTBL.DAT, AND A PRICE
002199*                      CHANGE DIVERTED FOR APPROVAL CARRIES THE
002199*                      OPERATOR WHO ENTERED IT (PND-ENTERED-BY) SO
002199*                      PRCAPPR CAN STOP THEM APPROVING IT
002199*                      THEMSELVES.
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
009209     05 LOCK-HOLDER-NAME      PIC X(10).
009210     05 LOCK-TAKEN-TS         PIC X(19).
009211
009216 01  SIGN-REQUEST-FIELDS.
009221     05 SIGN-FUNCTION          PIC X.
009226     05 SIGN-PROGRAM           PIC X(10).
009231     05 SIGN-ACTION            PIC X(08).
009236     05 SIGN-DETAIL            PIC X(60).
009241 01  SIGN-RESULT-FIELDS.
009246     05 SIGN-RESULT            PIC X.
009251        88 SIGN-GRANTED                 VALUE "G".
009256        88 SIGN-REFUSED                 VALUE "R".
009261     05 SIGN-OPERATOR-ID       PIC X(08).
009266     05 SIGN-OPERATOR-NAME     PIC X(30).
009271     05 SIGN-OPERATOR-ROLE     PIC X(02).
009276     05 SIGN-PASSWORD-HASH     PIC 9(10).
009281
009300 PROCEDURE DIVISION.
009400
009500 0000-MAINLINE.
010700*    DONE ENTERING CHANGES.
010800******************************************************************
010900 1000-INITIALIZE-RTN.
010909     MOVE "S" TO SIGN-FUNCTION.
010918     MOVE "GAMEMAINT" TO SIGN-PROGRAM.
010927     MOVE SPACES TO SIGN-ACTION.
010936     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
010945         SIGN-RESULT-FIELDS.
010954     IF NOT SIGN-GRANTED
010963         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
010972         MOVE 8 TO RETURN-CODE
010981         STOP RUN
010990     END-IF.
011000     DISPLAY "GAMEMAINT - GAME CATALOG MAINTENANCE".
011100     DISPLAY "CHANGES ARE COLLECTED NOW AND APPLIED TO A COPY OF".
011200     DISPLAY "THE CATALOG WHEN YOU QUIT THE MENU.".
012900         WHEN "C" WHEN "c"
013000             PERFORM 2200-CHANGE-ENTRY-RTN
013100         WHEN "D" WHEN "d"
013125             MOVE "DELETE" TO SIGN-ACTION
013150             PERFORM 2050-CHECK-FUNCTION-RTN
013175             IF SIGN-GRANTED
013200                 PERFORM 2300-DELETE-ENTRY-RTN
013205             END-IF
013210         WHEN "I" WHEN "i"
013212             MOVE "DISCONT" TO SIGN-ACTION
013214             PERFORM 2050-CHECK-FUNCTION-RTN
013216             IF SIGN-GRANTED
013220                 PERFORM 2400-DISCONTINUE-ENTRY-RTN
013260             END-IF
013300         WHEN "Q" WHEN "q"
013400             MOVE "N" TO WS-MENU-SWITCH
013500         WHEN OTHER
013600             DISPLAY "INVALID CHOICE - TRY AGAIN."
013700     END-EVALUATE.
013707
013714******************************************************************
013721*    2050-CHECK-FUNCTION-RTN
013728*    ASK OPSIGNON WHETHER THE SIGNED-ON OPERATOR'S ROLE MAY USE
013735*    THE FUNCTION IN SIGN-ACTION (DELETE OR DISCONT). A REFUSAL
013742*    IS EXPLAINED, LOGGED AND ALERTED BY OPSIGNON ITSELF.
013749******************************************************************
013756 2050-CHECK-FUNCTION-RTN.
013763     MOVE "A" TO SIGN-FUNCTION.
013770     MOVE "GAMEMAINT" TO SIGN-PROGRAM.
013777     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
013784         SIGN-RESULT-FIELDS.
013800
013900******************************************************************
014000*    2100-ADD-ENTRY-RTN
027539     MOVE 'GAMEMAINT' TO PND-SOURCE.
027540     MOVE OLD-PRICE-GAME TO PND-OLD-PRICE.
027541     MOVE WS-DIVERT-TRAN TO PND-TRAN-IMAGE.
027541     MOVE SIGN-OPERATOR-ID TO PND-ENTERED-BY.
027542     WRITE PENDING-PRICE-RECORD.
027543     DISPLAY "PRICE CHANGE FOR ID-GAME " OLD-ID-GAME
027544         " DIVERTED FOR APPROVAL - SEE PRCAPPR.".
