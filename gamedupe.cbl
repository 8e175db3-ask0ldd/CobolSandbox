002199*                      (GAMELOCK) AT OPEN TIME AND STOPS WITH A
002199*                      MESSAGE NAMING THE HOLDER WHEN AN UPDATE
002199*                      IS IN FLIGHT.
002239*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002279*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002319*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002359*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
011209     05 LOCK-HOLDER-NAME      PIC X(10).
011210     05 LOCK-TAKEN-TS         PIC X(19).
011211
011216 01  SIGN-REQUEST-FIELDS.
011221     05 SIGN-FUNCTION          PIC X.
011226     05 SIGN-PROGRAM           PIC X(10).
011231     05 SIGN-ACTION            PIC X(08).
011236     05 SIGN-DETAIL            PIC X(60).
011241 01  SIGN-RESULT-FIELDS.
011246     05 SIGN-RESULT            PIC X.
011251        88 SIGN-GRANTED                 VALUE "G".
011256        88 SIGN-REFUSED                 VALUE "R".
011261     05 SIGN-OPERATOR-ID       PIC X(08).
011266     05 SIGN-OPERATOR-NAME     PIC X(30).
011271     05 SIGN-OPERATOR-ROLE     PIC X(02).
011276     05 SIGN-PASSWORD-HASH     PIC 9(10).
011281
011300 PROCEDURE DIVISION.
011400
011500 0000-MAINLINE.
012800*    FILES.
012900******************************************************************
013000 1000-INITIALIZE-RTN.
013009     MOVE "S" TO SIGN-FUNCTION.
013018     MOVE "GAMEDUPE" TO SIGN-PROGRAM.
013027     MOVE SPACES TO SIGN-ACTION.
013036     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
013045         SIGN-RESULT-FIELDS.
013054     IF NOT SIGN-GRANTED
013063         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
013072         MOVE 8 TO RETURN-CODE
013081         STOP RUN
013090     END-IF.
013100     DISPLAY "ENTER CATALOG FILE NAME (BLANK = GAMES.TXT) : ".
013200     ACCEPT WS-IN-FILE-NAME.
013300     IF WS-IN-FILE-NAME = SPACES
