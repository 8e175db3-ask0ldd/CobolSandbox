002199*                      (GAMELOCK) AT OPEN TIME AND STOPS WITH A
002199*                      MESSAGE NAMING THE HOLDER WHEN AN UPDATE
002199*                      IS IN FLIGHT.
002200*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002201*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002202*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002203*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
007409     05 LOCK-HOLDER-NAME      PIC X(10).
007410     05 LOCK-TAKEN-TS         PIC X(19).
007411
007416 01  SIGN-REQUEST-FIELDS.
007421     05 SIGN-FUNCTION          PIC X.
007426     05 SIGN-PROGRAM           PIC X(10).
007431     05 SIGN-ACTION            PIC X(08).
007436     05 SIGN-DETAIL            PIC X(60).
007441 01  SIGN-RESULT-FIELDS.
007446     05 SIGN-RESULT            PIC X.
007451        88 SIGN-GRANTED                 VALUE "G".
007456        88 SIGN-REFUSED                 VALUE "R".
007461     05 SIGN-OPERATOR-ID       PIC X(08).
007466     05 SIGN-OPERATOR-NAME     PIC X(30).
007471     05 SIGN-OPERATOR-ROLE     PIC X(02).
007476     05 SIGN-PASSWORD-HASH     PIC 9(10).
007481
007500 PROCEDURE DIVISION.
007600
007700 0000-MAINLINE.
008600*    THE SEARCHES, KEYED STARTS FOR THE BROWSE.
008700******************************************************************
008800 1000-INITIALIZE-RTN.
008800     MOVE "S" TO SIGN-FUNCTION.
008800     MOVE "GAMESRCH" TO SIGN-PROGRAM.
008800     MOVE SPACES TO SIGN-ACTION.
008800     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
008800         SIGN-RESULT-FIELDS.
008800     IF NOT SIGN-GRANTED
008800         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
008800         MOVE 8 TO RETURN-CODE
008800         STOP RUN
008800     END-IF.
008801     MOVE "C" TO LOCK-FUNCTION.
008802     MOVE "GAMESRCH" TO LOCK-CALLER.
008803     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
