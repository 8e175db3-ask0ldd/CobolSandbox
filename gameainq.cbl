001400*                      THE SAME DIALOG AS GAMEINQ, POINTED AT
001500*                      WHAT WE USED TO SELL INSTEAD OF WHAT WE
001600*                      SELL NOW.
001620*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
001640*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
001660*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
001680*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
001700******************************************************************
001800
001900 ENVIRONMENT DIVISION.
003600
003700 01  WS-IN-FILE-STATUS        PIC X(02) VALUE "00".
003800
003806 01  SIGN-REQUEST-FIELDS.
003812     05 SIGN-FUNCTION          PIC X.
003818     05 SIGN-PROGRAM           PIC X(10).
003824     05 SIGN-ACTION            PIC X(08).
003830     05 SIGN-DETAIL            PIC X(60).
003836 01  SIGN-RESULT-FIELDS.
003842     05 SIGN-RESULT            PIC X.
003848        88 SIGN-GRANTED                 VALUE "G".
003854        88 SIGN-REFUSED                 VALUE "R".
003860     05 SIGN-OPERATOR-ID       PIC X(08).
003866     05 SIGN-OPERATOR-NAME     PIC X(30).
003872     05 SIGN-OPERATOR-ROLE     PIC X(02).
003878     05 SIGN-PASSWORD-HASH     PIC 9(10).
003884
003900 PROCEDURE DIVISION.
004000
004100 0000-MAINLINE.
004900*    OPEN THE ARCHIVE FOR DIRECT (RANDOM) ACCESS BY ID-GAME.
005000******************************************************************
005100 1000-INITIALIZE-RTN.
005109     MOVE "S" TO SIGN-FUNCTION.
005118     MOVE "GAMEAINQ" TO SIGN-PROGRAM.
005127     MOVE SPACES TO SIGN-ACTION.
005136     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
005145         SIGN-RESULT-FIELDS.
005154     IF NOT SIGN-GRANTED
005163         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
005172         MOVE 8 TO RETURN-CODE
005181         STOP RUN
005190     END-IF.
005200     OPEN INPUT IN-FILE.
005300     IF WS-IN-FILE-STATUS NOT = "00"
005400         DISPLAY "GAMEAINQ - NO GAMEARC.TXT ON HAND - NOTHING"
