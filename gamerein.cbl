002580*                      RECORD CAN NEVER BE GONE FROM CATALOG,
002590*                      ARCHIVE AND WORK FILE AT ONCE. RUN
002600*                      GAMEFIN TO VERIFY AND SWAP IT IN SOONER.
002620*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002640*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002660*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002680*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
015400     05 LOCK-HOLDER-NAME      PIC X(10).
015500     05 LOCK-TAKEN-TS         PIC X(19).
015600
015606 01  SIGN-REQUEST-FIELDS.
015612     05 SIGN-FUNCTION          PIC X.
015618     05 SIGN-PROGRAM           PIC X(10).
015624     05 SIGN-ACTION            PIC X(08).
015630     05 SIGN-DETAIL            PIC X(60).
015636 01  SIGN-RESULT-FIELDS.
015642     05 SIGN-RESULT            PIC X.
015648        88 SIGN-GRANTED                 VALUE "G".
015654        88 SIGN-REFUSED                 VALUE "R".
015660     05 SIGN-OPERATOR-ID       PIC X(08).
015666     05 SIGN-OPERATOR-NAME     PIC X(30).
015672     05 SIGN-OPERATOR-ROLE     PIC X(02).
015678     05 SIGN-PASSWORD-HASH     PIC 9(10).
015684
015700 PROCEDURE DIVISION.
015800
015900 0000-MAINLINE.
017600*    ALREADY BACK ON THE CATALOG.
017700******************************************************************
017800 1000-INITIALIZE-RTN.
017809     MOVE "S" TO SIGN-FUNCTION.
017818     MOVE "GAMEREIN" TO SIGN-PROGRAM.
017827     MOVE SPACES TO SIGN-ACTION.
017836     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
017845         SIGN-RESULT-FIELDS.
017854     IF NOT SIGN-GRANTED
017863         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
017872         MOVE 8 TO RETURN-CODE
017881         STOP RUN
017890     END-IF.
017900     DISPLAY "GAMEREIN - REINSTATE A PURGED TITLE".
018000     MOVE "A" TO LOCK-FUNCTION.
018100     MOVE "GAMEREIN" TO LOCK-CALLER.
