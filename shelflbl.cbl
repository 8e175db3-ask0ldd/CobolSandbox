002600*                      OPENING. EITHER MODE STAMPS LBLLAST.DAT
002700*                      WITH TODAY SO THE NEXT CHANGES RUN PICKS
002800*                      UP WHERE THIS ONE LEFT OFF.
002820*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002840*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002860*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002880*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
017500     05 LOCK-HOLDER-NAME      PIC X(10).
017600     05 LOCK-TAKEN-TS         PIC X(19).
017700
017706 01  SIGN-REQUEST-FIELDS.
017712     05 SIGN-FUNCTION          PIC X.
017718     05 SIGN-PROGRAM           PIC X(10).
017724     05 SIGN-ACTION            PIC X(08).
017730     05 SIGN-DETAIL            PIC X(60).
017736 01  SIGN-RESULT-FIELDS.
017742     05 SIGN-RESULT            PIC X.
017748        88 SIGN-GRANTED                 VALUE "G".
017754        88 SIGN-REFUSED                 VALUE "R".
017760     05 SIGN-OPERATOR-ID       PIC X(08).
017766     05 SIGN-OPERATOR-NAME     PIC X(30).
017772     05 SIGN-OPERATOR-ROLE     PIC X(02).
017778     05 SIGN-PASSWORD-HASH     PIC 9(10).
017784
017800 PROCEDURE DIVISION.
017900
018000 0000-MAINLINE.
019800*    PICK UP THE LAST LABEL RUN DATE AND OPEN THE FILES.
019900******************************************************************
020000 1000-INITIALIZE-RTN.
020009     MOVE "S" TO SIGN-FUNCTION.
020018     MOVE "SHELFLBL" TO SIGN-PROGRAM.
020027     MOVE SPACES TO SIGN-ACTION.
020036     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
020045         SIGN-RESULT-FIELDS.
020054     IF NOT SIGN-GRANTED
020063         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
020072         MOVE 8 TO RETURN-CODE
020081         STOP RUN
020090     END-IF.
020100     DISPLAY "SHELFLBL - SHELF LABEL GENERATION".
020200     MOVE "C" TO LOCK-FUNCTION.
020300     MOVE "SHELFLBL" TO LOCK-CALLER.
