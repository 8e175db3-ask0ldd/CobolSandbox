002700*                      ITSELF IS NEVER TOUCHED -- RUN GAMEFIN
002800*                      (FINALIZE) TO VERIFY AND SWAP THE REBUILT
002900*                      FILE IN.
002920*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002940*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002960*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002980*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
015800     05 LOCK-HOLDER-NAME      PIC X(10).
015900     05 LOCK-TAKEN-TS         PIC X(19).
016000
016006 01  SIGN-REQUEST-FIELDS.
016012     05 SIGN-FUNCTION          PIC X.
016018     05 SIGN-PROGRAM           PIC X(10).
016024     05 SIGN-ACTION            PIC X(08).
016030     05 SIGN-DETAIL            PIC X(60).
016036 01  SIGN-RESULT-FIELDS.
016042     05 SIGN-RESULT            PIC X.
016048        88 SIGN-GRANTED                 VALUE "G".
016054        88 SIGN-REFUSED                 VALUE "R".
016060     05 SIGN-OPERATOR-ID       PIC X(08).
016066     05 SIGN-OPERATOR-NAME     PIC X(30).
016072     05 SIGN-OPERATOR-ROLE     PIC X(02).
016078     05 SIGN-PASSWORD-HASH     PIC 9(10).
016084
016100 PROCEDURE DIVISION.
016200
016300 0000-MAINLINE.
018100*    GENERATION AND RECOVERY CUTOFF DATE.
018200******************************************************************
018300 1000-INITIALIZE-RTN.
018309     MOVE "S" TO SIGN-FUNCTION.
018318     MOVE "GAMERCVR" TO SIGN-PROGRAM.
018327     MOVE SPACES TO SIGN-ACTION.
018336     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
018345         SIGN-RESULT-FIELDS.
018354     IF NOT SIGN-GRANTED
018363         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
018372         MOVE 8 TO RETURN-CODE
018381         STOP RUN
018390     END-IF.
018400     DISPLAY "GAMERCVR - POINT-IN-TIME CATALOG RECOVERY".
018500     MOVE "A" TO LOCK-FUNCTION.
018600     MOVE "GAMERCVR" TO LOCK-CALLER.
