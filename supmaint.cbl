001700*                      AND WHAT THE MARGIN REPORT (GAMEMRGN)
001800*                      NAMES ITS SUBTOTALS WITH. SAME
001900*                      LOAD-TABLE-AND-REWRITE SHAPE AS LOCMAINT.
001920*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
001940*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
001960*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
001980*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
007100         10 WS-SUP-LIVE        PIC X.
007200            88 SUP-ENTRY-LIVE          VALUE "Y".
007300
007306 01  SIGN-REQUEST-FIELDS.
007312     05 SIGN-FUNCTION          PIC X.
007318     05 SIGN-PROGRAM           PIC X(10).
007324     05 SIGN-ACTION            PIC X(08).
007330     05 SIGN-DETAIL            PIC X(60).
007336 01  SIGN-RESULT-FIELDS.
007342     05 SIGN-RESULT            PIC X.
007348        88 SIGN-GRANTED                 VALUE "G".
007354        88 SIGN-REFUSED                 VALUE "R".
007360     05 SIGN-OPERATOR-ID       PIC X(08).
007366     05 SIGN-OPERATOR-NAME     PIC X(30).
007372     05 SIGN-OPERATOR-ROLE     PIC X(02).
007378     05 SIGN-PASSWORD-HASH     PIC 9(10).
007384
007400 PROCEDURE DIVISION.
007500
007600 0000-MAINLINE.
008700*    HAND IS THE FIRST EVER RUN -- START EMPTY.
008800******************************************************************
008900 1000-INITIALIZE-RTN.
008909     MOVE "S" TO SIGN-FUNCTION.
008918     MOVE "SUPMAINT" TO SIGN-PROGRAM.
008927     MOVE SPACES TO SIGN-ACTION.
008936     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
008945         SIGN-RESULT-FIELDS.
008954     IF NOT SIGN-GRANTED
008963         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
008972         MOVE 8 TO RETURN-CODE
008981         STOP RUN
008990     END-IF.
009000     DISPLAY "SUPMAINT - SUPPLIER MASTER MAINTENANCE".
009100     OPEN INPUT SUPPLIER-FILE.
009200     IF WS-SUP-FILE-STATUS NOT = "00"
