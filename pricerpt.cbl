001800*                      OPERATOR ASKS FOR A SINGLE ID. WRITES
001900*                      PRICERPT.TXT. NOW "WHEN DID THIS DROP
002000*                      BELOW 20" HAS AN ANSWER ON FILE.
002020*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002040*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002060*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002080*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
009000 01  WS-REPORT-FIELDS.
009100     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
009200
009206 01  SIGN-REQUEST-FIELDS.
009212     05 SIGN-FUNCTION          PIC X.
009218     05 SIGN-PROGRAM           PIC X(10).
009224     05 SIGN-ACTION            PIC X(08).
009230     05 SIGN-DETAIL            PIC X(60).
009236 01  SIGN-RESULT-FIELDS.
009242     05 SIGN-RESULT            PIC X.
009248        88 SIGN-GRANTED                 VALUE "G".
009254        88 SIGN-REFUSED                 VALUE "R".
009260     05 SIGN-OPERATOR-ID       PIC X(08).
009266     05 SIGN-OPERATOR-NAME     PIC X(30).
009272     05 SIGN-OPERATOR-ROLE     PIC X(02).
009278     05 SIGN-PASSWORD-HASH     PIC 9(10).
009284
009300 PROCEDURE DIVISION.
009400
009500 0000-MAINLINE.
010900*    REPORT.
011000******************************************************************
011100 1000-INITIALIZE-RTN.
011109     MOVE "S" TO SIGN-FUNCTION.
011118     MOVE "PRICERPT" TO SIGN-PROGRAM.
011127     MOVE SPACES TO SIGN-ACTION.
011136     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
011145         SIGN-RESULT-FIELDS.
011154     IF NOT SIGN-GRANTED
011163         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
011172         MOVE 8 TO RETURN-CODE
011181         STOP RUN
011190     END-IF.
011200     DISPLAY "ENTER ID-GAME TO REPORT (000000 = ALL) : ".
011300     ACCEPT WS-FILTER-ID.
011400     OPEN OUTPUT REPORT-FILE.
