002199*                      (GAMELOCK) AT OPEN TIME AND STOPS WITH A
002199*                      MESSAGE NAMING THE HOLDER WHEN AN UPDATE
002199*                      IS IN FLIGHT.
002200*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002201*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002202*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002203*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
001600******************************************************************
001700
001800 ENVIRONMENT DIVISION.
003109     05 LOCK-HOLDER-NAME      PIC X(10).
003110     05 LOCK-TAKEN-TS         PIC X(19).
003111
003116 01  SIGN-REQUEST-FIELDS.
003121     05 SIGN-FUNCTION          PIC X.
003126     05 SIGN-PROGRAM           PIC X(10).
003131     05 SIGN-ACTION            PIC X(08).
003136     05 SIGN-DETAIL            PIC X(60).
003141 01  SIGN-RESULT-FIELDS.
003146     05 SIGN-RESULT            PIC X.
003151        88 SIGN-GRANTED                 VALUE "G".
003156        88 SIGN-REFUSED                 VALUE "R".
003161     05 SIGN-OPERATOR-ID       PIC X(08).
003166     05 SIGN-OPERATOR-NAME     PIC X(30).
003171     05 SIGN-OPERATOR-ROLE     PIC X(02).
003176     05 SIGN-PASSWORD-HASH     PIC 9(10).
003181
003200 PROCEDURE DIVISION.
003300
003400 0000-MAINLINE.
004200*    OPEN THE CATALOG FOR DIRECT (RANDOM) ACCESS BY ID-GAME.
004300******************************************************************
004400 1000-INITIALIZE-RTN.
004400     MOVE "S" TO SIGN-FUNCTION.
004400     MOVE "GAMEINQ" TO SIGN-PROGRAM.
004400     MOVE SPACES TO SIGN-ACTION.
004400     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
004400         SIGN-RESULT-FIELDS.
004400     IF NOT SIGN-GRANTED
004400         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
004400         MOVE 8 TO RETURN-CODE
004400         STOP RUN
004400     END-IF.
004401     MOVE "C" TO LOCK-FUNCTION.
004402     MOVE "GAMEINQ" TO LOCK-CALLER.
004403     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
