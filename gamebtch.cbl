002483*                      REQUIRED, BOUNCED TRANSACTIONS A WARNING
002484*                      -- SO THE MORNING DIGEST SHOWS THEM
002485*                      INSTEAD OF A DISPLAY NOBODY SAW.
002486*    10/15/2026  DLH   THE RUN NOW SIGNS ON THROUGH OPSIGNON --
002487*                      UNDER NIGHTLYRUN AS THE OPERATOR WHO SIGNED
002488*                      THE NIGHTLY JOB ON, RUN BY HAND AT THE
002489*                      TERMINAL. THE REGISTER HEADING NAMES THAT
002490*                      OPERATOR AND A DIVERTED PRICE CHANGE
002491*                      CARRIES THEIR ID (PND-ENTERED-BY) SO THEY
002492*                      CANNOT APPROVE IT THEMSELVES IN PRCAPPR.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
019009     05 LOCK-HOLDER-NAME      PIC X(10).
019010     05 LOCK-TAKEN-TS         PIC X(19).
019011
019016 01  SIGN-REQUEST-FIELDS.
019021     05 SIGN-FUNCTION          PIC X.
019026     05 SIGN-PROGRAM           PIC X(10).
019031     05 SIGN-ACTION            PIC X(08).
019036     05 SIGN-DETAIL            PIC X(60).
019041 01  SIGN-RESULT-FIELDS.
019046     05 SIGN-RESULT            PIC X.
019051        88 SIGN-GRANTED                 VALUE "G".
019056        88 SIGN-REFUSED                 VALUE "R".
019061     05 SIGN-OPERATOR-ID       PIC X(08).
019066     05 SIGN-OPERATOR-NAME     PIC X(30).
019071     05 SIGN-OPERATOR-ROLE     PIC X(02).
019076     05 SIGN-PASSWORD-HASH     PIC 9(10).
019081
019100 PROCEDURE DIVISION.
019200
019300 0000-MAINLINE.
021400*    WITH NOTHING TO APPLY, NOT AN ERROR.
021500******************************************************************
021600 1000-INITIALIZE-RTN.
021609     MOVE "J" TO SIGN-FUNCTION.
021618     MOVE "GAMEBTCH" TO SIGN-PROGRAM.
021627     MOVE SPACES TO SIGN-ACTION.
021636     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
021645         SIGN-RESULT-FIELDS.
021654     IF NOT SIGN-GRANTED
021663         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
021672         MOVE 8 TO RETURN-CODE
021681         STOP RUN
021690     END-IF.
021700     OPEN OUTPUT REGISTER-FILE.
021800     MOVE SPACES TO REGISTER-LINE.
021900     STRING 'GAMEBTCH TRANSACTION REGISTER' DELIMITED BY SIZE
021912         INTO REGISTER-LINE.
021924     WRITE REGISTER-LINE.
021936     MOVE SPACES TO REGISTER-LINE.
021948     STRING 'RUN BY OPERATOR ' DELIMITED BY SIZE
021960         SIGN-OPERATOR-ID DELIMITED BY SIZE
021972         '  ' DELIMITED BY SIZE
021984         SIGN-OPERATOR-NAME DELIMITED BY SIZE
022000         INTO REGISTER-LINE.
022100     WRITE REGISTER-LINE.
022200     MOVE SPACES TO REGISTER-LINE.
054744     MOVE 'GAMEBTCH ' TO PND-SOURCE.
054745     MOVE OLD-PRICE-GAME TO PND-OLD-PRICE.
054746     MOVE WS-DIVERT-TRAN TO PND-TRAN-IMAGE.
054746     MOVE SIGN-OPERATOR-ID TO PND-ENTERED-BY.
054747     WRITE PENDING-PRICE-RECORD.
054748     MOVE SPACES TO REGISTER-LINE.
054749     STRING 'CHG ID=' DELIMITED BY SIZE
