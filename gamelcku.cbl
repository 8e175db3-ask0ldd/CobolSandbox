001400*                      CLEARS A STALE LOCK LEFT BEHIND BY AN
001500*                      ABENDED WRITER -- AFTER THE OPERATOR
001600*                      CONFIRMS NOBODY IS ACTUALLY RUNNING.
001620*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
001640*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
001660*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
001680*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
001684*    10/15/2026  DLH   CLEARING THE LOCK NEEDS THE CLEAR FUNCTION
001688*                      FOR THE OPERATOR'S ROLE IN AUTHTBL.DAT, AND
001692*                      EVERY CLEAR IS NOTED ON THE SECURITY LOG
001696*                      WITH THE HOLDER IT REMOVED.
001700******************************************************************
001800
001900 ENVIRONMENT DIVISION.
003700     05 LOCK-HOLDER-NAME      PIC X(10).
003800     05 LOCK-TAKEN-TS         PIC X(19).
003900
003906 01  SIGN-REQUEST-FIELDS.
003912     05 SIGN-FUNCTION          PIC X.
003918     05 SIGN-PROGRAM           PIC X(10).
003924     05 SIGN-ACTION            PIC X(08).
003930     05 SIGN-DETAIL            PIC X(60).
003936 01  SIGN-RESULT-FIELDS.
003942     05 SIGN-RESULT            PIC X.
003948        88 SIGN-GRANTED                 VALUE "G".
003954        88 SIGN-REFUSED                 VALUE "R".
003960     05 SIGN-OPERATOR-ID       PIC X(08).
003966     05 SIGN-OPERATOR-NAME     PIC X(30).
003972     05 SIGN-OPERATOR-ROLE     PIC X(02).
003978     05 SIGN-PASSWORD-HASH     PIC 9(10).
003984
004000 PROCEDURE DIVISION.
004100
004200 0000-MAINLINE.
004300     DISPLAY "GAMELCKU - CATALOG LOCK UTILITY".
004309     MOVE "S" TO SIGN-FUNCTION.
004318     MOVE "GAMELCKU" TO SIGN-PROGRAM.
004327     MOVE SPACES TO SIGN-ACTION.
004336     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
004345         SIGN-RESULT-FIELDS.
004354     IF NOT SIGN-GRANTED
004363         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
004372         MOVE 8 TO RETURN-CODE
004381         STOP RUN
004390     END-IF.
004400     PERFORM 2000-COMMAND-MENU-RTN UNTIL NOT MORE-COMMANDS.
004500     STOP RUN.
004600
005800         WHEN "L" WHEN "l"
005900             PERFORM 2100-LIST-LOCK-RTN
006000         WHEN "C" WHEN "c"
006016             MOVE "A" TO SIGN-FUNCTION
006032             MOVE "CLEAR" TO SIGN-ACTION
006048             CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
006064                 SIGN-RESULT-FIELDS
006080             IF SIGN-GRANTED
006100                 PERFORM 2200-CLEAR-LOCK-RTN
006150             END-IF
006200         WHEN "Q" WHEN "q"
006300             MOVE "N" TO WS-MENU-SWITCH
006400         WHEN OTHER
008500*    2200-CLEAR-LOCK-RTN
008600*    CLEAR THE LOCK AFTER THE OPERATOR CONFIRMS THE HOLDER IS
008700*    REALLY GONE -- CLEARING A LIVE WRITER'S LOCK IS EXACTLY THE
008800*    CORRUPTION THIS INTERLOCK EXISTS TO PREVENT. THE CLEAR IS
008850*    NOTED ON THE SECURITY LOG WITH THE HOLDER IT REMOVED.
008900******************************************************************
009000 2200-CLEAR-LOCK-RTN.
009100     PERFORM 2100-LIST-LOCK-RTN.
009300         DISPLAY "CONFIRM THE HOLDER IS NOT RUNNING (Y/N) : "
009400         ACCEPT WS-CONFIRM
009500         IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
009510             MOVE "N" TO SIGN-FUNCTION
009520             MOVE "LOCK-CLR" TO SIGN-ACTION
009530             MOVE SPACES TO SIGN-DETAIL
009540             STRING 'CLEARED CATALOG LOCK HELD BY '
009550                 DELIMITED BY SIZE
009560                 LOCK-HOLDER-NAME DELIMITED BY SIZE
009570                 ' SINCE ' DELIMITED BY SIZE
009580                 LOCK-TAKEN-TS DELIMITED BY SIZE
009590                 INTO SIGN-DETAIL
009600             MOVE "R" TO LOCK-FUNCTION
009700             MOVE "GAMELCKU" TO LOCK-CALLER
009800             CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
009900                 LOCK-RESULT-FIELDS
010000             DISPLAY "LOCK CLEARED."
010033             CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
010066                 SIGN-RESULT-FIELDS
010100         ELSE
010200             DISPLAY "LOCK LEFT IN PLACE."
010300         END-IF
