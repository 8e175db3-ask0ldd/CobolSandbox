000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPSIGNON.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- CALLABLE OPERATOR SIGN-ON AND
001200*                      AUTHORITY CHECK, BUILT THE SAME WAY AS
001300*                      GAMELOCK AND ALERTWTR. UNTIL NOW ANYONE AT
001400*                      A TERMINAL COULD RUN ANY PROGRAM AND THE
001500*                      REGISTERS ONLY CARRIED WHATEVER INITIALS
001600*                      THE PERSON CHOSE TO TYPE. EVERY
001700*                      INTERACTIVE PROGRAM NOW CALLS THIS FIRST.
001800*                      FUNCTIONS --
001900*                        S  SIGN ON: ASK FOR OPERATOR ID AND
002000*                           PASSWORD (THREE TRIES), CHECK THEM
002100*                           AGAINST THE OPERATOR MASTER
002200*                           (OPERATOR.DAT -- SEE OPERREC) AND
002300*                           CHECK THE OPERATOR'S ROLE MAY RUN
002400*                           SIGN-PROGRAM. THREE BAD PASSWORDS IN
002500*                           A ROW LOCK THE OPERATOR OUT UNTIL
002600*                           THE ADMINISTRATOR RESETS THEM.
002700*                        J  JOB SIGN-ON: A STEP RUN UNDER
002800*                           NIGHTLYRUN RUNS AS THE OPERATOR WHO
002900*                           SIGNED THE JOB ON (NIGHTOPR.DAT);
003000*                           RUN BY HAND IT SIGNS ON AS FOR S.
003100*                        A  AUTHORITY: MAY THE OPERATOR ALREADY
003200*                           SIGNED ON USE FUNCTION SIGN-ACTION
003300*                           OF SIGN-PROGRAM.
003400*                        L  LOG: WRITE THE CALLER'S SECURITY
003500*                           EVENT (SIGN-ACTION, SIGN-DETAIL) FOR
003600*                           THE SIGNED-ON OPERATOR AND RAISE A
003700*                           WARNING ALERT.
003800*                        N  NOTE: AS L BUT WITHOUT THE ALERT, FOR
003900*                           ROUTINE EVENTS SUCH AS OPERMAINT
004000*                           ENROLLING OR RESETTING AN OPERATOR.
004100*                        P  SCRAMBLE A PASSWORD FOR OPERMAINT --
004200*                           OPERATOR ID IN SIGN-DETAIL(1:8),
004300*                           PASSWORD IN SIGN-DETAIL(9:8), RESULT
004400*                           IN SIGN-PASSWORD-HASH.
004500*                      WHICH ROLES MAY RUN WHICH PROGRAMS AND
004600*                      FUNCTIONS IS THE AUTHORITY TABLE
004700*                      (AUTHTBL.DAT), KEPT BY THE ADMINISTRATOR
004800*                      LIKE NIGHTCAL.TXT -- ROLE IN COLUMNS 1-2,
004900*                      PROGRAM IN 5-14, FUNCTION IN 17-24; A
005000*                      PROGRAM OF * MEANS ANY PROGRAM, A FUNCTION
005100*                      OF * MEANS THE WHOLE PROGRAM, A LINE
005200*                      STARTING * IS A COMMENT. THE SA ROLE IS
005300*                      ALWAYS AUTHORIZED SO A BAD TABLE CAN
005400*                      NEVER LOCK THE ADMINISTRATOR OUT. EVERY
005500*                      SIGN-ON, FAILED SIGN-ON AND REFUSAL GOES TO
005600*                      THE SECURITY LOG (SECURITY.LOG); FAILURES
005700*                      AND REFUSALS ALSO RAISE AN OPERATOR ALERT
005800*                      THROUGH ALERTWTR. THE SIGNED-ON OPERATOR
005900*                      IS HELD HERE FOR THE REST OF THE RUN, SO A
006000*                      CALLER CANNOT CLAIM SOMEONE ELSE'S
006100*                      AUTHORITY. FILES ARE OPENED AND CLOSED ON
006200*                      EVERY CALL.
006300******************************************************************
006400
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS OPR-ID
007200         FILE STATUS IS WS-OPER-FILE-STATUS.
007300
007400     SELECT AUTHORITY-FILE ASSIGN TO 'AUTHTBL.DAT'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AUTH-FILE-STATUS.
007700
007800     SELECT RUNAS-FILE ASSIGN TO 'NIGHTOPR.DAT'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-RUNAS-FILE-STATUS.
008100
008200     SELECT SECURITY-FILE ASSIGN TO 'SECURITY.LOG'
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-SEC-FILE-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  OPERATOR-FILE.
008900 COPY OPERREC.
009000
009100 FD  AUTHORITY-FILE.
009200 01  AUTHORITY-RECORD.
009300     05 AUT-ROLE              PIC X(02).
009400     05 AUT-SPCS1             PIC X(02).
009500     05 AUT-PROGRAM           PIC X(10).
009600     05 AUT-SPCS2             PIC X(02).
009700     05 AUT-FUNCTION          PIC X(08).
009800
009900 FD  RUNAS-FILE.
010000 01  RUNAS-RECORD.
010100     05 RUN-OPERATOR-ID       PIC X(08).
010200     05 RUN-SPCS1             PIC X(02).
010300     05 RUN-STAMP             PIC X(19).
010400
010500 FD  SECURITY-FILE.
010600 01  SECURITY-LINE            PIC X(150).
010700
010800 WORKING-STORAGE SECTION.
010900 01  SWITCHES.
011000     05 WS-SIGNED-ON-SWITCH   PIC X VALUE "N".
011100        88 OPERATOR-SIGNED-ON         VALUE "Y".
011200     05 WS-GIVE-UP-SWITCH     PIC X VALUE "N".
011300        88 SIGN-ON-ABANDONED          VALUE "Y".
011400     05 WS-AUTH-EOF-SWITCH    PIC X VALUE "N".
011500        88 END-OF-AUTHORITY           VALUE "Y".
011600     05 WS-AUTHORIZED-SWITCH  PIC X VALUE "N".
011700        88 OPERATOR-AUTHORIZED        VALUE "Y".
011800
011900 01  WS-FILE-STATUSES.
012000     05 WS-OPER-FILE-STATUS   PIC X(02) VALUE "00".
012100     05 WS-AUTH-FILE-STATUS   PIC X(02) VALUE "00".
012200     05 WS-RUNAS-FILE-STATUS  PIC X(02) VALUE "00".
012300     05 WS-SEC-FILE-STATUS    PIC X(02) VALUE "00".
012400
012500 01  WS-SESSION-FIELDS.
012600     05 WS-SESSION-ID         PIC X(08) VALUE SPACES.
012700     05 WS-SESSION-NAME       PIC X(30) VALUE SPACES.
012800     05 WS-SESSION-ROLE       PIC X(02) VALUE SPACES.
012900        88 SESSION-IS-ADMIN           VALUE 'SA'.
013000
013100 01  WS-ENTRY-FIELDS.
013200     05 WS-ENTRY-ID           PIC X(08) VALUE SPACES.
013300     05 WS-ENTRY-PASSWORD     PIC X(08) VALUE SPACES.
013400     05 WS-ATTEMPT-COUNT      PIC 9 VALUE 0.
013500     05 WS-ATTEMPT-LIMIT      PIC 9 VALUE 3.
013600     05 WS-LOCKOUT-LIMIT      PIC 9 VALUE 3.
013700
013800 01  WS-CHECK-ACTION          PIC X(08) VALUE SPACES.
013900
014000 01  WS-HASH-FIELDS.
014100     05 WS-HASH-INPUT.
014200         10 WS-HASH-IN-ID     PIC X(08).
014300         10 WS-HASH-IN-PASSWORD PIC X(08).
014400     05 WS-HASH-WORK          PIC 9(15) COMP VALUE 0.
014500     05 WS-HASH-QUOT          PIC 9(15) COMP VALUE 0.
014600     05 WS-HASH-REM           PIC 9(15) COMP VALUE 0.
014700     05 WS-HASH-RESULT        PIC 9(10) VALUE 0.
014800     05 WS-HASH-POS           PIC 9(03) COMP VALUE 0.
014900     05 WS-HASH-CHAR          PIC X(01) VALUE SPACES.
015000     05 WS-CHAR-VALUE         PIC 9(03) COMP VALUE 0.
015100     05 WS-CHAR-IDX           PIC 9(03) COMP VALUE 0.
015200 01  WS-HASH-CHARSET          PIC X(64) VALUE
015300     'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz01234567
015400-    '89#$'.
015500 01  WS-HASH-CHARSET-R REDEFINES WS-HASH-CHARSET.
015600     05 WS-HASH-SET-CHAR OCCURS 64 TIMES PIC X(01).
015700
015800 01  WS-SEC-FIELDS.
015900     05 WS-SEC-EVENT          PIC X(12) VALUE SPACES.
016000     05 WS-SEC-OPERATOR       PIC X(08) VALUE SPACES.
016100     05 WS-SEC-DETAIL         PIC X(60) VALUE SPACES.
016200     05 WS-ATTEMPT-EDIT       PIC 9.
016300
016400 01  WS-STAMP-DATE-GROUP.
016500     05 WS-STAMP-YYYY         PIC 9(4).
016600     05 WS-STAMP-MM           PIC 99.
016700     05 WS-STAMP-DD           PIC 99.
016800
016900 01  WS-STAMP-TIME-GROUP.
017000     05 WS-STAMP-HH           PIC 99.
017100     05 WS-STAMP-MIN          PIC 99.
017200     05 WS-STAMP-SS           PIC 99.
017300     05 WS-STAMP-HS           PIC 99.
017400
017500 01  WS-STAMP                 PIC X(19) VALUE SPACES.
017600
017700 01  ALERT-REQUEST-FIELDS.
017800     05 ALERT-SEVERITY        PIC X.
017900     05 ALERT-PROGRAM         PIC X(12).
018000     05 ALERT-MESSAGE         PIC X(80).
018100
018200 LINKAGE SECTION.
018300 01  SIGN-REQUEST-FIELDS.
018400     05 SIGN-FUNCTION         PIC X.
018500        88 SIGN-ON-REQUEST            VALUE "S".
018600        88 SIGN-JOB-REQUEST           VALUE "J".
018700        88 SIGN-AUTHORITY-REQUEST     VALUE "A".
018800        88 SIGN-LOG-REQUEST           VALUE "L".
018900        88 SIGN-NOTE-REQUEST          VALUE "N".
019000        88 SIGN-HASH-REQUEST          VALUE "P".
019100     05 SIGN-PROGRAM          PIC X(10).
019200     05 SIGN-ACTION           PIC X(08).
019300     05 SIGN-DETAIL           PIC X(60).
019400 01  SIGN-RESULT-FIELDS.
019500     05 SIGN-RESULT           PIC X.
019600        88 SIGN-GRANTED               VALUE "G".
019700        88 SIGN-REFUSED               VALUE "R".
019800     05 SIGN-OPERATOR-ID      PIC X(08).
019900     05 SIGN-OPERATOR-NAME    PIC X(30).
020000     05 SIGN-OPERATOR-ROLE    PIC X(02).
020100     05 SIGN-PASSWORD-HASH    PIC 9(10).
020200
020300 PROCEDURE DIVISION USING SIGN-REQUEST-FIELDS
020400     SIGN-RESULT-FIELDS.
020500
020600 0000-MAINLINE.
020700     MOVE "R" TO SIGN-RESULT.
020800     EVALUATE TRUE
020900         WHEN SIGN-ON-REQUEST
021000             PERFORM 2000-SIGN-ON-RTN
021100                 THRU 2000-SIGN-ON-RTN-EXIT
021200         WHEN SIGN-JOB-REQUEST
021300             PERFORM 2500-JOB-SIGN-ON-RTN
021400                 THRU 2500-JOB-SIGN-ON-RTN-EXIT
021500         WHEN SIGN-AUTHORITY-REQUEST
021600             PERFORM 3000-CHECK-FUNCTION-RTN
021700         WHEN SIGN-LOG-REQUEST
021800         WHEN SIGN-NOTE-REQUEST
021900             PERFORM 4000-LOG-CALLER-EVENT-RTN
022000         WHEN SIGN-HASH-REQUEST
022100             MOVE SIGN-DETAIL(1:8) TO WS-HASH-IN-ID
022200             MOVE SIGN-DETAIL(9:8) TO WS-HASH-IN-PASSWORD
022300             PERFORM 5000-HASH-PASSWORD-RTN
022400             MOVE WS-HASH-RESULT TO SIGN-PASSWORD-HASH
022500             MOVE "G" TO SIGN-RESULT
022600     END-EVALUATE.
022700     MOVE WS-SESSION-ID TO SIGN-OPERATOR-ID.
022800     MOVE WS-SESSION-NAME TO SIGN-OPERATOR-NAME.
022900     MOVE WS-SESSION-ROLE TO SIGN-OPERATOR-ROLE.
023000     GOBACK.
023100
023200******************************************************************
023300*    2000-SIGN-ON-RTN
023400*    SIGN THE OPERATOR AT THE TERMINAL ON -- UP TO THREE TRIES,
023500*    A BLANK ID GIVES UP -- AND CHECK THEIR ROLE MAY RUN THE
023600*    CALLING PROGRAM. ALREADY SIGNED ON THIS RUN MEANS ONLY THE
023700*    AUTHORITY CHECK IS NEEDED.
023800******************************************************************
023900 2000-SIGN-ON-RTN.
024000     IF OPERATOR-SIGNED-ON
024050         PERFORM 2900-CHECK-PROGRAM-RTN
024060         IF OPERATOR-AUTHORIZED
024070             DISPLAY "SIGNED ON AS " WS-SESSION-ID " - "
024080                 WS-SESSION-NAME
024090         END-IF
024100         GO TO 2000-SIGN-ON-RTN-EXIT
024200     END-IF.
024300     OPEN I-O OPERATOR-FILE.
024400     IF WS-OPER-FILE-STATUS NOT = "00"
024500         DISPLAY "NO OPERATOR MASTER (OPERATOR.DAT) ON HAND -"
024600             " ENROL THE FIRST ADMINISTRATOR WITH OPERMAINT"
024700         MOVE 'SIGNON-FAIL' TO WS-SEC-EVENT
024800         MOVE SPACES TO WS-SEC-OPERATOR
024900         MOVE 'NO OPERATOR MASTER ON HAND' TO WS-SEC-DETAIL
025000         PERFORM 7000-WRITE-SECURITY-LOG-RTN
025100         GO TO 2000-SIGN-ON-RTN-EXIT
025200     END-IF.
025300     DISPLAY SIGN-PROGRAM " - OPERATOR SIGN-ON".
025400     MOVE 0 TO WS-ATTEMPT-COUNT.
025500     MOVE "N" TO WS-GIVE-UP-SWITCH.
025600     PERFORM 2100-TRY-ONE-SIGN-ON-RTN
025700         THRU 2100-TRY-ONE-SIGN-ON-RTN-EXIT
025800         UNTIL OPERATOR-SIGNED-ON
025900         OR SIGN-ON-ABANDONED
026000         OR WS-ATTEMPT-COUNT NOT < WS-ATTEMPT-LIMIT.
026100     CLOSE OPERATOR-FILE.
026200     IF NOT OPERATOR-SIGNED-ON
026300         DISPLAY "SIGN-ON FAILED"
026400         MOVE WS-ATTEMPT-COUNT TO WS-ATTEMPT-EDIT
026500         MOVE "W" TO ALERT-SEVERITY
026600         MOVE SPACES TO ALERT-MESSAGE
026700         STRING 'SIGN-ON FAILED AFTER ' DELIMITED BY SIZE
026800             WS-ATTEMPT-EDIT DELIMITED BY SIZE
026900             ' ATTEMPT(S), LAST ID TRIED ' DELIMITED BY SIZE
027000             WS-ENTRY-ID DELIMITED BY SIZE
027100             ' - SEE SECURITY.LOG' DELIMITED BY SIZE
027200             INTO ALERT-MESSAGE
027300         PERFORM 7100-RAISE-ALERT-RTN
027400         GO TO 2000-SIGN-ON-RTN-EXIT
027500     END-IF.
027600
027700     PERFORM 2900-CHECK-PROGRAM-RTN.
027800     IF OPERATOR-AUTHORIZED
028200         DISPLAY "SIGNED ON AS " WS-SESSION-ID " - "
028300             WS-SESSION-NAME
028900     END-IF.
029000
029100 2000-SIGN-ON-RTN-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500*    2100-TRY-ONE-SIGN-ON-RTN
029600*    TAKE ONE ID AND PASSWORD AND CHECK THEM. THE MESSAGE AT THE
029700*    TERMINAL NEVER SAYS WHICH HALF WAS WRONG; THE SECURITY LOG
029800*    DOES. A BAD PASSWORD AGAINST A REAL ID COUNTS TOWARD THAT
029900*    OPERATOR'S LOCK-OUT.
030000******************************************************************
030100 2100-TRY-ONE-SIGN-ON-RTN.
030200     DISPLAY "OPERATOR ID (BLANK TO GIVE UP) : ".
030300     MOVE SPACES TO WS-ENTRY-ID.
030400     ACCEPT WS-ENTRY-ID.
030500     IF WS-ENTRY-ID = SPACES
030600         MOVE "Y" TO WS-GIVE-UP-SWITCH
030700         GO TO 2100-TRY-ONE-SIGN-ON-RTN-EXIT
030800     END-IF.
030900     DISPLAY "PASSWORD : ".
031000     MOVE SPACES TO WS-ENTRY-PASSWORD.
031100     ACCEPT WS-ENTRY-PASSWORD.
031200     ADD 1 TO WS-ATTEMPT-COUNT.
031300     MOVE WS-ENTRY-ID TO WS-SEC-OPERATOR.
031400     MOVE WS-ENTRY-ID TO OPR-ID.
031500     READ OPERATOR-FILE
031600         INVALID KEY
031700             DISPLAY "ID OR PASSWORD NOT RECOGNISED"
031800             MOVE 'SIGNON-FAIL' TO WS-SEC-EVENT
031900             MOVE 'UNKNOWN OPERATOR ID' TO WS-SEC-DETAIL
032000             PERFORM 7000-WRITE-SECURITY-LOG-RTN
032100             GO TO 2100-TRY-ONE-SIGN-ON-RTN-EXIT
032200     END-READ.
032300     IF NOT OPR-ACTIVE
032400         IF OPR-LOCKED
032500             DISPLAY "OPERATOR " OPR-ID " IS LOCKED OUT - SEE"
032600                 " THE ADMINISTRATOR"
032700             MOVE 'OPERATOR IS LOCKED OUT' TO WS-SEC-DETAIL
032800         ELSE
032900             DISPLAY "OPERATOR " OPR-ID " IS DISABLED - SEE"
033000                 " THE ADMINISTRATOR"
033100             MOVE 'OPERATOR IS DISABLED' TO WS-SEC-DETAIL
033200         END-IF
033300         MOVE 'SIGNON-FAIL' TO WS-SEC-EVENT
033400         PERFORM 7000-WRITE-SECURITY-LOG-RTN
033500         MOVE "Y" TO WS-GIVE-UP-SWITCH
033600         GO TO 2100-TRY-ONE-SIGN-ON-RTN-EXIT
033700     END-IF.
033800     MOVE WS-ENTRY-ID TO WS-HASH-IN-ID.
033900     MOVE WS-ENTRY-PASSWORD TO WS-HASH-IN-PASSWORD.
034000     PERFORM 5000-HASH-PASSWORD-RTN.
034100     PERFORM 6000-STAMP-NOW-RTN.
034200     IF WS-HASH-RESULT NOT = OPR-PASSWORD-HASH
034300         DISPLAY "ID OR PASSWORD NOT RECOGNISED"
034400         ADD 1 TO OPR-FAIL-COUNT
034500         MOVE 'SIGNON-FAIL' TO WS-SEC-EVENT
034600         MOVE 'WRONG PASSWORD' TO WS-SEC-DETAIL
034700         PERFORM 7000-WRITE-SECURITY-LOG-RTN
034800         IF OPR-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
034900             SET OPR-LOCKED TO TRUE
035000             MOVE "Y" TO WS-GIVE-UP-SWITCH
035100             DISPLAY "OPERATOR " OPR-ID " IS NOW LOCKED OUT -"
035200                 " SEE THE ADMINISTRATOR"
035300             MOVE 'LOCKED-OUT' TO WS-SEC-EVENT
035400             MOVE 'TOO MANY WRONG PASSWORDS IN A ROW'
035500                 TO WS-SEC-DETAIL
035600             PERFORM 7000-WRITE-SECURITY-LOG-RTN
035700             MOVE "A" TO ALERT-SEVERITY
035800             MOVE SPACES TO ALERT-MESSAGE
035900             STRING 'OPERATOR ' DELIMITED BY SIZE
036000                 OPR-ID DELIMITED BY SIZE
036100                 ' LOCKED OUT AFTER REPEATED WRONG PASSWORDS -'
036200                 DELIMITED BY SIZE
036300                 ' RESET THROUGH OPERMAINT' DELIMITED BY SIZE
036400                 INTO ALERT-MESSAGE
036500             PERFORM 7100-RAISE-ALERT-RTN
036600         END-IF
036700         REWRITE OPERATOR-RECORD
036800         GO TO 2100-TRY-ONE-SIGN-ON-RTN-EXIT
036900     END-IF.
037000     MOVE 0 TO OPR-FAIL-COUNT.
037100     MOVE WS-STAMP TO OPR-LAST-SIGNON.
037200     REWRITE OPERATOR-RECORD.
037300     MOVE "Y" TO WS-SIGNED-ON-SWITCH.
037400     MOVE OPR-ID TO WS-SESSION-ID.
037500     MOVE OPR-NAME TO WS-SESSION-NAME.
037600     MOVE OPR-ROLE TO WS-SESSION-ROLE.
037700     MOVE 'SIGNON' TO WS-SEC-EVENT.
037800     MOVE SPACES TO WS-SEC-DETAIL.
037900     PERFORM 7000-WRITE-SECURITY-LOG-RTN.
038000
038100 2100-TRY-ONE-SIGN-ON-RTN-EXIT.
038200     EXIT.
038300
038400******************************************************************
038500*    2500-JOB-SIGN-ON-RTN
038600*    A STEP UNDER NIGHTLYRUN HAS NO TERMINAL -- IT RUNS AS THE
038700*    OPERATOR NIGHTLYRUN SIGNED ON AND RECORDED IN NIGHTOPR.DAT,
038800*    PROVIDED THAT OPERATOR IS STILL ACTIVE ON THE MASTER. WITH
038900*    NO JOB IN PROGRESS (NO FILE, OR A BLANK ONE) THE PROGRAM
039000*    IS BEING RUN BY HAND AND SIGNS ON AT THE TERMINAL.
039100******************************************************************
039200 2500-JOB-SIGN-ON-RTN.
039300     IF OPERATOR-SIGNED-ON
039350         PERFORM 2900-CHECK-PROGRAM-RTN
039400         GO TO 2500-JOB-SIGN-ON-RTN-EXIT
039500     END-IF.
039600     MOVE SPACES TO RUNAS-RECORD.
039700     OPEN INPUT RUNAS-FILE.
039800     IF WS-RUNAS-FILE-STATUS = "00"
039900         READ RUNAS-FILE
040000             AT END
040100                 MOVE SPACES TO RUNAS-RECORD
040200         END-READ
040300         CLOSE RUNAS-FILE
040400     END-IF.
040500     IF RUN-OPERATOR-ID = SPACES
040600         PERFORM 2000-SIGN-ON-RTN
040700             THRU 2000-SIGN-ON-RTN-EXIT
040800         GO TO 2500-JOB-SIGN-ON-RTN-EXIT
040900     END-IF.
041000     MOVE RUN-OPERATOR-ID TO WS-SEC-OPERATOR.
041100     OPEN INPUT OPERATOR-FILE.
041200     IF WS-OPER-FILE-STATUS NOT = "00"
041300         MOVE 'SIGNON-FAIL' TO WS-SEC-EVENT
041400         MOVE 'NO OPERATOR MASTER ON HAND FOR JOB SIGN-ON'
041500             TO WS-SEC-DETAIL
041600         PERFORM 7000-WRITE-SECURITY-LOG-RTN
041700         GO TO 2500-JOB-SIGN-ON-RTN-EXIT
041800     END-IF.
041900     MOVE RUN-OPERATOR-ID TO OPR-ID.
042000     READ OPERATOR-FILE
042100         INVALID KEY
042200             MOVE SPACES TO OPR-STATUS
042300     END-READ.
042400     CLOSE OPERATOR-FILE.
042500     IF NOT OPR-ACTIVE
042600         DISPLAY "JOB OPERATOR " RUN-OPERATOR-ID
042700             " IS NOT AN ACTIVE OPERATOR - RUN REFUSED"
042800         MOVE 'SIGNON-FAIL' TO WS-SEC-EVENT
042900         MOVE 'JOB OPERATOR NOT ACTIVE ON THE MASTER'
043000             TO WS-SEC-DETAIL
043100         PERFORM 7000-WRITE-SECURITY-LOG-RTN
043200         MOVE "A" TO ALERT-SEVERITY
043300         MOVE SPACES TO ALERT-MESSAGE
043400         STRING 'JOB SIGN-ON REFUSED - OPERATOR '
043500             DELIMITED BY SIZE
043600             RUN-OPERATOR-ID DELIMITED BY SIZE
043700             ' IN NIGHTOPR.DAT IS NOT ACTIVE' DELIMITED BY SIZE
043800             INTO ALERT-MESSAGE
043900         PERFORM 7100-RAISE-ALERT-RTN
044000         GO TO 2500-JOB-SIGN-ON-RTN-EXIT
044100     END-IF.
044200     MOVE "Y" TO WS-SIGNED-ON-SWITCH.
044300     MOVE OPR-ID TO WS-SESSION-ID.
044400     MOVE OPR-NAME TO WS-SESSION-NAME.
044500     MOVE OPR-ROLE TO WS-SESSION-ROLE.
044600     MOVE 'JOB-SIGNON' TO WS-SEC-EVENT.
044700     MOVE 'RUNNING AS THE NIGHTLYRUN OPERATOR' TO WS-SEC-DETAIL.
044800     PERFORM 7000-WRITE-SECURITY-LOG-RTN.
044900
045000     PERFORM 2900-CHECK-PROGRAM-RTN.
046100
046200 2500-JOB-SIGN-ON-RTN-EXIT.
046300     EXIT.
046400
046410******************************************************************
046415*    2900-CHECK-PROGRAM-RTN
046420*    THE OPERATOR IS SIGNED ON -- MAY THEIR ROLE RUN THE CALLING
046425*    PROGRAM. A REFUSAL IS SHOWN, LOGGED AND ALERTED.
046430******************************************************************
046435 2900-CHECK-PROGRAM-RTN.
046440     MOVE SPACES TO WS-CHECK-ACTION.
046445     PERFORM 3100-CHECK-AUTHORITY-RTN.
046450     IF OPERATOR-AUTHORIZED
046455         MOVE "G" TO SIGN-RESULT
046460     ELSE
046465         DISPLAY "OPERATOR " WS-SESSION-ID " (ROLE "
046470             WS-SESSION-ROLE ") IS NOT AUTHORIZED TO RUN "
046475             SIGN-PROGRAM
046480         PERFORM 3200-REPORT-REFUSAL-RTN
046485     END-IF.
046490
046500******************************************************************
046600*    3000-CHECK-FUNCTION-RTN
046700*    MAY THE OPERATOR SIGNED ON THIS RUN USE FUNCTION
046800*    SIGN-ACTION OF SIGN-PROGRAM. NOBODY SIGNED ON IS A REFUSAL.
046900******************************************************************
047000 3000-CHECK-FUNCTION-RTN.
047100     MOVE SIGN-ACTION TO WS-CHECK-ACTION.
047200     MOVE "N" TO WS-AUTHORIZED-SWITCH.
047300     IF OPERATOR-SIGNED-ON
047400         PERFORM 3100-CHECK-AUTHORITY-RTN
047500     END-IF.
047600     IF OPERATOR-AUTHORIZED
047700         MOVE "G" TO SIGN-RESULT
047800     ELSE
047900         DISPLAY SIGN-ACTION " IS NOT AUTHORIZED FOR OPERATOR "
048000             WS-SESSION-ID " (ROLE " WS-SESSION-ROLE ")"
048100         PERFORM 3200-REPORT-REFUSAL-RTN
048200     END-IF.
048300
048400******************************************************************
048500*    3100-CHECK-AUTHORITY-RTN
048600*    LOOK THE SESSION ROLE UP IN THE AUTHORITY TABLE FOR
048700*    SIGN-PROGRAM AND WS-CHECK-ACTION (BLANK MEANS "MAY RUN THE
048800*    PROGRAM AT ALL", WHICH ANY LINE FOR THE PROGRAM GRANTS).
048900*    THE ADMINISTRATOR ROLE NEEDS NO LINE. NO TABLE ON HAND
049000*    LEAVES ONLY THE ADMINISTRATOR AUTHORIZED.
049100******************************************************************
049200 3100-CHECK-AUTHORITY-RTN.
049300     MOVE "N" TO WS-AUTHORIZED-SWITCH.
049400     IF SESSION-IS-ADMIN
049500         MOVE "Y" TO WS-AUTHORIZED-SWITCH
049600     ELSE
049700         MOVE "N" TO WS-AUTH-EOF-SWITCH
049800         OPEN INPUT AUTHORITY-FILE
049900         IF WS-AUTH-FILE-STATUS NOT = "00"
050000             MOVE "Y" TO WS-AUTH-EOF-SWITCH
050100         END-IF
050200         PERFORM 3150-CHECK-ONE-LINE-RTN
050300             UNTIL END-OF-AUTHORITY OR OPERATOR-AUTHORIZED
050400         IF WS-AUTH-FILE-STATUS NOT = "35"
050500             CLOSE AUTHORITY-FILE
050600         END-IF
050700     END-IF.
050800
050900******************************************************************
051000*    3150-CHECK-ONE-LINE-RTN
051100*    READ ONE AUTHORITY LINE AND SEE WHETHER IT COVERS THE
051200*    SESSION ROLE, THE PROGRAM AND THE FUNCTION ASKED ABOUT.
051300******************************************************************
051400 3150-CHECK-ONE-LINE-RTN.
051500     READ AUTHORITY-FILE
051600         AT END
051700             MOVE "Y" TO WS-AUTH-EOF-SWITCH
051800         NOT AT END
051900             IF AUT-ROLE(1:1) NOT = '*'
052000                 AND AUT-ROLE = WS-SESSION-ROLE
052100                 AND (AUT-PROGRAM = SIGN-PROGRAM
052200                 OR AUT-PROGRAM = '*')
052300                 AND (WS-CHECK-ACTION = SPACES
052400                 OR AUT-FUNCTION = '*'
052500                 OR AUT-FUNCTION = WS-CHECK-ACTION)
052600                 MOVE "Y" TO WS-AUTHORIZED-SWITCH
052700             END-IF
052800     END-READ.
052900
053000******************************************************************
053100*    3200-REPORT-REFUSAL-RTN
053200*    LOG A REFUSED PROGRAM OR FUNCTION AND RAISE A WARNING ALERT.
053300******************************************************************
053400 3200-REPORT-REFUSAL-RTN.
053500     MOVE 'REFUSED' TO WS-SEC-EVENT.
053600     MOVE WS-SESSION-ID TO WS-SEC-OPERATOR.
053700     MOVE SPACES TO WS-SEC-DETAIL.
053800     IF WS-CHECK-ACTION = SPACES
053900         STRING 'ROLE ' DELIMITED BY SIZE
054000             WS-SESSION-ROLE DELIMITED BY SIZE
054100             ' MAY NOT RUN THE PROGRAM' DELIMITED BY SIZE
054200             INTO WS-SEC-DETAIL
054300     ELSE
054400         STRING 'ROLE ' DELIMITED BY SIZE
054500             WS-SESSION-ROLE DELIMITED BY SIZE
054600             ' MAY NOT USE FUNCTION ' DELIMITED BY SIZE
054700             WS-CHECK-ACTION DELIMITED BY SIZE
054800             INTO WS-SEC-DETAIL
054900     END-IF.
055000     PERFORM 7000-WRITE-SECURITY-LOG-RTN.
055100     MOVE "W" TO ALERT-SEVERITY.
055200     MOVE SPACES TO ALERT-MESSAGE.
055300     STRING 'OPERATOR ' DELIMITED BY SIZE
055400         WS-SESSION-ID DELIMITED BY SIZE
055500         ' REFUSED - ' DELIMITED BY SIZE
055600         WS-SEC-DETAIL DELIMITED BY SIZE
055700         INTO ALERT-MESSAGE.
055800     PERFORM 7100-RAISE-ALERT-RTN.
055900
056000******************************************************************
056100*    4000-LOG-CALLER-EVENT-RTN
056200*    WRITE A SECURITY EVENT THE CALLING PROGRAM DETECTED ITSELF
056300*    (E.G. PRCAPPR REFUSING A SELF-APPROVAL) AND, EXCEPT FOR A
056400*    ROUTINE NOTE, RAISE A WARNING ALERT.
056500******************************************************************
056600 4000-LOG-CALLER-EVENT-RTN.
056700     MOVE SIGN-ACTION TO WS-SEC-EVENT.
056800     MOVE WS-SESSION-ID TO WS-SEC-OPERATOR.
056900     MOVE SIGN-DETAIL TO WS-SEC-DETAIL.
057000     PERFORM 7000-WRITE-SECURITY-LOG-RTN.
057100     IF SIGN-LOG-REQUEST
057200         MOVE "W" TO ALERT-SEVERITY
057300         MOVE SPACES TO ALERT-MESSAGE
057400         STRING 'OPERATOR ' DELIMITED BY SIZE
057500             WS-SESSION-ID DELIMITED BY SIZE
057600             ' ' DELIMITED BY SIZE
057700             SIGN-DETAIL DELIMITED BY SIZE
057800             INTO ALERT-MESSAGE
057900         PERFORM 7100-RAISE-ALERT-RTN
058000     END-IF.
058100     MOVE "G" TO SIGN-RESULT.
058200
058300******************************************************************
058400*    5000-HASH-PASSWORD-RTN
058500*    SCRAMBLE THE OPERATOR ID AND PASSWORD IN WS-HASH-INPUT INTO
058600*    A TEN-DIGIT NUMBER. ONLY THIS NUMBER IS EVER STORED, AND
058700*    THE ID IS FOLDED IN SO TWO OPERATORS WITH THE SAME
058800*    PASSWORD DO NOT SHOW THE SAME NUMBER ON THE MASTER.
058900******************************************************************
059000 5000-HASH-PASSWORD-RTN.
059100     MOVE 7 TO WS-HASH-WORK.
059200     PERFORM 5100-HASH-ONE-CHAR-RTN
059300         VARYING WS-HASH-POS FROM 1 BY 1
059400         UNTIL WS-HASH-POS > 16.
059500     MOVE WS-HASH-WORK TO WS-HASH-RESULT.
059600
059700******************************************************************
059800*    5100-HASH-ONE-CHAR-RTN
059900*    FOLD ONE CHARACTER INTO THE RUNNING VALUE -- ITS PLACE IN
060000*    THE CHARACTER SET (0 FOR A SPACE, 65 FOR ANYTHING OUTSIDE
060100*    THE SET), WEIGHTED BY POSITION, KEPT BELOW 2147483647.
060200******************************************************************
060300 5100-HASH-ONE-CHAR-RTN.
060400     MOVE WS-HASH-INPUT(WS-HASH-POS:1) TO WS-HASH-CHAR.
060500     MOVE 0 TO WS-CHAR-VALUE.
060600     IF WS-HASH-CHAR NOT = SPACE
060700         PERFORM 5200-FIND-ONE-CHAR-RTN
060800             VARYING WS-CHAR-IDX FROM 1 BY 1
060900             UNTIL WS-CHAR-IDX > 64 OR WS-CHAR-VALUE > 0
061000         IF WS-CHAR-VALUE = 0
061100             MOVE 65 TO WS-CHAR-VALUE
061200         END-IF
061300     END-IF.
061400     COMPUTE WS-HASH-WORK =
061500         WS-HASH-WORK * 131 + WS-CHAR-VALUE * WS-HASH-POS
061600         + WS-HASH-POS.
061700     DIVIDE WS-HASH-WORK BY 2147483647
061800         GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
061900     MOVE WS-HASH-REM TO WS-HASH-WORK.
062000
062100******************************************************************
062200*    5200-FIND-ONE-CHAR-RTN
062300*    COMPARE THE CHARACTER AGAINST ONE POSITION OF THE SET.
062400******************************************************************
062500 5200-FIND-ONE-CHAR-RTN.
062600     IF WS-HASH-SET-CHAR(WS-CHAR-IDX) = WS-HASH-CHAR
062700         MOVE WS-CHAR-IDX TO WS-CHAR-VALUE
062800     END-IF.
062900
063000******************************************************************
063100*    6000-STAMP-NOW-RTN
063200*    BUILD THE CURRENT DATE AND TIME AS YYYY-MM-DD HH:MM:SS.
063300******************************************************************
063400 6000-STAMP-NOW-RTN.
063500     ACCEPT WS-STAMP-DATE-GROUP FROM DATE YYYYMMDD.
063600     ACCEPT WS-STAMP-TIME-GROUP FROM TIME.
063700     MOVE SPACES TO WS-STAMP.
063800     STRING WS-STAMP-YYYY DELIMITED BY SIZE
063900         '-' DELIMITED BY SIZE
064000         WS-STAMP-MM DELIMITED BY SIZE
064100         '-' DELIMITED BY SIZE
064200         WS-STAMP-DD DELIMITED BY SIZE
064300         ' ' DELIMITED BY SIZE
064400         WS-STAMP-HH DELIMITED BY SIZE
064500         ':' DELIMITED BY SIZE
064600         WS-STAMP-MIN DELIMITED BY SIZE
064700         ':' DELIMITED BY SIZE
064800         WS-STAMP-SS DELIMITED BY SIZE
064900         INTO WS-STAMP.
065000
065100******************************************************************
065200*    7000-WRITE-SECURITY-LOG-RTN
065300*    APPEND ONE LINE TO THE SECURITY LOG -- WHEN, WHICH PROGRAM,
065400*    WHICH OPERATOR ID, THE EVENT AND THE DETAIL. THE PASSWORD
065500*    TYPED IS NEVER WRITTEN ANYWHERE.
065600******************************************************************
065700 7000-WRITE-SECURITY-LOG-RTN.
065800     PERFORM 6000-STAMP-NOW-RTN.
065900     OPEN EXTEND SECURITY-FILE.
066000     IF WS-SEC-FILE-STATUS NOT = "00"
066100         OPEN OUTPUT SECURITY-FILE
066200     END-IF.
066300     MOVE SPACES TO SECURITY-LINE.
066400     STRING WS-STAMP DELIMITED BY SIZE
066500         '  PGM=' DELIMITED BY SIZE
066600         SIGN-PROGRAM DELIMITED BY SIZE
066700         '  OPER=' DELIMITED BY SIZE
066800         WS-SEC-OPERATOR DELIMITED BY SIZE
066900         '  EVENT=' DELIMITED BY SIZE
067000         WS-SEC-EVENT DELIMITED BY SIZE
067100         '  ' DELIMITED BY SIZE
067200         WS-SEC-DETAIL DELIMITED BY SIZE
067300         INTO SECURITY-LINE.
067400     WRITE SECURITY-LINE.
067500     CLOSE SECURITY-FILE.
067600
067700******************************************************************
067800*    7100-RAISE-ALERT-RTN
067900*    PASS THE PREPARED SEVERITY AND MESSAGE TO ALERTWTR UNDER
068000*    THE CALLING PROGRAM'S NAME.
068100******************************************************************
068200 7100-RAISE-ALERT-RTN.
068300     MOVE SIGN-PROGRAM TO ALERT-PROGRAM.
068400     CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS.
068500
068600 END PROGRAM OPSIGNON.
