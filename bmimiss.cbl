002300*                      BMIMISS.TXT -- THE CHASE-UP LIST THE
002400*                      COORDINATOR HAS BEEN EYEBALLING OUT OF
002500*                      TWO PRINTOUTS.
002520*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002540*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002560*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002580*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002582*    10/15/2026  DLH   EMPMAST.TXT NOW CARRIES A SEPARATION DATE.
002584*                      AN EMPLOYEE WHOSE SEPARATION DATE HAS COME
002586*                      IS LEFT OUT OF THE DEPARTMENT HEADCOUNT AND
002588*                      THE CHASE-UP LISTS, AND COUNTED ON A NEW
002590*                      SEPARATED TOTALS LINE; THEIR HISTORY LINES
002592*                      STILL MATCH, SO THEY ARE NOT COUNTED AS
002594*                      UNKNOWN IDS.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
005200     05 EM-NAME               PIC X(25).
005300     05 FILLER                PIC X(02).
005400     05 EM-DEPT               PIC X(15).
005433     05 FILLER                PIC X(02).
005466     05 EM-SEP-DATE           PIC X(10).
005500
005600 FD  HISTORY-FILE.
005700 01  HISTORY-LINE             PIC X(80).
008000     05 STALE-COUNTER         PIC 9(5) COMP VALUE 0.
008100     05 CURRENT-COUNTER       PIC 9(5) COMP VALUE 0.
008200     05 UNKNOWN-ID-COUNTER    PIC 9(5) COMP VALUE 0.
008250     05 SEPARATED-COUNTER     PIC 9(5) COMP VALUE 0.
008300
008400 01  WS-FILE-STATUSES.
008500     05 WS-EMPMAST-FILE-STATUS PIC X(02) VALUE "00".
010100     05 WS-RUN-MM             PIC 99.
010200     05 WS-RUN-DD             PIC 99.
010300 01  WS-QTR-MM                PIC 99 VALUE 0.
010350 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
010400
010500 01  WS-EMP-COUNT             PIC 9(3) COMP VALUE 0.
010600 01  WS-EMP-TABLE.
011000         10 WS-EMP-NAME        PIC X(25).
011100         10 WS-EMP-DEPT        PIC X(15).
011200         10 WS-EMP-LAST-DATE   PIC X(10).
011233         10 WS-EMP-LEFT-SW     PIC X.
011266            88 EMP-HAS-LEFT            VALUE "Y".
011300
011400 01  WS-DEPT-COUNT            PIC 9(3) COMP VALUE 0.
011500 01  WS-DEPT-TABLE.
014300     05 WS-AUDIT-SS           PIC 99.
014400     05 WS-AUDIT-HS           PIC 99.
014500
014506 01  SIGN-REQUEST-FIELDS.
014512     05 SIGN-FUNCTION          PIC X.
014518     05 SIGN-PROGRAM           PIC X(10).
014524     05 SIGN-ACTION            PIC X(08).
014530     05 SIGN-DETAIL            PIC X(60).
014536 01  SIGN-RESULT-FIELDS.
014542     05 SIGN-RESULT            PIC X.
014548        88 SIGN-GRANTED                 VALUE "G".
014554        88 SIGN-REFUSED                 VALUE "R".
014560     05 SIGN-OPERATOR-ID       PIC X(08).
014566     05 SIGN-OPERATOR-NAME     PIC X(30).
014572     05 SIGN-OPERATOR-ROLE     PIC X(02).
014578     05 SIGN-PASSWORD-HASH     PIC 9(10).
014584
014600 PROCEDURE DIVISION.
014700
014800 0000-MAINLINE.
016000*    CURRENT QUARTER), OPEN THE FILES AND LOG THE START.
016100******************************************************************
016200 1000-INITIALIZE-RTN.
016209     MOVE "S" TO SIGN-FUNCTION.
016218     MOVE "BMIMISS" TO SIGN-PROGRAM.
016227     MOVE SPACES TO SIGN-ACTION.
016236     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
016245         SIGN-RESULT-FIELDS.
016254     IF NOT SIGN-GRANTED
016263         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
016272         MOVE 8 TO RETURN-CODE
016281         STOP RUN
016290     END-IF.
016300     DISPLAY "BMIMISS - WELLNESS NON-PARTICIPATION REPORT".
016400     DISPLAY "ENTER CUTOFF DATE (YYYY-MM-DD, BLANK = START OF"
016500         " THIS QUARTER) : ".
016600     ACCEPT WS-CUTOFF-DATE.
016700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016712     MOVE SPACES TO WS-TODAY-DATE.
016724     STRING WS-RUN-YYYY DELIMITED BY SIZE
016736         '-' DELIMITED BY SIZE
016748         WS-RUN-MM DELIMITED BY SIZE
016760         '-' DELIMITED BY SIZE
016772         WS-RUN-DD DELIMITED BY SIZE
016784         INTO WS-TODAY-DATE.
016800     IF WS-CUTOFF-DATE = SPACES
016900         COMPUTE WS-QTR-MM = (WS-RUN-MM - 1) / 3
017000         COMPUTE WS-QTR-MM = WS-QTR-MM * 3 + 1
023500******************************************************************
023600*    2000-LOAD-EMPMAST-RTN
023700*    LOAD ONE EMPLOYEE INTO THE WORK TABLE AND OPEN THEIR
023800*    DEPARTMENT'S HEADCOUNT SLOT. SOMEONE WHOSE SEPARATION DATE
023825*    HAS COME IS KEPT IN THE TABLE, SO THEIR HISTORY LINES ARE
023850*    NOT COUNTED AS UNKNOWN IDS, BUT IS LEFT OUT OF THE
023875*    HEADCOUNT AND NEVER CHASED.
023900******************************************************************
024000 2000-LOAD-EMPMAST-RTN.
024100     READ EMPMAST-FILE
025000                 MOVE EM-NAME TO WS-EMP-NAME(WS-EMP-IDX)
025100                 MOVE EM-DEPT TO WS-EMP-DEPT(WS-EMP-IDX)
025200                 MOVE SPACES TO WS-EMP-LAST-DATE(WS-EMP-IDX)
025214                 IF EM-SEP-DATE NOT = SPACES
025228                     AND EM-SEP-DATE NOT > WS-TODAY-DATE
025242                     MOVE "Y" TO WS-EMP-LEFT-SW(WS-EMP-IDX)
025256                     ADD 1 TO SEPARATED-COUNTER
025270                 ELSE
025284                     MOVE "N" TO WS-EMP-LEFT-SW(WS-EMP-IDX)
025300                     MOVE EM-DEPT TO WS-WORK-DEPT
025400                     PERFORM 2100-ROLL-DEPT-HEADCOUNT-RTN
025450                 END-IF
025500             ELSE
025600                 DISPLAY "EMPLOYEE TABLE FULL -"
025700                     " ID " EM-EMP-ID " NOT CHECKED"
039500******************************************************************
039600 4200-CHECK-ONE-EMP-RTN.
039700     IF WS-EMP-DEPT(WS-EMP-IDX) = WS-DEPT-KEY(WS-DEPT-IDX)
039750         AND NOT EMP-HAS-LEFT(WS-EMP-IDX)
039800         EVALUATE TRUE
039900             WHEN WS-EMP-LAST-DATE(WS-EMP-IDX) = SPACES
040000                 ADD 1 TO NEVER-COUNTER
045700     STRING 'HISTORY IDS NOT ON MASTER . : ' DELIMITED BY SIZE
045800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
045900     WRITE REPORT-LINE.
045916     MOVE SEPARATED-COUNTER TO WS-EDIT-COUNT.
045932     MOVE SPACES TO REPORT-LINE.
045948     STRING 'SEPARATED, NOT CHASED . . . : ' DELIMITED BY SIZE
045964         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
045980     WRITE REPORT-LINE.
046000
046100******************************************************************
046200*    9000-TERMINATE-RTN
