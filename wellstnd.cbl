000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WELLSTND.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. WELLNESS-PROGRAM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- WEEKLY STANDINGS FOR A
001200*                      DEPARTMENT WELLNESS CHALLENGE SET UP IN
001300*                      WELLMAINT. READS THE CHALLENGE'S ACTIVE
001400*                      ENROLLMENTS (WELLENRL.TXT) AGAINST
001500*                      EMPMAST.TXT AND THE BMI CHECK-INS IN
001600*                      BMIHIST.TXT. WELLSTND.TXT RANKS THE
001700*                      DEPARTMENTS BY AVERAGE PERCENT BMI CHANGE
001800*                      SINCE THE CHALLENGE STARTED AND BY
001900*                      PARTICIPATION (CHECKED IN THAT WEEK OVER
002000*                      HEADCOUNT) AND CARRIES DEPARTMENT
002100*                      AGGREGATES ONLY -- NO NAMES, NO IDS, NO
002200*                      READINGS, AS WITH HRBMIEXT.TXT, AND NO
002300*                      AVERAGE FOR A DEPARTMENT WITH FEWER THAN
002400*                      THREE PEOPLE MEASURED, SINCE THAT WOULD
002500*                      GIVE AWAY ONE PERSON'S CHANGE.
002600*                      WELLRMND.TXT IS THE COORDINATOR'S OWN
002700*                      LIST -- EVERY ENROLLED EMPLOYEE'S CURRENT
002800*                      AND BEST CHECK-IN STREAK IN WEEKS, AND
002900*                      THE REMINDER LIST OF THOSE WHO MISSED THE
003000*                      WEEK'S CHECK-IN. THE OPERATOR PICKS THE
003100*                      CHALLENGE (BLANK TAKES THE ONE RUNNING
003200*                      TODAY) AND THE WEEK (BLANK TAKES THE LAST
003300*                      COMPLETED WEEK).
003314*    10/15/2026  DLH   EMPMAST.TXT NOW CARRIES A SEPARATION DATE.
003328*                      AN EMPLOYEE WHO LEFT BEFORE THE REPORT WEEK
003342*                      BEGAN IS LEFT OUT OF THE DEPARTMENT
003356*                      HEADCOUNT, THE SCORING, THE STREAKS AND THE
003370*                      REMINDERS, AND AN ENROLLMENT OF THEIRS IS
003384*                      COUNTED ON A NEW SEPARATED TOTALS LINE.
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST.TXT'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
004200
004300     SELECT CHALLENGE-FILE ASSIGN TO 'WELLCHAL.TXT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CHAL-FILE-STATUS.
004600
004700     SELECT ENROLLMENT-FILE ASSIGN TO 'WELLENRL.TXT'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ENRL-FILE-STATUS.
005000
005100     SELECT HISTORY-FILE ASSIGN TO 'BMIHIST.TXT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-HIST-FILE-STATUS.
005400
005500     SELECT REPORT-FILE ASSIGN TO 'WELLSTND.TXT'
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT REMINDER-FILE ASSIGN TO 'WELLRMND.TXT'
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  EMPMAST-FILE.
006800 01  EMPMAST-RECORD.
006900     05 EM-EMP-ID             PIC X(06).
007000     05 FILLER                PIC X(02).
007100     05 EM-NAME               PIC X(25).
007200     05 FILLER                PIC X(02).
007300     05 EM-DEPT               PIC X(15).
007333     05 FILLER                PIC X(02).
007366     05 EM-SEP-DATE           PIC X(10).
007400
007500 FD  CHALLENGE-FILE.
007600 COPY WELLCHAL.
007700
007800 FD  ENROLLMENT-FILE.
007900 COPY WELLENRL.
008000
008100 FD  HISTORY-FILE.
008200 01  HISTORY-LINE             PIC X(80).
008300
008400 FD  REPORT-FILE.
008500 01  REPORT-LINE              PIC X(100).
008600
008700 FD  REMINDER-FILE.
008800 01  REMINDER-LINE            PIC X(100).
008900
009000 FD  AUDIT-FILE.
009100 COPY AUDITLOG.
009200
009300 WORKING-STORAGE SECTION.
009400 01  SWITCHES.
009500     05 WS-EMPMAST-EOF-SWITCH PIC X VALUE "N".
009600        88 END-OF-EMPMAST             VALUE "Y".
009700     05 WS-CHAL-EOF-SWITCH    PIC X VALUE "N".
009800        88 END-OF-CHALLENGES          VALUE "Y".
009900     05 WS-ENRL-EOF-SWITCH    PIC X VALUE "N".
010000        88 END-OF-ENROLLMENTS         VALUE "Y".
010100     05 WS-HIST-EOF-SWITCH    PIC X VALUE "N".
010200        88 END-OF-HISTORY             VALUE "Y".
010300     05 WS-CHAL-FOUND-SWITCH  PIC X VALUE "N".
010400        88 CHALLENGE-FOUND            VALUE "Y".
010500     05 WS-EMP-FOUND-SWITCH   PIC X VALUE "N".
010600        88 EMPLOYEE-FOUND             VALUE "Y".
010700     05 WS-DEPT-FOUND-SWITCH  PIC X VALUE "N".
010800        88 DEPT-FOUND                 VALUE "Y".
010900     05 WS-DATE-OK-SWITCH     PIC X VALUE "N".
011000        88 DATE-IS-VALID              VALUE "Y".
011100
011200 01  COUNTERS.
011300     05 EMP-COUNTER           PIC 9(5) COMP VALUE 0.
011400     05 HIST-COUNTER          PIC 9(7) COMP VALUE 0.
011500     05 ENROLLED-COUNTER      PIC 9(5) COMP VALUE 0.
011600     05 CHECKED-IN-COUNTER    PIC 9(5) COMP VALUE 0.
011700     05 MISSED-COUNTER        PIC 9(5) COMP VALUE 0.
011800     05 MEASURED-COUNTER      PIC 9(5) COMP VALUE 0.
011900     05 NOT-ON-MASTER-COUNTER PIC 9(5) COMP VALUE 0.
011950     05 SEPARATED-COUNTER     PIC 9(5) COMP VALUE 0.
012000     05 RANK-COUNTER          PIC 9(3) COMP VALUE 0.
012100
012200 01  WS-FILE-STATUSES.
012300     05 WS-EMPMAST-FILE-STATUS PIC X(02) VALUE "00".
012400     05 WS-CHAL-FILE-STATUS   PIC X(02) VALUE "00".
012500     05 WS-ENRL-FILE-STATUS   PIC X(02) VALUE "00".
012600     05 WS-HIST-FILE-STATUS   PIC X(02) VALUE "00".
012700
012800*    THE HISTORY LINE AS BMICALCULATOR'S 2700-WRITE-HISTORY-RTN
012900*    LAYS IT OUT -- DATE, ID=, WT=, HT= AND BMI= FIELDS IN FIXED
013000*    COLUMNS.
013100 01  WS-HIST-PARSE-AREA.
013200     05 WS-HP-DATE            PIC X(10).
013300     05 FILLER                PIC X(05).
013400     05 WS-HP-EMP-ID          PIC X(06).
013500     05 FILLER                PIC X(05).
013600     05 WS-HP-WEIGHT          PIC X(03).
013700     05 FILLER                PIC X(05).
013800     05 WS-HP-HEIGHT          PIC X(03).
013900     05 FILLER                PIC X(06).
014000     05 WS-HP-BMI             PIC X(06).
014100     05 FILLER                PIC X(34).
014200
014300 01  WS-BMI-FIELDS.
014400     05 WS-BMI-TEXT           PIC X(06).
014500     05 WS-BMI-WHOLE          PIC 999.
014600     05 WS-BMI-FRAC           PIC 99.
014700     05 WS-BMI-VALUE          PIC 999V99.
014800
014900*    THE CHALLENGE BEING REPORTED AND THE WEEK ASKED FOR.
015000*    WEEK N RUNS FROM START + (N-1)*7 DAYS FOR SEVEN DAYS.
015100 01  WS-ENTRY-CHAL-ID         PIC X(06) VALUE SPACES.
015200 01  WS-ENTRY-WEEK            PIC X(02) VALUE SPACES.
015300 01  WS-CHALLENGE-FIELDS.
015400     05 WS-SEL-ID             PIC X(06) VALUE SPACES.
015500     05 WS-SEL-NAME           PIC X(30) VALUE SPACES.
015600     05 WS-SEL-START          PIC X(10) VALUE SPACES.
015700     05 WS-SEL-END            PIC X(10) VALUE SPACES.
015800     05 WS-SEL-WEEKS          PIC 9(02) VALUE 0.
015900     05 WS-START-SERIAL       PIC 9(7) COMP VALUE 0.
016000     05 WS-TODAY-SERIAL       PIC 9(7) COMP VALUE 0.
016100     05 WS-WEEK-END-SERIAL    PIC 9(7) COMP VALUE 0.
016200     05 WS-DAYS-IN            PIC 9(7) COMP VALUE 0.
016300     05 WS-REPORT-WEEK        PIC 9(02) VALUE 0.
016400     05 WS-WEEK-START-DATE    PIC X(10) VALUE SPACES.
016500     05 WS-WEEK-END-DATE      PIC X(10) VALUE SPACES.
016600     05 WS-DAYS-TO-ADD        PIC 9(03) VALUE 0.
016700
016800 01  WS-RUN-DATE.
016900     05 WS-RUN-YYYY           PIC 9(4).
017000     05 WS-RUN-MM             PIC 99.
017100     05 WS-RUN-DD             PIC 99.
017200 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
017300
017400*    A YYYY-MM-DD DATE BROKEN OUT FOR CHECKING, FOR TURNING INTO
017500*    A DAY SERIAL AND FOR STEPPING FORWARD A DAY AT A TIME.
017600 01  WS-DATE-WORK.
017700     05 WS-DW-YYYY            PIC 9(4).
017800     05 WS-DW-F1              PIC X.
017900     05 WS-DW-MM              PIC 99.
018000     05 WS-DW-F2              PIC X.
018100     05 WS-DW-DD              PIC 99.
018200 01  WS-MONTH-DAYS-LIT        PIC X(24)
018300         VALUE '312831303130313130313031'.
018400 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
018500     05 WS-MONTH-DAYS         PIC 99 OCCURS 12 TIMES.
018600 01  WS-MONTH-LIMIT           PIC 99 VALUE 0.
018700
018800 01  WS-DAY-SERIAL-FIELDS.
018900     05 WS-DS-YYYY            PIC 9(4).
019000     05 WS-DS-MM              PIC 99.
019100     05 WS-DS-DD              PIC 99.
019200     05 WS-DS-SERIAL          PIC 9(7) COMP.
019300     05 WS-DS-PRIOR-YEAR      PIC 9(4).
019400     05 WS-DS-LEAP-COUNT      PIC 9(5) COMP.
019500     05 WS-DS-QUOT            PIC 9(5) COMP.
019600     05 WS-REM-4              PIC 9.
019700     05 WS-REM-100            PIC 99.
019800     05 WS-REM-400            PIC 9(3).
019900     05 WS-QUOT               PIC 9(4).
020000
020100 01  WS-EMP-COUNT             PIC 9(3) COMP VALUE 0.
020200 01  WS-EMP-TABLE.
020300     05 WS-EMP-ENTRY OCCURS 500 TIMES
020400            INDEXED BY WS-EMP-IDX.
020500         10 WS-EMP-ID          PIC X(06).
020600         10 WS-EMP-NAME        PIC X(25).
020700         10 WS-EMP-DEPT        PIC X(15).
020800         10 WS-EMP-ENROLLED    PIC X.
020900            88 EMP-IS-ENROLLED         VALUE "Y".
020933         10 WS-EMP-LEFT-SW     PIC X.
020966            88 EMP-HAS-LEFT            VALUE "Y".
021000         10 WS-EMP-FIRST-WEEK  PIC 9(02).
021100         10 WS-EMP-PRE-DATE    PIC X(10).
021200         10 WS-EMP-PRE-BMI     PIC 999V99.
021300         10 WS-EMP-IN-DATE     PIC X(10).
021400         10 WS-EMP-IN-BMI      PIC 999V99.
021500         10 WS-EMP-CUR-DATE    PIC X(10).
021600         10 WS-EMP-CUR-BMI     PIC 999V99.
021700         10 WS-EMP-CUR-STREAK  PIC 9(02).
021800         10 WS-EMP-BEST-STREAK PIC 9(02).
021900         10 WS-EMP-WEEK-FLAG   PIC X OCCURS 26 TIMES.
022000
022100 01  WS-DEPT-COUNT            PIC 9(3) COMP VALUE 0.
022200 01  WS-DEPT-TABLE.
022300     05 WS-DEPT-ENTRY OCCURS 50 TIMES
022400            INDEXED BY WS-DEPT-IDX.
022500         10 WS-DEPT-KEY        PIC X(15).
022600         10 WS-DEPT-HEADCOUNT  PIC 9(5) COMP.
022700         10 WS-DEPT-ENROLLED   PIC 9(5) COMP.
022800         10 WS-DEPT-CHECKED    PIC 9(5) COMP.
022900         10 WS-DEPT-MEASURED   PIC 9(5) COMP.
023000         10 WS-DEPT-CHG-SUM    PIC S9(7)V99.
023100         10 WS-DEPT-AVG-CHG    PIC S9(3)V99.
023200         10 WS-DEPT-PART-PCT   PIC 9(3)V9.
023300         10 WS-DEPT-RANKED     PIC X.
023400            88 DEPT-IS-RANKED          VALUE "Y".
023500
023600*    A DEPARTMENT'S AVERAGE CHANGE IS ONLY SHOWN WHEN AT LEAST
023700*    THIS MANY OF ITS PEOPLE WERE MEASURED.
023800 01  WS-MIN-MEASURED          PIC 9 VALUE 3.
023900
024000 01  WS-WORK-DEPT             PIC X(15) VALUE SPACES.
024100 01  WS-WEEK-SUB              PIC 9(02) COMP VALUE 0.
024200 01  WS-RUN-LENGTH            PIC 9(02) COMP VALUE 0.
024300 01  WS-BEST-IDX              PIC 9(3) COMP VALUE 0.
024400 01  WS-BASE-BMI              PIC 999V99 VALUE 0.
024500 01  WS-BASE-DATE             PIC X(10) VALUE SPACES.
024600 01  WS-CHG-PCT               PIC S9(3)V99 VALUE 0.
024700
024800 01  WS-REPORT-FIELDS.
024900     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
025000     05 WS-EDIT-HEAD          PIC ZZ,ZZ9.
025100     05 WS-EDIT-ENRL          PIC ZZ,ZZ9.
025200     05 WS-EDIT-MEAS          PIC ZZ,ZZ9.
025300     05 WS-EDIT-RANK          PIC ZZ9.
025400     05 WS-EDIT-PCT           PIC ZZ9.9.
025500     05 WS-EDIT-CHG           PIC +++9.99.
025600     05 WS-EDIT-WEEK          PIC Z9.
025700     05 WS-EDIT-STREAK        PIC Z9.
025800     05 WS-EDIT-BEST          PIC Z9.
025900
026000 01  WS-AUDIT-FIELDS.
026100     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
026200     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
026300     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
026400     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
026500
026600 01  WS-AUDIT-DATE-GROUP.
026700     05 WS-AUDIT-YYYY         PIC 9(4).
026800     05 WS-AUDIT-MM           PIC 99.
026900     05 WS-AUDIT-DD           PIC 99.
027000
027100 01  WS-AUDIT-TIME-GROUP.
027200     05 WS-AUDIT-HH           PIC 99.
027300     05 WS-AUDIT-MIN          PIC 99.
027400     05 WS-AUDIT-SS           PIC 99.
027500     05 WS-AUDIT-HS           PIC 99.
027600
027700 01  SIGN-REQUEST-FIELDS.
027800     05 SIGN-FUNCTION          PIC X.
027900     05 SIGN-PROGRAM           PIC X(10).
028000     05 SIGN-ACTION            PIC X(08).
028100     05 SIGN-DETAIL            PIC X(60).
028200 01  SIGN-RESULT-FIELDS.
028300     05 SIGN-RESULT            PIC X.
028400        88 SIGN-GRANTED                 VALUE "G".
028500        88 SIGN-REFUSED                 VALUE "R".
028600     05 SIGN-OPERATOR-ID       PIC X(08).
028700     05 SIGN-OPERATOR-NAME     PIC X(30).
028800     05 SIGN-OPERATOR-ROLE     PIC X(02).
028900     05 SIGN-PASSWORD-HASH     PIC 9(10).
029000
029100 PROCEDURE DIVISION.
029200
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE-RTN.
029500     PERFORM 1500-SELECT-CHALLENGE-RTN
029600         THRU 1500-SELECT-CHALLENGE-RTN-EXIT.
029700     PERFORM 1700-OPEN-REPORTS-RTN.
029800     PERFORM 2000-LOAD-EMPMAST-RTN UNTIL END-OF-EMPMAST.
029900     PERFORM 2500-LOAD-ENROLLMENTS-RTN.
030000     PERFORM 3000-SCAN-HISTORY-RTN.
030100     PERFORM 4000-SCORE-EMPLOYEES-RTN.
030200     PERFORM 5000-RANK-BY-CHANGE-RTN.
030300     PERFORM 5500-RANK-BY-PARTICIPATION-RTN.
030400     PERFORM 6500-WRITE-REMINDERS-RTN.
030500     PERFORM 8000-WRITE-TOTALS-RTN.
030600     PERFORM 9000-TERMINATE-RTN.
030700     STOP RUN.
030800
030900******************************************************************
031000*    1000-INITIALIZE-RTN
031100*    SIGN ON -- THE REMINDER LIST NAMES PEOPLE -- AND TAKE THE
031200*    CHALLENGE ID AND WEEK WANTED.
031300******************************************************************
031400 1000-INITIALIZE-RTN.
031500     MOVE "S" TO SIGN-FUNCTION.
031600     MOVE "WELLSTND" TO SIGN-PROGRAM.
031700     MOVE SPACES TO SIGN-ACTION.
031800     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
031900         SIGN-RESULT-FIELDS.
032000     IF NOT SIGN-GRANTED
032100         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
032200         MOVE 8 TO RETURN-CODE
032300         STOP RUN
032400     END-IF.
032500     DISPLAY "WELLSTND - WELLNESS CHALLENGE STANDINGS".
032600     DISPLAY "ENTER CHALLENGE ID (BLANK = THE ONE RUNNING"
032700         " TODAY) : ".
032800     ACCEPT WS-ENTRY-CHAL-ID.
032900     DISPLAY "ENTER WEEK NUMBER (BLANK = LAST COMPLETED"
033000         " WEEK) : ".
033100     ACCEPT WS-ENTRY-WEEK.
033200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033300     MOVE SPACES TO WS-TODAY-DATE.
033400     STRING WS-RUN-YYYY DELIMITED BY SIZE
033500         '-' DELIMITED BY SIZE
033600         WS-RUN-MM DELIMITED BY SIZE
033700         '-' DELIMITED BY SIZE
033800         WS-RUN-DD DELIMITED BY SIZE
033900         INTO WS-TODAY-DATE.
034000     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
034100     MOVE WS-RUN-MM TO WS-DS-MM.
034200     MOVE WS-RUN-DD TO WS-DS-DD.
034300     PERFORM 7000-COMPUTE-DAY-SERIAL-RTN.
034400     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
034500
034600******************************************************************
034700*    1100-WRITE-AUDIT-LINE-RTN
034800*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
034900*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
035000*    COMPLETION STATUS.
035100******************************************************************
035200 1100-WRITE-AUDIT-LINE-RTN.
035300     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
035400     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
035500     MOVE SPACES TO AUDIT-LINE.
035600     STRING 'PGM=WELLSTND  EVENT=' DELIMITED BY SIZE
035700         WS-AUDIT-EVENT DELIMITED BY SIZE
035800         '  TS=' DELIMITED BY SIZE
035900         WS-AUDIT-YYYY DELIMITED BY SIZE
036000         '-' DELIMITED BY SIZE
036100         WS-AUDIT-MM DELIMITED BY SIZE
036200         '-' DELIMITED BY SIZE
036300         WS-AUDIT-DD DELIMITED BY SIZE
036400         ' ' DELIMITED BY SIZE
036500         WS-AUDIT-HH DELIMITED BY SIZE
036600         ':' DELIMITED BY SIZE
036700         WS-AUDIT-MIN DELIMITED BY SIZE
036800         ':' DELIMITED BY SIZE
036900         WS-AUDIT-SS DELIMITED BY SIZE
037000         '  RECS=' DELIMITED BY SIZE
037100         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
037200         '  STATUS=' DELIMITED BY SIZE
037300         WS-AUDIT-STATUS DELIMITED BY SIZE
037400         INTO AUDIT-LINE.
037500     WRITE AUDIT-LINE.
037600
037700******************************************************************
037800*    1500-SELECT-CHALLENGE-RTN
037900*    FIND THE CHALLENGE ON WELLCHAL.TXT -- THE ONE ASKED FOR, OR
038000*    WITH A BLANK ID THE LATEST-STARTED ONE RUNNING TODAY -- AND
038100*    SETTLE THE WEEK TO REPORT. NOTHING TO REPORT STOPS THE RUN
038200*    BEFORE ANY OUTPUT IS TOUCHED.
038300******************************************************************
038400 1500-SELECT-CHALLENGE-RTN.
038500     OPEN INPUT CHALLENGE-FILE.
038600     IF WS-CHAL-FILE-STATUS NOT = "00"
038700         MOVE "Y" TO WS-CHAL-EOF-SWITCH
038800     END-IF.
038900     PERFORM 1550-CHECK-ONE-CHALLENGE-RTN
039000         UNTIL END-OF-CHALLENGES.
039100     IF WS-CHAL-FILE-STATUS NOT = "35"
039200         CLOSE CHALLENGE-FILE
039300     END-IF.
039400     IF NOT CHALLENGE-FOUND
039500         IF WS-ENTRY-CHAL-ID = SPACES
039600             DISPLAY "NO CHALLENGE IS RUNNING TODAY - RUN"
039700                 " STOPPED"
039800         ELSE
039900             DISPLAY "CHALLENGE " WS-ENTRY-CHAL-ID
040000                 " IS NOT ON WELLCHAL.TXT - RUN STOPPED"
040100         END-IF
040200         MOVE 8 TO RETURN-CODE
040300         STOP RUN
040400     END-IF.
040500     MOVE WS-SEL-START TO WS-DATE-WORK.
040600     MOVE WS-DW-YYYY TO WS-DS-YYYY.
040700     MOVE WS-DW-MM TO WS-DS-MM.
040800     MOVE WS-DW-DD TO WS-DS-DD.
040900     PERFORM 7000-COMPUTE-DAY-SERIAL-RTN.
041000     MOVE WS-DS-SERIAL TO WS-START-SERIAL.
041100     IF WS-TODAY-SERIAL < WS-START-SERIAL
041200         DISPLAY "CHALLENGE " WS-SEL-ID " DOES NOT START UNTIL "
041300             WS-SEL-START " - RUN STOPPED"
041400         MOVE 8 TO RETURN-CODE
041500         STOP RUN
041600     END-IF.
041700     IF WS-ENTRY-WEEK = SPACES
041800         COMPUTE WS-DAYS-IN = WS-TODAY-SERIAL - WS-START-SERIAL
041900         DIVIDE WS-DAYS-IN BY 7 GIVING WS-REPORT-WEEK
042000         IF WS-REPORT-WEEK = 0
042100             MOVE 1 TO WS-REPORT-WEEK
042200         END-IF
042300         IF WS-REPORT-WEEK > WS-SEL-WEEKS
042400             MOVE WS-SEL-WEEKS TO WS-REPORT-WEEK
042500         END-IF
042600         GO TO 1500-SELECT-CHALLENGE-RTN-EXIT
042700     END-IF.
042800     IF WS-ENTRY-WEEK(2:1) = SPACE
042900         MOVE WS-ENTRY-WEEK(1:1) TO WS-ENTRY-WEEK(2:1)
043000         MOVE '0' TO WS-ENTRY-WEEK(1:1)
043100     END-IF.
043200     IF WS-ENTRY-WEEK IS NOT NUMERIC
043300         DISPLAY "WEEK " WS-ENTRY-WEEK " IS NOT A NUMBER - RUN"
043400             " STOPPED"
043500         MOVE 8 TO RETURN-CODE
043600         STOP RUN
043700     END-IF.
043800     MOVE WS-ENTRY-WEEK TO WS-REPORT-WEEK.
043900     COMPUTE WS-DAYS-IN = (WS-REPORT-WEEK - 1) * 7.
044000     IF WS-REPORT-WEEK = 0 OR WS-REPORT-WEEK > WS-SEL-WEEKS
044100         OR WS-START-SERIAL + WS-DAYS-IN > WS-TODAY-SERIAL
044200         DISPLAY "CHALLENGE " WS-SEL-ID " HAS NO WEEK "
044300             WS-ENTRY-WEEK " YET - RUN STOPPED"
044400         MOVE 8 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700
044800 1500-SELECT-CHALLENGE-RTN-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*    1550-CHECK-ONE-CHALLENGE-RTN
045300*    READ ONE CHALLENGE AND KEEP IT IF IT IS THE ONE WANTED.
045400******************************************************************
045500 1550-CHECK-ONE-CHALLENGE-RTN.
045600     READ CHALLENGE-FILE
045700         AT END
045800             MOVE "Y" TO WS-CHAL-EOF-SWITCH
045900         NOT AT END
046000             IF (WS-ENTRY-CHAL-ID NOT = SPACES
046100                     AND WCH-ID = WS-ENTRY-CHAL-ID)
046200                 OR (WS-ENTRY-CHAL-ID = SPACES
046300                     AND WCH-START-DATE <= WS-TODAY-DATE
046400                     AND WCH-END-DATE >= WS-TODAY-DATE
046500                     AND WCH-START-DATE > WS-SEL-START)
046600                 MOVE "Y" TO WS-CHAL-FOUND-SWITCH
046700                 MOVE WCH-ID TO WS-SEL-ID
046800                 MOVE WCH-NAME TO WS-SEL-NAME
046900                 MOVE WCH-START-DATE TO WS-SEL-START
047000                 MOVE WCH-END-DATE TO WS-SEL-END
047100                 MOVE WCH-WEEKS TO WS-SEL-WEEKS
047200             END-IF
047300     END-READ.
047400
047500******************************************************************
047600*    1700-OPEN-REPORTS-RTN
047700*    WORK OUT THE REPORT WEEK'S DATES, OPEN BOTH REPORTS WITH
047800*    THEIR HEADINGS AND LOG THE START.
047900******************************************************************
048000 1700-OPEN-REPORTS-RTN.
048100     COMPUTE WS-WEEK-END-SERIAL =
048200         WS-START-SERIAL + WS-REPORT-WEEK * 7 - 1.
048300     MOVE WS-SEL-START TO WS-DATE-WORK.
048400     COMPUTE WS-DAYS-TO-ADD = (WS-REPORT-WEEK - 1) * 7.
048500     PERFORM 7200-ADVANCE-ONE-DAY-RTN WS-DAYS-TO-ADD TIMES.
048600     MOVE WS-DATE-WORK TO WS-WEEK-START-DATE.
048700     PERFORM 7200-ADVANCE-ONE-DAY-RTN 6 TIMES.
048800     MOVE WS-DATE-WORK TO WS-WEEK-END-DATE.
048900     MOVE WS-REPORT-WEEK TO WS-EDIT-WEEK.
049000     OPEN OUTPUT REPORT-FILE.
049100     MOVE SPACES TO REPORT-LINE.
049200     STRING 'WELLNESS CHALLENGE STANDINGS - ' DELIMITED BY SIZE
049300         WS-SEL-ID DELIMITED BY SIZE
049400         ' ' DELIMITED BY SIZE
049500         WS-SEL-NAME DELIMITED BY SIZE
049600         INTO REPORT-LINE.
049700     WRITE REPORT-LINE.
049800     MOVE SPACES TO REPORT-LINE.
049900     STRING 'WEEK ' DELIMITED BY SIZE
050000         WS-EDIT-WEEK DELIMITED BY SIZE
050100         ' OF ' DELIMITED BY SIZE
050200         WS-SEL-WEEKS DELIMITED BY SIZE
050300         '  ' DELIMITED BY SIZE
050400         WS-WEEK-START-DATE DELIMITED BY SIZE
050500         ' TO ' DELIMITED BY SIZE
050600         WS-WEEK-END-DATE DELIMITED BY SIZE
050700         '  CHALLENGE ' DELIMITED BY SIZE
050800         WS-SEL-START DELIMITED BY SIZE
050900         ' TO ' DELIMITED BY SIZE
051000         WS-SEL-END DELIMITED BY SIZE
051100         INTO REPORT-LINE.
051200     WRITE REPORT-LINE.
051300     MOVE SPACES TO REPORT-LINE.
051400     STRING 'DEPARTMENT AGGREGATES ONLY - NO AVERAGE SHOWN'
051500         DELIMITED BY SIZE
051600         ' WHERE FEWER THAN ' DELIMITED BY SIZE
051700         WS-MIN-MEASURED DELIMITED BY SIZE
051800         ' WERE MEASURED' DELIMITED BY SIZE
051900         INTO REPORT-LINE.
052000     WRITE REPORT-LINE.
052100     OPEN OUTPUT REMINDER-FILE.
052200     MOVE SPACES TO REMINDER-LINE.
052300     STRING 'WELLNESS CHALLENGE CHECK-IN STREAKS - '
052400         DELIMITED BY SIZE
052500         WS-SEL-ID DELIMITED BY SIZE
052600         ' ' DELIMITED BY SIZE
052700         WS-SEL-NAME DELIMITED BY SIZE
052800         INTO REMINDER-LINE.
052900     WRITE REMINDER-LINE.
053000     MOVE SPACES TO REMINDER-LINE.
053100     STRING 'WEEK ' DELIMITED BY SIZE
053200         WS-EDIT-WEEK DELIMITED BY SIZE
053300         '  ' DELIMITED BY SIZE
053400         WS-WEEK-START-DATE DELIMITED BY SIZE
053500         ' TO ' DELIMITED BY SIZE
053600         WS-WEEK-END-DATE DELIMITED BY SIZE
053700         '  COORDINATOR USE ONLY' DELIMITED BY SIZE
053800         INTO REMINDER-LINE.
053900     WRITE REMINDER-LINE.
054000     OPEN INPUT EMPMAST-FILE.
054100     IF WS-EMPMAST-FILE-STATUS NOT = "00"
054200         MOVE "Y" TO WS-EMPMAST-EOF-SWITCH
054300         MOVE SPACES TO REPORT-LINE
054400         STRING 'NO EMPMAST.TXT ON HAND - NO DEPARTMENTS TO'
054500             ' RANK' DELIMITED BY SIZE INTO REPORT-LINE
054600         WRITE REPORT-LINE
054700     END-IF.
054800     OPEN EXTEND AUDIT-FILE.
054900     IF WS-AUDIT-FILE-STATUS NOT = "00"
055000         OPEN OUTPUT AUDIT-FILE
055100     END-IF.
055200     MOVE 'START' TO WS-AUDIT-EVENT.
055300     MOVE SPACES TO WS-AUDIT-STATUS.
055400     MOVE 0 TO WS-AUDIT-REC-EDIT.
055500     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
055600
055700******************************************************************
055800*    2000-LOAD-EMPMAST-RTN
055900*    LOAD ONE EMPLOYEE INTO THE WORK TABLE AND OPEN THEIR
056000*    DEPARTMENT'S SLOT. SOMEONE WHO LEFT BEFORE THE REPORT WEEK
056033*    BEGAN STAYS IN THE TABLE, SO THEIR ENROLLMENT STILL
056066*    MATCHES, BUT IS NOT IN THE HEADCOUNT AND IS NOT SCORED.
056100******************************************************************
056200 2000-LOAD-EMPMAST-RTN.
056300     READ EMPMAST-FILE
056400         AT END
056500             MOVE "Y" TO WS-EMPMAST-EOF-SWITCH
056600         NOT AT END
056700             IF WS-EMP-COUNT < 500
056800                 ADD 1 TO WS-EMP-COUNT
056900                 ADD 1 TO EMP-COUNTER
057000                 SET WS-EMP-IDX TO WS-EMP-COUNT
057100                 MOVE EM-EMP-ID TO WS-EMP-ID(WS-EMP-IDX)
057200                 MOVE EM-NAME TO WS-EMP-NAME(WS-EMP-IDX)
057300                 MOVE EM-DEPT TO WS-EMP-DEPT(WS-EMP-IDX)
057400                 MOVE "N" TO WS-EMP-ENROLLED(WS-EMP-IDX)
057416                 IF EM-SEP-DATE NOT = SPACES
057432                     AND EM-SEP-DATE < WS-WEEK-START-DATE
057448                     MOVE "Y" TO WS-EMP-LEFT-SW(WS-EMP-IDX)
057464                 ELSE
057480                     MOVE "N" TO WS-EMP-LEFT-SW(WS-EMP-IDX)
057500                     MOVE EM-DEPT TO WS-WORK-DEPT
057600                     PERFORM 2100-ROLL-DEPT-HEADCOUNT-RTN
057650                 END-IF
057700             ELSE
057800                 DISPLAY "EMPLOYEE TABLE FULL -"
057900                     " ID " EM-EMP-ID " NOT CHECKED"
058000             END-IF
058100     END-READ.
058200
058300******************************************************************
058400*    2100-ROLL-DEPT-HEADCOUNT-RTN
058500*    FIND OR OPEN THE DEPARTMENT SLOT FOR WS-WORK-DEPT AND STEP
058600*    ITS HEADCOUNT.
058700******************************************************************
058800 2100-ROLL-DEPT-HEADCOUNT-RTN.
058900     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
059000     PERFORM 2150-SCAN-ONE-DEPT-RTN
059100         VARYING WS-DEPT-IDX FROM 1 BY 1
059200         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR DEPT-FOUND.
059300     IF NOT DEPT-FOUND
059400         IF WS-DEPT-COUNT < 50
059500             ADD 1 TO WS-DEPT-COUNT
059600             SET WS-DEPT-IDX TO WS-DEPT-COUNT
059700             MOVE WS-WORK-DEPT TO WS-DEPT-KEY(WS-DEPT-IDX)
059800             MOVE 1 TO WS-DEPT-HEADCOUNT(WS-DEPT-IDX)
059900             MOVE 0 TO WS-DEPT-ENROLLED(WS-DEPT-IDX)
060000             MOVE 0 TO WS-DEPT-CHECKED(WS-DEPT-IDX)
060100             MOVE 0 TO WS-DEPT-MEASURED(WS-DEPT-IDX)
060200             MOVE 0 TO WS-DEPT-CHG-SUM(WS-DEPT-IDX)
060300             MOVE 0 TO WS-DEPT-AVG-CHG(WS-DEPT-IDX)
060400             MOVE 0 TO WS-DEPT-PART-PCT(WS-DEPT-IDX)
060500         ELSE
060600             DISPLAY "DEPARTMENT TABLE FULL - "
060700                 WS-WORK-DEPT " NOT SUMMARIZED"
060800         END-IF
060900     END-IF.
061000
061100******************************************************************
061200*    2150-SCAN-ONE-DEPT-RTN
061300*    STEP ONE DEPARTMENT SLOT'S HEADCOUNT ON A MATCH.
061400******************************************************************
061500 2150-SCAN-ONE-DEPT-RTN.
061600     IF WS-DEPT-KEY(WS-DEPT-IDX) = WS-WORK-DEPT
061700         ADD 1 TO WS-DEPT-HEADCOUNT(WS-DEPT-IDX)
061800         MOVE "Y" TO WS-DEPT-FOUND-SWITCH
061900     END-IF.
062000
062100******************************************************************
062200*    2500-LOAD-ENROLLMENTS-RTN
062300*    MARK EVERYONE ACTIVELY ENROLLED IN THE CHALLENGE BY THE END
062400*    OF THE REPORT WEEK. SOMEONE WHO JOINED PART WAY THROUGH IS
062500*    ONLY EXPECTED TO CHECK IN FROM THEIR JOINING WEEK ON.
062600******************************************************************
062700 2500-LOAD-ENROLLMENTS-RTN.
062800     OPEN INPUT ENROLLMENT-FILE.
062900     IF WS-ENRL-FILE-STATUS NOT = "00"
063000         MOVE "Y" TO WS-ENRL-EOF-SWITCH
063100     END-IF.
063200     PERFORM 2600-LOAD-ONE-ENROLLMENT-RTN
063300         UNTIL END-OF-ENROLLMENTS.
063400     IF WS-ENRL-FILE-STATUS NOT = "35"
063500         CLOSE ENROLLMENT-FILE
063600     END-IF.
063700
063800******************************************************************
063900*    2600-LOAD-ONE-ENROLLMENT-RTN
064000*    READ ONE ENROLLMENT; IF IT IS AN ACTIVE ONE FOR THIS
064100*    CHALLENGE, FLAG THE EMPLOYEE AND WORK OUT THEIR FIRST WEEK.
064200******************************************************************
064300 2600-LOAD-ONE-ENROLLMENT-RTN.
064400     READ ENROLLMENT-FILE
064500         AT END
064600             MOVE "Y" TO WS-ENRL-EOF-SWITCH
064700         NOT AT END
064800             IF WEN-CHAL-ID = WS-SEL-ID AND WEN-ENROLLED
064900                 AND WEN-ENROLL-DATE <= WS-WEEK-END-DATE
065000                 MOVE "N" TO WS-EMP-FOUND-SWITCH
065100                 PERFORM 2700-MARK-ONE-EMP-RTN
065200                     VARYING WS-EMP-IDX FROM 1 BY 1
065300                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
065400                     OR EMPLOYEE-FOUND
065500                 IF NOT EMPLOYEE-FOUND
065600                     ADD 1 TO NOT-ON-MASTER-COUNTER
065700                 END-IF
065800             END-IF
065900     END-READ.
066000
066100******************************************************************
066200*    2700-MARK-ONE-EMP-RTN
066300*    ON A MATCH, FLAG THE EMPLOYEE ENROLLED AND CLEAR THEIR
066400*    CHECK-IN FIELDS. A LEAVER IS ONLY COUNTED.
066500******************************************************************
066600 2700-MARK-ONE-EMP-RTN.
066616     IF WS-EMP-ID(WS-EMP-IDX) = WEN-EMP-ID
066632         AND EMP-HAS-LEFT(WS-EMP-IDX)
066648         MOVE "Y" TO WS-EMP-FOUND-SWITCH
066664         ADD 1 TO SEPARATED-COUNTER
066680     END-IF.
066700     IF WS-EMP-ID(WS-EMP-IDX) = WEN-EMP-ID
066750         AND NOT EMP-HAS-LEFT(WS-EMP-IDX)
066800         MOVE "Y" TO WS-EMP-FOUND-SWITCH
066900         MOVE "Y" TO WS-EMP-ENROLLED(WS-EMP-IDX)
067000         MOVE 1 TO WS-EMP-FIRST-WEEK(WS-EMP-IDX)
067100         IF WEN-ENROLL-DATE > WS-SEL-START
067200             MOVE WEN-ENROLL-DATE TO WS-DATE-WORK
067300             MOVE WS-DW-YYYY TO WS-DS-YYYY
067400             MOVE WS-DW-MM TO WS-DS-MM
067500             MOVE WS-DW-DD TO WS-DS-DD
067600             PERFORM 7000-COMPUTE-DAY-SERIAL-RTN
067700             COMPUTE WS-DAYS-IN =
067800                 WS-DS-SERIAL - WS-START-SERIAL
067900             DIVIDE WS-DAYS-IN BY 7
068000                 GIVING WS-EMP-FIRST-WEEK(WS-EMP-IDX)
068100             ADD 1 TO WS-EMP-FIRST-WEEK(WS-EMP-IDX)
068200         END-IF
068300         MOVE SPACES TO WS-EMP-PRE-DATE(WS-EMP-IDX)
068400         MOVE SPACES TO WS-EMP-IN-DATE(WS-EMP-IDX)
068500         MOVE SPACES TO WS-EMP-CUR-DATE(WS-EMP-IDX)
068600         MOVE 0 TO WS-EMP-PRE-BMI(WS-EMP-IDX)
068700         MOVE 0 TO WS-EMP-IN-BMI(WS-EMP-IDX)
068800         MOVE 0 TO WS-EMP-CUR-BMI(WS-EMP-IDX)
068900         MOVE 0 TO WS-EMP-CUR-STREAK(WS-EMP-IDX)
069000         MOVE 0 TO WS-EMP-BEST-STREAK(WS-EMP-IDX)
069100         PERFORM 2750-CLEAR-ONE-WEEK-RTN
069200             VARYING WS-WEEK-SUB FROM 1 BY 1
069300             UNTIL WS-WEEK-SUB > 26
069400     END-IF.
069500
069600******************************************************************
069700*    2750-CLEAR-ONE-WEEK-RTN
069800*    CLEAR ONE WEEK'S CHECK-IN FLAG.
069900******************************************************************
070000 2750-CLEAR-ONE-WEEK-RTN.
070100     MOVE "N" TO WS-EMP-WEEK-FLAG(WS-EMP-IDX, WS-WEEK-SUB).
070200
070300******************************************************************
070400*    3000-SCAN-HISTORY-RTN
070500*    ONE PASS OVER THE HISTORY FILE, POSTING EACH ENROLLED
070600*    EMPLOYEE'S CHECK-INS.
070700******************************************************************
070800 3000-SCAN-HISTORY-RTN.
070900     OPEN INPUT HISTORY-FILE.
071000     IF WS-HIST-FILE-STATUS NOT = "00"
071100         MOVE "Y" TO WS-HIST-EOF-SWITCH
071200     END-IF.
071300     PERFORM 3100-SCAN-ONE-LINE-RTN UNTIL END-OF-HISTORY.
071400     IF WS-HIST-FILE-STATUS NOT = "35"
071500         CLOSE HISTORY-FILE
071600     END-IF.
071700
071800******************************************************************
071900*    3100-SCAN-ONE-LINE-RTN
072000*    PARSE ONE HISTORY LINE. A LINE WITH NO READABLE DATE OR BMI
072100*    IS PASSED OVER, AS ARE CHECK-INS AFTER THE REPORT WEEK.
072200******************************************************************
072300 3100-SCAN-ONE-LINE-RTN.
072400     READ HISTORY-FILE
072500         AT END
072600             MOVE "Y" TO WS-HIST-EOF-SWITCH
072700         NOT AT END
072800             ADD 1 TO HIST-COUNTER
072900             MOVE HISTORY-LINE TO WS-HIST-PARSE-AREA
073000             PERFORM 3300-PARSE-BMI-RTN
073100             MOVE WS-HP-DATE TO WS-DATE-WORK
073200             PERFORM 7100-CHECK-DATE-RTN
073300             IF WS-BMI-VALUE > 0 AND DATE-IS-VALID
073400                 AND WS-HP-DATE <= WS-WEEK-END-DATE
073500                 MOVE "N" TO WS-EMP-FOUND-SWITCH
073600                 PERFORM 3200-MATCH-ONE-EMP-RTN
073700                     VARYING WS-EMP-IDX FROM 1 BY 1
073800                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
073900                     OR EMPLOYEE-FOUND
074000             END-IF
074100     END-READ.
074200
074300******************************************************************
074400*    3200-MATCH-ONE-EMP-RTN
074500*    POST ONE CHECK-IN TO AN ENROLLED EMPLOYEE. BEFORE THE START
074600*    IT IS A CANDIDATE BASELINE (THE LATEST ONE WINS); DURING THE
074700*    CHALLENGE IT FLAGS ITS WEEK AND IS KEPT AS THE FIRST OR THE
074800*    LATEST READING. THE DATES ARE YYYY-MM-DD, SO A CHARACTER
074900*    COMPARE IS A DATE COMPARE.
075000******************************************************************
075100 3200-MATCH-ONE-EMP-RTN.
075200     IF WS-EMP-ID(WS-EMP-IDX) = WS-HP-EMP-ID
075300         MOVE "Y" TO WS-EMP-FOUND-SWITCH
075400         IF EMP-IS-ENROLLED(WS-EMP-IDX)
075500             IF WS-HP-DATE < WS-SEL-START
075600                 IF WS-HP-DATE > WS-EMP-PRE-DATE(WS-EMP-IDX)
075700                     MOVE WS-HP-DATE
075800                         TO WS-EMP-PRE-DATE(WS-EMP-IDX)
075900                     MOVE WS-BMI-VALUE
076000                         TO WS-EMP-PRE-BMI(WS-EMP-IDX)
076100                 END-IF
076200             ELSE
076300                 PERFORM 3250-POST-IN-CHALLENGE-RTN
076400             END-IF
076500         END-IF
076600     END-IF.
076700
076800******************************************************************
076900*    3250-POST-IN-CHALLENGE-RTN
077000*    FLAG THE WEEK OF A CHECK-IN MADE DURING THE CHALLENGE AND
077100*    KEEP IT IF IT IS THE EMPLOYEE'S FIRST OR LATEST.
077200******************************************************************
077300 3250-POST-IN-CHALLENGE-RTN.
077400     MOVE WS-DW-YYYY TO WS-DS-YYYY.
077500     MOVE WS-DW-MM TO WS-DS-MM.
077600     MOVE WS-DW-DD TO WS-DS-DD.
077700     PERFORM 7000-COMPUTE-DAY-SERIAL-RTN.
077800     COMPUTE WS-DAYS-IN = WS-DS-SERIAL - WS-START-SERIAL.
077900     DIVIDE WS-DAYS-IN BY 7 GIVING WS-WEEK-SUB.
078000     ADD 1 TO WS-WEEK-SUB.
078100     IF WS-WEEK-SUB <= 26
078200         MOVE "Y" TO WS-EMP-WEEK-FLAG(WS-EMP-IDX, WS-WEEK-SUB)
078300     END-IF.
078400     IF WS-EMP-IN-DATE(WS-EMP-IDX) = SPACES
078500         OR WS-HP-DATE < WS-EMP-IN-DATE(WS-EMP-IDX)
078600         MOVE WS-HP-DATE TO WS-EMP-IN-DATE(WS-EMP-IDX)
078700         MOVE WS-BMI-VALUE TO WS-EMP-IN-BMI(WS-EMP-IDX)
078800     END-IF.
078900     IF WS-HP-DATE > WS-EMP-CUR-DATE(WS-EMP-IDX)
079000         MOVE WS-HP-DATE TO WS-EMP-CUR-DATE(WS-EMP-IDX)
079100         MOVE WS-BMI-VALUE TO WS-EMP-CUR-BMI(WS-EMP-IDX)
079200     END-IF.
079300
079400******************************************************************
079500*    3300-PARSE-BMI-RTN
079600*    TURN THE HISTORY LINE'S EDITED BMI TEXT BACK INTO A NUMBER
079700*    -- LEADING SPACES BECOME ZEROS FIRST, SINCE THE WRITER
079800*    EDITS WITH ZERO SUPPRESSION.
079900******************************************************************
080000 3300-PARSE-BMI-RTN.
080100     MOVE WS-HP-BMI TO WS-BMI-TEXT.
080200     INSPECT WS-BMI-TEXT REPLACING LEADING ' ' BY '0'.
080300     IF WS-BMI-TEXT(1:3) IS NUMERIC
080400         AND WS-BMI-TEXT(5:2) IS NUMERIC
080500         MOVE WS-BMI-TEXT(1:3) TO WS-BMI-WHOLE
080600         MOVE WS-BMI-TEXT(5:2) TO WS-BMI-FRAC
080700         COMPUTE WS-BMI-VALUE = WS-BMI-WHOLE + WS-BMI-FRAC / 100
080800     ELSE
080900         MOVE 0 TO WS-BMI-VALUE
081000     END-IF.
081100
081200******************************************************************
081300*    4000-SCORE-EMPLOYEES-RTN
081400*    WORK OUT EACH ENROLLED EMPLOYEE'S STREAKS AND BMI CHANGE
081500*    AND ROLL THEM INTO THEIR DEPARTMENT, THEN FINISH EACH
081600*    DEPARTMENT'S AVERAGE AND PARTICIPATION.
081700******************************************************************
081800 4000-SCORE-EMPLOYEES-RTN.
081900     PERFORM 4100-SCORE-ONE-EMP-RTN
082000         VARYING WS-EMP-IDX FROM 1 BY 1
082100         UNTIL WS-EMP-IDX > WS-EMP-COUNT.
082200     PERFORM 4500-FINISH-ONE-DEPT-RTN
082300         VARYING WS-DEPT-IDX FROM 1 BY 1
082400         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
082500
082600******************************************************************
082700*    4100-SCORE-ONE-EMP-RTN
082800*    ONE ENROLLED EMPLOYEE. THE BASELINE IS THE LATEST CHECK-IN
082900*    BEFORE THE START, OR FAILING THAT THE FIRST ONE DURING THE
083000*    CHALLENGE; THEY COUNT AS MEASURED ONCE A LATER CHECK-IN
083100*    GIVES SOMETHING TO COMPARE IT WITH.
083200******************************************************************
083300 4100-SCORE-ONE-EMP-RTN.
083400     IF EMP-IS-ENROLLED(WS-EMP-IDX)
083500         ADD 1 TO ENROLLED-COUNTER
083600         MOVE WS-EMP-DEPT(WS-EMP-IDX) TO WS-WORK-DEPT
083700         PERFORM 4400-FIND-DEPT-RTN
083800         MOVE 0 TO WS-RUN-LENGTH
083900         PERFORM 4200-STREAK-ONE-WEEK-RTN
084000             VARYING WS-WEEK-SUB
084100             FROM WS-EMP-FIRST-WEEK(WS-EMP-IDX) BY 1
084200             UNTIL WS-WEEK-SUB > WS-REPORT-WEEK
084300         MOVE WS-RUN-LENGTH TO WS-EMP-CUR-STREAK(WS-EMP-IDX)
084400         IF WS-EMP-WEEK-FLAG(WS-EMP-IDX, WS-REPORT-WEEK) = "Y"
084500             ADD 1 TO CHECKED-IN-COUNTER
084600         ELSE
084700             ADD 1 TO MISSED-COUNTER
084800         END-IF
084900         IF WS-EMP-PRE-DATE(WS-EMP-IDX) NOT = SPACES
085000             MOVE WS-EMP-PRE-DATE(WS-EMP-IDX) TO WS-BASE-DATE
085100             MOVE WS-EMP-PRE-BMI(WS-EMP-IDX) TO WS-BASE-BMI
085200         ELSE
085300             MOVE WS-EMP-IN-DATE(WS-EMP-IDX) TO WS-BASE-DATE
085400             MOVE WS-EMP-IN-BMI(WS-EMP-IDX) TO WS-BASE-BMI
085500         END-IF
085600         IF DEPT-FOUND
085700             ADD 1 TO WS-DEPT-ENROLLED(WS-DEPT-IDX)
085800             IF WS-EMP-WEEK-FLAG(WS-EMP-IDX, WS-REPORT-WEEK)
085900                 = "Y"
086000                 ADD 1 TO WS-DEPT-CHECKED(WS-DEPT-IDX)
086100             END-IF
086200         END-IF
086300         IF WS-BASE-DATE NOT = SPACES
086400             AND WS-EMP-CUR-DATE(WS-EMP-IDX) > WS-BASE-DATE
086500             AND WS-BASE-BMI > 0
086600             ADD 1 TO MEASURED-COUNTER
086700             COMPUTE WS-CHG-PCT ROUNDED =
086800                 (WS-EMP-CUR-BMI(WS-EMP-IDX) - WS-BASE-BMI)
086900                 * 100 / WS-BASE-BMI
087000             IF DEPT-FOUND
087100                 ADD 1 TO WS-DEPT-MEASURED(WS-DEPT-IDX)
087200                 ADD WS-CHG-PCT TO WS-DEPT-CHG-SUM(WS-DEPT-IDX)
087300             END-IF
087400         END-IF
087500     END-IF.
087600
087700******************************************************************
087800*    4200-STREAK-ONE-WEEK-RTN
087900*    EXTEND OR BREAK THE RUNNING STREAK FOR ONE WEEK AND KEEP
088000*    THE BEST RUN SEEN.
088100******************************************************************
088200 4200-STREAK-ONE-WEEK-RTN.
088300     IF WS-EMP-WEEK-FLAG(WS-EMP-IDX, WS-WEEK-SUB) = "Y"
088400         ADD 1 TO WS-RUN-LENGTH
088500         IF WS-RUN-LENGTH > WS-EMP-BEST-STREAK(WS-EMP-IDX)
088600             MOVE WS-RUN-LENGTH TO WS-EMP-BEST-STREAK(WS-EMP-IDX)
088700         END-IF
088800     ELSE
088900         MOVE 0 TO WS-RUN-LENGTH
089000     END-IF.
089100
089200******************************************************************
089300*    4400-FIND-DEPT-RTN
089400*    POINT WS-DEPT-IDX AT WS-WORK-DEPT'S SLOT. THE SCAN RUNS ONE
089500*    PAST THE HIT, SO THE INDEX IS STEPPED BACK ON A MATCH.
089600******************************************************************
089700 4400-FIND-DEPT-RTN.
089800     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
089900     PERFORM 4450-CHECK-ONE-DEPT-RTN
090000         VARYING WS-DEPT-IDX FROM 1 BY 1
090100         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR DEPT-FOUND.
090200     IF DEPT-FOUND
090300         SET WS-DEPT-IDX DOWN BY 1
090400     END-IF.
090500
090600******************************************************************
090700*    4450-CHECK-ONE-DEPT-RTN
090800*    COMPARE ONE DEPARTMENT SLOT AGAINST WS-WORK-DEPT.
090900******************************************************************
091000 4450-CHECK-ONE-DEPT-RTN.
091100     IF WS-DEPT-KEY(WS-DEPT-IDX) = WS-WORK-DEPT
091200         MOVE "Y" TO WS-DEPT-FOUND-SWITCH
091300     END-IF.
091400
091500******************************************************************
091600*    4500-FINISH-ONE-DEPT-RTN
091700*    A DEPARTMENT'S AVERAGE PERCENT CHANGE (ONLY WHEN ENOUGH OF
091800*    ITS PEOPLE WERE MEASURED) AND ITS PARTICIPATION -- THE
091900*    SHARE OF ITS WHOLE HEADCOUNT WHO CHECKED IN THAT WEEK.
092000******************************************************************
092100 4500-FINISH-ONE-DEPT-RTN.
092200     MOVE "N" TO WS-DEPT-RANKED(WS-DEPT-IDX).
092300     IF WS-DEPT-MEASURED(WS-DEPT-IDX) >= WS-MIN-MEASURED
092400         COMPUTE WS-DEPT-AVG-CHG(WS-DEPT-IDX) ROUNDED =
092500             WS-DEPT-CHG-SUM(WS-DEPT-IDX)
092600             / WS-DEPT-MEASURED(WS-DEPT-IDX)
092700     END-IF.
092800     IF WS-DEPT-HEADCOUNT(WS-DEPT-IDX) > 0
092900         COMPUTE WS-DEPT-PART-PCT(WS-DEPT-IDX) ROUNDED =
093000             WS-DEPT-CHECKED(WS-DEPT-IDX) * 100
093100             / WS-DEPT-HEADCOUNT(WS-DEPT-IDX)
093200     END-IF.
093300
093400******************************************************************
093500*    5000-RANK-BY-CHANGE-RTN
093600*    FIRST STANDINGS TABLE -- DEPARTMENTS WITH ENOUGH PEOPLE
093700*    MEASURED, LARGEST AVERAGE DROP IN BMI FIRST, THEN THE
093800*    DEPARTMENTS IN THE CHALLENGE THAT COULD NOT BE RANKED YET.
093900******************************************************************
094000 5000-RANK-BY-CHANGE-RTN.
094100     MOVE SPACES TO REPORT-LINE.
094200     WRITE REPORT-LINE.
094300     MOVE SPACES TO REPORT-LINE.
094400     STRING 'STANDINGS BY AVERAGE PERCENT BMI CHANGE SINCE'
094500         DELIMITED BY SIZE
094600         ' THE START' DELIMITED BY SIZE
094700         INTO REPORT-LINE.
094800     WRITE REPORT-LINE.
094900     MOVE SPACES TO REPORT-LINE.
095000     STRING 'RANK  DEPARTMENT       HEADCOUNT  ENROLLED'
095100         DELIMITED BY SIZE
095200         '  MEASURED  AVG CHG PCT' DELIMITED BY SIZE
095300         INTO REPORT-LINE.
095400     WRITE REPORT-LINE.
095500     MOVE 0 TO RANK-COUNTER.
095600     MOVE 1 TO WS-BEST-IDX.
095700     PERFORM 5100-PICK-NEXT-BY-CHANGE-RTN
095800         UNTIL WS-BEST-IDX = 0.
095900     PERFORM 5300-LIST-UNRANKED-RTN
096000         VARYING WS-DEPT-IDX FROM 1 BY 1
096100         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
096200
096300******************************************************************
096400*    5100-PICK-NEXT-BY-CHANGE-RTN
096500*    FIND THE UNRANKED DEPARTMENT WITH THE LOWEST AVERAGE CHANGE
096600*    AND WRITE ITS STANDINGS LINE.
096700******************************************************************
096800 5100-PICK-NEXT-BY-CHANGE-RTN.
096900     MOVE 0 TO WS-BEST-IDX.
097000     PERFORM 5150-CHECK-ONE-BY-CHANGE-RTN
097100         VARYING WS-DEPT-IDX FROM 1 BY 1
097200         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
097300     IF WS-BEST-IDX > 0
097400         SET WS-DEPT-IDX TO WS-BEST-IDX
097500         MOVE "Y" TO WS-DEPT-RANKED(WS-DEPT-IDX)
097600         ADD 1 TO RANK-COUNTER
097700         MOVE RANK-COUNTER TO WS-EDIT-RANK
097800         MOVE WS-DEPT-AVG-CHG(WS-DEPT-IDX) TO WS-EDIT-CHG
097900         PERFORM 5200-FORMAT-COUNTS-RTN
098000         MOVE SPACES TO REPORT-LINE
098100         STRING ' ' DELIMITED BY SIZE
098200             WS-EDIT-RANK DELIMITED BY SIZE
098300             '  ' DELIMITED BY SIZE
098400             WS-DEPT-KEY(WS-DEPT-IDX) DELIMITED BY SIZE
098500             '     ' DELIMITED BY SIZE
098600             WS-EDIT-HEAD DELIMITED BY SIZE
098700             '    ' DELIMITED BY SIZE
098800             WS-EDIT-ENRL DELIMITED BY SIZE
098900             '    ' DELIMITED BY SIZE
099000             WS-EDIT-MEAS DELIMITED BY SIZE
099100             '      ' DELIMITED BY SIZE
099200             WS-EDIT-CHG DELIMITED BY SIZE
099300             INTO REPORT-LINE
099400         WRITE REPORT-LINE
099500     END-IF.
099600
099700******************************************************************
099800*    5150-CHECK-ONE-BY-CHANGE-RTN
099900*    KEEP THIS DEPARTMENT AS THE BEST SO FAR IF IT IS RANKABLE
100000*    AND ITS AVERAGE IS LOWER.
100100******************************************************************
100200 5150-CHECK-ONE-BY-CHANGE-RTN.
100300     IF NOT DEPT-IS-RANKED(WS-DEPT-IDX)
100400         AND WS-DEPT-MEASURED(WS-DEPT-IDX) >= WS-MIN-MEASURED
100500         IF WS-BEST-IDX = 0
100600             SET WS-BEST-IDX TO WS-DEPT-IDX
100700         ELSE
100800             IF WS-DEPT-AVG-CHG(WS-DEPT-IDX)
100900                 < WS-DEPT-AVG-CHG(WS-BEST-IDX)
101000                 SET WS-BEST-IDX TO WS-DEPT-IDX
101100             END-IF
101200         END-IF
101300     END-IF.
101400
101500******************************************************************
101600*    5200-FORMAT-COUNTS-RTN
101700*    EDIT THE CURRENT DEPARTMENT'S HEAD, ENROLLED AND MEASURED
101800*    COUNTS FOR A STANDINGS LINE.
101900******************************************************************
102000 5200-FORMAT-COUNTS-RTN.
102100     MOVE WS-DEPT-HEADCOUNT(WS-DEPT-IDX) TO WS-EDIT-HEAD.
102200     MOVE WS-DEPT-ENROLLED(WS-DEPT-IDX) TO WS-EDIT-ENRL.
102300     MOVE WS-DEPT-MEASURED(WS-DEPT-IDX) TO WS-EDIT-MEAS.
102400
102500******************************************************************
102600*    5300-LIST-UNRANKED-RTN
102700*    A DEPARTMENT WITH PEOPLE IN THE CHALLENGE BUT TOO FEW
102800*    MEASURED TO SHOW AN AVERAGE.
102900******************************************************************
103000 5300-LIST-UNRANKED-RTN.
103100     IF NOT DEPT-IS-RANKED(WS-DEPT-IDX)
103200         AND WS-DEPT-ENROLLED(WS-DEPT-IDX) > 0
103300         PERFORM 5200-FORMAT-COUNTS-RTN
103400         MOVE SPACES TO REPORT-LINE
103500         STRING '   -  ' DELIMITED BY SIZE
103600             WS-DEPT-KEY(WS-DEPT-IDX) DELIMITED BY SIZE
103700             '     ' DELIMITED BY SIZE
103800             WS-EDIT-HEAD DELIMITED BY SIZE
103900             '    ' DELIMITED BY SIZE
104000             WS-EDIT-ENRL DELIMITED BY SIZE
104100             '    ' DELIMITED BY SIZE
104200             WS-EDIT-MEAS DELIMITED BY SIZE
104300             '  NOT RANKED - TOO FEW MEASURED' DELIMITED BY SIZE
104400             INTO REPORT-LINE
104500         WRITE REPORT-LINE
104600     END-IF.
104700
104800******************************************************************
104900*    5500-RANK-BY-PARTICIPATION-RTN
105000*    SECOND STANDINGS TABLE -- EVERY DEPARTMENT ON THE MASTER,
105100*    HIGHEST SHARE OF ITS HEADCOUNT CHECKED IN THAT WEEK FIRST.
105200******************************************************************
105300 5500-RANK-BY-PARTICIPATION-RTN.
105400     PERFORM 5550-CLEAR-ONE-RANK-RTN
105500         VARYING WS-DEPT-IDX FROM 1 BY 1
105600         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
105700     MOVE SPACES TO REPORT-LINE.
105800     WRITE REPORT-LINE.
105900     MOVE SPACES TO REPORT-LINE.
106000     STRING 'STANDINGS BY PARTICIPATION - HEADCOUNT CHECKED IN'
106100         DELIMITED BY SIZE
106200         ' THIS WEEK' DELIMITED BY SIZE
106300         INTO REPORT-LINE.
106400     WRITE REPORT-LINE.
106500     MOVE SPACES TO REPORT-LINE.
106600     STRING 'RANK  DEPARTMENT       HEADCOUNT  ENROLLED'
106700         DELIMITED BY SIZE
106800         '  CHECKED IN  PARTICIPATION PCT' DELIMITED BY SIZE
106900         INTO REPORT-LINE.
107000     WRITE REPORT-LINE.
107100     MOVE 0 TO RANK-COUNTER.
107200     MOVE 1 TO WS-BEST-IDX.
107300     PERFORM 5600-PICK-NEXT-BY-PART-RTN
107400         UNTIL WS-BEST-IDX = 0.
107500
107600******************************************************************
107700*    5550-CLEAR-ONE-RANK-RTN
107800*    CLEAR ONE DEPARTMENT'S RANKED FLAG FOR THE NEXT TABLE.
107900******************************************************************
108000 5550-CLEAR-ONE-RANK-RTN.
108100     MOVE "N" TO WS-DEPT-RANKED(WS-DEPT-IDX).
108200
108300******************************************************************
108400*    5600-PICK-NEXT-BY-PART-RTN
108500*    FIND THE UNRANKED DEPARTMENT WITH THE HIGHEST PARTICIPATION
108600*    AND WRITE ITS STANDINGS LINE.
108700******************************************************************
108800 5600-PICK-NEXT-BY-PART-RTN.
108900     MOVE 0 TO WS-BEST-IDX.
109000     PERFORM 5650-CHECK-ONE-BY-PART-RTN
109100         VARYING WS-DEPT-IDX FROM 1 BY 1
109200         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
109300     IF WS-BEST-IDX > 0
109400         SET WS-DEPT-IDX TO WS-BEST-IDX
109500         MOVE "Y" TO WS-DEPT-RANKED(WS-DEPT-IDX)
109600         ADD 1 TO RANK-COUNTER
109700         MOVE RANK-COUNTER TO WS-EDIT-RANK
109800         PERFORM 5200-FORMAT-COUNTS-RTN
109900         MOVE WS-DEPT-CHECKED(WS-DEPT-IDX) TO WS-EDIT-MEAS
110000         MOVE WS-DEPT-PART-PCT(WS-DEPT-IDX) TO WS-EDIT-PCT
110100         MOVE SPACES TO REPORT-LINE
110200         STRING ' ' DELIMITED BY SIZE
110300             WS-EDIT-RANK DELIMITED BY SIZE
110400             '  ' DELIMITED BY SIZE
110500             WS-DEPT-KEY(WS-DEPT-IDX) DELIMITED BY SIZE
110600             '     ' DELIMITED BY SIZE
110700             WS-EDIT-HEAD DELIMITED BY SIZE
110800             '    ' DELIMITED BY SIZE
110900             WS-EDIT-ENRL DELIMITED BY SIZE
111000             '      ' DELIMITED BY SIZE
111100             WS-EDIT-MEAS DELIMITED BY SIZE
111200             '              ' DELIMITED BY SIZE
111300             WS-EDIT-PCT DELIMITED BY SIZE
111400             INTO REPORT-LINE
111500         WRITE REPORT-LINE
111600     END-IF.
111700
111800******************************************************************
111900*    5650-CHECK-ONE-BY-PART-RTN
112000*    KEEP THIS DEPARTMENT AS THE BEST SO FAR IF ITS
112100*    PARTICIPATION IS HIGHER.
112200******************************************************************
112300 5650-CHECK-ONE-BY-PART-RTN.
112400     IF NOT DEPT-IS-RANKED(WS-DEPT-IDX)
112500         IF WS-BEST-IDX = 0
112600             SET WS-BEST-IDX TO WS-DEPT-IDX
112700         ELSE
112800             IF WS-DEPT-PART-PCT(WS-DEPT-IDX)
112900                 > WS-DEPT-PART-PCT(WS-BEST-IDX)
113000                 SET WS-BEST-IDX TO WS-DEPT-IDX
113100             END-IF
113200         END-IF
113300     END-IF.
113400
113500******************************************************************
113600*    6500-WRITE-REMINDERS-RTN
113700*    THE COORDINATOR'S LIST -- EVERY ENROLLED EMPLOYEE'S STREAKS
113800*    BY DEPARTMENT, THEN THE PEOPLE TO REMIND.
113900******************************************************************
114000 6500-WRITE-REMINDERS-RTN.
114100     MOVE SPACES TO REMINDER-LINE.
114200     WRITE REMINDER-LINE.
114300     MOVE SPACES TO REMINDER-LINE.
114400     STRING 'ID      NAME                       DEPARTMENT'
114500         DELIMITED BY SIZE
114600         '       STREAK  BEST  THIS WEEK' DELIMITED BY SIZE
114700         INTO REMINDER-LINE.
114800     WRITE REMINDER-LINE.
114900     PERFORM 6600-STREAKS-ONE-DEPT-RTN
115000         VARYING WS-DEPT-IDX FROM 1 BY 1
115100         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
115200     MOVE SPACES TO REMINDER-LINE.
115300     WRITE REMINDER-LINE.
115400     MOVE SPACES TO REMINDER-LINE.
115500     STRING 'REMINDER LIST - NO CHECK-IN FOR WEEK '
115600         DELIMITED BY SIZE
115700         WS-EDIT-WEEK DELIMITED BY SIZE
115800         INTO REMINDER-LINE.
115900     WRITE REMINDER-LINE.
116000     PERFORM 6800-REMIND-ONE-DEPT-RTN
116100         VARYING WS-DEPT-IDX FROM 1 BY 1
116200         UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
116300
116400******************************************************************
116500*    6600-STREAKS-ONE-DEPT-RTN
116600*    THE STREAK LINES FOR ONE DEPARTMENT'S ENROLLED PEOPLE.
116700******************************************************************
116800 6600-STREAKS-ONE-DEPT-RTN.
116900     PERFORM 6700-STREAK-ONE-EMP-RTN
117000         VARYING WS-EMP-IDX FROM 1 BY 1
117100         UNTIL WS-EMP-IDX > WS-EMP-COUNT.
117200
117300******************************************************************
117400*    6700-STREAK-ONE-EMP-RTN
117500*    ONE EMPLOYEE'S STREAK LINE, IF THEY ARE ENROLLED AND IN THE
117600*    CURRENT DEPARTMENT.
117700******************************************************************
117800 6700-STREAK-ONE-EMP-RTN.
117900     IF EMP-IS-ENROLLED(WS-EMP-IDX)
118000         AND WS-EMP-DEPT(WS-EMP-IDX) = WS-DEPT-KEY(WS-DEPT-IDX)
118100         MOVE WS-EMP-CUR-STREAK(WS-EMP-IDX) TO WS-EDIT-STREAK
118200         MOVE WS-EMP-BEST-STREAK(WS-EMP-IDX) TO WS-EDIT-BEST
118300         MOVE SPACES TO REMINDER-LINE
118400         STRING WS-EMP-ID(WS-EMP-IDX) DELIMITED BY SIZE
118500             '  ' DELIMITED BY SIZE
118600             WS-EMP-NAME(WS-EMP-IDX) DELIMITED BY SIZE
118700             '  ' DELIMITED BY SIZE
118800             WS-EMP-DEPT(WS-EMP-IDX) DELIMITED BY SIZE
118900             '      ' DELIMITED BY SIZE
119000             WS-EDIT-STREAK DELIMITED BY SIZE
119100             '    ' DELIMITED BY SIZE
119200             WS-EDIT-BEST DELIMITED BY SIZE
119300             INTO REMINDER-LINE
119400         IF WS-EMP-WEEK-FLAG(WS-EMP-IDX, WS-REPORT-WEEK) = "Y"
119500             MOVE 'CHECKED IN' TO REMINDER-LINE(70:10)
119600         ELSE
119700             MOVE 'MISSED' TO REMINDER-LINE(70:6)
119800         END-IF
119900         WRITE REMINDER-LINE
120000     END-IF.
120100
120200******************************************************************
120300*    6800-REMIND-ONE-DEPT-RTN
120400*    THE REMINDER LINES FOR ONE DEPARTMENT.
120500******************************************************************
120600 6800-REMIND-ONE-DEPT-RTN.
120700     PERFORM 6900-REMIND-ONE-EMP-RTN
120800         VARYING WS-EMP-IDX FROM 1 BY 1
120900         UNTIL WS-EMP-IDX > WS-EMP-COUNT.
121000
121100******************************************************************
121200*    6900-REMIND-ONE-EMP-RTN
121300*    LIST ONE ENROLLED EMPLOYEE OF THE CURRENT DEPARTMENT WHO
121400*    DID NOT CHECK IN THAT WEEK, WITH THEIR LAST CHECK-IN.
121500******************************************************************
121600 6900-REMIND-ONE-EMP-RTN.
121700     IF EMP-IS-ENROLLED(WS-EMP-IDX)
121800         AND WS-EMP-DEPT(WS-EMP-IDX) = WS-DEPT-KEY(WS-DEPT-IDX)
121900         AND WS-EMP-WEEK-FLAG(WS-EMP-IDX, WS-REPORT-WEEK)
122000             NOT = "Y"
122100         MOVE SPACES TO REMINDER-LINE
122200         IF WS-EMP-CUR-DATE(WS-EMP-IDX) = SPACES
122300             STRING WS-EMP-ID(WS-EMP-IDX) DELIMITED BY SIZE
122400                 '  ' DELIMITED BY SIZE
122500                 WS-EMP-NAME(WS-EMP-IDX) DELIMITED BY SIZE
122600                 '  ' DELIMITED BY SIZE
122700                 WS-EMP-DEPT(WS-EMP-IDX) DELIMITED BY SIZE
122800                 '  NO CHECK-IN SINCE THE START'
122900                     DELIMITED BY SIZE
123000                 INTO REMINDER-LINE
123100         ELSE
123200             STRING WS-EMP-ID(WS-EMP-IDX) DELIMITED BY SIZE
123300                 '  ' DELIMITED BY SIZE
123400                 WS-EMP-NAME(WS-EMP-IDX) DELIMITED BY SIZE
123500                 '  ' DELIMITED BY SIZE
123600                 WS-EMP-DEPT(WS-EMP-IDX) DELIMITED BY SIZE
123700                 '  LAST CHECKED IN ' DELIMITED BY SIZE
123800                 WS-EMP-CUR-DATE(WS-EMP-IDX) DELIMITED BY SIZE
123900                 INTO REMINDER-LINE
124000         END-IF
124100         WRITE REMINDER-LINE
124200     END-IF.
124300
124400******************************************************************
124500*    7000-COMPUTE-DAY-SERIAL-RTN
124600*    TURN WS-DS-YYYY/MM/DD INTO A DAY COUNT SO TWO DATES CAN BE
124700*    SUBTRACTED -- SAME ARITHMETIC AS STOCKAGE.
124800******************************************************************
124900 7000-COMPUTE-DAY-SERIAL-RTN.
125000     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
125100     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
125200     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
125300     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
125400     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
125500     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
125600     COMPUTE WS-DS-SERIAL =
125700         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
125800     EVALUATE WS-DS-MM
125900         WHEN 2  ADD 31 TO WS-DS-SERIAL
126000         WHEN 3  ADD 59 TO WS-DS-SERIAL
126100         WHEN 4  ADD 90 TO WS-DS-SERIAL
126200         WHEN 5  ADD 120 TO WS-DS-SERIAL
126300         WHEN 6  ADD 151 TO WS-DS-SERIAL
126400         WHEN 7  ADD 181 TO WS-DS-SERIAL
126500         WHEN 8  ADD 212 TO WS-DS-SERIAL
126600         WHEN 9  ADD 243 TO WS-DS-SERIAL
126700         WHEN 10 ADD 273 TO WS-DS-SERIAL
126800         WHEN 11 ADD 304 TO WS-DS-SERIAL
126900         WHEN 12 ADD 334 TO WS-DS-SERIAL
127000         WHEN OTHER CONTINUE
127100     END-EVALUATE.
127200     IF WS-DS-MM > 2
127300         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
127400             REMAINDER WS-REM-4
127500         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
127600             REMAINDER WS-REM-100
127700         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
127800             REMAINDER WS-REM-400
127900         IF WS-REM-4 = 0 AND
128000             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
128100             ADD 1 TO WS-DS-SERIAL
128200         END-IF
128300     END-IF.
128400
128500******************************************************************
128600*    7100-CHECK-DATE-RTN
128700*    CHECK THE YYYY-MM-DD DATE IN WS-DATE-WORK -- DIGITS AND
128800*    DASHES IN THE RIGHT PLACES AND A REAL MONTH AND DAY.
128900******************************************************************
129000 7100-CHECK-DATE-RTN.
129100     MOVE "N" TO WS-DATE-OK-SWITCH.
129200     IF WS-DW-YYYY IS NUMERIC
129300         AND WS-DW-MM IS NUMERIC
129400         AND WS-DW-DD IS NUMERIC
129500         AND WS-DW-F1 = '-'
129600         AND WS-DW-F2 = '-'
129700         AND WS-DW-MM >= 1 AND WS-DW-MM <= 12
129800         PERFORM 7300-SET-MONTH-LIMIT-RTN
129900         IF WS-DW-DD >= 1 AND WS-DW-DD <= WS-MONTH-LIMIT
130000             MOVE "Y" TO WS-DATE-OK-SWITCH
130100         END-IF
130200     END-IF.
130300
130400******************************************************************
130500*    7200-ADVANCE-ONE-DAY-RTN
130600*    MOVE THE DATE IN WS-DATE-WORK ON BY ONE DAY, ROLLING THE
130700*    MONTH AND YEAR AS NEEDED.
130800******************************************************************
130900 7200-ADVANCE-ONE-DAY-RTN.
131000     PERFORM 7300-SET-MONTH-LIMIT-RTN.
131100     IF WS-DW-DD < WS-MONTH-LIMIT
131200         ADD 1 TO WS-DW-DD
131300     ELSE
131400         MOVE 1 TO WS-DW-DD
131500         IF WS-DW-MM < 12
131600             ADD 1 TO WS-DW-MM
131700         ELSE
131800             MOVE 1 TO WS-DW-MM
131900             ADD 1 TO WS-DW-YYYY
132000         END-IF
132100     END-IF.
132200
132300******************************************************************
132400*    7300-SET-MONTH-LIMIT-RTN
132500*    THE NUMBER OF DAYS IN WS-DW-MM OF WS-DW-YYYY.
132600******************************************************************
132700 7300-SET-MONTH-LIMIT-RTN.
132800     MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-MONTH-LIMIT.
132900     IF WS-DW-MM = 2
133000         DIVIDE WS-DW-YYYY BY 4 GIVING WS-QUOT
133100             REMAINDER WS-REM-4
133200         DIVIDE WS-DW-YYYY BY 100 GIVING WS-QUOT
133300             REMAINDER WS-REM-100
133400         DIVIDE WS-DW-YYYY BY 400 GIVING WS-QUOT
133500             REMAINDER WS-REM-400
133600         IF WS-REM-4 = 0 AND
133700             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
133800             MOVE 29 TO WS-MONTH-LIMIT
133900         END-IF
134000     END-IF.
134100
134200******************************************************************
134300*    8000-WRITE-TOTALS-RTN
134400*    WRITE THE RUN TOTALS AT THE FOOT OF THE STANDINGS. THESE
134500*    ARE HEAD COUNTS ONLY.
134600******************************************************************
134700 8000-WRITE-TOTALS-RTN.
134800     MOVE SPACES TO REPORT-LINE.
134900     WRITE REPORT-LINE.
135000     MOVE EMP-COUNTER TO WS-EDIT-COUNT.
135100     MOVE SPACES TO REPORT-LINE.
135200     STRING 'EMPLOYEES ON MASTER . . . . : ' DELIMITED BY SIZE
135300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
135400     WRITE REPORT-LINE.
135500     MOVE ENROLLED-COUNTER TO WS-EDIT-COUNT.
135600     MOVE SPACES TO REPORT-LINE.
135700     STRING 'ENROLLED IN CHALLENGE . . . : ' DELIMITED BY SIZE
135800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
135900     WRITE REPORT-LINE.
136000     MOVE CHECKED-IN-COUNTER TO WS-EDIT-COUNT.
136100     MOVE SPACES TO REPORT-LINE.
136200     STRING 'CHECKED IN THIS WEEK  . . . : ' DELIMITED BY SIZE
136300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
136400     WRITE REPORT-LINE.
136500     MOVE MISSED-COUNTER TO WS-EDIT-COUNT.
136600     MOVE SPACES TO REPORT-LINE.
136700     STRING 'MISSED THIS WEEK  . . . . . : ' DELIMITED BY SIZE
136800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
136900     WRITE REPORT-LINE.
137000     MOVE MEASURED-COUNTER TO WS-EDIT-COUNT.
137100     MOVE SPACES TO REPORT-LINE.
137200     STRING 'MEASURED AGAINST BASELINE . : ' DELIMITED BY SIZE
137300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
137400     WRITE REPORT-LINE.
137500     MOVE NOT-ON-MASTER-COUNTER TO WS-EDIT-COUNT.
137600     MOVE SPACES TO REPORT-LINE.
137700     STRING 'ENROLLED IDS NOT ON MASTER  : ' DELIMITED BY SIZE
137800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
137900     WRITE REPORT-LINE.
137916     MOVE SEPARATED-COUNTER TO WS-EDIT-COUNT.
137932     MOVE SPACES TO REPORT-LINE.
137948     STRING 'ENROLLED, BUT SEPARATED . . : ' DELIMITED BY SIZE
137964         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
137980     WRITE REPORT-LINE.
138000
138100******************************************************************
138200*    9000-TERMINATE-RTN
138300*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
138400******************************************************************
138500 9000-TERMINATE-RTN.
138600     MOVE 'END  ' TO WS-AUDIT-EVENT.
138700     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
138800     MOVE HIST-COUNTER TO WS-AUDIT-REC-EDIT.
138900     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
139000     CLOSE AUDIT-FILE.
139100     IF WS-EMPMAST-FILE-STATUS NOT = "35"
139200         CLOSE EMPMAST-FILE
139300     END-IF.
139400     CLOSE REPORT-FILE.
139500     CLOSE REMINDER-FILE.
139600     DISPLAY "WELLSTND COMPLETE - " ENROLLED-COUNTER
139700         " ENROLLED, " CHECKED-IN-COUNTER " CHECKED IN, "
139800         MISSED-COUNTER " TO REMIND.".
139900
140000 END PROGRAM WELLSTND.
