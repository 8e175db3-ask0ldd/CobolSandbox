000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BMIPURGE.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. WELLNESS-PROGRAM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- RETENTION PURGE OF THE BMI
001200*                      DATA HELD ON EMPLOYEES WHO HAVE LEFT.
001300*                      EMPMAINT RECORDS A SEPARATION DATE ON
001400*                      EMPMAST.TXT; ONCE THE RETENTION PERIOD
001500*                      (BMIRETN.DAT, DEFAULT 365 DAYS) HAS RUN
001600*                      OUT AFTER THAT DATE, THIS RUN TAKES THE
001700*                      EMPLOYEE'S LINES OUT OF BMIHIST.TXT, THEIR
001800*                      CHALLENGE ENROLLMENTS OUT OF WELLENRL.TXT,
001900*                      AND THEIR LINES OUT OF THE PERSONAL
002000*                      WELLNESS REPORTS (BMIRPT, BMITREND,
002100*                      BMIMISS, WELLRMND) -- BOTH THE COPIES ON
002200*                      HAND AND EVERY COPY FILED IN THE REPORT
002300*                      LIBRARY BY RPTSPOOL. THE RULE SAYS WHETHER
002400*                      THE LINES ARE REMOVED OUTRIGHT OR KEPT
002500*                      WITH THE ID AND NAME BLANKED OUT, SO THE
002600*                      READINGS STILL COUNT IN THE AGGREGATES.
002700*                      BMIPURGE.TXT IS THE PURGE CERTIFICATE --
002800*                      THE RULE APPLIED AND, FOR EACH EMPLOYEE
002900*                      PURGED, THE SEPARATION DATE AND HOW MANY
003000*                      LINES WENT FROM EACH KIND OF FILE. IT
003100*                      CARRIES NO NAMES AND NO READINGS.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARM-FILE ASSIGN TO 'BMIRETN.DAT'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PARM-FILE-STATUS.
004000
004100     SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST.TXT'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
004400
004500     SELECT INDEX-FILE ASSIGN TO 'RPTINDEX.DAT'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-INDEX-FILE-STATUS.
004800
004900     SELECT TARGET-FILE ASSIGN TO DYNAMIC WS-TARGET-NAME
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-TARGET-FILE-STATUS.
005200
005300     SELECT WORK-FILE ASSIGN TO 'BMIPURGE.WRK'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-WORK-FILE-STATUS.
005600
005700     SELECT CERT-FILE ASSIGN TO 'BMIPURGE.TXT'
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  PARM-FILE.
006700 01  PARM-RECORD.
006800     05 PRM-RETAIN-DAYS   PIC 9(04).
006900     05 PRM-F1            PIC X(02).
007000     05 PRM-MODE          PIC X(01).
007100
007200 FD  EMPMAST-FILE.
007300 01  EMPMAST-RECORD.
007400     05 EM-EMP-ID             PIC X(06).
007500     05 FILLER                PIC X(02).
007600     05 EM-NAME               PIC X(25).
007700     05 FILLER                PIC X(02).
007800     05 EM-DEPT               PIC X(15).
007900     05 FILLER                PIC X(02).
008000     05 EM-SEP-DATE           PIC X(10).
008100
008200 FD  INDEX-FILE.
008300 01  INDEX-RECORD.
008400     05 IDX-MEMBER        PIC X(12).
008500     05 IDX-SPCS1         PIC X(02).
008600     05 IDX-DATE          PIC X(08).
008700     05 IDX-SPCS2         PIC X(02).
008800     05 IDX-TIME          PIC X(06).
008900     05 IDX-SPCS3         PIC X(02).
009000     05 IDX-REPORT        PIC X(12).
009100     05 IDX-SPCS4         PIC X(02).
009200     05 IDX-PROGRAM       PIC X(14).
009300     05 IDX-SPCS5         PIC X(02).
009400     05 IDX-LINES         PIC 9(07).
009500     05 IDX-SPCS6         PIC X(02).
009600     05 IDX-PAGES         PIC 9(05).
009610     05 IDX-SPCS7         PIC X(02).
009620     05 IDX-STORE         PIC X(04).
009700
009800 FD  TARGET-FILE.
009900 01  TARGET-LINE              PIC X(132).
010000
010100 FD  WORK-FILE.
010200 01  WORK-LINE                PIC X(132).
010300
010400 FD  CERT-FILE.
010500 01  CERT-LINE                PIC X(100).
010600
010700 FD  AUDIT-FILE.
010800 COPY AUDITLOG.
010900
011000 WORKING-STORAGE SECTION.
011100 01  SWITCHES.
011200     05 WS-EMPMAST-EOF-SWITCH PIC X VALUE "N".
011300        88 END-OF-EMPMAST             VALUE "Y".
011400     05 WS-INDEX-EOF-SWITCH   PIC X VALUE "N".
011500        88 INDEX-AT-EOF               VALUE "Y".
011600     05 WS-TARGET-EOF-SWITCH  PIC X VALUE "N".
011700        88 TARGET-AT-EOF              VALUE "Y".
011800     05 WS-WORK-EOF-SWITCH    PIC X VALUE "N".
011900        88 WORK-AT-EOF                VALUE "Y".
012000     05 WS-MATCH-SWITCH       PIC X VALUE "N".
012100        88 LINE-MATCHED               VALUE "Y".
012200     05 WS-FILE-CHANGED-SWITCH PIC X VALUE "N".
012300        88 TARGET-CHANGED             VALUE "Y".
012400     05 WS-TREND-SWITCH       PIC X VALUE "N".
012500        88 TREND-LAYOUT               VALUE "Y".
012600     05 WS-BLOCK-SWITCH       PIC X VALUE "N".
012700        88 IN-DROPPED-BLOCK           VALUE "Y".
012800     05 WS-DATE-OK-SWITCH     PIC X VALUE "N".
012900        88 DATE-IS-VALID              VALUE "Y".
013000     05 WS-WORK-USED-SWITCH   PIC X VALUE "N".
013100        88 WORK-FILE-USED             VALUE "Y".
013200
013300 01  COUNTERS.
013400     05 EMP-COUNTER           PIC 9(5) COMP VALUE 0.
013500     05 SEPARATED-COUNTER     PIC 9(5) COMP VALUE 0.
013600     05 BAD-DATE-COUNTER      PIC 9(5) COMP VALUE 0.
013700     05 HIST-LINE-COUNTER     PIC 9(7) COMP VALUE 0.
013800     05 ENRL-LINE-COUNTER     PIC 9(7) COMP VALUE 0.
013900     05 RPT-LINE-COUNTER      PIC 9(7) COMP VALUE 0.
014000     05 FILES-CHECKED-COUNTER PIC 9(5) COMP VALUE 0.
014100     05 FILES-CHANGED-COUNTER PIC 9(5) COMP VALUE 0.
014200     05 MEMBER-COUNTER        PIC 9(5) COMP VALUE 0.
014300     05 NOTHING-LEFT-COUNTER  PIC 9(5) COMP VALUE 0.
014400     05 FILE-LINE-COUNTER     PIC 9(7) COMP VALUE 0.
014500
014600 01  WS-FILE-STATUSES.
014700     05 WS-PARM-FILE-STATUS   PIC X(02) VALUE "00".
014800     05 WS-EMPMAST-FILE-STATUS PIC X(02) VALUE "00".
014900     05 WS-INDEX-FILE-STATUS  PIC X(02) VALUE "00".
015000     05 WS-TARGET-FILE-STATUS PIC X(02) VALUE "00".
015100     05 WS-WORK-FILE-STATUS   PIC X(02) VALUE "00".
015200
015300*    THE RETENTION RULE -- DEFAULTS HOLD WHEN BMIRETN.DAT IS
015400*    MISSING OR UNREADABLE. MODE D REMOVES THE LINES, MODE A
015500*    KEEPS THEM WITH THE ID AND NAME BLANKED OUT.
015600 01  WS-PARM-FIELDS.
015700     05 WS-RETAIN-DAYS        PIC 9(4) VALUE 365.
015800     05 WS-PURGE-MODE         PIC X VALUE "D".
015900        88 MODE-DELETE                VALUE "D".
016000        88 MODE-ANONYMIZE             VALUE "A".
016100
016200*    EVERY EMPLOYEE PAST THE RETENTION PERIOD, WITH THE LINES
016300*    TAKEN FROM EACH KIND OF FILE -- 1 HISTORY, 2 ENROLLMENTS,
016400*    3 REPORTS.
016500 01  WS-XP-COUNT              PIC 9(3) COMP VALUE 0.
016600 01  WS-XP-TABLE.
016700     05 WS-XP-ENTRY OCCURS 500 TIMES
016800            INDEXED BY WS-XP-IDX.
016900         10 WS-XP-ID           PIC X(06).
017000         10 WS-XP-NAME         PIC X(25).
017100         10 WS-XP-SEP-DATE     PIC X(10).
017200         10 WS-XP-LINES        PIC 9(7) COMP OCCURS 3 TIMES.
017300 01  WS-XP-HIT                PIC 9(3) COMP VALUE 0.
017400 01  WS-BLOCK-HIT             PIC 9(3) COMP VALUE 0.
017500 01  WS-FILE-KIND             PIC 9 VALUE 0.
017600 01  WS-KIND-SUB              PIC 9 VALUE 0.
017700
017800 01  WS-TARGET-NAME           PIC X(20) VALUE SPACES.
017900 01  WS-PURGE-COMMAND         PIC X(40) VALUE SPACES.
018000 01  WS-LINE-WORK             PIC X(132) VALUE SPACES.
018200 01  WS-ID-MASK               PIC X(06) VALUE 'XXXXXX'.
018300 01  WS-NAME-MASK             PIC X(25) VALUE 'NAME WITHHELD'.
018400
018500*    THE WELLNESS REPORTS THAT NAME INDIVIDUALS.
018600 01  WS-WRPT-LIT.
018700     05 FILLER                PIC X(12) VALUE 'BMIRPT.TXT'.
018800     05 FILLER                PIC X(12) VALUE 'BMITREND.TXT'.
018900     05 FILLER                PIC X(12) VALUE 'BMIMISS.TXT'.
019000     05 FILLER                PIC X(12) VALUE 'WELLRMND.TXT'.
019100 01  WS-WRPT-TABLE REDEFINES WS-WRPT-LIT.
019200     05 WS-WRPT-NAME          PIC X(12) OCCURS 4 TIMES
019300            INDEXED BY WS-WRPT-IDX.
019400 01  WS-WRPT-HIT              PIC 9 VALUE 0.
019401
019403*    WHERE EACH KIND OF FILE CARRIES THE EMPLOYEE ID AND NAME --
019405*    THE ID COLUMN, THE NAME COLUMN (ZERO WHEN THE LINE HAS NO
019407*    NAME) AND THE TAG THAT MUST STAND JUST AHEAD OF THE ID (NONE
019409*    WHEN THE TAG LENGTH IS ZERO). BMIHIST LINES CARRY THE ID AS
019411*    'ID=' AFTER THE DATE; WELLENRL CARRIES IT AFTER THE
019413*    CHALLENGE (WEN-EMP-ID); BMIRPT AND WELLRMND DETAIL LINES
019415*    START WITH IT; BMIMISS INDENTS IT TWO; BMITREND ONLY HAS IT
019417*    ON THE "EMPLOYEE" HEADING.
019419 01  WS-HIST-LAYOUT.
019421     05 FILLER                PIC 9(3) VALUE 16.
019423     05 FILLER                PIC 9(3) VALUE 0.
019425     05 FILLER                PIC 9(1) VALUE 3.
019427     05 FILLER                PIC X(09) VALUE 'ID='.
019429 01  WS-ENRL-LAYOUT.
019431     05 FILLER                PIC 9(3) VALUE 9.
019433     05 FILLER                PIC 9(3) VALUE 0.
019435     05 FILLER                PIC 9(1) VALUE 0.
019437     05 FILLER                PIC X(09) VALUE SPACES.
019439 01  WS-WRPT-LAYOUT-LIT.
019441     05 FILLER                PIC 9(3) VALUE 1.
019443     05 FILLER                PIC 9(3) VALUE 9.
019445     05 FILLER                PIC 9(1) VALUE 0.
019447     05 FILLER                PIC X(09) VALUE SPACES.
019449     05 FILLER                PIC 9(3) VALUE 10.
019451     05 FILLER                PIC 9(3) VALUE 0.
019453     05 FILLER                PIC 9(1) VALUE 9.
019455     05 FILLER                PIC X(09) VALUE 'EMPLOYEE '.
019457     05 FILLER                PIC 9(3) VALUE 3.
019459     05 FILLER                PIC 9(3) VALUE 10.
019461     05 FILLER                PIC 9(1) VALUE 0.
019463     05 FILLER                PIC X(09) VALUE SPACES.
019465     05 FILLER                PIC 9(3) VALUE 1.
019467     05 FILLER                PIC 9(3) VALUE 9.
019469     05 FILLER                PIC 9(1) VALUE 0.
019471     05 FILLER                PIC X(09) VALUE SPACES.
019473 01  WS-WRPT-LAYOUT-TABLE REDEFINES WS-WRPT-LAYOUT-LIT.
019475     05 WS-WRPT-LAYOUT        PIC X(16) OCCURS 4 TIMES.
019477 01  WS-LAYOUT.
019479     05 WS-ID-POS             PIC 9(3).
019481     05 WS-NAME-POS           PIC 9(3).
019483     05 WS-TAG-LEN            PIC 9(1).
019485     05 WS-ID-TAG             PIC X(09).
019487 01  WS-TAG-POS               PIC 9(3) VALUE 0.
019500
019600 01  WS-RUN-DATE.
019700     05 WS-RUN-YYYY           PIC 9(4).
019800     05 WS-RUN-MM             PIC 99.
019900     05 WS-RUN-DD             PIC 99.
020000
020100 01  WS-RUN-TIME.
020200     05 WS-RUN-HH             PIC 99.
020300     05 WS-RUN-MIN            PIC 99.
020400     05 WS-RUN-SS             PIC 99.
020500     05 WS-RUN-HS             PIC 99.
020600
020700*    A YYYY-MM-DD DATE BROKEN OUT FOR CHECKING AND FOR TURNING
020800*    INTO A DAY SERIAL.
020900 01  WS-DATE-WORK.
021000     05 WS-DW-YYYY            PIC 9(4).
021100     05 WS-DW-F1              PIC X.
021200     05 WS-DW-MM              PIC 99.
021300     05 WS-DW-F2              PIC X.
021400     05 WS-DW-DD              PIC 99.
021500 01  WS-MONTH-DAYS-LIT        PIC X(24)
021600         VALUE '312831303130313130313031'.
021700 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
021800     05 WS-MONTH-DAYS         PIC 99 OCCURS 12 TIMES.
021900 01  WS-MONTH-LIMIT           PIC 99 VALUE 0.
022000
022100 01  WS-SERIAL-FIELDS.
022200     05 WS-TODAY-SERIAL       PIC 9(7) COMP VALUE 0.
022300     05 WS-EXPIRY-SERIAL      PIC 9(7) COMP VALUE 0.
022400
022500 01  WS-DAY-SERIAL-FIELDS.
022600     05 WS-DS-YYYY            PIC 9(4).
022700     05 WS-DS-MM              PIC 99.
022800     05 WS-DS-DD              PIC 99.
022900     05 WS-DS-SERIAL          PIC 9(7) COMP.
023000     05 WS-DS-PRIOR-YEAR      PIC 9(4).
023100     05 WS-DS-LEAP-COUNT      PIC 9(5) COMP.
023200     05 WS-DS-QUOT            PIC 9(5) COMP.
023300     05 WS-REM-4              PIC 9.
023400     05 WS-REM-100            PIC 99.
023500     05 WS-REM-400            PIC 9(3).
023600     05 WS-QUOT               PIC 9(4).
023700
023800 01  WS-REPORT-FIELDS.
023900     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
024000     05 WS-EDIT-DAYS          PIC Z,ZZ9.
024100     05 WS-EDIT-HIST          PIC ZZZ,ZZ9.
024200     05 WS-EDIT-ENRL          PIC ZZZ,ZZ9.
024300     05 WS-EDIT-RPT           PIC ZZZ,ZZ9.
024400     05 WS-CERT-ACTION        PIC X(20) VALUE SPACES.
024500
024600 01  WS-AUDIT-FIELDS.
024700     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
024800     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
024900     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
025000     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
025100
025200 01  WS-AUDIT-DATE-GROUP.
025300     05 WS-AUDIT-YYYY         PIC 9(4).
025400     05 WS-AUDIT-MM           PIC 99.
025500     05 WS-AUDIT-DD           PIC 99.
025600
025700 01  WS-AUDIT-TIME-GROUP.
025800     05 WS-AUDIT-HH           PIC 99.
025900     05 WS-AUDIT-MIN          PIC 99.
026000     05 WS-AUDIT-SS           PIC 99.
026100     05 WS-AUDIT-HS           PIC 99.
026200
026300 01  SIGN-REQUEST-FIELDS.
026400     05 SIGN-FUNCTION          PIC X.
026500     05 SIGN-PROGRAM           PIC X(10).
026600     05 SIGN-ACTION            PIC X(08).
026700     05 SIGN-DETAIL            PIC X(60).
026800 01  SIGN-RESULT-FIELDS.
026900     05 SIGN-RESULT            PIC X.
027000        88 SIGN-GRANTED                 VALUE "G".
027100        88 SIGN-REFUSED                 VALUE "R".
027200     05 SIGN-OPERATOR-ID       PIC X(08).
027300     05 SIGN-OPERATOR-NAME     PIC X(30).
027400     05 SIGN-OPERATOR-ROLE     PIC X(02).
027500     05 SIGN-PASSWORD-HASH     PIC 9(10).
027600
027700 PROCEDURE DIVISION.
027800
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE-RTN.
028100     PERFORM 2000-LOAD-EXPIRED-RTN UNTIL END-OF-EMPMAST.
028200     IF WS-XP-COUNT > 0
028300         PERFORM 3000-CLEANSE-DATA-FILES-RTN
028400         PERFORM 4000-CLEANSE-REPORTS-RTN
028500     END-IF.
028600     PERFORM 5000-WRITE-CERTIFICATE-RTN.
028700     PERFORM 8000-WRITE-TOTALS-RTN.
028800     PERFORM 9000-TERMINATE-RTN.
028900     STOP RUN.
029000
029100******************************************************************
029200*    1000-INITIALIZE-RTN
029300*    SIGN ON, PICK UP THE RETENTION RULE, OPEN THE MASTER AND
029400*    THE CERTIFICATE AND LOG THE START.
029500******************************************************************
029600 1000-INITIALIZE-RTN.
029700     MOVE "S" TO SIGN-FUNCTION.
029800     MOVE "BMIPURGE" TO SIGN-PROGRAM.
029900     MOVE SPACES TO SIGN-ACTION.
030000     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
030100         SIGN-RESULT-FIELDS.
030200     IF NOT SIGN-GRANTED
030300         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
030400         MOVE 8 TO RETURN-CODE
030500         STOP RUN
030600     END-IF.
030700     DISPLAY "BMIPURGE - SEPARATED-EMPLOYEE BMI RETENTION PURGE".
030800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030900     ACCEPT WS-RUN-TIME FROM TIME.
031000     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
031100     MOVE WS-RUN-MM TO WS-DS-MM.
031200     MOVE WS-RUN-DD TO WS-DS-DD.
031300     PERFORM 7000-COMPUTE-DAY-SERIAL-RTN.
031400     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
031500     PERFORM 1200-READ-PARAMETERS-RTN.
031600     OPEN INPUT EMPMAST-FILE.
031700     IF WS-EMPMAST-FILE-STATUS NOT = "00"
031800         MOVE "Y" TO WS-EMPMAST-EOF-SWITCH
031900         DISPLAY "NO EMPMAST.TXT ON HAND - NOTHING TO PURGE"
032000     END-IF.
032100     OPEN OUTPUT CERT-FILE.
032200     OPEN EXTEND AUDIT-FILE.
032300     IF WS-AUDIT-FILE-STATUS NOT = "00"
032400         OPEN OUTPUT AUDIT-FILE
032500     END-IF.
032600     MOVE 'START' TO WS-AUDIT-EVENT.
032700     MOVE SPACES TO WS-AUDIT-STATUS.
032800     MOVE 0 TO WS-AUDIT-REC-EDIT.
032900     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
033000
033100******************************************************************
033200*    1100-WRITE-AUDIT-LINE-RTN
033300*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
033400*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
033500*    COMPLETION STATUS.
033600******************************************************************
033700 1100-WRITE-AUDIT-LINE-RTN.
033800     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
033900     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
034000     MOVE SPACES TO AUDIT-LINE.
034100     STRING 'PGM=BMIPURGE  EVENT=' DELIMITED BY SIZE
034200         WS-AUDIT-EVENT DELIMITED BY SIZE
034300         '  TS=' DELIMITED BY SIZE
034400         WS-AUDIT-YYYY DELIMITED BY SIZE
034500         '-' DELIMITED BY SIZE
034600         WS-AUDIT-MM DELIMITED BY SIZE
034700         '-' DELIMITED BY SIZE
034800         WS-AUDIT-DD DELIMITED BY SIZE
034900         ' ' DELIMITED BY SIZE
035000         WS-AUDIT-HH DELIMITED BY SIZE
035100         ':' DELIMITED BY SIZE
035200         WS-AUDIT-MIN DELIMITED BY SIZE
035300         ':' DELIMITED BY SIZE
035400         WS-AUDIT-SS DELIMITED BY SIZE
035500         '  RECS=' DELIMITED BY SIZE
035600         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
035700         '  STATUS=' DELIMITED BY SIZE
035800         WS-AUDIT-STATUS DELIMITED BY SIZE
035900         INTO AUDIT-LINE.
036000     WRITE AUDIT-LINE.
036100
036200******************************************************************
036300*    1200-READ-PARAMETERS-RTN
036400*    PICK UP THE RETENTION DAYS AND THE PURGE MODE FROM
036500*    BMIRETN.DAT. NO FILE, OR AN UNREADABLE ONE, LEAVES THE
036600*    DEFAULTS (365 DAYS, REMOVE) IN FORCE.
036700******************************************************************
036800 1200-READ-PARAMETERS-RTN.
036900     OPEN INPUT PARM-FILE.
037000     IF WS-PARM-FILE-STATUS = "00"
037100         READ PARM-FILE
037200             AT END
037300                 CONTINUE
037400             NOT AT END
037500                 IF PRM-RETAIN-DAYS IS NUMERIC
037600                     AND PRM-RETAIN-DAYS > 0
037700                     MOVE PRM-RETAIN-DAYS TO WS-RETAIN-DAYS
037800                 END-IF
037900                 IF PRM-MODE = "A" OR PRM-MODE = "D"
038000                     MOVE PRM-MODE TO WS-PURGE-MODE
038100                 END-IF
038200         END-READ
038300         CLOSE PARM-FILE
038400     END-IF.
038500
038600******************************************************************
038700*    2000-LOAD-EXPIRED-RTN
038800*    READ ONE EMPLOYEE. SOMEONE WITH A SEPARATION DATE WHOSE
038900*    RETENTION PERIOD HAS RUN OUT (SEPARATION DATE PLUS THE
039000*    RETENTION DAYS IS BEFORE TODAY) GOES INTO THE PURGE TABLE.
039100*    A SEPARATION DATE THAT IS NOT A REAL DATE IS REPORTED AND
039200*    LEFT ALONE -- NOTHING IS PURGED ON A GUESS.
039300******************************************************************
039400 2000-LOAD-EXPIRED-RTN.
039500     READ EMPMAST-FILE
039600         AT END
039700             MOVE "Y" TO WS-EMPMAST-EOF-SWITCH
039800         NOT AT END
039900             ADD 1 TO EMP-COUNTER
040000             IF EM-SEP-DATE NOT = SPACES
040100                 ADD 1 TO SEPARATED-COUNTER
040200                 PERFORM 2100-CHECK-EXPIRY-RTN
040300             END-IF
040400     END-READ.
040500
040600******************************************************************
040700*    2100-CHECK-EXPIRY-RTN
040800*    CHECK ONE SEPARATED EMPLOYEE AGAINST THE RETENTION RULE.
040900******************************************************************
041000 2100-CHECK-EXPIRY-RTN.
041100     MOVE EM-SEP-DATE TO WS-DATE-WORK.
041200     PERFORM 7100-CHECK-DATE-RTN.
041300     IF NOT DATE-IS-VALID
041400         ADD 1 TO BAD-DATE-COUNTER
041500         DISPLAY "ID " EM-EMP-ID " SEPARATION DATE "
041600             EM-SEP-DATE " IS NOT A VALID DATE - NOT PURGED"
041700     ELSE
041800         MOVE WS-DW-YYYY TO WS-DS-YYYY
041900         MOVE WS-DW-MM TO WS-DS-MM
042000         MOVE WS-DW-DD TO WS-DS-DD
042100         PERFORM 7000-COMPUTE-DAY-SERIAL-RTN
042200         COMPUTE WS-EXPIRY-SERIAL =
042300             WS-DS-SERIAL + WS-RETAIN-DAYS
042400         IF WS-EXPIRY-SERIAL < WS-TODAY-SERIAL
042500             IF WS-XP-COUNT < 500
042600                 ADD 1 TO WS-XP-COUNT
042700                 SET WS-XP-IDX TO WS-XP-COUNT
042800                 MOVE EM-EMP-ID TO WS-XP-ID(WS-XP-IDX)
042900                 MOVE EM-NAME TO WS-XP-NAME(WS-XP-IDX)
043000                 MOVE EM-SEP-DATE TO WS-XP-SEP-DATE(WS-XP-IDX)
043100                 MOVE 0 TO WS-XP-LINES(WS-XP-IDX, 1)
043200                 MOVE 0 TO WS-XP-LINES(WS-XP-IDX, 2)
043300                 MOVE 0 TO WS-XP-LINES(WS-XP-IDX, 3)
043400             ELSE
043500                 DISPLAY "PURGE TABLE FULL - ID " EM-EMP-ID
043600                     " LEFT FOR THE NEXT RUN"
043700             END-IF
043800         END-IF
043900     END-IF.
044000
044100******************************************************************
044200*    3000-CLEANSE-DATA-FILES-RTN
044300*    THE HISTORY FILE AND THE CHALLENGE ENROLLMENTS.
044400******************************************************************
044500 3000-CLEANSE-DATA-FILES-RTN.
044600     MOVE "N" TO WS-TREND-SWITCH.
044700     MOVE 'BMIHIST.TXT' TO WS-TARGET-NAME.
044800     MOVE 1 TO WS-FILE-KIND.
044850     MOVE WS-HIST-LAYOUT TO WS-LAYOUT.
044900     PERFORM 6000-CLEANSE-ONE-FILE-RTN
045000         THRU 6000-CLEANSE-ONE-FILE-RTN-EXIT.
045100     MOVE 'WELLENRL.TXT' TO WS-TARGET-NAME.
045200     MOVE 2 TO WS-FILE-KIND.
045250     MOVE WS-ENRL-LAYOUT TO WS-LAYOUT.
045300     PERFORM 6000-CLEANSE-ONE-FILE-RTN
045400         THRU 6000-CLEANSE-ONE-FILE-RTN-EXIT.
045500
045600******************************************************************
045700*    4000-CLEANSE-REPORTS-RTN
045800*    THE PERSONAL WELLNESS REPORTS -- FIRST THE COPIES ON HAND,
045900*    THEN EVERY COPY THE REPORT LIBRARY INDEX (RPTINDEX.DAT)
046000*    SHOWS FILED UNDER ONE OF THOSE REPORT NAMES.
046100******************************************************************
046200 4000-CLEANSE-REPORTS-RTN.
046300     MOVE 3 TO WS-FILE-KIND.
046400     PERFORM 4100-CLEANSE-ONE-ON-HAND-RTN
046500         VARYING WS-WRPT-IDX FROM 1 BY 1
046600         UNTIL WS-WRPT-IDX > 4.
046700     OPEN INPUT INDEX-FILE.
046800     IF WS-INDEX-FILE-STATUS NOT = "00"
046900         MOVE "Y" TO WS-INDEX-EOF-SWITCH
047000     END-IF.
047100     PERFORM 4200-CLEANSE-ONE-MEMBER-RTN UNTIL INDEX-AT-EOF.
047200     IF WS-INDEX-FILE-STATUS NOT = "35"
047300         CLOSE INDEX-FILE
047400     END-IF.
047500
047600******************************************************************
047700*    4100-CLEANSE-ONE-ON-HAND-RTN
047800*    ONE WELLNESS REPORT AS LAST PRODUCED.
047900******************************************************************
048000 4100-CLEANSE-ONE-ON-HAND-RTN.
048100     MOVE WS-WRPT-NAME(WS-WRPT-IDX) TO WS-TARGET-NAME.
048200     MOVE "N" TO WS-TREND-SWITCH.
048300     IF WS-WRPT-NAME(WS-WRPT-IDX) = 'BMITREND.TXT'
048400         MOVE "Y" TO WS-TREND-SWITCH
048500     END-IF.
048550     MOVE WS-WRPT-LAYOUT(WS-WRPT-IDX) TO WS-LAYOUT.
048600     PERFORM 6000-CLEANSE-ONE-FILE-RTN
048700         THRU 6000-CLEANSE-ONE-FILE-RTN-EXIT.
048800
048900******************************************************************
049000*    4200-CLEANSE-ONE-MEMBER-RTN
049100*    READ ONE LIBRARY INDEX ENTRY AND CLEANSE ITS MEMBER IF IT
049200*    IS A COPY OF ONE OF THE WELLNESS REPORTS. THE INDEX ITSELF
049300*    IS NOT TOUCHED -- IT HOLDS NO PERSONAL DATA.
049400******************************************************************
049500 4200-CLEANSE-ONE-MEMBER-RTN.
049600     READ INDEX-FILE
049700         AT END
049800             MOVE "Y" TO WS-INDEX-EOF-SWITCH
049900         NOT AT END
050000             MOVE 0 TO WS-WRPT-HIT
050100             PERFORM 4250-MATCH-ONE-REPORT-RTN
050200                 VARYING WS-WRPT-IDX FROM 1 BY 1
050300                 UNTIL WS-WRPT-IDX > 4 OR WS-WRPT-HIT > 0
050400             IF WS-WRPT-HIT > 0
050500                 ADD 1 TO MEMBER-COUNTER
050600                 MOVE IDX-MEMBER TO WS-TARGET-NAME
050700                 MOVE "N" TO WS-TREND-SWITCH
050800                 IF IDX-REPORT = 'BMITREND.TXT'
050900                     MOVE "Y" TO WS-TREND-SWITCH
051000                 END-IF
051050                 MOVE WS-WRPT-LAYOUT(WS-WRPT-HIT) TO WS-LAYOUT
051100                 PERFORM 6000-CLEANSE-ONE-FILE-RTN
051200                     THRU 6000-CLEANSE-ONE-FILE-RTN-EXIT
051300             END-IF
051400     END-READ.
051500
051600******************************************************************
051700*    4250-MATCH-ONE-REPORT-RTN
051800*    COMPARE THE INDEX ENTRY'S REPORT NAME WITH ONE WELLNESS
051900*    REPORT.
052000******************************************************************
052100 4250-MATCH-ONE-REPORT-RTN.
052200     IF IDX-REPORT = WS-WRPT-NAME(WS-WRPT-IDX)
052300         SET WS-WRPT-HIT TO WS-WRPT-IDX
052400     END-IF.
052500
052600******************************************************************
052700*    5000-WRITE-CERTIFICATE-RTN
052800*    THE PURGE CERTIFICATE -- WHEN, WHO RAN IT, THE RULE, AND
052900*    ONE LINE PER EMPLOYEE PAST THE RETENTION PERIOD.
053000******************************************************************
053100 5000-WRITE-CERTIFICATE-RTN.
053200     MOVE SPACES TO CERT-LINE.
053300     STRING 'BMI RETENTION PURGE CERTIFICATE' DELIMITED BY SIZE
053400         '                PGM=BMIPURGE' DELIMITED BY SIZE
053500         INTO CERT-LINE.
053600     WRITE CERT-LINE.
053700     MOVE SPACES TO CERT-LINE.
053800     STRING 'RUN DATE ' DELIMITED BY SIZE
053900         WS-RUN-YYYY DELIMITED BY SIZE
054000         '-' DELIMITED BY SIZE
054100         WS-RUN-MM DELIMITED BY SIZE
054200         '-' DELIMITED BY SIZE
054300         WS-RUN-DD DELIMITED BY SIZE
054400         ' ' DELIMITED BY SIZE
054500         WS-RUN-HH DELIMITED BY SIZE
054600         ':' DELIMITED BY SIZE
054700         WS-RUN-MIN DELIMITED BY SIZE
054800         ':' DELIMITED BY SIZE
054900         WS-RUN-SS DELIMITED BY SIZE
055000         '   OPERATOR ' DELIMITED BY SIZE
055100         SIGN-OPERATOR-ID DELIMITED BY SIZE
055200         INTO CERT-LINE.
055300     WRITE CERT-LINE.
055400     MOVE WS-RETAIN-DAYS TO WS-EDIT-DAYS.
055500     IF MODE-ANONYMIZE
055600         MOVE 'ID AND NAME BLANKED' TO WS-CERT-ACTION
055700     ELSE
055800         MOVE 'LINES REMOVED' TO WS-CERT-ACTION
055900     END-IF.
056000     MOVE SPACES TO CERT-LINE.
056100     STRING 'RULE - BMI DATA KEPT ' DELIMITED BY SIZE
056200         WS-EDIT-DAYS DELIMITED BY SIZE
056300         ' DAYS AFTER SEPARATION, THEN ' DELIMITED BY SIZE
056400         WS-CERT-ACTION DELIMITED BY SIZE
056500         INTO CERT-LINE.
056600     WRITE CERT-LINE.
056700     MOVE SPACES TO CERT-LINE.
056800     WRITE CERT-LINE.
056900     MOVE SPACES TO CERT-LINE.
057000     STRING 'EMP-ID  SEPARATED   ' DELIMITED BY SIZE
057100         '   HISTORY  ENROLLED   REPORTS' DELIMITED BY SIZE
057200         INTO CERT-LINE.
057300     WRITE CERT-LINE.
057400     MOVE SPACES TO CERT-LINE.
057500     WRITE CERT-LINE.
057600     IF WS-XP-COUNT = 0
057700         MOVE SPACES TO CERT-LINE
057800         STRING 'NO SEPARATED EMPLOYEE IS PAST THE RETENTION'
057900             DELIMITED BY SIZE
058000             ' PERIOD - NOTHING PURGED' DELIMITED BY SIZE
058100             INTO CERT-LINE
058200         WRITE CERT-LINE
058300     ELSE
058400         PERFORM 5100-CERTIFY-ONE-EMP-RTN
058500             VARYING WS-XP-IDX FROM 1 BY 1
058600             UNTIL WS-XP-IDX > WS-XP-COUNT
058700     END-IF.
058800
058900******************************************************************
059000*    5100-CERTIFY-ONE-EMP-RTN
059100*    ONE PURGED EMPLOYEE -- ID, SEPARATION DATE AND THE LINES
059200*    TAKEN FROM EACH KIND OF FILE. AN EMPLOYEE ALREADY PURGED BY
059300*    AN EARLIER RUN SHOWS NOTHING LEFT.
059400******************************************************************
059500 5100-CERTIFY-ONE-EMP-RTN.
059600     MOVE WS-XP-LINES(WS-XP-IDX, 1) TO WS-EDIT-HIST.
059700     MOVE WS-XP-LINES(WS-XP-IDX, 2) TO WS-EDIT-ENRL.
059800     MOVE WS-XP-LINES(WS-XP-IDX, 3) TO WS-EDIT-RPT.
059900     IF WS-XP-LINES(WS-XP-IDX, 1) = 0
060000         AND WS-XP-LINES(WS-XP-IDX, 2) = 0
060100         AND WS-XP-LINES(WS-XP-IDX, 3) = 0
060200         ADD 1 TO NOTHING-LEFT-COUNTER
060300         MOVE 'NOTHING LEFT' TO WS-CERT-ACTION
060400     ELSE
060500         IF MODE-ANONYMIZE
060600             MOVE 'ANONYMIZED' TO WS-CERT-ACTION
060700         ELSE
060800             MOVE 'REMOVED' TO WS-CERT-ACTION
060900         END-IF
061000     END-IF.
061100     MOVE SPACES TO CERT-LINE.
061200     STRING WS-XP-ID(WS-XP-IDX) DELIMITED BY SIZE
061300         '  ' DELIMITED BY SIZE
061400         WS-XP-SEP-DATE(WS-XP-IDX) DELIMITED BY SIZE
061500         '  ' DELIMITED BY SIZE
061600         WS-EDIT-HIST DELIMITED BY SIZE
061700         '   ' DELIMITED BY SIZE
061800         WS-EDIT-ENRL DELIMITED BY SIZE
061900         '   ' DELIMITED BY SIZE
062000         WS-EDIT-RPT DELIMITED BY SIZE
062100         '  ' DELIMITED BY SIZE
062200         WS-CERT-ACTION DELIMITED BY SIZE
062300         INTO CERT-LINE.
062400     WRITE CERT-LINE.
062500
062600******************************************************************
062700*    6000-CLEANSE-ONE-FILE-RTN
062800*    COPY THE FILE NAMED IN WS-TARGET-NAME TO THE WORK FILE,
062900*    DROPPING OR BLANKING EVERY LINE THAT CARRIES A PURGED ID,
063000*    AND COPY IT BACK ONLY IF SOMETHING CHANGED. A FILE NOT ON
063100*    HAND IS SIMPLY SKIPPED. WS-FILE-KIND SAYS WHICH COLUMN OF
063200*    THE CERTIFICATE THE LINES COUNT UNDER; WS-LAYOUT SAYS WHERE
063250*    ON THE LINE THE ID AND NAME ARE.
063300******************************************************************
063400 6000-CLEANSE-ONE-FILE-RTN.
063500     MOVE "N" TO WS-TARGET-EOF-SWITCH.
063600     MOVE "N" TO WS-FILE-CHANGED-SWITCH.
063700     MOVE "N" TO WS-BLOCK-SWITCH.
063800     MOVE 0 TO FILE-LINE-COUNTER.
063900     OPEN INPUT TARGET-FILE.
064000     IF WS-TARGET-FILE-STATUS NOT = "00"
064100         GO TO 6000-CLEANSE-ONE-FILE-RTN-EXIT
064200     END-IF.
064300     ADD 1 TO FILES-CHECKED-COUNTER.
064400     MOVE "Y" TO WS-WORK-USED-SWITCH.
064500     OPEN OUTPUT WORK-FILE.
064600     PERFORM 6100-CLEANSE-ONE-LINE-RTN UNTIL TARGET-AT-EOF.
064700     CLOSE WORK-FILE.
064800     CLOSE TARGET-FILE.
064900     IF NOT TARGET-CHANGED
065000         GO TO 6000-CLEANSE-ONE-FILE-RTN-EXIT
065100     END-IF.
065200     ADD 1 TO FILES-CHANGED-COUNTER.
065300     MOVE "N" TO WS-WORK-EOF-SWITCH.
065400     OPEN INPUT WORK-FILE.
065500     OPEN OUTPUT TARGET-FILE.
065600     PERFORM 6300-COPY-BACK-ONE-LINE-RTN UNTIL WORK-AT-EOF.
065700     CLOSE TARGET-FILE.
065800     CLOSE WORK-FILE.
065900     DISPLAY "BMIPURGE - " WS-TARGET-NAME " - "
066000         FILE-LINE-COUNTER " LINES PURGED".
066100
066200 6000-CLEANSE-ONE-FILE-RTN-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600*    6100-CLEANSE-ONE-LINE-RTN
066700*    ONE LINE OF THE FILE BEING CLEANSED. ON BMITREND'S LAYOUT
066800*    THE ID IS ONLY ON THE "EMPLOYEE" HEADING AND THE INDENTED
066900*    CHECK-IN LINES BELOW IT BELONG TO THAT EMPLOYEE, SO WHEN THE
067000*    HEADING IS REMOVED THE WHOLE BLOCK GOES WITH IT.
067100******************************************************************
067200 6100-CLEANSE-ONE-LINE-RTN.
067300     READ TARGET-FILE INTO WS-LINE-WORK
067400         AT END
067500             MOVE "Y" TO WS-TARGET-EOF-SWITCH
067600         NOT AT END
067700             PERFORM 6150-DECIDE-ONE-LINE-RTN
067800                 THRU 6150-DECIDE-ONE-LINE-RTN-EXIT
067900     END-READ.
068000
068100******************************************************************
068200*    6150-DECIDE-ONE-LINE-RTN
068300*    KEEP, DROP OR BLANK THE LINE IN WS-LINE-WORK.
068400******************************************************************
068500 6150-DECIDE-ONE-LINE-RTN.
068600     IF IN-DROPPED-BLOCK
068700         IF WS-LINE-WORK(1:2) = SPACES
068800             AND WS-LINE-WORK NOT = SPACES
068900             ADD 1 TO WS-XP-LINES(WS-BLOCK-HIT, WS-FILE-KIND)
069000             PERFORM 6250-COUNT-PURGED-LINE-RTN
069100             GO TO 6150-DECIDE-ONE-LINE-RTN-EXIT
069200         END-IF
069300         MOVE "N" TO WS-BLOCK-SWITCH
069400     END-IF.
069500     MOVE "N" TO WS-MATCH-SWITCH.
069600     PERFORM 6200-MATCH-ONE-EXPIRED-RTN
069650         THRU 6200-MATCH-ONE-EXPIRED-RTN-EXIT
069700         VARYING WS-XP-IDX FROM 1 BY 1
069800         UNTIL WS-XP-IDX > WS-XP-COUNT OR LINE-MATCHED.
069900     IF NOT LINE-MATCHED
070000         WRITE WORK-LINE FROM WS-LINE-WORK
070100         GO TO 6150-DECIDE-ONE-LINE-RTN-EXIT
070200     END-IF.
070300     ADD 1 TO WS-XP-LINES(WS-XP-HIT, WS-FILE-KIND).
070400     PERFORM 6250-COUNT-PURGED-LINE-RTN.
070500     IF MODE-DELETE
070600         IF TREND-LAYOUT
070700             AND WS-LINE-WORK(1:9) = 'EMPLOYEE '
070800             MOVE "Y" TO WS-BLOCK-SWITCH
070900             MOVE WS-XP-HIT TO WS-BLOCK-HIT
071000         END-IF
071100         GO TO 6150-DECIDE-ONE-LINE-RTN-EXIT
071200     END-IF.
071300     MOVE WS-ID-MASK TO WS-LINE-WORK(WS-ID-POS:6).
071600     IF WS-NAME-POS > 0
071700         MOVE WS-NAME-MASK TO WS-LINE-WORK(WS-NAME-POS:25)
071900     END-IF.
072000     WRITE WORK-LINE FROM WS-LINE-WORK.
072100
072200 6150-DECIDE-ONE-LINE-RTN-EXIT.
072300     EXIT.
072400
072500******************************************************************
072600*    6200-MATCH-ONE-EXPIRED-RTN
072700*    DOES THE LINE CARRY THIS PURGED ID IN ITS ID FIELD, WITH
072750*    THE FILE'S TAG (IF IT HAS ONE) JUST AHEAD OF IT. AN ID THAT
072760*    ONLY TURNS UP ELSEWHERE ON THE LINE -- INSIDE A READING, A
072770*    DATE OR ANOTHER FIELD -- IS NOT A MATCH.
072800******************************************************************
072900 6200-MATCH-ONE-EXPIRED-RTN.
073000     IF WS-LINE-WORK(WS-ID-POS:6) NOT = WS-XP-ID(WS-XP-IDX)
073050         GO TO 6200-MATCH-ONE-EXPIRED-RTN-EXIT
073100     END-IF.
073150     IF WS-TAG-LEN > 0
073200         COMPUTE WS-TAG-POS = WS-ID-POS - WS-TAG-LEN
073250         IF WS-LINE-WORK(WS-TAG-POS:WS-TAG-LEN)
073300             NOT = WS-ID-TAG(1:WS-TAG-LEN)
073350             GO TO 6200-MATCH-ONE-EXPIRED-RTN-EXIT
073400         END-IF
073450     END-IF.
073500     MOVE "Y" TO WS-MATCH-SWITCH.
073550     SET WS-XP-HIT TO WS-XP-IDX.
073600
073650 6200-MATCH-ONE-EXPIRED-RTN-EXIT.
073700     EXIT.
073750
073800******************************************************************
073900*    6250-COUNT-PURGED-LINE-RTN
074000*    ROLL ONE PURGED LINE INTO THE FILE AND RUN TOTALS.
074100******************************************************************
074200 6250-COUNT-PURGED-LINE-RTN.
074300     MOVE "Y" TO WS-FILE-CHANGED-SWITCH.
074400     ADD 1 TO FILE-LINE-COUNTER.
074500     EVALUATE WS-FILE-KIND
074600         WHEN 1 ADD 1 TO HIST-LINE-COUNTER
074700         WHEN 2 ADD 1 TO ENRL-LINE-COUNTER
074800         WHEN OTHER ADD 1 TO RPT-LINE-COUNTER
074900     END-EVALUATE.
075000
075100******************************************************************
075200*    6300-COPY-BACK-ONE-LINE-RTN
075300*    COPY ONE CLEANSED LINE BACK OVER THE ORIGINAL FILE.
075400******************************************************************
075500 6300-COPY-BACK-ONE-LINE-RTN.
075600     READ WORK-FILE
075700         AT END
075800             MOVE "Y" TO WS-WORK-EOF-SWITCH
075900         NOT AT END
076000             MOVE WORK-LINE TO TARGET-LINE
076100             WRITE TARGET-LINE
076200     END-READ.
076300
076400******************************************************************
076500*    7000-COMPUTE-DAY-SERIAL-RTN
076600*    DAYS-SINCE-EPOCH FOR WS-DS-YYYY/MM/DD. LEAP YEARS ARE
076700*    COUNTED THROUGH THE PRIOR YEAR AND THE CURRENT YEAR'S LEAP
076800*    DAY IS ADDED ONCE MARCH IS REACHED.
076900******************************************************************
077000 7000-COMPUTE-DAY-SERIAL-RTN.
077100     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
077200     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
077300     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
077400     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
077500     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
077600     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
077700     COMPUTE WS-DS-SERIAL =
077800         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
077900     EVALUATE WS-DS-MM
078000         WHEN 2  ADD 31 TO WS-DS-SERIAL
078100         WHEN 3  ADD 59 TO WS-DS-SERIAL
078200         WHEN 4  ADD 90 TO WS-DS-SERIAL
078300         WHEN 5  ADD 120 TO WS-DS-SERIAL
078400         WHEN 6  ADD 151 TO WS-DS-SERIAL
078500         WHEN 7  ADD 181 TO WS-DS-SERIAL
078600         WHEN 8  ADD 212 TO WS-DS-SERIAL
078700         WHEN 9  ADD 243 TO WS-DS-SERIAL
078800         WHEN 10 ADD 273 TO WS-DS-SERIAL
078900         WHEN 11 ADD 304 TO WS-DS-SERIAL
079000         WHEN 12 ADD 334 TO WS-DS-SERIAL
079100         WHEN OTHER CONTINUE
079200     END-EVALUATE.
079300     IF WS-DS-MM > 2
079400         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
079500             REMAINDER WS-REM-4
079600         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
079700             REMAINDER WS-REM-100
079800         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
079900             REMAINDER WS-REM-400
080000         IF WS-REM-4 = 0 AND
080100             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
080200             ADD 1 TO WS-DS-SERIAL
080300         END-IF
080400     END-IF.
080500
080600******************************************************************
080700*    7100-CHECK-DATE-RTN
080800*    CHECK THE YYYY-MM-DD DATE IN WS-DATE-WORK -- DIGITS AND
080900*    DASHES IN THE RIGHT PLACES, A REAL MONTH, AND A DAY THAT
081000*    MONTH HAS (29 FEBRUARY ONLY IN A LEAP YEAR).
081100******************************************************************
081200 7100-CHECK-DATE-RTN.
081300     MOVE "N" TO WS-DATE-OK-SWITCH.
081400     IF WS-DW-YYYY IS NUMERIC
081500         AND WS-DW-MM IS NUMERIC
081600         AND WS-DW-DD IS NUMERIC
081700         AND WS-DW-F1 = '-'
081800         AND WS-DW-F2 = '-'
081900         AND WS-DW-YYYY > 1900
082000         AND WS-DW-MM >= 1 AND WS-DW-MM <= 12
082100         MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-MONTH-LIMIT
082200         IF WS-DW-MM = 2
082300             DIVIDE WS-DW-YYYY BY 4 GIVING WS-QUOT
082400                 REMAINDER WS-REM-4
082500             DIVIDE WS-DW-YYYY BY 100 GIVING WS-QUOT
082600                 REMAINDER WS-REM-100
082700             DIVIDE WS-DW-YYYY BY 400 GIVING WS-QUOT
082800                 REMAINDER WS-REM-400
082900             IF WS-REM-4 = 0 AND
083000                 (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
083100                 MOVE 29 TO WS-MONTH-LIMIT
083200             END-IF
083300         END-IF
083400         IF WS-DW-DD >= 1 AND WS-DW-DD <= WS-MONTH-LIMIT
083500             MOVE "Y" TO WS-DATE-OK-SWITCH
083600         END-IF
083700     END-IF.
083800
083900******************************************************************
084000*    8000-WRITE-TOTALS-RTN
084100*    WRITE THE RUN TOTALS AT THE FOOT OF THE CERTIFICATE.
084200******************************************************************
084300 8000-WRITE-TOTALS-RTN.
084400     MOVE SPACES TO CERT-LINE.
084500     WRITE CERT-LINE.
084600     MOVE EMP-COUNTER TO WS-EDIT-COUNT.
084700     MOVE SPACES TO CERT-LINE.
084800     STRING 'EMPLOYEES ON MASTER . . . . : ' DELIMITED BY SIZE
084900         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
085000     WRITE CERT-LINE.
085100     MOVE SEPARATED-COUNTER TO WS-EDIT-COUNT.
085200     MOVE SPACES TO CERT-LINE.
085300     STRING 'WITH A SEPARATION DATE  . . : ' DELIMITED BY SIZE
085400         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
085500     WRITE CERT-LINE.
085600     MOVE WS-XP-COUNT TO WS-EDIT-COUNT.
085700     MOVE SPACES TO CERT-LINE.
085800     STRING 'PAST THE RETENTION PERIOD . : ' DELIMITED BY SIZE
085900         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
086000     WRITE CERT-LINE.
086100     MOVE NOTHING-LEFT-COUNTER TO WS-EDIT-COUNT.
086200     MOVE SPACES TO CERT-LINE.
086300     STRING 'ALREADY PURGED EARLIER  . . : ' DELIMITED BY SIZE
086400         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
086500     WRITE CERT-LINE.
086600     MOVE BAD-DATE-COUNTER TO WS-EDIT-COUNT.
086700     MOVE SPACES TO CERT-LINE.
086800     STRING 'BAD SEPARATION DATES  . . . : ' DELIMITED BY SIZE
086900         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
087000     WRITE CERT-LINE.
087100     MOVE HIST-LINE-COUNTER TO WS-EDIT-COUNT.
087200     MOVE SPACES TO CERT-LINE.
087300     STRING 'HISTORY LINES PURGED  . . . : ' DELIMITED BY SIZE
087400         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
087500     WRITE CERT-LINE.
087600     MOVE ENRL-LINE-COUNTER TO WS-EDIT-COUNT.
087700     MOVE SPACES TO CERT-LINE.
087800     STRING 'ENROLLMENTS PURGED  . . . . : ' DELIMITED BY SIZE
087900         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
088000     WRITE CERT-LINE.
088100     MOVE RPT-LINE-COUNTER TO WS-EDIT-COUNT.
088200     MOVE SPACES TO CERT-LINE.
088300     STRING 'REPORT LINES PURGED . . . . : ' DELIMITED BY SIZE
088400         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
088500     WRITE CERT-LINE.
088600     MOVE MEMBER-COUNTER TO WS-EDIT-COUNT.
088700     MOVE SPACES TO CERT-LINE.
088800     STRING 'LIBRARY COPIES CHECKED  . . : ' DELIMITED BY SIZE
088900         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
089000     WRITE CERT-LINE.
089100     MOVE FILES-CHECKED-COUNTER TO WS-EDIT-COUNT.
089200     MOVE SPACES TO CERT-LINE.
089300     STRING 'FILES CHECKED . . . . . . . : ' DELIMITED BY SIZE
089400         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
089500     WRITE CERT-LINE.
089600     MOVE FILES-CHANGED-COUNTER TO WS-EDIT-COUNT.
089700     MOVE SPACES TO CERT-LINE.
089800     STRING 'FILES REWRITTEN . . . . . . : ' DELIMITED BY SIZE
089900         WS-EDIT-COUNT DELIMITED BY SIZE INTO CERT-LINE.
090000     WRITE CERT-LINE.
090100
090200******************************************************************
090300*    9000-TERMINATE-RTN
090400*    REMOVE THE WORK FILE, LOG THE END OF THE RUN, CLOSE THE
090500*    FILES AND SIGN OFF.
090600******************************************************************
090700 9000-TERMINATE-RTN.
090800     IF WORK-FILE-USED
090900         MOVE SPACES TO WS-PURGE-COMMAND
091000         STRING 'rm -f BMIPURGE.WRK' DELIMITED BY SIZE
091100             INTO WS-PURGE-COMMAND
091200         CALL "SYSTEM" USING WS-PURGE-COMMAND
091300     END-IF.
091400     MOVE 'END  ' TO WS-AUDIT-EVENT.
091500     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
091600     MOVE WS-XP-COUNT TO WS-AUDIT-REC-EDIT.
091700     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
091800     CLOSE AUDIT-FILE.
091900     IF WS-EMPMAST-FILE-STATUS NOT = "35"
092000         CLOSE EMPMAST-FILE
092100     END-IF.
092200     CLOSE CERT-FILE.
092300     DISPLAY "BMIPURGE COMPLETE - " WS-XP-COUNT
092400         " PAST RETENTION, " HIST-LINE-COUNTER " HISTORY, "
092500         ENRL-LINE-COUNTER " ENROLLMENT, " RPT-LINE-COUNTER
092600         " REPORT LINES PURGED.".
092700
092800 END PROGRAM BMIPURGE.
