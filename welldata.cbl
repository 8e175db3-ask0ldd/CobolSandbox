000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WELLDATA.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. WELLNESS-PROGRAM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- PERSONAL DATA EXTRACT FOR ONE
001200*                      EMPLOYEE, FOR WHEN SOMEONE ASKS TO SEE
001300*                      WHAT THE WELLNESS PROGRAM HOLDS ON THEM.
001400*                      THE OPERATOR KEYS AN EM-EMP-ID AND
001500*                      WELLDATA.TXT GATHERS EVERYTHING UNDER IT
001600*                      -- THE EMPLOYEE MASTER RECORD, EVERY BMI
001700*                      CHECK-IN ON BMIHIST.TXT, EVERY CHALLENGE
001800*                      ENROLLMENT ON WELLENRL.TXT (WITH THE
001900*                      CHALLENGE NAME AND DATES), EVERY LINE OF
002000*                      THE MASTER CHANGE REGISTER (EMPCHGR.TXT),
002100*                      AND EVERY LINE NAMING THEM ON THE PERSONAL
002200*                      WELLNESS REPORTS (BMIRPT, BMITREND,
002300*                      BMIMISS, WELLRMND), BOTH AS LAST PRODUCED
002400*                      AND AS FILED IN THE REPORT LIBRARY. AN ID
002500*                      NO LONGER ON THE MASTER IS STILL SEARCHED
002600*                      FOR. THE EXTRACT HOLDS ONE PERSON'S DATA,
002700*                      SO IT IS NOT FILED BY RPTSPOOL -- IT IS
002800*                      HANDED OVER AND REMOVED.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST.TXT'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
003700
003800     SELECT HISTORY-FILE ASSIGN TO 'BMIHIST.TXT'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-HIST-FILE-STATUS.
004100
004200     SELECT CHALLENGE-FILE ASSIGN TO 'WELLCHAL.TXT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CHAL-FILE-STATUS.
004500
004600     SELECT ENROLLMENT-FILE ASSIGN TO 'WELLENRL.TXT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ENRL-FILE-STATUS.
004900
005000     SELECT REGISTER-FILE ASSIGN TO 'EMPCHGR.TXT'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REG-FILE-STATUS.
005300
005400     SELECT INDEX-FILE ASSIGN TO 'RPTINDEX.DAT'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-INDEX-FILE-STATUS.
005700
005800     SELECT SOURCE-RPT-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-SOURCE-FILE-STATUS.
006100
006200     SELECT DATA-FILE ASSIGN TO 'WELLDATA.TXT'
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  EMPMAST-FILE.
007200 01  EMPMAST-RECORD.
007300     05 EM-EMP-ID             PIC X(06).
007400     05 FILLER                PIC X(02).
007500     05 EM-NAME               PIC X(25).
007600     05 FILLER                PIC X(02).
007700     05 EM-DEPT               PIC X(15).
007800     05 FILLER                PIC X(02).
007900     05 EM-SEP-DATE           PIC X(10).
008000
008100 FD  HISTORY-FILE.
008200 01  HISTORY-LINE             PIC X(80).
008300
008400 FD  CHALLENGE-FILE.
008500 COPY WELLCHAL.
008600
008700 FD  ENROLLMENT-FILE.
008800 COPY WELLENRL.
008900
009000 FD  REGISTER-FILE.
009100 01  REGISTER-LINE            PIC X(120).
009200
009300 FD  INDEX-FILE.
009400 01  INDEX-RECORD.
009500     05 IDX-MEMBER        PIC X(12).
009600     05 IDX-SPCS1         PIC X(02).
009700     05 IDX-DATE          PIC X(08).
009800     05 IDX-SPCS2         PIC X(02).
009900     05 IDX-TIME          PIC X(06).
010000     05 IDX-SPCS3         PIC X(02).
010100     05 IDX-REPORT        PIC X(12).
010200     05 IDX-SPCS4         PIC X(02).
010300     05 IDX-PROGRAM       PIC X(14).
010400     05 IDX-SPCS5         PIC X(02).
010500     05 IDX-LINES         PIC 9(07).
010600     05 IDX-SPCS6         PIC X(02).
010700     05 IDX-PAGES         PIC 9(05).
010733     05 IDX-SPCS7         PIC X(02).
010766     05 IDX-STORE         PIC X(04).
010800
010900 FD  SOURCE-RPT-FILE.
011000 01  SOURCE-RPT-LINE          PIC X(132).
011100
011200 FD  DATA-FILE.
011300 01  DATA-LINE                PIC X(132).
011400
011500 FD  AUDIT-FILE.
011600 COPY AUDITLOG.
011700
011800 WORKING-STORAGE SECTION.
011900 01  SWITCHES.
012000     05 WS-EMPMAST-EOF-SWITCH PIC X VALUE "N".
012100        88 END-OF-EMPMAST             VALUE "Y".
012200     05 WS-HIST-EOF-SWITCH    PIC X VALUE "N".
012300        88 END-OF-HISTORY             VALUE "Y".
012400     05 WS-CHAL-EOF-SWITCH    PIC X VALUE "N".
012500        88 END-OF-CHALLENGES          VALUE "Y".
012600     05 WS-ENRL-EOF-SWITCH    PIC X VALUE "N".
012700        88 END-OF-ENROLLMENTS         VALUE "Y".
012800     05 WS-REG-EOF-SWITCH     PIC X VALUE "N".
012900        88 END-OF-REGISTER            VALUE "Y".
013000     05 WS-INDEX-EOF-SWITCH   PIC X VALUE "N".
013100        88 INDEX-AT-EOF               VALUE "Y".
013200     05 WS-SOURCE-EOF-SWITCH  PIC X VALUE "N".
013300        88 SOURCE-AT-EOF              VALUE "Y".
013400     05 WS-EMP-FOUND-SWITCH   PIC X VALUE "N".
013500        88 EMPLOYEE-FOUND             VALUE "Y".
013600     05 WS-TREND-SWITCH       PIC X VALUE "N".
013700        88 TREND-LAYOUT               VALUE "Y".
013800     05 WS-BLOCK-SWITCH       PIC X VALUE "N".
013900        88 IN-EMPLOYEE-BLOCK          VALUE "Y".
014000
014100 01  COUNTERS.
014200     05 HIST-COUNTER          PIC 9(5) COMP VALUE 0.
014300     05 ENRL-COUNTER          PIC 9(5) COMP VALUE 0.
014400     05 REG-COUNTER           PIC 9(5) COMP VALUE 0.
014500     05 RPT-LINE-COUNTER      PIC 9(7) COMP VALUE 0.
014600     05 RPT-FILE-COUNTER      PIC 9(5) COMP VALUE 0.
014700     05 DATA-LINE-COUNTER     PIC 9(7) COMP VALUE 0.
014800     05 FILE-HIT-COUNTER      PIC 9(7) COMP VALUE 0.
014900
015000 01  WS-FILE-STATUSES.
015100     05 WS-EMPMAST-FILE-STATUS PIC X(02) VALUE "00".
015200     05 WS-HIST-FILE-STATUS   PIC X(02) VALUE "00".
015300     05 WS-CHAL-FILE-STATUS   PIC X(02) VALUE "00".
015400     05 WS-ENRL-FILE-STATUS   PIC X(02) VALUE "00".
015500     05 WS-REG-FILE-STATUS    PIC X(02) VALUE "00".
015600     05 WS-INDEX-FILE-STATUS  PIC X(02) VALUE "00".
015700     05 WS-SOURCE-FILE-STATUS PIC X(02) VALUE "00".
015800
015900 01  WS-ENTRY-EMP-ID          PIC X(06) VALUE SPACES.
016000 01  WS-REG-KEY.
016100     05 FILLER                PIC X(04) VALUE ' ID='.
016200     05 WS-REG-KEY-ID         PIC X(06) VALUE SPACES.
016300 01  WS-TALLY                 PIC 9(4) COMP VALUE 0.
016400 01  WS-SOURCE-NAME           PIC X(20) VALUE SPACES.
016500 01  WS-LINE-WORK             PIC X(132) VALUE SPACES.
016600
016700*    THE HISTORY LINE AS BMICALCULATOR'S 2700-WRITE-HISTORY-RTN
016800*    LAYS IT OUT -- ONLY THE ID IS NEEDED TO PICK LINES OUT.
016900 01  WS-HIST-PARSE-AREA.
017000     05 WS-HP-DATE            PIC X(10).
017100     05 FILLER                PIC X(05).
017200     05 WS-HP-EMP-ID          PIC X(06).
017300     05 FILLER                PIC X(59).
017400
017500*    CHALLENGE NAMES AND DATES, SO AN ENROLLMENT READS AS MORE
017600*    THAN A CODE.
017700 01  WS-CHAL-COUNT            PIC 9(3) COMP VALUE 0.
017800 01  WS-CHAL-TABLE.
017900     05 WS-CHAL-ENTRY OCCURS 50 TIMES
018000            INDEXED BY WS-CHAL-IDX.
018100         10 WS-CHAL-ID         PIC X(06).
018200         10 WS-CHAL-NAME       PIC X(30).
018300         10 WS-CHAL-START      PIC X(10).
018400         10 WS-CHAL-END        PIC X(10).
018500 01  WS-CHAL-HIT              PIC 9(3) COMP VALUE 0.
018600 01  WS-ENRL-NAME             PIC X(30) VALUE SPACES.
018700 01  WS-ENRL-DATES            PIC X(24) VALUE SPACES.
018800 01  WS-ENRL-STATUS-TEXT      PIC X(09) VALUE SPACES.
018900
019000*    THE WELLNESS REPORTS THAT NAME INDIVIDUALS.
019100 01  WS-WRPT-LIT.
019200     05 FILLER                PIC X(12) VALUE 'BMIRPT.TXT'.
019300     05 FILLER                PIC X(12) VALUE 'BMITREND.TXT'.
019400     05 FILLER                PIC X(12) VALUE 'BMIMISS.TXT'.
019500     05 FILLER                PIC X(12) VALUE 'WELLRMND.TXT'.
019600 01  WS-WRPT-TABLE REDEFINES WS-WRPT-LIT.
019700     05 WS-WRPT-NAME          PIC X(12) OCCURS 4 TIMES
019800            INDEXED BY WS-WRPT-IDX.
019900 01  WS-WRPT-HIT              PIC 9 VALUE 0.
020000
020100 01  WS-RUN-DATE.
020200     05 WS-RUN-YYYY           PIC 9(4).
020300     05 WS-RUN-MM             PIC 99.
020400     05 WS-RUN-DD             PIC 99.
020500
020600 01  WS-RUN-TIME.
020700     05 WS-RUN-HH             PIC 99.
020800     05 WS-RUN-MIN            PIC 99.
020900     05 WS-RUN-SS             PIC 99.
021000     05 WS-RUN-HS             PIC 99.
021100
021200 01  WS-REPORT-FIELDS.
021300     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
021400
021500 01  WS-AUDIT-FIELDS.
021600     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
021700     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
021800     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
021900     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
022000
022100 01  WS-AUDIT-DATE-GROUP.
022200     05 WS-AUDIT-YYYY         PIC 9(4).
022300     05 WS-AUDIT-MM           PIC 99.
022400     05 WS-AUDIT-DD           PIC 99.
022500
022600 01  WS-AUDIT-TIME-GROUP.
022700     05 WS-AUDIT-HH           PIC 99.
022800     05 WS-AUDIT-MIN          PIC 99.
022900     05 WS-AUDIT-SS           PIC 99.
023000     05 WS-AUDIT-HS           PIC 99.
023100
023200 01  SIGN-REQUEST-FIELDS.
023300     05 SIGN-FUNCTION          PIC X.
023400     05 SIGN-PROGRAM           PIC X(10).
023500     05 SIGN-ACTION            PIC X(08).
023600     05 SIGN-DETAIL            PIC X(60).
023700 01  SIGN-RESULT-FIELDS.
023800     05 SIGN-RESULT            PIC X.
023900        88 SIGN-GRANTED                 VALUE "G".
024000        88 SIGN-REFUSED                 VALUE "R".
024100     05 SIGN-OPERATOR-ID       PIC X(08).
024200     05 SIGN-OPERATOR-NAME     PIC X(30).
024300     05 SIGN-OPERATOR-ROLE     PIC X(02).
024400     05 SIGN-PASSWORD-HASH     PIC 9(10).
024500
024600 PROCEDURE DIVISION.
024700
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE-RTN.
025000     PERFORM 1500-LOAD-CHALLENGES-RTN.
025100     PERFORM 2000-EXTRACT-MASTER-RTN.
025200     PERFORM 3000-EXTRACT-HISTORY-RTN.
025300     PERFORM 3500-EXTRACT-ENROLLMENTS-RTN.
025400     PERFORM 4000-EXTRACT-REGISTER-RTN.
025500     PERFORM 5000-EXTRACT-REPORTS-RTN.
025600     PERFORM 8000-WRITE-TOTALS-RTN.
025700     PERFORM 9000-TERMINATE-RTN.
025800     STOP RUN.
025900
026000******************************************************************
026100*    1000-INITIALIZE-RTN
026200*    SIGN ON, TAKE THE EMPLOYEE ID, OPEN THE EXTRACT AND LOG THE
026300*    START. A BLANK ID STOPS THE RUN.
026400******************************************************************
026500 1000-INITIALIZE-RTN.
026600     MOVE "S" TO SIGN-FUNCTION.
026700     MOVE "WELLDATA" TO SIGN-PROGRAM.
026800     MOVE SPACES TO SIGN-ACTION.
026900     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
027000         SIGN-RESULT-FIELDS.
027100     IF NOT SIGN-GRANTED
027200         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
027300         MOVE 8 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600     DISPLAY "WELLDATA - WELLNESS PERSONAL DATA EXTRACT".
027700     DISPLAY "ENTER EMPLOYEE ID : ".
027800     ACCEPT WS-ENTRY-EMP-ID.
027900     IF WS-ENTRY-EMP-ID = SPACES
028000         DISPLAY "EMPLOYEE ID MUST NOT BE BLANK - RUN STOPPED"
028100         MOVE 8 TO RETURN-CODE
028200         STOP RUN
028300     END-IF.
028400     MOVE WS-ENTRY-EMP-ID TO WS-REG-KEY-ID.
028500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028600     ACCEPT WS-RUN-TIME FROM TIME.
028700     OPEN OUTPUT DATA-FILE.
028800     MOVE SPACES TO DATA-LINE.
028900     STRING 'WELLNESS DATA HELD ON EMPLOYEE ' DELIMITED BY SIZE
029000         WS-ENTRY-EMP-ID DELIMITED BY SIZE
029100         '                PGM=WELLDATA' DELIMITED BY SIZE
029200         INTO DATA-LINE.
029300     PERFORM 7000-WRITE-DATA-LINE-RTN.
029400     MOVE SPACES TO DATA-LINE.
029500     STRING 'RUN DATE ' DELIMITED BY SIZE
029600         WS-RUN-YYYY DELIMITED BY SIZE
029700         '-' DELIMITED BY SIZE
029800         WS-RUN-MM DELIMITED BY SIZE
029900         '-' DELIMITED BY SIZE
030000         WS-RUN-DD DELIMITED BY SIZE
030100         ' ' DELIMITED BY SIZE
030200         WS-RUN-HH DELIMITED BY SIZE
030300         ':' DELIMITED BY SIZE
030400         WS-RUN-MIN DELIMITED BY SIZE
030500         ':' DELIMITED BY SIZE
030600         WS-RUN-SS DELIMITED BY SIZE
030700         '   OPERATOR ' DELIMITED BY SIZE
030800         SIGN-OPERATOR-ID DELIMITED BY SIZE
030900         INTO DATA-LINE.
031000     PERFORM 7000-WRITE-DATA-LINE-RTN.
031100     OPEN EXTEND AUDIT-FILE.
031200     IF WS-AUDIT-FILE-STATUS NOT = "00"
031300         OPEN OUTPUT AUDIT-FILE
031400     END-IF.
031500     MOVE 'START' TO WS-AUDIT-EVENT.
031600     MOVE SPACES TO WS-AUDIT-STATUS.
031700     MOVE 0 TO WS-AUDIT-REC-EDIT.
031800     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
031900
032000******************************************************************
032100*    1100-WRITE-AUDIT-LINE-RTN
032200*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
032300*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
032400*    COMPLETION STATUS.
032500******************************************************************
032600 1100-WRITE-AUDIT-LINE-RTN.
032700     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
032800     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
032900     MOVE SPACES TO AUDIT-LINE.
033000     STRING 'PGM=WELLDATA  EVENT=' DELIMITED BY SIZE
033100         WS-AUDIT-EVENT DELIMITED BY SIZE
033200         '  TS=' DELIMITED BY SIZE
033300         WS-AUDIT-YYYY DELIMITED BY SIZE
033400         '-' DELIMITED BY SIZE
033500         WS-AUDIT-MM DELIMITED BY SIZE
033600         '-' DELIMITED BY SIZE
033700         WS-AUDIT-DD DELIMITED BY SIZE
033800         ' ' DELIMITED BY SIZE
033900         WS-AUDIT-HH DELIMITED BY SIZE
034000         ':' DELIMITED BY SIZE
034100         WS-AUDIT-MIN DELIMITED BY SIZE
034200         ':' DELIMITED BY SIZE
034300         WS-AUDIT-SS DELIMITED BY SIZE
034400         '  RECS=' DELIMITED BY SIZE
034500         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
034600         '  STATUS=' DELIMITED BY SIZE
034700         WS-AUDIT-STATUS DELIMITED BY SIZE
034800         INTO AUDIT-LINE.
034900     WRITE AUDIT-LINE.
035000
035100******************************************************************
035200*    1500-LOAD-CHALLENGES-RTN
035300*    LOAD THE CHALLENGE NAMES AND DATES.
035400******************************************************************
035500 1500-LOAD-CHALLENGES-RTN.
035600     OPEN INPUT CHALLENGE-FILE.
035700     IF WS-CHAL-FILE-STATUS NOT = "00"
035800         MOVE "Y" TO WS-CHAL-EOF-SWITCH
035900     END-IF.
036000     PERFORM 1550-LOAD-ONE-CHALLENGE-RTN
036100         UNTIL END-OF-CHALLENGES.
036200     IF WS-CHAL-FILE-STATUS NOT = "35"
036300         CLOSE CHALLENGE-FILE
036400     END-IF.
036500
036600******************************************************************
036700*    1550-LOAD-ONE-CHALLENGE-RTN
036800*    LOAD ONE CHALLENGE INTO THE WORK TABLE.
036900******************************************************************
037000 1550-LOAD-ONE-CHALLENGE-RTN.
037100     READ CHALLENGE-FILE
037200         AT END
037300             MOVE "Y" TO WS-CHAL-EOF-SWITCH
037400         NOT AT END
037500             IF WS-CHAL-COUNT < 50
037600                 ADD 1 TO WS-CHAL-COUNT
037700                 SET WS-CHAL-IDX TO WS-CHAL-COUNT
037800                 MOVE WCH-ID TO WS-CHAL-ID(WS-CHAL-IDX)
037900                 MOVE WCH-NAME TO WS-CHAL-NAME(WS-CHAL-IDX)
038000                 MOVE WCH-START-DATE
038100                     TO WS-CHAL-START(WS-CHAL-IDX)
038200                 MOVE WCH-END-DATE TO WS-CHAL-END(WS-CHAL-IDX)
038300             END-IF
038400     END-READ.
038500
038600******************************************************************
038700*    2000-EXTRACT-MASTER-RTN
038800*    THE EMPLOYEE'S OWN MASTER RECORD.
038900******************************************************************
039000 2000-EXTRACT-MASTER-RTN.
039100     MOVE 'EMPLOYEE MASTER (EMPMAST.TXT)' TO WS-LINE-WORK.
039200     PERFORM 7100-WRITE-SECTION-HEAD-RTN.
039300     OPEN INPUT EMPMAST-FILE.
039400     IF WS-EMPMAST-FILE-STATUS NOT = "00"
039500         MOVE "Y" TO WS-EMPMAST-EOF-SWITCH
039600     END-IF.
039700     PERFORM 2100-CHECK-ONE-EMPLOYEE-RTN
039800         UNTIL END-OF-EMPMAST OR EMPLOYEE-FOUND.
039900     IF WS-EMPMAST-FILE-STATUS NOT = "35"
040000         CLOSE EMPMAST-FILE
040100     END-IF.
040200     IF NOT EMPLOYEE-FOUND
040300         MOVE SPACES TO DATA-LINE
040400         STRING '  ID ' DELIMITED BY SIZE
040500             WS-ENTRY-EMP-ID DELIMITED BY SIZE
040600             ' IS NOT ON EMPMAST.TXT' DELIMITED BY SIZE
040700             INTO DATA-LINE
040800         PERFORM 7000-WRITE-DATA-LINE-RTN
040900     END-IF.
041000
041100******************************************************************
041200*    2100-CHECK-ONE-EMPLOYEE-RTN
041300*    READ ONE MASTER RECORD AND WRITE IT OUT IF IT IS THEIRS.
041400******************************************************************
041500 2100-CHECK-ONE-EMPLOYEE-RTN.
041600     READ EMPMAST-FILE
041700         AT END
041800             MOVE "Y" TO WS-EMPMAST-EOF-SWITCH
041900         NOT AT END
042000             IF EM-EMP-ID = WS-ENTRY-EMP-ID
042100                 MOVE "Y" TO WS-EMP-FOUND-SWITCH
042200                 MOVE SPACES TO DATA-LINE
042300                 STRING '  NAME . . . . . . : ' DELIMITED BY SIZE
042400                     EM-NAME DELIMITED BY SIZE
042500                     INTO DATA-LINE
042600                 PERFORM 7000-WRITE-DATA-LINE-RTN
042700                 MOVE SPACES TO DATA-LINE
042800                 STRING '  DEPARTMENT . . . : ' DELIMITED BY SIZE
042900                     EM-DEPT DELIMITED BY SIZE
043000                     INTO DATA-LINE
043100                 PERFORM 7000-WRITE-DATA-LINE-RTN
043200                 MOVE SPACES TO DATA-LINE
043300                 STRING '  SEPARATION DATE  : ' DELIMITED BY SIZE
043400                     EM-SEP-DATE DELIMITED BY SIZE
043500                     INTO DATA-LINE
043600                 PERFORM 7000-WRITE-DATA-LINE-RTN
043700             END-IF
043800     END-READ.
043900
044000******************************************************************
044100*    3000-EXTRACT-HISTORY-RTN
044200*    EVERY BMI CHECK-IN UNDER THE ID, AS RECORDED.
044300******************************************************************
044400 3000-EXTRACT-HISTORY-RTN.
044500     MOVE 'BMI CHECK-INS (BMIHIST.TXT)' TO WS-LINE-WORK.
044600     PERFORM 7100-WRITE-SECTION-HEAD-RTN.
044700     OPEN INPUT HISTORY-FILE.
044800     IF WS-HIST-FILE-STATUS NOT = "00"
044900         MOVE "Y" TO WS-HIST-EOF-SWITCH
045000     END-IF.
045100     PERFORM 3100-CHECK-ONE-CHECKIN-RTN UNTIL END-OF-HISTORY.
045200     IF WS-HIST-FILE-STATUS NOT = "35"
045300         CLOSE HISTORY-FILE
045400     END-IF.
045500     IF HIST-COUNTER = 0
045600         PERFORM 7200-WRITE-NONE-HELD-RTN
045700     END-IF.
045800
045900******************************************************************
046000*    3100-CHECK-ONE-CHECKIN-RTN
046100*    READ ONE HISTORY LINE AND COPY IT OUT IF IT IS THEIRS.
046200******************************************************************
046300 3100-CHECK-ONE-CHECKIN-RTN.
046400     READ HISTORY-FILE
046500         AT END
046600             MOVE "Y" TO WS-HIST-EOF-SWITCH
046700         NOT AT END
046800             MOVE HISTORY-LINE TO WS-HIST-PARSE-AREA
046900             IF WS-HP-EMP-ID = WS-ENTRY-EMP-ID
047000                 ADD 1 TO HIST-COUNTER
047100                 MOVE SPACES TO DATA-LINE
047200                 STRING '  ' DELIMITED BY SIZE
047300                     HISTORY-LINE DELIMITED BY SIZE
047400                     INTO DATA-LINE
047500                 PERFORM 7000-WRITE-DATA-LINE-RTN
047600             END-IF
047700     END-READ.
047800
047900******************************************************************
048000*    3500-EXTRACT-ENROLLMENTS-RTN
048100*    EVERY CHALLENGE ENROLLMENT UNDER THE ID, WITHDRAWN ONES
048200*    INCLUDED.
048300******************************************************************
048400 3500-EXTRACT-ENROLLMENTS-RTN.
048500     MOVE 'CHALLENGE ENROLLMENTS (WELLENRL.TXT)' TO WS-LINE-WORK.
048600     PERFORM 7100-WRITE-SECTION-HEAD-RTN.
048700     OPEN INPUT ENROLLMENT-FILE.
048800     IF WS-ENRL-FILE-STATUS NOT = "00"
048900         MOVE "Y" TO WS-ENRL-EOF-SWITCH
049000     END-IF.
049100     PERFORM 3600-CHECK-ONE-ENROLLMENT-RTN
049200         UNTIL END-OF-ENROLLMENTS.
049300     IF WS-ENRL-FILE-STATUS NOT = "35"
049400         CLOSE ENROLLMENT-FILE
049500     END-IF.
049600     IF ENRL-COUNTER = 0
049700         PERFORM 7200-WRITE-NONE-HELD-RTN
049800     END-IF.
049900
050000******************************************************************
050100*    3600-CHECK-ONE-ENROLLMENT-RTN
050200*    READ ONE ENROLLMENT AND WRITE IT OUT, WITH THE CHALLENGE'S
050300*    NAME AND DATES, IF IT IS THEIRS.
050400******************************************************************
050500 3600-CHECK-ONE-ENROLLMENT-RTN.
050600     READ ENROLLMENT-FILE
050700         AT END
050800             MOVE "Y" TO WS-ENRL-EOF-SWITCH
050900         NOT AT END
051000             IF WEN-EMP-ID = WS-ENTRY-EMP-ID
051100                 ADD 1 TO ENRL-COUNTER
051200                 PERFORM 3700-WRITE-ONE-ENROLLMENT-RTN
051300             END-IF
051400     END-READ.
051500
051600******************************************************************
051700*    3700-WRITE-ONE-ENROLLMENT-RTN
051800*    FORMAT ONE ENROLLMENT LINE.
051900******************************************************************
052000 3700-WRITE-ONE-ENROLLMENT-RTN.
052100     MOVE 0 TO WS-CHAL-HIT.
052200     PERFORM 3750-MATCH-ONE-CHALLENGE-RTN
052300         VARYING WS-CHAL-IDX FROM 1 BY 1
052400         UNTIL WS-CHAL-IDX > WS-CHAL-COUNT OR WS-CHAL-HIT > 0.
052500     IF WS-CHAL-HIT > 0
052600         SET WS-CHAL-IDX TO WS-CHAL-HIT
052700         MOVE WS-CHAL-NAME(WS-CHAL-IDX) TO WS-ENRL-NAME
052800         MOVE SPACES TO WS-ENRL-DATES
052900         STRING WS-CHAL-START(WS-CHAL-IDX) DELIMITED BY SIZE
053000             ' TO ' DELIMITED BY SIZE
053100             WS-CHAL-END(WS-CHAL-IDX) DELIMITED BY SIZE
053200             INTO WS-ENRL-DATES
053300     ELSE
053400         MOVE 'CHALLENGE NOT ON FILE' TO WS-ENRL-NAME
053500         MOVE SPACES TO WS-ENRL-DATES
053600     END-IF.
053700     IF WEN-WITHDRAWN
053800         MOVE 'WITHDRAWN' TO WS-ENRL-STATUS-TEXT
053900     ELSE
054000         MOVE 'ENROLLED' TO WS-ENRL-STATUS-TEXT
054100     END-IF.
054200     MOVE SPACES TO DATA-LINE.
054300     STRING '  ' DELIMITED BY SIZE
054400         WEN-CHAL-ID DELIMITED BY SIZE
054500         '  ' DELIMITED BY SIZE
054600         WS-ENRL-NAME DELIMITED BY SIZE
054700         '  ' DELIMITED BY SIZE
054800         WS-ENRL-DATES DELIMITED BY SIZE
054900         '  JOINED ' DELIMITED BY SIZE
055000         WEN-ENROLL-DATE DELIMITED BY SIZE
055100         '  ' DELIMITED BY SIZE
055200         WS-ENRL-STATUS-TEXT DELIMITED BY SIZE
055300         INTO DATA-LINE.
055400     PERFORM 7000-WRITE-DATA-LINE-RTN.
055500
055600******************************************************************
055700*    3750-MATCH-ONE-CHALLENGE-RTN
055800*    COMPARE ONE CHALLENGE WITH THE ENROLLMENT'S.
055900******************************************************************
056000 3750-MATCH-ONE-CHALLENGE-RTN.
056100     IF WS-CHAL-ID(WS-CHAL-IDX) = WEN-CHAL-ID
056200         SET WS-CHAL-HIT TO WS-CHAL-IDX
056300     END-IF.
056400
056500******************************************************************
056600*    4000-EXTRACT-REGISTER-RTN
056700*    EVERY CHANGE MADE TO THEIR MASTER RECORD, FROM THE EMPMAINT
056800*    CHANGE REGISTER.
056900******************************************************************
057000 4000-EXTRACT-REGISTER-RTN.
057100     MOVE 'MASTER CHANGE REGISTER (EMPCHGR.TXT)' TO WS-LINE-WORK.
057200     PERFORM 7100-WRITE-SECTION-HEAD-RTN.
057300     OPEN INPUT REGISTER-FILE.
057400     IF WS-REG-FILE-STATUS NOT = "00"
057500         MOVE "Y" TO WS-REG-EOF-SWITCH
057600     END-IF.
057700     PERFORM 4100-CHECK-ONE-CHANGE-RTN UNTIL END-OF-REGISTER.
057800     IF WS-REG-FILE-STATUS NOT = "35"
057900         CLOSE REGISTER-FILE
058000     END-IF.
058100     IF REG-COUNTER = 0
058200         PERFORM 7200-WRITE-NONE-HELD-RTN
058300     END-IF.
058400
058500******************************************************************
058600*    4100-CHECK-ONE-CHANGE-RTN
058700*    READ ONE REGISTER LINE AND COPY IT OUT IF ITS ID= IS THEIRS.
058800******************************************************************
058900 4100-CHECK-ONE-CHANGE-RTN.
059000     READ REGISTER-FILE
059100         AT END
059200             MOVE "Y" TO WS-REG-EOF-SWITCH
059300         NOT AT END
059400             MOVE 0 TO WS-TALLY
059500             INSPECT REGISTER-LINE TALLYING WS-TALLY
059600                 FOR ALL WS-REG-KEY
059700             IF WS-TALLY > 0
059800                 ADD 1 TO REG-COUNTER
059900                 MOVE SPACES TO DATA-LINE
060000                 STRING '  ' DELIMITED BY SIZE
060100                     REGISTER-LINE DELIMITED BY SIZE
060200                     INTO DATA-LINE
060300                 PERFORM 7000-WRITE-DATA-LINE-RTN
060400             END-IF
060500     END-READ.
060600
060700******************************************************************
060800*    5000-EXTRACT-REPORTS-RTN
060900*    EVERY LINE NAMING THEM ON THE PERSONAL WELLNESS REPORTS --
061000*    FIRST THE COPIES ON HAND, THEN EVERY COPY THE REPORT
061100*    LIBRARY INDEX SHOWS FILED UNDER ONE OF THOSE NAMES. EACH
061200*    LINE IS SHOWN AFTER THE FILE IT CAME FROM.
061300******************************************************************
061400 5000-EXTRACT-REPORTS-RTN.
061500     MOVE 'WELLNESS REPORTS AND FILED COPIES' TO WS-LINE-WORK.
061600     PERFORM 7100-WRITE-SECTION-HEAD-RTN.
061700     PERFORM 5100-SEARCH-ONE-ON-HAND-RTN
061800         VARYING WS-WRPT-IDX FROM 1 BY 1
061900         UNTIL WS-WRPT-IDX > 4.
062000     OPEN INPUT INDEX-FILE.
062100     IF WS-INDEX-FILE-STATUS NOT = "00"
062200         MOVE "Y" TO WS-INDEX-EOF-SWITCH
062300     END-IF.
062400     PERFORM 5200-SEARCH-ONE-MEMBER-RTN UNTIL INDEX-AT-EOF.
062500     IF WS-INDEX-FILE-STATUS NOT = "35"
062600         CLOSE INDEX-FILE
062700     END-IF.
062800     IF RPT-LINE-COUNTER = 0
062900         PERFORM 7200-WRITE-NONE-HELD-RTN
063000     END-IF.
063100
063200******************************************************************
063300*    5100-SEARCH-ONE-ON-HAND-RTN
063400*    ONE WELLNESS REPORT AS LAST PRODUCED.
063500******************************************************************
063600 5100-SEARCH-ONE-ON-HAND-RTN.
063700     MOVE WS-WRPT-NAME(WS-WRPT-IDX) TO WS-SOURCE-NAME.
063800     MOVE "N" TO WS-TREND-SWITCH.
063900     IF WS-WRPT-NAME(WS-WRPT-IDX) = 'BMITREND.TXT'
064000         MOVE "Y" TO WS-TREND-SWITCH
064100     END-IF.
064200     PERFORM 6000-SEARCH-ONE-FILE-RTN
064300         THRU 6000-SEARCH-ONE-FILE-RTN-EXIT.
064400
064500******************************************************************
064600*    5200-SEARCH-ONE-MEMBER-RTN
064700*    READ ONE LIBRARY INDEX ENTRY AND SEARCH ITS MEMBER IF IT IS
064800*    A COPY OF ONE OF THE WELLNESS REPORTS.
064900******************************************************************
065000 5200-SEARCH-ONE-MEMBER-RTN.
065100     READ INDEX-FILE
065200         AT END
065300             MOVE "Y" TO WS-INDEX-EOF-SWITCH
065400         NOT AT END
065500             MOVE 0 TO WS-WRPT-HIT
065600             PERFORM 5250-MATCH-ONE-REPORT-RTN
065700                 VARYING WS-WRPT-IDX FROM 1 BY 1
065800                 UNTIL WS-WRPT-IDX > 4 OR WS-WRPT-HIT > 0
065900             IF WS-WRPT-HIT > 0
066000                 MOVE IDX-MEMBER TO WS-SOURCE-NAME
066100                 MOVE "N" TO WS-TREND-SWITCH
066200                 IF IDX-REPORT = 'BMITREND.TXT'
066300                     MOVE "Y" TO WS-TREND-SWITCH
066400                 END-IF
066500                 PERFORM 6000-SEARCH-ONE-FILE-RTN
066600                     THRU 6000-SEARCH-ONE-FILE-RTN-EXIT
066700             END-IF
066800     END-READ.
066900
067000******************************************************************
067100*    5250-MATCH-ONE-REPORT-RTN
067200*    COMPARE THE INDEX ENTRY'S REPORT NAME WITH ONE WELLNESS
067300*    REPORT.
067400******************************************************************
067500 5250-MATCH-ONE-REPORT-RTN.
067600     IF IDX-REPORT = WS-WRPT-NAME(WS-WRPT-IDX)
067700         SET WS-WRPT-HIT TO WS-WRPT-IDX
067800     END-IF.
067900
068000******************************************************************
068100*    6000-SEARCH-ONE-FILE-RTN
068200*    PASS THE REPORT NAMED IN WS-SOURCE-NAME, COPYING OUT EVERY
068300*    LINE THAT CARRIES THE ID. ON BMITREND'S LAYOUT THE ID IS
068400*    ONLY ON THE "EMPLOYEE" HEADING, SO THE INDENTED CHECK-IN
068500*    LINES BELOW IT ARE COPIED WITH IT. A REPORT NOT ON HAND IS
068600*    SIMPLY SKIPPED.
068700******************************************************************
068800 6000-SEARCH-ONE-FILE-RTN.
068900     MOVE "N" TO WS-SOURCE-EOF-SWITCH.
069000     MOVE "N" TO WS-BLOCK-SWITCH.
069100     MOVE 0 TO FILE-HIT-COUNTER.
069200     OPEN INPUT SOURCE-RPT-FILE.
069300     IF WS-SOURCE-FILE-STATUS NOT = "00"
069400         GO TO 6000-SEARCH-ONE-FILE-RTN-EXIT
069500     END-IF.
069600     PERFORM 6100-SEARCH-ONE-LINE-RTN UNTIL SOURCE-AT-EOF.
069700     CLOSE SOURCE-RPT-FILE.
069800     IF FILE-HIT-COUNTER > 0
069900         ADD 1 TO RPT-FILE-COUNTER
070000     END-IF.
070100
070200 6000-SEARCH-ONE-FILE-RTN-EXIT.
070300     EXIT.
070400
070500******************************************************************
070600*    6100-SEARCH-ONE-LINE-RTN
070700*    READ ONE REPORT LINE AND COPY IT OUT IF IT IS THEIRS.
070800******************************************************************
070900 6100-SEARCH-ONE-LINE-RTN.
071000     READ SOURCE-RPT-FILE INTO WS-LINE-WORK
071100         AT END
071200             MOVE "Y" TO WS-SOURCE-EOF-SWITCH
071300         NOT AT END
071400             PERFORM 6150-CHECK-ONE-LINE-RTN
071500     END-READ.
071600
071700******************************************************************
071800*    6150-CHECK-ONE-LINE-RTN
071900*    DECIDE WHETHER THE LINE IN WS-LINE-WORK IS THEIRS.
072000******************************************************************
072100 6150-CHECK-ONE-LINE-RTN.
072200     IF IN-EMPLOYEE-BLOCK
072300         IF WS-LINE-WORK(1:2) = SPACES
072400             AND WS-LINE-WORK NOT = SPACES
072500             PERFORM 6200-COPY-REPORT-LINE-RTN
072600         ELSE
072700             MOVE "N" TO WS-BLOCK-SWITCH
072800         END-IF
072900     END-IF.
073000     IF NOT IN-EMPLOYEE-BLOCK
073100         MOVE 0 TO WS-TALLY
073200         INSPECT WS-LINE-WORK TALLYING WS-TALLY
073300             FOR ALL WS-ENTRY-EMP-ID
073400         IF WS-TALLY > 0
073500             PERFORM 6200-COPY-REPORT-LINE-RTN
073600             IF TREND-LAYOUT
073700                 AND WS-LINE-WORK(1:9) = 'EMPLOYEE '
073800                 MOVE "Y" TO WS-BLOCK-SWITCH
073900             END-IF
074000         END-IF
074100     END-IF.
074200
074300******************************************************************
074400*    6200-COPY-REPORT-LINE-RTN
074500*    WRITE ONE REPORT LINE TO THE EXTRACT AFTER THE NAME OF THE
074600*    FILE IT CAME FROM.
074700******************************************************************
074800 6200-COPY-REPORT-LINE-RTN.
074900     ADD 1 TO FILE-HIT-COUNTER.
075000     ADD 1 TO RPT-LINE-COUNTER.
075100     MOVE SPACES TO DATA-LINE.
075200     STRING '  ' DELIMITED BY SIZE
075300         WS-SOURCE-NAME(1:12) DELIMITED BY SIZE
075400         '  ' DELIMITED BY SIZE
075500         WS-LINE-WORK(1:116) DELIMITED BY SIZE
075600         INTO DATA-LINE.
075700     PERFORM 7000-WRITE-DATA-LINE-RTN.
075800
075900******************************************************************
076000*    7000-WRITE-DATA-LINE-RTN
076100*    EVERY WELLDATA.TXT LINE COMES THROUGH HERE.
076200******************************************************************
076300 7000-WRITE-DATA-LINE-RTN.
076400     WRITE DATA-LINE.
076500     ADD 1 TO DATA-LINE-COUNTER.
076600
076700******************************************************************
076800*    7100-WRITE-SECTION-HEAD-RTN
076900*    A BLANK LINE AND THE SECTION TITLE IN WS-LINE-WORK.
077000******************************************************************
077100 7100-WRITE-SECTION-HEAD-RTN.
077200     MOVE SPACES TO DATA-LINE.
077300     PERFORM 7000-WRITE-DATA-LINE-RTN.
077400     MOVE WS-LINE-WORK TO DATA-LINE.
077500     PERFORM 7000-WRITE-DATA-LINE-RTN.
077600
077700******************************************************************
077800*    7200-WRITE-NONE-HELD-RTN
077900*    SAY SO WHEN A SECTION HOLDS NOTHING ON THEM.
078000******************************************************************
078100 7200-WRITE-NONE-HELD-RTN.
078200     MOVE SPACES TO DATA-LINE.
078300     STRING '  NONE HELD' DELIMITED BY SIZE INTO DATA-LINE.
078400     PERFORM 7000-WRITE-DATA-LINE-RTN.
078500
078600******************************************************************
078700*    8000-WRITE-TOTALS-RTN
078800*    WRITE THE RUN TOTALS AT THE FOOT OF THE EXTRACT.
078900******************************************************************
079000 8000-WRITE-TOTALS-RTN.
079100     MOVE SPACES TO DATA-LINE.
079200     PERFORM 7000-WRITE-DATA-LINE-RTN.
079300     MOVE HIST-COUNTER TO WS-EDIT-COUNT.
079400     MOVE SPACES TO DATA-LINE.
079500     STRING 'BMI CHECK-INS . . . . . . . : ' DELIMITED BY SIZE
079600         WS-EDIT-COUNT DELIMITED BY SIZE INTO DATA-LINE.
079700     PERFORM 7000-WRITE-DATA-LINE-RTN.
079800     MOVE ENRL-COUNTER TO WS-EDIT-COUNT.
079900     MOVE SPACES TO DATA-LINE.
080000     STRING 'CHALLENGE ENROLLMENTS . . . : ' DELIMITED BY SIZE
080100         WS-EDIT-COUNT DELIMITED BY SIZE INTO DATA-LINE.
080200     PERFORM 7000-WRITE-DATA-LINE-RTN.
080300     MOVE REG-COUNTER TO WS-EDIT-COUNT.
080400     MOVE SPACES TO DATA-LINE.
080500     STRING 'MASTER CHANGES  . . . . . . : ' DELIMITED BY SIZE
080600         WS-EDIT-COUNT DELIMITED BY SIZE INTO DATA-LINE.
080700     PERFORM 7000-WRITE-DATA-LINE-RTN.
080800     MOVE RPT-LINE-COUNTER TO WS-EDIT-COUNT.
080900     MOVE SPACES TO DATA-LINE.
081000     STRING 'REPORT LINES  . . . . . . . : ' DELIMITED BY SIZE
081100         WS-EDIT-COUNT DELIMITED BY SIZE INTO DATA-LINE.
081200     PERFORM 7000-WRITE-DATA-LINE-RTN.
081300     MOVE RPT-FILE-COUNTER TO WS-EDIT-COUNT.
081400     MOVE SPACES TO DATA-LINE.
081500     STRING 'REPORT FILES NAMING THEM  . : ' DELIMITED BY SIZE
081600         WS-EDIT-COUNT DELIMITED BY SIZE INTO DATA-LINE.
081700     PERFORM 7000-WRITE-DATA-LINE-RTN.
081800
081900******************************************************************
082000*    9000-TERMINATE-RTN
082100*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
082200******************************************************************
082300 9000-TERMINATE-RTN.
082400     MOVE 'END  ' TO WS-AUDIT-EVENT.
082500     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
082600     MOVE DATA-LINE-COUNTER TO WS-AUDIT-REC-EDIT.
082700     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
082800     CLOSE AUDIT-FILE.
082900     CLOSE DATA-FILE.
083000     DISPLAY "WELLDATA COMPLETE - " DATA-LINE-COUNTER
083100         " LINES ON WELLDATA.TXT FOR " WS-ENTRY-EMP-ID ".".
083200
083300 END PROGRAM WELLDATA.
