000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NIGHTCHK.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- PRE-FLIGHT DATA HEALTH CHECK,
001200*                      RUN AS THE FIRST STEP OF NIGHTLY-RUN
001300*                      BEFORE ANY STEP UPDATES ANYTHING. CHECKS
001400*                      THAT GAMES.TXT, HOLDINGS.TXT, EMPMAST.TXT,
001500*                      LOCMAST.TXT, SUPMAST.TXT AND CTLTOTAL.DAT
001600*                      ARE ON HAND, COUNTS EACH DATA FILE (AND
001700*                      SUMS NOTE-GAME ON THE CATALOG) AND COMPARES
001800*                      THE FIGURES WITH THE PRIOR NIGHT'S KEPT IN
001900*                      NIGHTBSL.DAT, CROSS-CHECKS THE CATALOG
002000*                      AGAINST THE CONTROL TOTALS IN CTLTOTAL.DAT,
002100*                      AND CHECKS THAT THE CATALOG LOCK
002200*                      (CATLOCK.DAT, THROUGH GAMELOCK) IS FREE.
002300*                      EACH FILE'S LINE IN NIGHTBSL.DAT CARRIES A
002400*                      WARNING BAND AND A FAILURE BAND (PERCENT).
002500*                      A MOVE PAST THE WARNING BAND, OR A CATALOG
002600*                      THAT DOES NOT MATCH ITS CONTROL TOTALS, IS
002700*                      A SOFT ANOMALY -- A WARNING ALERT, AND THE
002800*                      RUN GOES ON. A MISSING FILE, A DROP PAST
002900*                      THE FAILURE BAND, UNREADABLE CONTROL
003000*                      TOTALS OR A HELD CATALOG LOCK IS A HARD
003100*                      FAILURE -- AN ACTION-REQUIRED ALERT NAMING
003200*                      THE REASON AND RETURN CODE 8, WHICH STOPS
003300*                      NIGHTLY-RUN BEFORE ITS NEXT STEP. TONIGHT'S
003400*                      FIGURES BECOME THE BASELINE ONLY WHEN
003500*                      NOTHING FAILED HARD. THE RESULTS GO TO
003600*                      NIGHTCHK.TXT.
003700******************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT GAMES-FILE ASSIGN TO 'GAMES.TXT'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS ID-GAME
004600         FILE STATUS IS WS-GAMES-FILE-STATUS.
004700
004800     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS HOLD-KEY
005200         FILE STATUS IS WS-HOLD-FILE-STATUS.
005300
005400     SELECT COUNT-FILE ASSIGN TO DYNAMIC WS-COUNT-FILE-NAME
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-COUNT-FILE-STATUS.
005700
005800     SELECT CONTROL-TOTAL-FILE ASSIGN TO 'CTLTOTAL.DAT'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CTL-FILE-STATUS.
006100
006200     SELECT BASELINE-FILE ASSIGN TO 'NIGHTBSL.DAT'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BSL-FILE-STATUS.
006500
006600     SELECT REPORT-FILE ASSIGN TO 'NIGHTCHK.TXT'
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  GAMES-FILE.
007600 COPY GAMEREC.
007700
007800 FD  HOLDINGS-FILE.
007900 COPY HOLDREC.
008000
008100 FD  COUNT-FILE.
008200 01  COUNT-RECORD             PIC X(200).
008300
008400 FD  CONTROL-TOTAL-FILE.
008500 01  CONTROL-TOTAL-RECORD.
008600     05 CTL-REC-COUNT         PIC 9(7).
008700     05 CTL-NOTE-SUM          PIC 9(7).
008800
008900*    ONE LINE PER CHECKED FILE. THE OPERATOR SETS THE WARNING
009000*    AND FAILURE BANDS; THE REST IS REWRITTEN EVERY NIGHT. THE
009100*    PRIOR FIGURES LET A SECOND RUN ON THE SAME NIGHT COMPARE
009200*    WITH THE NIGHT BEFORE INSTEAD OF WITH ITSELF.
009300 FD  BASELINE-FILE.
009400 01  BASELINE-RECORD.
009500     05 BSL-FILE-NAME         PIC X(12).
009600     05 BSL-SPCS1             PIC X(02).
009700     05 BSL-WARN-PCT          PIC 9(03).
009800     05 BSL-SPCS2             PIC X(01).
009900     05 BSL-FAIL-PCT          PIC 9(03).
010000     05 BSL-SPCS3             PIC X(02).
010100     05 BSL-LAST-DATE         PIC 9(08).
010200     05 BSL-SPCS4             PIC X(01).
010300     05 BSL-LAST-COUNT        PIC 9(07).
010400     05 BSL-SPCS5             PIC X(01).
010500     05 BSL-LAST-TOTAL        PIC 9(09).
010600     05 BSL-SPCS6             PIC X(02).
010700     05 BSL-PRIOR-DATE        PIC 9(08).
010800     05 BSL-SPCS7             PIC X(01).
010900     05 BSL-PRIOR-COUNT       PIC 9(07).
011000     05 BSL-SPCS8             PIC X(01).
011100     05 BSL-PRIOR-TOTAL       PIC 9(09).
011200
011300 FD  REPORT-FILE.
011400 01  REPORT-LINE              PIC X(100).
011500
011600 FD  AUDIT-FILE.
011700 COPY AUDITLOG.
011800
011900 WORKING-STORAGE SECTION.
012000 01  SWITCHES.
012100     05 WS-COUNT-EOF-SWITCH   PIC X VALUE "N".
012200        88 END-OF-COUNT-FILE           VALUE "Y".
012300     05 WS-BSL-EOF-SWITCH     PIC X VALUE "N".
012400        88 END-OF-BASELINE             VALUE "Y".
012500     05 WS-FILE-FOUND-SWITCH  PIC X VALUE "N".
012600        88 CHECKED-FILE-FOUND          VALUE "Y".
012700     05 WS-CTL-FOUND-SWITCH   PIC X VALUE "N".
012800        88 CTL-FOUND                   VALUE "Y".
012900
013000 01  COUNTERS.
013100     05 HARD-COUNTER          PIC 9(3) COMP VALUE 0.
013200     05 SOFT-COUNTER          PIC 9(3) COMP VALUE 0.
013300     05 FILES-COUNTER         PIC 9(3) COMP VALUE 0.
013400
013500 01  WS-FILE-STATUSES.
013600     05 WS-GAMES-FILE-STATUS  PIC X(02) VALUE "00".
013700     05 WS-HOLD-FILE-STATUS   PIC X(02) VALUE "00".
013800     05 WS-COUNT-FILE-STATUS  PIC X(02) VALUE "00".
013900     05 WS-CTL-FILE-STATUS    PIC X(02) VALUE "00".
014000     05 WS-BSL-FILE-STATUS    PIC X(02) VALUE "00".
014100
014200 01  WS-COUNT-FILE-NAME       PIC X(12) VALUE SPACES.
014300
014400*    THE DATA FILES CHECKED, IN ORDER. KIND G IS THE INDEXED
014500*    CATALOG, H THE INDEXED HOLDINGS FILE, L A LINE SEQUENTIAL
014600*    MASTER.
014700 01  WS-CHECK-NAMES.
014800     05 FILLER                PIC X(13) VALUE 'GAMES.TXT   G'.
014900     05 FILLER                PIC X(13) VALUE 'HOLDINGS.TXTH'.
015000     05 FILLER                PIC X(13) VALUE 'EMPMAST.TXT L'.
015100     05 FILLER                PIC X(13) VALUE 'LOCMAST.TXT L'.
015200     05 FILLER                PIC X(13) VALUE 'SUPMAST.TXT L'.
015300 01  WS-CHECK-TABLE REDEFINES WS-CHECK-NAMES.
015400     05 WS-CHECK-ENTRY OCCURS 5 TIMES
015500            INDEXED BY WS-CHECK-IDX.
015600        10 WS-CHECK-FILE      PIC X(12).
015700        10 WS-CHECK-KIND      PIC X(01).
015800           88 CHECK-IS-CATALOG         VALUE 'G'.
015900           88 CHECK-IS-HOLDINGS        VALUE 'H'.
016000
016100*    THE BASELINE AS READ, UPDATED IN PLACE AND WRITTEN BACK.
016200 01  WS-BSL-COUNT             PIC 9(2) COMP VALUE 0.
016300 01  WS-BSL-TABLE.
016400     05 WS-BSL-ENTRY OCCURS 10 TIMES
016500            INDEXED BY WS-BSL-IDX.
016600        10 WS-BSL-FILE        PIC X(12).
016700        10 WS-BSL-WARN-PCT    PIC 9(03).
016800        10 WS-BSL-FAIL-PCT    PIC 9(03).
016900        10 WS-BSL-LAST-DATE   PIC 9(08).
017000        10 WS-BSL-LAST-COUNT  PIC 9(07).
017100        10 WS-BSL-LAST-TOTAL  PIC 9(09).
017200        10 WS-BSL-PRIOR-DATE  PIC 9(08).
017300        10 WS-BSL-PRIOR-COUNT PIC 9(07).
017400        10 WS-BSL-PRIOR-TOTAL PIC 9(09).
017500 01  WS-BSL-HIT               PIC 9(2) COMP VALUE 0.
017600
017700*    BANDS FOR A FILE WITH NO BASELINE LINE YET.
017800 01  WS-DEFAULT-WARN-PCT      PIC 9(03) VALUE 020.
017900 01  WS-DEFAULT-FAIL-PCT      PIC 9(03) VALUE 050.
018000
018100*    TONIGHT'S FIGURES FOR THE FILE BEING CHECKED, AND THE
018200*    FIGURES THEY ARE COMPARED WITH.
018300 01  WS-CHECK-FIGURES.
018400     05 WS-CUR-COUNT          PIC 9(07) VALUE 0.
018500     05 WS-CUR-TOTAL          PIC 9(09) VALUE 0.
018600     05 WS-CMP-COUNT          PIC 9(07) VALUE 0.
018700     05 WS-CMP-TOTAL          PIC 9(09) VALUE 0.
018800     05 WS-CMP-DATE           PIC 9(08) VALUE 0.
018900     05 WS-BAND-PREV          PIC 9(09) VALUE 0.
019000     05 WS-BAND-CUR           PIC 9(09) VALUE 0.
019100     05 WS-DIFF               PIC 9(09) VALUE 0.
019200     05 WS-CHANGE-PCT         PIC 9(05) VALUE 0.
019300     05 WS-DROP-SWITCH        PIC X VALUE "N".
019400        88 FIGURE-DROPPED              VALUE "Y".
019500     05 WS-GAMES-COUNT        PIC 9(07) VALUE 0.
019600     05 WS-GAMES-NOTE-SUM     PIC 9(07) VALUE 0.
019700
019800 01  WS-RUN-DATE.
019900     05 WS-RUN-YYYY           PIC 9(4).
020000     05 WS-RUN-MM             PIC 99.
020100     05 WS-RUN-DD             PIC 99.
020200 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
020300
020400 01  WS-CHECK-MESSAGE         PIC X(80) VALUE SPACES.
020500 01  WS-WHAT-TEXT             PIC X(12) VALUE SPACES.
020600
020700 01  WS-REPORT-FIELDS.
020800     05 WS-EDIT-COUNT         PIC Z,ZZZ,ZZ9.
020900     05 WS-EDIT-COUNT-2       PIC Z,ZZZ,ZZ9.
021000     05 WS-EDIT-PCT           PIC ZZ,ZZ9.
021100
021200 01  LOCK-REQUEST-FIELDS.
021300     05 LOCK-FUNCTION         PIC X.
021400     05 LOCK-CALLER           PIC X(10).
021500 01  LOCK-RESULT-FIELDS.
021600     05 LOCK-RESULT           PIC X.
021700        88 LOCK-GRANTED               VALUE "G".
021800        88 LOCK-BUSY                  VALUE "B".
021900        88 LOCK-FREE                  VALUE "F".
022000     05 LOCK-HOLDER-NAME      PIC X(10).
022100     05 LOCK-TAKEN-TS         PIC X(19).
022200
022300 01  ALERT-REQUEST-FIELDS.
022400     05 ALERT-SEVERITY        PIC X.
022500     05 ALERT-PROGRAM         PIC X(12).
022600     05 ALERT-MESSAGE         PIC X(80).
022700
022800 01  WS-AUDIT-FIELDS.
022900     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
023000     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
023100     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
023200     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
023300
023400 01  WS-AUDIT-DATE-GROUP.
023500     05 WS-AUDIT-YYYY         PIC 9(4).
023600     05 WS-AUDIT-MM           PIC 99.
023700     05 WS-AUDIT-DD           PIC 99.
023800
023900 01  WS-AUDIT-TIME-GROUP.
024000     05 WS-AUDIT-HH           PIC 99.
024100     05 WS-AUDIT-MIN          PIC 99.
024200     05 WS-AUDIT-SS           PIC 99.
024300     05 WS-AUDIT-HS           PIC 99.
024400
024500 PROCEDURE DIVISION.
024600
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE-RTN.
024900     PERFORM 2000-CHECK-ONE-FILE-RTN THRU 2000-CHECK-ONE-FILE-EXIT
025000         VARYING WS-CHECK-IDX FROM 1 BY 1
025100         UNTIL WS-CHECK-IDX > 5.
025200     PERFORM 3000-CHECK-CONTROL-TOTALS-RTN
025300         THRU 3000-CHECK-CONTROL-TOTALS-EXIT.
025400     PERFORM 3500-CHECK-CATALOG-LOCK-RTN.
025500     IF HARD-COUNTER = 0
025600         PERFORM 4000-SAVE-BASELINE-RTN
025700     END-IF.
025800     PERFORM 9000-TERMINATE-RTN.
025900     STOP RUN.
026000
026100******************************************************************
026200*    1000-INITIALIZE-RTN
026300*    OPEN THE REPORT, LOG THE START AND LOAD THE BASELINE.
026400******************************************************************
026500 1000-INITIALIZE-RTN.
026600     DISPLAY "NIGHTCHK - PRE-FLIGHT DATA HEALTH CHECK".
026700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026800     OPEN OUTPUT REPORT-FILE.
026900     MOVE SPACES TO REPORT-LINE.
027000     STRING 'NIGHTLY PRE-FLIGHT DATA HEALTH CHECK  ' DELIMITED
027100         BY SIZE
027200         WS-RUN-YYYY DELIMITED BY SIZE
027300         '-' DELIMITED BY SIZE
027400         WS-RUN-MM DELIMITED BY SIZE
027500         '-' DELIMITED BY SIZE
027600         WS-RUN-DD DELIMITED BY SIZE
027700         INTO REPORT-LINE.
027800     WRITE REPORT-LINE.
027900     MOVE SPACES TO REPORT-LINE.
028000     WRITE REPORT-LINE.
028100     OPEN EXTEND AUDIT-FILE.
028200     IF WS-AUDIT-FILE-STATUS NOT = "00"
028300         OPEN OUTPUT AUDIT-FILE
028400     END-IF.
028500     MOVE 'START' TO WS-AUDIT-EVENT.
028600     MOVE SPACES TO WS-AUDIT-STATUS.
028700     MOVE 0 TO WS-AUDIT-REC-EDIT.
028800     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
028900     PERFORM 1200-LOAD-BASELINE-RTN.
029000
029100******************************************************************
029200*    1100-WRITE-AUDIT-LINE-RTN
029300*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
029400*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
029500*    COMPLETION STATUS.
029600******************************************************************
029700 1100-WRITE-AUDIT-LINE-RTN.
029800     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
029900     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
030000     MOVE SPACES TO AUDIT-LINE.
030100     STRING 'PGM=NIGHTCHK  EVENT=' DELIMITED BY SIZE
030200         WS-AUDIT-EVENT DELIMITED BY SIZE
030300         '  TS=' DELIMITED BY SIZE
030400         WS-AUDIT-YYYY DELIMITED BY SIZE
030500         '-' DELIMITED BY SIZE
030600         WS-AUDIT-MM DELIMITED BY SIZE
030700         '-' DELIMITED BY SIZE
030800         WS-AUDIT-DD DELIMITED BY SIZE
030900         ' ' DELIMITED BY SIZE
031000         WS-AUDIT-HH DELIMITED BY SIZE
031100         ':' DELIMITED BY SIZE
031200         WS-AUDIT-MIN DELIMITED BY SIZE
031300         ':' DELIMITED BY SIZE
031400         WS-AUDIT-SS DELIMITED BY SIZE
031500         '  RECS=' DELIMITED BY SIZE
031600         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
031700         '  STATUS=' DELIMITED BY SIZE
031800         WS-AUDIT-STATUS DELIMITED BY SIZE
031900         INTO AUDIT-LINE.
032000     WRITE AUDIT-LINE.
032100
032200******************************************************************
032300*    1200-LOAD-BASELINE-RTN
032400*    LOAD NIGHTBSL.DAT. NO FILE MEANS THE FIRST NIGHT -- EVERY
032500*    FILE IS COUNTED AND ITS FIGURES BECOME THE BASELINE.
032600******************************************************************
032700 1200-LOAD-BASELINE-RTN.
032800     OPEN INPUT BASELINE-FILE.
032900     IF WS-BSL-FILE-STATUS NOT = "00"
033000         MOVE SPACES TO REPORT-LINE
033100         STRING 'NO NIGHTBSL.DAT ON HAND - TONIGHT''S FIGURES'
033200             DELIMITED BY SIZE
033300             ' BECOME THE BASELINE' DELIMITED BY SIZE
033400             INTO REPORT-LINE
033500         WRITE REPORT-LINE
033600     ELSE
033700         PERFORM 1250-LOAD-ONE-BASELINE-RTN
033800             UNTIL END-OF-BASELINE
033900         CLOSE BASELINE-FILE
034000     END-IF.
034100
034200******************************************************************
034300*    1250-LOAD-ONE-BASELINE-RTN
034400*    LOAD ONE BASELINE LINE. A BAND LEFT BLANK OR ZERO TAKES THE
034500*    DEFAULT; FIGURES THAT ARE NOT NUMERIC COUNT AS NONE ON HAND.
034600******************************************************************
034700 1250-LOAD-ONE-BASELINE-RTN.
034800     READ BASELINE-FILE
034900         AT END
035000             MOVE "Y" TO WS-BSL-EOF-SWITCH
035100         NOT AT END
035200             IF BSL-FILE-NAME NOT = SPACES AND WS-BSL-COUNT < 10
035300                 ADD 1 TO WS-BSL-COUNT
035400                 SET WS-BSL-IDX TO WS-BSL-COUNT
035500                 INITIALIZE WS-BSL-ENTRY (WS-BSL-IDX)
035600                 MOVE BSL-FILE-NAME TO WS-BSL-FILE (WS-BSL-IDX)
035700                 MOVE WS-DEFAULT-WARN-PCT
035800                     TO WS-BSL-WARN-PCT (WS-BSL-IDX)
035900                 MOVE WS-DEFAULT-FAIL-PCT
036000                     TO WS-BSL-FAIL-PCT (WS-BSL-IDX)
036100                 IF BSL-WARN-PCT IS NUMERIC AND BSL-WARN-PCT > 0
036200                     MOVE BSL-WARN-PCT
036300                         TO WS-BSL-WARN-PCT (WS-BSL-IDX)
036400                 END-IF
036500                 IF BSL-FAIL-PCT IS NUMERIC AND BSL-FAIL-PCT > 0
036600                     MOVE BSL-FAIL-PCT
036700                         TO WS-BSL-FAIL-PCT (WS-BSL-IDX)
036800                 END-IF
036900                 IF BSL-LAST-DATE IS NUMERIC
037000                     AND BSL-LAST-COUNT IS NUMERIC
037100                     AND BSL-LAST-TOTAL IS NUMERIC
037200                     MOVE BSL-LAST-DATE
037300                         TO WS-BSL-LAST-DATE (WS-BSL-IDX)
037400                     MOVE BSL-LAST-COUNT
037500                         TO WS-BSL-LAST-COUNT (WS-BSL-IDX)
037600                     MOVE BSL-LAST-TOTAL
037700                         TO WS-BSL-LAST-TOTAL (WS-BSL-IDX)
037800                 END-IF
037900                 IF BSL-PRIOR-DATE IS NUMERIC
038000                     AND BSL-PRIOR-COUNT IS NUMERIC
038100                     AND BSL-PRIOR-TOTAL IS NUMERIC
038200                     MOVE BSL-PRIOR-DATE
038300                         TO WS-BSL-PRIOR-DATE (WS-BSL-IDX)
038400                     MOVE BSL-PRIOR-COUNT
038500                         TO WS-BSL-PRIOR-COUNT (WS-BSL-IDX)
038600                     MOVE BSL-PRIOR-TOTAL
038700                         TO WS-BSL-PRIOR-TOTAL (WS-BSL-IDX)
038800                 END-IF
038900             END-IF
039000     END-READ.
039100
039200******************************************************************
039300*    2000-CHECK-ONE-FILE-RTN
039400*    CHECK THE FILE AT WS-CHECK-IDX -- IT MUST BE ON HAND; THEN
039500*    ITS COUNT (AND THE CATALOG'S NOTE-GAME SUM) IS COMPARED
039600*    WITH THE BASELINE. A MISSING FILE GOES STRAIGHT TO THE EXIT.
039700******************************************************************
039800 2000-CHECK-ONE-FILE-RTN.
039900     ADD 1 TO FILES-COUNTER.
040000     MOVE 0 TO WS-CUR-COUNT.
040100     MOVE 0 TO WS-CUR-TOTAL.
040200     MOVE "Y" TO WS-FILE-FOUND-SWITCH.
040300     EVALUATE TRUE
040400         WHEN CHECK-IS-CATALOG (WS-CHECK-IDX)
040500             PERFORM 2100-COUNT-CATALOG-RTN
040600         WHEN CHECK-IS-HOLDINGS (WS-CHECK-IDX)
040700             PERFORM 2200-COUNT-HOLDINGS-RTN
040800         WHEN OTHER
040900             PERFORM 2300-COUNT-LINES-RTN
041000     END-EVALUATE.
041100     IF NOT CHECKED-FILE-FOUND
041200         MOVE SPACES TO WS-CHECK-MESSAGE
041300         STRING 'REQUIRED FILE ' DELIMITED BY SIZE
041400             WS-CHECK-FILE (WS-CHECK-IDX) DELIMITED BY SPACE
041500             ' IS MISSING OR WILL NOT OPEN' DELIMITED BY SIZE
041600             INTO WS-CHECK-MESSAGE
041700         PERFORM 7000-HARD-FAILURE-RTN
041800         GO TO 2000-CHECK-ONE-FILE-EXIT
041900     END-IF.
042000     PERFORM 2500-FIND-BASELINE-RTN.
042100     PERFORM 2600-COMPARE-BASELINE-RTN.
042200
042300 2000-CHECK-ONE-FILE-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*    2100-COUNT-CATALOG-RTN
042800*    COUNT THE CATALOG AND SUM NOTE-GAME -- THE SAME TWO FIGURES
042900*    READ-FILE CARRIES IN CTLTOTAL.DAT.
043000******************************************************************
043100 2100-COUNT-CATALOG-RTN.
043200     OPEN INPUT GAMES-FILE.
043300     IF WS-GAMES-FILE-STATUS NOT = "00"
043400         MOVE "N" TO WS-FILE-FOUND-SWITCH
043500     ELSE
043600         MOVE "N" TO WS-COUNT-EOF-SWITCH
043700         PERFORM 2150-COUNT-ONE-GAME-RTN UNTIL END-OF-COUNT-FILE
043800         CLOSE GAMES-FILE
043900     END-IF.
044000     MOVE WS-CUR-COUNT TO WS-GAMES-COUNT.
044100     MOVE WS-CUR-TOTAL TO WS-GAMES-NOTE-SUM.
044200
044300******************************************************************
044400*    2150-COUNT-ONE-GAME-RTN
044500*    READ ONE CATALOG RECORD.
044600******************************************************************
044700 2150-COUNT-ONE-GAME-RTN.
044800     READ GAMES-FILE NEXT RECORD
044900         AT END
045000             MOVE "Y" TO WS-COUNT-EOF-SWITCH
045100         NOT AT END
045200             ADD 1 TO WS-CUR-COUNT
045300             IF NOTE-GAME IS NUMERIC
045400                 ADD NOTE-GAME TO WS-CUR-TOTAL
045500             END-IF
045600     END-READ.
045700
045800******************************************************************
045900*    2200-COUNT-HOLDINGS-RTN
046000*    COUNT THE COPIES ON THE HOLDINGS FILE.
046100******************************************************************
046200 2200-COUNT-HOLDINGS-RTN.
046300     OPEN INPUT HOLDINGS-FILE.
046400     IF WS-HOLD-FILE-STATUS NOT = "00"
046500         MOVE "N" TO WS-FILE-FOUND-SWITCH
046600     ELSE
046700         MOVE "N" TO WS-COUNT-EOF-SWITCH
046800         PERFORM 2250-COUNT-ONE-HOLDING-RTN
046900             UNTIL END-OF-COUNT-FILE
047000         CLOSE HOLDINGS-FILE
047100     END-IF.
047200
047300******************************************************************
047400*    2250-COUNT-ONE-HOLDING-RTN
047500*    READ ONE HOLDINGS RECORD.
047600******************************************************************
047700 2250-COUNT-ONE-HOLDING-RTN.
047800     READ HOLDINGS-FILE NEXT RECORD
047900         AT END
048000             MOVE "Y" TO WS-COUNT-EOF-SWITCH
048100         NOT AT END
048200             ADD 1 TO WS-CUR-COUNT
048300     END-READ.
048400
048500******************************************************************
048600*    2300-COUNT-LINES-RTN
048700*    COUNT THE NON-BLANK LINES OF A LINE SEQUENTIAL MASTER.
048800******************************************************************
048900 2300-COUNT-LINES-RTN.
049000     MOVE WS-CHECK-FILE (WS-CHECK-IDX) TO WS-COUNT-FILE-NAME.
049100     OPEN INPUT COUNT-FILE.
049200     IF WS-COUNT-FILE-STATUS NOT = "00"
049300         MOVE "N" TO WS-FILE-FOUND-SWITCH
049400     ELSE
049500         MOVE "N" TO WS-COUNT-EOF-SWITCH
049600         PERFORM 2350-COUNT-ONE-LINE-RTN UNTIL END-OF-COUNT-FILE
049700         CLOSE COUNT-FILE
049800     END-IF.
049900
050000******************************************************************
050100*    2350-COUNT-ONE-LINE-RTN
050200*    READ ONE LINE.
050300******************************************************************
050400 2350-COUNT-ONE-LINE-RTN.
050500     READ COUNT-FILE
050600         AT END
050700             MOVE "Y" TO WS-COUNT-EOF-SWITCH
050800         NOT AT END
050900             IF COUNT-RECORD NOT = SPACES
051000                 ADD 1 TO WS-CUR-COUNT
051100             END-IF
051200     END-READ.
051300
051400******************************************************************
051500*    2500-FIND-BASELINE-RTN
051600*    FIND THE FILE'S BASELINE LINE, ADDING ONE WITH THE DEFAULT
051700*    BANDS AND NO FIGURES WHEN THERE IS NONE.
051800******************************************************************
051900 2500-FIND-BASELINE-RTN.
052000     MOVE 0 TO WS-BSL-HIT.
052100     PERFORM 2550-MATCH-ONE-BASELINE-RTN
052200         VARYING WS-BSL-IDX FROM 1 BY 1
052300         UNTIL WS-BSL-IDX > WS-BSL-COUNT.
052400     IF WS-BSL-HIT = 0 AND WS-BSL-COUNT < 10
052500         ADD 1 TO WS-BSL-COUNT
052600         MOVE WS-BSL-COUNT TO WS-BSL-HIT
052700         INITIALIZE WS-BSL-ENTRY (WS-BSL-HIT)
052800         MOVE WS-CHECK-FILE (WS-CHECK-IDX)
052900             TO WS-BSL-FILE (WS-BSL-HIT)
053000         MOVE WS-DEFAULT-WARN-PCT TO WS-BSL-WARN-PCT (WS-BSL-HIT)
053100         MOVE WS-DEFAULT-FAIL-PCT TO WS-BSL-FAIL-PCT (WS-BSL-HIT)
053200     END-IF.
053300
053400******************************************************************
053500*    2550-MATCH-ONE-BASELINE-RTN
053600*    NOTE THE BASELINE LINE FOR THE FILE BEING CHECKED.
053700******************************************************************
053800 2550-MATCH-ONE-BASELINE-RTN.
053900     IF WS-BSL-FILE (WS-BSL-IDX) = WS-CHECK-FILE (WS-CHECK-IDX)
054000         SET WS-BSL-HIT TO WS-BSL-IDX
054100     END-IF.
054200
054300******************************************************************
054400*    2600-COMPARE-BASELINE-RTN
054500*    COMPARE TONIGHT'S FIGURES WITH THE LAST NIGHT'S -- OR, WHEN
054600*    THE BASELINE WAS ALREADY TAKEN TODAY (A RERUN), WITH THE
054700*    NIGHT BEFORE THAT -- THEN CARRY TONIGHT'S FIGURES INTO THE
054800*    TABLE. NO EARLIER FIGURES MEANS NOTHING TO COMPARE.
054900******************************************************************
055000 2600-COMPARE-BASELINE-RTN.
055100     IF WS-BSL-HIT = 0
055200         MOVE 0 TO WS-CMP-DATE
055300     ELSE
055400         IF WS-BSL-LAST-DATE (WS-BSL-HIT) = WS-RUN-DATE-N
055500             MOVE WS-BSL-PRIOR-DATE (WS-BSL-HIT) TO WS-CMP-DATE
055600             MOVE WS-BSL-PRIOR-COUNT (WS-BSL-HIT) TO WS-CMP-COUNT
055700             MOVE WS-BSL-PRIOR-TOTAL (WS-BSL-HIT) TO WS-CMP-TOTAL
055800         ELSE
055900             MOVE WS-BSL-LAST-DATE (WS-BSL-HIT) TO WS-CMP-DATE
056000             MOVE WS-BSL-LAST-COUNT (WS-BSL-HIT) TO WS-CMP-COUNT
056100             MOVE WS-BSL-LAST-TOTAL (WS-BSL-HIT) TO WS-CMP-TOTAL
056200         END-IF
056300     END-IF.
056400     MOVE WS-CUR-COUNT TO WS-EDIT-COUNT.
056500     MOVE SPACES TO REPORT-LINE.
056600     IF WS-CMP-DATE > 0
056700         MOVE WS-CMP-COUNT TO WS-EDIT-COUNT-2
056800         STRING WS-CHECK-FILE (WS-CHECK-IDX) DELIMITED BY SIZE
056900             '  RECORDS TONIGHT ' DELIMITED BY SIZE
057000             WS-EDIT-COUNT DELIMITED BY SIZE
057100             '  BASELINE ' DELIMITED BY SIZE
057200             WS-EDIT-COUNT-2 DELIMITED BY SIZE
057300             '  (' DELIMITED BY SIZE
057400             WS-CMP-DATE DELIMITED BY SIZE
057500             ')' DELIMITED BY SIZE
057600             INTO REPORT-LINE
057700     ELSE
057800         STRING WS-CHECK-FILE (WS-CHECK-IDX) DELIMITED BY SIZE
057900             '  RECORDS TONIGHT ' DELIMITED BY SIZE
058000             WS-EDIT-COUNT DELIMITED BY SIZE
058100             '  NO BASELINE YET' DELIMITED BY SIZE
058200             INTO REPORT-LINE
058300     END-IF.
058400     WRITE REPORT-LINE.
058500     IF WS-CMP-DATE > 0
058600         MOVE 'RECORD COUNT' TO WS-WHAT-TEXT
058700         MOVE WS-CMP-COUNT TO WS-BAND-PREV
058800         MOVE WS-CUR-COUNT TO WS-BAND-CUR
058900         PERFORM 2700-CHECK-BAND-RTN
059000             THRU 2700-CHECK-BAND-EXIT
059100         IF CHECK-IS-CATALOG (WS-CHECK-IDX)
059200             MOVE 'NOTE-GAME SUM' TO WS-WHAT-TEXT
059300             MOVE WS-CMP-TOTAL TO WS-BAND-PREV
059400             MOVE WS-CUR-TOTAL TO WS-BAND-CUR
059500             PERFORM 2700-CHECK-BAND-RTN
059600                 THRU 2700-CHECK-BAND-EXIT
059700         END-IF
059800     END-IF.
059900     IF WS-BSL-HIT > 0
060000         IF WS-BSL-LAST-DATE (WS-BSL-HIT) NOT = WS-RUN-DATE-N
060100             MOVE WS-BSL-LAST-DATE (WS-BSL-HIT)
060200                 TO WS-BSL-PRIOR-DATE (WS-BSL-HIT)
060300             MOVE WS-BSL-LAST-COUNT (WS-BSL-HIT)
060400                 TO WS-BSL-PRIOR-COUNT (WS-BSL-HIT)
060500             MOVE WS-BSL-LAST-TOTAL (WS-BSL-HIT)
060600                 TO WS-BSL-PRIOR-TOTAL (WS-BSL-HIT)
060700         END-IF
060800         MOVE WS-RUN-DATE-N TO WS-BSL-LAST-DATE (WS-BSL-HIT)
060900         MOVE WS-CUR-COUNT TO WS-BSL-LAST-COUNT (WS-BSL-HIT)
061000         MOVE WS-CUR-TOTAL TO WS-BSL-LAST-TOTAL (WS-BSL-HIT)
061100     END-IF.
061200
061300******************************************************************
061400*    2700-CHECK-BAND-RTN
061500*    COMPARE ONE FIGURE (WS-BAND-CUR TONIGHT, WS-BAND-PREV FROM
061600*    THE BASELINE) AGAINST THE FILE'S BANDS. A MOVE EITHER WAY
061700*    PAST THE WARNING BAND IS A SOFT ANOMALY; A DROP PAST THE
061800*    FAILURE BAND -- A TRUNCATED OR EMPTIED FILE -- IS A HARD
061850*    FAILURE.
061900******************************************************************
062000 2700-CHECK-BAND-RTN.
062100     IF WS-BAND-PREV = 0
062200         GO TO 2700-CHECK-BAND-EXIT
062300     END-IF.
062400     IF WS-BAND-CUR < WS-BAND-PREV
062500         MOVE "Y" TO WS-DROP-SWITCH
062600         COMPUTE WS-DIFF = WS-BAND-PREV - WS-BAND-CUR
062700     ELSE
062800         MOVE "N" TO WS-DROP-SWITCH
062900         COMPUTE WS-DIFF = WS-BAND-CUR - WS-BAND-PREV
063000     END-IF.
063100     COMPUTE WS-CHANGE-PCT = (WS-DIFF * 100) / WS-BAND-PREV
063200         ON SIZE ERROR
063300             MOVE 99999 TO WS-CHANGE-PCT
063400     END-COMPUTE.
063500     MOVE WS-CHANGE-PCT TO WS-EDIT-PCT.
063600     MOVE SPACES TO WS-CHECK-MESSAGE.
063700     IF FIGURE-DROPPED
063800         STRING WS-CHECK-FILE (WS-CHECK-IDX) DELIMITED BY SPACE
063900             ' ' DELIMITED BY SIZE
064000             WS-WHAT-TEXT DELIMITED BY SIZE
064100             ' DOWN ' DELIMITED BY SIZE
064200             WS-EDIT-PCT DELIMITED BY SIZE
064300             ' PCT ON LAST NIGHT' DELIMITED BY SIZE
064400             INTO WS-CHECK-MESSAGE
064500     ELSE
064600         STRING WS-CHECK-FILE (WS-CHECK-IDX) DELIMITED BY SPACE
064700             ' ' DELIMITED BY SIZE
064800             WS-WHAT-TEXT DELIMITED BY SIZE
064900             ' UP ' DELIMITED BY SIZE
065000             WS-EDIT-PCT DELIMITED BY SIZE
065100             ' PCT ON LAST NIGHT' DELIMITED BY SIZE
065200             INTO WS-CHECK-MESSAGE
065300     END-IF.
065400     EVALUATE TRUE
065500         WHEN FIGURE-DROPPED AND
065600             WS-CHANGE-PCT NOT < WS-BSL-FAIL-PCT (WS-BSL-HIT)
065700             PERFORM 7000-HARD-FAILURE-RTN
065800         WHEN WS-CHANGE-PCT NOT < WS-BSL-WARN-PCT (WS-BSL-HIT)
065900             PERFORM 7100-SOFT-ANOMALY-RTN
066000         WHEN OTHER
066100             CONTINUE
066200     END-EVALUATE.
066300
066400 2700-CHECK-BAND-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800*    3000-CHECK-CONTROL-TOTALS-RTN
066900*    CTLTOTAL.DAT MUST BE ON HAND AND READABLE. THE CATALOG
067000*    SHOULD STILL MATCH THE TOTALS LAST CARRIED FORWARD INTO IT
067100*    BY READ-FILE OR GAMEFIN; A MISMATCH MEANS THE CATALOG WAS
067200*    CHANGED OUTSIDE THE NORMAL PATH AND IS WARNED ON.
067300******************************************************************
067400 3000-CHECK-CONTROL-TOTALS-RTN.
067500     MOVE "N" TO WS-CTL-FOUND-SWITCH.
067600     OPEN INPUT CONTROL-TOTAL-FILE.
067700     IF WS-CTL-FILE-STATUS NOT = "00"
067800         MOVE SPACES TO WS-CHECK-MESSAGE
067900         STRING 'REQUIRED FILE CTLTOTAL.DAT IS MISSING - RUN '
068000             DELIMITED BY SIZE
068100             'READ-FILE TO ESTABLISH IT' DELIMITED BY SIZE
068200             INTO WS-CHECK-MESSAGE
068300         PERFORM 7000-HARD-FAILURE-RTN
068400         GO TO 3000-CHECK-CONTROL-TOTALS-EXIT
068500     END-IF.
068600     READ CONTROL-TOTAL-FILE
068700         AT END
068800             CONTINUE
068900         NOT AT END
069000             IF CTL-REC-COUNT IS NUMERIC
069100                 AND CTL-NOTE-SUM IS NUMERIC
069200                 MOVE "Y" TO WS-CTL-FOUND-SWITCH
069300             END-IF
069400     END-READ.
069500     CLOSE CONTROL-TOTAL-FILE.
069600     IF NOT CTL-FOUND
069700         MOVE SPACES TO WS-CHECK-MESSAGE
069800         STRING 'CTLTOTAL.DAT IS EMPTY OR UNREADABLE - RUN '
069900             DELIMITED BY SIZE
070000             'READ-FILE TO ESTABLISH IT' DELIMITED BY SIZE
070100             INTO WS-CHECK-MESSAGE
070200         PERFORM 7000-HARD-FAILURE-RTN
070300         GO TO 3000-CHECK-CONTROL-TOTALS-EXIT
070400     END-IF.
070500     MOVE CTL-REC-COUNT TO WS-EDIT-COUNT.
070600     MOVE SPACES TO REPORT-LINE.
070700     STRING 'CTLTOTAL.DAT  CONTROL COUNT    ' DELIMITED BY SIZE
070800         WS-EDIT-COUNT DELIMITED BY SIZE
070900         INTO REPORT-LINE.
071000     WRITE REPORT-LINE.
071100     IF WS-GAMES-FILE-STATUS = "00"
071200         AND (WS-GAMES-COUNT NOT = CTL-REC-COUNT
071300         OR WS-GAMES-NOTE-SUM NOT = CTL-NOTE-SUM)
071400         MOVE WS-GAMES-COUNT TO WS-EDIT-COUNT
071500         MOVE CTL-REC-COUNT TO WS-EDIT-COUNT-2
071600         MOVE SPACES TO WS-CHECK-MESSAGE
071700         STRING 'GAMES.TXT DOES NOT MATCH CTLTOTAL.DAT - '
071800             DELIMITED BY SIZE
071900             WS-EDIT-COUNT DELIMITED BY SIZE
072000             ' RECORDS, EXPECTED ' DELIMITED BY SIZE
072100             WS-EDIT-COUNT-2 DELIMITED BY SIZE
072200             INTO WS-CHECK-MESSAGE
072300         PERFORM 7100-SOFT-ANOMALY-RTN
072400     END-IF.
072500
072600 3000-CHECK-CONTROL-TOTALS-EXIT.
072700     EXIT.
072800
072900******************************************************************
073000*    3500-CHECK-CATALOG-LOCK-RTN
073100*    THE CATALOG LOCK MUST BE FREE -- A HOLDER MEANS AN UPDATE IS
073200*    STILL RUNNING OR ONE DIED WITHOUT RELEASING IT, AND EVERY
073300*    CATALOG STEP TONIGHT WOULD STOP ON IT.
073400******************************************************************
073500 3500-CHECK-CATALOG-LOCK-RTN.
073600     MOVE "C" TO LOCK-FUNCTION.
073700     MOVE "NIGHTCHK" TO LOCK-CALLER.
073800     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
073900         LOCK-RESULT-FIELDS.
074000     IF LOCK-BUSY
074100         MOVE SPACES TO WS-CHECK-MESSAGE
074200         STRING 'CATALOG LOCK (CATLOCK.DAT) HELD BY '
074300             DELIMITED BY SIZE
074400             LOCK-HOLDER-NAME DELIMITED BY SPACE
074500             ' SINCE ' DELIMITED BY SIZE
074600             LOCK-TAKEN-TS DELIMITED BY SIZE
074700             ' - CLEAR WITH GAMELCKU' DELIMITED BY SIZE
074800             INTO WS-CHECK-MESSAGE
074900         PERFORM 7000-HARD-FAILURE-RTN
075000     ELSE
075100         MOVE 'CATLOCK.DAT   CATALOG LOCK IS FREE' TO REPORT-LINE
075200         WRITE REPORT-LINE
075300     END-IF.
075400
075500******************************************************************
075600*    4000-SAVE-BASELINE-RTN
075700*    WRITE THE UPDATED BASELINE BACK TO NIGHTBSL.DAT.
075800******************************************************************
075900 4000-SAVE-BASELINE-RTN.
076000     OPEN OUTPUT BASELINE-FILE.
076100     PERFORM 4100-SAVE-ONE-BASELINE-RTN
076200         VARYING WS-BSL-IDX FROM 1 BY 1
076300         UNTIL WS-BSL-IDX > WS-BSL-COUNT.
076400     CLOSE BASELINE-FILE.
076500
076600******************************************************************
076700*    4100-SAVE-ONE-BASELINE-RTN
076800*    WRITE ONE BASELINE LINE.
076900******************************************************************
077000 4100-SAVE-ONE-BASELINE-RTN.
077100     MOVE SPACES TO BASELINE-RECORD.
077200     MOVE WS-BSL-FILE (WS-BSL-IDX) TO BSL-FILE-NAME.
077300     MOVE WS-BSL-WARN-PCT (WS-BSL-IDX) TO BSL-WARN-PCT.
077400     MOVE WS-BSL-FAIL-PCT (WS-BSL-IDX) TO BSL-FAIL-PCT.
077500     MOVE WS-BSL-LAST-DATE (WS-BSL-IDX) TO BSL-LAST-DATE.
077600     MOVE WS-BSL-LAST-COUNT (WS-BSL-IDX) TO BSL-LAST-COUNT.
077700     MOVE WS-BSL-LAST-TOTAL (WS-BSL-IDX) TO BSL-LAST-TOTAL.
077800     MOVE WS-BSL-PRIOR-DATE (WS-BSL-IDX) TO BSL-PRIOR-DATE.
077900     MOVE WS-BSL-PRIOR-COUNT (WS-BSL-IDX) TO BSL-PRIOR-COUNT.
078000     MOVE WS-BSL-PRIOR-TOTAL (WS-BSL-IDX) TO BSL-PRIOR-TOTAL.
078100     WRITE BASELINE-RECORD.
078200
078300******************************************************************
078400*    7000-HARD-FAILURE-RTN
078500*    RECORD A HARD FAILURE -- SHOWN, REPORTED AND RAISED AS AN
078600*    ACTION-REQUIRED ALERT WITH THE REASON IN WS-CHECK-MESSAGE.
078700******************************************************************
078800 7000-HARD-FAILURE-RTN.
078900     ADD 1 TO HARD-COUNTER.
079000     DISPLAY "PRE-FLIGHT FAILED: " WS-CHECK-MESSAGE.
079100     MOVE SPACES TO REPORT-LINE.
079200     STRING '*** FAIL  ' DELIMITED BY SIZE
079300         WS-CHECK-MESSAGE DELIMITED BY SIZE
079400         INTO REPORT-LINE.
079500     WRITE REPORT-LINE.
079600     MOVE "A" TO ALERT-SEVERITY.
079700     MOVE 'NIGHTCHK' TO ALERT-PROGRAM.
079800     MOVE WS-CHECK-MESSAGE TO ALERT-MESSAGE.
079900     CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS.
080000
080100******************************************************************
080200*    7100-SOFT-ANOMALY-RTN
080300*    RECORD A SOFT ANOMALY -- SHOWN, REPORTED AND RAISED AS A
080400*    WARNING ALERT. THE RUN GOES ON.
080500******************************************************************
080600 7100-SOFT-ANOMALY-RTN.
080700     ADD 1 TO SOFT-COUNTER.
080800     DISPLAY "PRE-FLIGHT WARNING: " WS-CHECK-MESSAGE.
080900     MOVE SPACES TO REPORT-LINE.
081000     STRING '    WARN  ' DELIMITED BY SIZE
081100         WS-CHECK-MESSAGE DELIMITED BY SIZE
081200         INTO REPORT-LINE.
081300     WRITE REPORT-LINE.
081400     MOVE "W" TO ALERT-SEVERITY.
081500     MOVE 'NIGHTCHK' TO ALERT-PROGRAM.
081600     MOVE WS-CHECK-MESSAGE TO ALERT-MESSAGE.
081700     CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS.
081800
081900******************************************************************
082000*    9000-TERMINATE-RTN
082100*    WRITE THE VERDICT, LOG THE END OF THE RUN AND SET THE RETURN
082200*    CODE -- 8 ON ANY HARD FAILURE SO NIGHTLY-RUN STOPS.
082300******************************************************************
082400 9000-TERMINATE-RTN.
082500     MOVE SPACES TO REPORT-LINE.
082600     WRITE REPORT-LINE.
082700     MOVE SPACES TO REPORT-LINE.
082800     IF HARD-COUNTER > 0
082900         MOVE HARD-COUNTER TO WS-EDIT-COUNT
083000         STRING 'PRE-FLIGHT FAILED - ' DELIMITED BY SIZE
083100             WS-EDIT-COUNT DELIMITED BY SIZE
083200             ' HARD FAILURE(S), NIGHTLY RUN STOPPED. BASELINE'
083300             DELIMITED BY SIZE
083400             ' NOT UPDATED.' DELIMITED BY SIZE
083500             INTO REPORT-LINE
083600         MOVE 'FAILED' TO WS-AUDIT-STATUS
083700     ELSE
083800         MOVE SOFT-COUNTER TO WS-EDIT-COUNT
083900         STRING 'PRE-FLIGHT PASSED - ' DELIMITED BY SIZE
084000             WS-EDIT-COUNT DELIMITED BY SIZE
084100             ' WARNING(S)' DELIMITED BY SIZE
084200             INTO REPORT-LINE
084300         IF SOFT-COUNTER > 0
084400             MOVE 'WARNINGS' TO WS-AUDIT-STATUS
084500         ELSE
084600             MOVE 'COMPLETE' TO WS-AUDIT-STATUS
084700         END-IF
084800     END-IF.
084900     WRITE REPORT-LINE.
085000     DISPLAY REPORT-LINE.
085100     MOVE 'END  ' TO WS-AUDIT-EVENT.
085200     MOVE FILES-COUNTER TO WS-AUDIT-REC-EDIT.
085300     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
085400     CLOSE AUDIT-FILE.
085500     CLOSE REPORT-FILE.
085600     IF HARD-COUNTER > 0
085700         MOVE 8 TO RETURN-CODE
085800     ELSE
085900         MOVE 0 TO RETURN-CODE
086000     END-IF.
086100
086200 END PROGRAM NIGHTCHK.
