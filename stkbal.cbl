000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STKBAL.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- STOCK BALANCING BETWEEN
001200*                      LOCATIONS. UNTIL NOW STOCK WAS MOVED
001300*                      BETWEEN THE STOREFRONTS ON A HUNCH. FOR
001400*                      EVERY LOCATION ON THE BALANCING RULE FILE
001500*                      (BALRULE.DAT -- LOCATION, MINIMUM AND
001600*                      MAXIMUM COPIES PER TITLE) THIS COMPARES
001700*                      THE COPIES OF EACH TITLE ON HOLDINGS.TXT
001800*                      WITH THE NET SALES FROM THAT LOCATION ON
001900*                      SALES.TXT OVER THE LAST
002000*                      WS-SALES-WINDOW-DAYS DAYS. EACH LOCATION
002100*                      SHOULD HOLD ITS RECENT SALES, KEPT WITHIN
002200*                      ITS MINIMUM AND MAXIMUM. COPIES ON THE
002300*                      SHELF AT A LOCATION OVER ITS TARGET ARE
002400*                      PROPOSED FOR A LOCATION UNDER ITS TARGET,
002500*                      ONE COPY PER LINE, ON A PROPOSED TRANSFER
002600*                      FILE (LOCTRANP.TXT, IN THE LOCTRAN.TXT
002700*                      LAYOUT) WITH THE SAME PICTURE PRINTED TO
002800*                      STKBALR.TXT. NOTHING IS MOVED HERE -- ONCE
002900*                      THE REPORT IS REVIEWED THE OPERATOR EDITS
003000*                      OUT ANY LINE NOT WANTED AND RELEASES THE
003100*                      FILE BY RENAMING LOCTRANP.TXT TO
003200*                      LOCTRAN.TXT FOR LOCXFER.
003210*    10/15/2026  DLH   ONLY A COPY ON THE SHELF IS OFFERED FOR A
003220*                      MOVE -- A COPY RESERVED FOR A WEB ORDER
003230*                      PICKUP (HOLD-STATUS W, SEE WEBORDR) IS LEFT
003240*                      OUT OF THE COUNTS.
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RULE-FILE ASSIGN TO 'BALRULE.DAT'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RULE-FILE-STATUS.
004100
004200     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS HOLD-KEY
004600         FILE STATUS IS WS-HOLD-FILE-STATUS.
004700
004800     SELECT SALES-FILE ASSIGN TO 'SALES.TXT'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SALES-FILE-STATUS.
005100
005200     SELECT PROPOSAL-FILE ASSIGN TO 'LOCTRANP.TXT'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PROP-FILE-STATUS.
005500
005600     SELECT REPORT-FILE ASSIGN TO 'STKBALR.TXT'
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500*    ONE LINE PER LOCATION TAKING PART IN BALANCING. A LOCATION
006600*    NOT ON THE FILE IS NEVER ASKED TO GIVE OR TAKE STOCK.
006700 FD  RULE-FILE.
006800 01  RULE-RECORD.
006900     05 BAL-LOCATION      PIC X(10).
007000     05 BAL-SPCS1         PIC X(02).
007100     05 BAL-MIN           PIC 9(03).
007200     05 BAL-SPCS2         PIC X(02).
007300     05 BAL-MAX           PIC 9(03).
007400
007500 FD  HOLDINGS-FILE.
007600 COPY HOLDREC.
007700
007800 FD  SALES-FILE.
007900 COPY SALESREC.
008000
008100*    SAME LAYOUT AS LOCXFER'S TRANSACTION FILE, ALWAYS WITH THE
008200*    TITLE AND COPY FILLED IN.
008300 FD  PROPOSAL-FILE.
008400 01  PROPOSAL-RECORD.
008500     05 XFR-FROM-LOC      PIC X(10).
008600     05 XFR-SPCS1         PIC X(02).
008700     05 XFR-TO-LOC        PIC X(10).
008800     05 XFR-SPCS2         PIC X(02).
008900     05 XFR-EFF-DATE      PIC X(10).
009000     05 XFR-SPCS3         PIC X(02).
009100     05 XFR-ID-GAME       PIC 9(06).
009200     05 XFR-SPCS4         PIC X(02).
009300     05 XFR-COPY-NO       PIC 9(03).
009400
009500 FD  REPORT-FILE.
009600 01  REPORT-LINE              PIC X(100).
009700
009800 FD  AUDIT-FILE.
009900 COPY AUDITLOG.
010000
010100 WORKING-STORAGE SECTION.
010200 01  SWITCHES.
010300     05 EOF-SWITCH            PIC X VALUE "N".
010400        88 END-OF-FILE                 VALUE "Y".
010500     05 WS-FOUND-SWITCH       PIC X VALUE "N".
010600        88 ENTRY-FOUND                 VALUE "Y".
010700     05 WS-OVERFLOW-SWITCH    PIC X VALUE "N".
010800        88 TABLE-OVERFLOWED            VALUE "Y".
010900     05 WS-HEAD-SWITCH        PIC X VALUE "N".
011000        88 TITLE-HEADED                VALUE "Y".
011100
011200 01  COUNTERS.
011300     05 RULE-COUNTER          PIC 9(5) COMP VALUE 0.
011400     05 RULE-REJECT-COUNTER   PIC 9(5) COMP VALUE 0.
011500     05 HOLDING-COUNTER       PIC 9(7) COMP VALUE 0.
011600     05 TITLE-COUNTER         PIC 9(5) COMP VALUE 0.
011700     05 MOVE-TITLE-COUNTER    PIC 9(5) COMP VALUE 0.
011800     05 PROPOSAL-COUNTER      PIC 9(7) COMP VALUE 0.
011900     05 SHORT-COUNTER         PIC 9(7) COMP VALUE 0.
012000     05 COPY-SKIP-COUNTER     PIC 9(7) COMP VALUE 0.
012100
012200 01  WS-FILE-STATUSES.
012300     05 WS-RULE-FILE-STATUS   PIC X(02) VALUE "00".
012400     05 WS-HOLD-FILE-STATUS   PIC X(02) VALUE "00".
012500     05 WS-SALES-FILE-STATUS  PIC X(02) VALUE "00".
012600     05 WS-PROP-FILE-STATUS   PIC X(02) VALUE "00".
012700
012800*    NET SALES OVER THIS MANY DAYS BACK FROM TODAY ARE WHAT
012900*    "RECENT SALES" MEANS FOR A LOCATION.
013000 01  WS-SALES-WINDOW-DAYS     PIC 9(3) VALUE 30.
013100
013200 01  WS-WORK-FIELDS.
013300     05 WS-PRIOR-ID           PIC 9(06) VALUE 0.
013400     05 WS-SEEK-ID            PIC 9(06) VALUE 0.
013500     05 WS-SEEK-LOC           PIC X(10) VALUE SPACES.
013600     05 WS-SEEK-RULE          PIC 9(3) COMP VALUE 0.
013700     05 WS-HIT-IDX            PIC 9(5) COMP VALUE 0.
013800     05 WS-GIVE-IDX           PIC 9(3) COMP VALUE 0.
013900     05 WS-TAKE-IDX           PIC 9(3) COMP VALUE 0.
014000     05 WS-HELD-QTY           PIC S9(5) COMP VALUE 0.
014100
014200*    ONE ENTRY PER LOCATION ON THE RULE FILE. THE COUNTS BELOW
014300*    THE RULE ARE FOR THE TITLE CURRENTLY BEING BALANCED AND ARE
014400*    CLEARED AT EVERY TITLE BREAK. WS-BR-GIVE IS WHAT THE
014500*    LOCATION CAN SPARE OFF THE SHELF; WS-BR-NEED IS WHAT IT IS
014600*    SHORT OF ITS TARGET.
014700 01  WS-BR-COUNT              PIC 9(3) COMP VALUE 0.
014800 01  WS-BR-TABLE.
014900     05 WS-BR-ENTRY OCCURS 50 TIMES
015000            INDEXED BY WS-BR-IDX.
015100         10 WS-BR-LOCATION    PIC X(10).
015200         10 WS-BR-MIN         PIC 9(03).
015300         10 WS-BR-MAX         PIC 9(03).
015400         10 WS-BR-SHELF       PIC 9(5) COMP.
015500         10 WS-BR-RENTED      PIC 9(5) COMP.
015600         10 WS-BR-SOLD        PIC S9(5) COMP.
015700         10 WS-BR-TARGET      PIC 9(5) COMP.
015800         10 WS-BR-GIVE        PIC 9(5) COMP.
015900         10 WS-BR-NEED        PIC 9(5) COMP.
016000
016100*    NET SALES IN THE WINDOW PER TITLE AND RULE LOCATION,
016200*    GATHERED IN ONE PASS OF THE LEDGER BEFORE HOLDINGS ARE
016300*    READ.
016400 01  WS-SS-COUNT              PIC 9(5) COMP VALUE 0.
016500 01  WS-SS-TABLE.
016600     05 WS-SS-ENTRY OCCURS 5000 TIMES
016700            INDEXED BY WS-SS-IDX.
016800         10 WS-SS-ID-GAME     PIC 9(06).
016900         10 WS-SS-RULE        PIC 9(3) COMP.
017000         10 WS-SS-SOLD        PIC S9(5) COMP.
017100
017200*    THE SHELF COPIES OF THE CURRENT TITLE AT RULE LOCATIONS --
017300*    THE COPIES A PROPOSAL CAN NAME. A COPY PAST THE END OF THE
017400*    TABLE STILL COUNTS TOWARD ITS LOCATION BUT IS NOT OFFERED
017500*    FOR A MOVE.
017600 01  WS-CP-COUNT              PIC 9(3) COMP VALUE 0.
017700 01  WS-CP-TABLE.
017800     05 WS-CP-ENTRY OCCURS 500 TIMES
017900            INDEXED BY WS-CP-IDX.
018000         10 WS-CP-COPY-NO     PIC 9(03).
018100         10 WS-CP-RULE        PIC 9(3) COMP.
018200         10 WS-CP-TAKEN       PIC X.
018300            88 CP-TAKEN                VALUE "Y".
018400
018500 01  WS-SAL-DATE              PIC X(10).
018600 01  WS-SAL-DATE-R REDEFINES WS-SAL-DATE.
018700     05 WS-SAL-MM             PIC 99.
018800     05 FILLER                PIC X.
018900     05 WS-SAL-DD             PIC 99.
019000     05 FILLER                PIC X.
019100     05 WS-SAL-YYYY           PIC 9(4).
019200
019300 01  WS-RUN-DATE.
019400     05 WS-RUN-YYYY           PIC 9(4).
019500     05 WS-RUN-MM             PIC 99.
019600     05 WS-RUN-DD             PIC 99.
019700 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
019800
019900 01  WS-SERIAL-FIELDS.
020000     05 WS-TODAY-SERIAL       PIC 9(7) COMP VALUE 0.
020100     05 WS-WINDOW-SERIAL      PIC 9(7) COMP VALUE 0.
020200
020300 01  WS-DAY-SERIAL-FIELDS.
020400     05 WS-DS-YYYY            PIC 9(4).
020500     05 WS-DS-MM              PIC 99.
020600     05 WS-DS-DD              PIC 99.
020700     05 WS-DS-SERIAL          PIC 9(7) COMP.
020800     05 WS-DS-PRIOR-YEAR      PIC 9(4).
020900     05 WS-DS-LEAP-COUNT      PIC 9(5) COMP.
021000     05 WS-DS-QUOT            PIC 9(5) COMP.
021100     05 WS-REM-4              PIC 9.
021200     05 WS-REM-100            PIC 99.
021300     05 WS-REM-400            PIC 9(3).
021400     05 WS-QUOT               PIC 9(4).
021500
021600 01  LKUP-ID-GAME             PIC 9(06).
021700 01  LKUP-RESULT-FIELDS.
021800     05 LKUP-TITLE-GAME       PIC X(40).
021900     05 LKUP-DATE-GAME        PIC X(10).
022000     05 LKUP-NOTE-GAME        PIC 99.
022100 01  LKUP-FOUND-SWITCH        PIC X.
022200     88 LKUP-FOUND                     VALUE "Y".
022300     88 LKUP-NOT-FOUND                 VALUE "N".
022400
022500 01  WS-REPORT-FIELDS.
022600     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
022700     05 WS-EDIT-SHELF         PIC ZZ9.
022800     05 WS-EDIT-RENTED        PIC ZZ9.
022900     05 WS-EDIT-SOLD          PIC -ZZ9.
023000     05 WS-EDIT-MIN           PIC ZZ9.
023100     05 WS-EDIT-MAX           PIC ZZ9.
023200     05 WS-EDIT-TARGET        PIC ZZ9.
023300     05 WS-EDIT-COPY          PIC 9(03).
023400
023500 01  WS-AUDIT-FIELDS.
023600     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
023700     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
023800     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
023900     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
024000
024100 01  WS-AUDIT-DATE-GROUP.
024200     05 WS-AUDIT-YYYY         PIC 9(4).
024300     05 WS-AUDIT-MM           PIC 99.
024400     05 WS-AUDIT-DD           PIC 99.
024500
024600 01  WS-AUDIT-TIME-GROUP.
024700     05 WS-AUDIT-HH           PIC 99.
024800     05 WS-AUDIT-MIN          PIC 99.
024900     05 WS-AUDIT-SS           PIC 99.
025000     05 WS-AUDIT-HS           PIC 99.
025100
025200 PROCEDURE DIVISION.
025300
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE-RTN.
025600     PERFORM 1500-LOAD-RULES-RTN.
025700     IF NOT TABLE-OVERFLOWED
025800         PERFORM 2000-COUNT-SALES-RTN
025900     END-IF.
026000     IF TABLE-OVERFLOWED
026100         DISPLAY "BALRULE.DAT OR THE SALES WINDOW OVERFLOWS THE"
026200             " WORK TABLES - RUN STOPPED, NO PROPOSALS WRITTEN"
026300         MOVE 8 TO RETURN-CODE
026400         MOVE 'OVERFLOW' TO WS-AUDIT-STATUS
026500     ELSE
026600         OPEN OUTPUT PROPOSAL-FILE
026700         PERFORM 3000-BALANCE-HOLDINGS-RTN
026800         CLOSE PROPOSAL-FILE
026900         PERFORM 8000-WRITE-TOTALS-RTN
027000         MOVE 'COMPLETE' TO WS-AUDIT-STATUS
027100     END-IF.
027200     PERFORM 9000-TERMINATE-RTN.
027300     STOP RUN.
027400
027500******************************************************************
027600*    1000-INITIALIZE-RTN
027700*    WORK OUT TODAY AND THE FIRST DAY OF THE SALES WINDOW, OPEN
027800*    THE REPORT AND LOG THE START.
027900******************************************************************
028000 1000-INITIALIZE-RTN.
028100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028200     MOVE SPACES TO WS-TODAY-DATE.
028300     STRING WS-RUN-MM DELIMITED BY SIZE
028400         '/' DELIMITED BY SIZE
028500         WS-RUN-DD DELIMITED BY SIZE
028600         '/' DELIMITED BY SIZE
028700         WS-RUN-YYYY DELIMITED BY SIZE
028800         INTO WS-TODAY-DATE.
028900     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
029000     MOVE WS-RUN-MM TO WS-DS-MM.
029100     MOVE WS-RUN-DD TO WS-DS-DD.
029200     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
029300     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
029400     COMPUTE WS-WINDOW-SERIAL =
029500         WS-TODAY-SERIAL - WS-SALES-WINDOW-DAYS.
029600     OPEN OUTPUT REPORT-FILE.
029700     MOVE SPACES TO REPORT-LINE.
029800     STRING 'PROPOSED STOCK BALANCING TRANSFERS  RUN '
029900         DELIMITED BY SIZE
030000         WS-TODAY-DATE DELIMITED BY SIZE
030100         '  SALES WINDOW ' DELIMITED BY SIZE
030200         WS-SALES-WINDOW-DAYS DELIMITED BY SIZE
030300         ' DAYS' DELIMITED BY SIZE
030400         INTO REPORT-LINE.
030500     WRITE REPORT-LINE.
030600     MOVE SPACES TO REPORT-LINE.
030700     STRING 'REVIEW, THEN RENAME LOCTRANP.TXT TO LOCTRAN.TXT'
030800         DELIMITED BY SIZE
030900         ' TO RELEASE IT TO LOCXFER' DELIMITED BY SIZE
031000         INTO REPORT-LINE.
031100     WRITE REPORT-LINE.
031200     MOVE SPACES TO REPORT-LINE.
031300     WRITE REPORT-LINE.
031400     OPEN EXTEND AUDIT-FILE.
031500     IF WS-AUDIT-FILE-STATUS NOT = "00"
031600         OPEN OUTPUT AUDIT-FILE
031700     END-IF.
031800     MOVE 'START' TO WS-AUDIT-EVENT.
031900     MOVE SPACES TO WS-AUDIT-STATUS.
032000     MOVE 0 TO WS-AUDIT-REC-EDIT.
032100     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
032200
032300******************************************************************
032400*    1100-WRITE-AUDIT-LINE-RTN
032500*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
032600*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
032700*    COMPLETION STATUS.
032800******************************************************************
032900 1100-WRITE-AUDIT-LINE-RTN.
033000     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
033100     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
033200     MOVE SPACES TO AUDIT-LINE.
033300     STRING 'PGM=STKBAL    EVENT=' DELIMITED BY SIZE
033400         WS-AUDIT-EVENT DELIMITED BY SIZE
033500         '  TS=' DELIMITED BY SIZE
033600         WS-AUDIT-YYYY DELIMITED BY SIZE
033700         '-' DELIMITED BY SIZE
033800         WS-AUDIT-MM DELIMITED BY SIZE
033900         '-' DELIMITED BY SIZE
034000         WS-AUDIT-DD DELIMITED BY SIZE
034100         ' ' DELIMITED BY SIZE
034200         WS-AUDIT-HH DELIMITED BY SIZE
034300         ':' DELIMITED BY SIZE
034400         WS-AUDIT-MIN DELIMITED BY SIZE
034500         ':' DELIMITED BY SIZE
034600         WS-AUDIT-SS DELIMITED BY SIZE
034700         '  RECS=' DELIMITED BY SIZE
034800         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
034900         '  STATUS=' DELIMITED BY SIZE
035000         WS-AUDIT-STATUS DELIMITED BY SIZE
035100         INTO AUDIT-LINE.
035200     WRITE AUDIT-LINE.
035300
035400******************************************************************
035500*    1500-LOAD-RULES-RTN
035600*    LOAD THE BALANCING RULES. NO FILE ON HAND MEANS NO LOCATION
035700*    TAKES PART -- AN EMPTY RUN.
035800******************************************************************
035900 1500-LOAD-RULES-RTN.
036000     MOVE "N" TO EOF-SWITCH.
036100     OPEN INPUT RULE-FILE.
036200     IF WS-RULE-FILE-STATUS NOT = "00"
036300         MOVE "Y" TO EOF-SWITCH
036400         MOVE SPACES TO REPORT-LINE
036500         STRING 'NO BALRULE.DAT ON HAND - NO LOCATIONS TO'
036600             DELIMITED BY SIZE
036700             ' BALANCE' DELIMITED BY SIZE
036800             INTO REPORT-LINE
036900         WRITE REPORT-LINE
037000     END-IF.
037100     PERFORM 1550-LOAD-ONE-RULE-RTN UNTIL END-OF-FILE.
037200     IF WS-RULE-FILE-STATUS NOT = "35"
037300         CLOSE RULE-FILE
037400     END-IF.
037500
037600******************************************************************
037700*    1550-LOAD-ONE-RULE-RTN
037800*    LOAD ONE RULE. A RULE WITH AN UNREADABLE MINIMUM OR MAXIMUM,
037900*    A MAXIMUM UNDER THE MINIMUM, OR A LOCATION ALREADY LOADED
038000*    IS LISTED AND LEFT OUT.
038100******************************************************************
038200 1550-LOAD-ONE-RULE-RTN.
038300     READ RULE-FILE
038400         AT END
038500             MOVE "Y" TO EOF-SWITCH
038600         NOT AT END
038700             ADD 1 TO RULE-COUNTER
038800             MOVE BAL-LOCATION TO WS-SEEK-LOC
038900             PERFORM 5100-FIND-RULE-RTN
039000             IF BAL-MIN IS NOT NUMERIC
039100                 OR BAL-MAX IS NOT NUMERIC
039200                 OR ENTRY-FOUND
039300                 OR BAL-LOCATION = SPACES
039400                 PERFORM 1580-REJECT-RULE-RTN
039500             ELSE
039600                 IF BAL-MAX < BAL-MIN
039700                     PERFORM 1580-REJECT-RULE-RTN
039800                 ELSE
039900                     PERFORM 1570-ADD-RULE-RTN
040000                 END-IF
040100             END-IF
040200     END-READ.
040300
040400******************************************************************
040500*    1570-ADD-RULE-RTN
040600*    ADD ONE GOOD RULE TO THE TABLE.
040700******************************************************************
040800 1570-ADD-RULE-RTN.
040900     IF WS-BR-COUNT < 50
041000         ADD 1 TO WS-BR-COUNT
041100         SET WS-BR-IDX TO WS-BR-COUNT
041200         MOVE BAL-LOCATION TO WS-BR-LOCATION(WS-BR-IDX)
041300         MOVE BAL-MIN TO WS-BR-MIN(WS-BR-IDX)
041400         MOVE BAL-MAX TO WS-BR-MAX(WS-BR-IDX)
041500     ELSE
041600         MOVE "Y" TO WS-OVERFLOW-SWITCH
041700         MOVE "Y" TO EOF-SWITCH
041800     END-IF.
041900
042000******************************************************************
042100*    1580-REJECT-RULE-RTN
042200*    LIST A RULE LINE THAT CANNOT BE USED.
042300******************************************************************
042400 1580-REJECT-RULE-RTN.
042500     ADD 1 TO RULE-REJECT-COUNTER.
042600     MOVE SPACES TO REPORT-LINE.
042700     STRING 'RULE IGNORED  ' DELIMITED BY SIZE
042800         RULE-RECORD DELIMITED BY SIZE
042900         '  - BAD MIN/MAX, BLANK OR REPEATED LOCATION'
043000             DELIMITED BY SIZE
043100         INTO REPORT-LINE.
043200     WRITE REPORT-LINE.
043300
043400******************************************************************
043500*    2000-COUNT-SALES-RTN
043600*    ONE PASS OVER THE SALES LEDGER NETTING SALES LESS RETURNS
043700*    DATED INSIDE THE SALES WINDOW FOR EACH TITLE AT EACH RULE
043800*    LOCATION. LEDGER LINES WITH NO LOCATION (WRITTEN BEFORE THE
043900*    LEDGER CARRIED ONE) COUNT AGAINST NO LOCATION.
044000******************************************************************
044100 2000-COUNT-SALES-RTN.
044200     MOVE "N" TO EOF-SWITCH.
044300     OPEN INPUT SALES-FILE.
044400     IF WS-SALES-FILE-STATUS NOT = "00"
044500         MOVE "Y" TO EOF-SWITCH
044600     END-IF.
044700     PERFORM 2050-COUNT-ONE-SALE-RTN UNTIL END-OF-FILE.
044800     IF WS-SALES-FILE-STATUS NOT = "35"
044900         CLOSE SALES-FILE
045000     END-IF.
045100
045200******************************************************************
045300*    2050-COUNT-ONE-SALE-RTN
045400*    READ ONE LEDGER RECORD. A DATE THAT IS NOT A CLEAN
045500*    MM/DD/YYYY IS LEFT OUT OF THE WINDOW.
045600******************************************************************
045700 2050-COUNT-ONE-SALE-RTN.
045800     READ SALES-FILE
045900         AT END
046000             MOVE "Y" TO EOF-SWITCH
046100         NOT AT END
046200             MOVE SAL-DATE TO WS-SAL-DATE
046300             IF WS-SAL-MM IS NUMERIC AND WS-SAL-DD IS NUMERIC
046400                 AND WS-SAL-YYYY IS NUMERIC
046500                 AND SAL-LOCATION NOT = SPACES
046600                 MOVE WS-SAL-YYYY TO WS-DS-YYYY
046700                 MOVE WS-SAL-MM TO WS-DS-MM
046800                 MOVE WS-SAL-DD TO WS-DS-DD
046900                 PERFORM 6000-COMPUTE-DAY-SERIAL-RTN
047000                 IF WS-DS-SERIAL >= WS-WINDOW-SERIAL
047100                     AND WS-DS-SERIAL <= WS-TODAY-SERIAL
047200                     PERFORM 2070-POST-ONE-SALE-RTN
047300                         THRU 2070-POST-ONE-SALE-RTN-EXIT
047400                 END-IF
047500             END-IF
047600     END-READ.
047700
047800******************************************************************
047900*    2070-POST-ONE-SALE-RTN
048000*    ADD A SALE TO, OR TAKE A RETURN OFF, THE COUNT FOR ITS
048100*    TITLE AND LOCATION. A LOCATION NOT ON THE RULE FILE IS
048200*    PASSED OVER.
048300******************************************************************
048400 2070-POST-ONE-SALE-RTN.
048500     MOVE SAL-LOCATION TO WS-SEEK-LOC.
048600     PERFORM 5100-FIND-RULE-RTN.
048700     IF NOT ENTRY-FOUND
048800         GO TO 2070-POST-ONE-SALE-RTN-EXIT
048900     END-IF.
049000     MOVE WS-HIT-IDX TO WS-SEEK-RULE.
049100     MOVE SAL-ID-GAME TO WS-SEEK-ID.
049200     PERFORM 5200-FIND-SALES-RTN.
049300     IF NOT ENTRY-FOUND
049400         IF WS-SS-COUNT < 5000
049500             ADD 1 TO WS-SS-COUNT
049600             MOVE WS-SS-COUNT TO WS-HIT-IDX
049700             SET WS-SS-IDX TO WS-HIT-IDX
049800             MOVE SAL-ID-GAME TO WS-SS-ID-GAME(WS-SS-IDX)
049900             MOVE WS-SEEK-RULE TO WS-SS-RULE(WS-SS-IDX)
050000             MOVE 0 TO WS-SS-SOLD(WS-SS-IDX)
050100         ELSE
050200             MOVE "Y" TO WS-OVERFLOW-SWITCH
050300             MOVE "Y" TO EOF-SWITCH
050400             GO TO 2070-POST-ONE-SALE-RTN-EXIT
050500         END-IF
050600     END-IF.
050700     SET WS-SS-IDX TO WS-HIT-IDX.
050800     IF SAL-IS-RETURN
050900         SUBTRACT 1 FROM WS-SS-SOLD(WS-SS-IDX)
051000     ELSE
051100         ADD 1 TO WS-SS-SOLD(WS-SS-IDX)
051200     END-IF.
051300 2070-POST-ONE-SALE-RTN-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700*    3000-BALANCE-HOLDINGS-RTN
051800*    ONE PASS OVER HOLDINGS.TXT IN KEY ORDER, SO ALL THE COPIES
051900*    OF A TITLE COME TOGETHER. EACH TITLE IS BALANCED AT ITS
052000*    BREAK.
052100******************************************************************
052200 3000-BALANCE-HOLDINGS-RTN.
052300     MOVE "N" TO EOF-SWITCH.
052400     MOVE 0 TO WS-PRIOR-ID.
052500     PERFORM 3900-CLEAR-TITLE-RTN.
052600     OPEN INPUT HOLDINGS-FILE.
052700     IF WS-HOLD-FILE-STATUS NOT = "00"
052800         MOVE "Y" TO EOF-SWITCH
052900     END-IF.
053000     PERFORM 3100-READ-ONE-HOLDING-RTN UNTIL END-OF-FILE.
053100     IF WS-PRIOR-ID > 0
053200         PERFORM 4000-BALANCE-ONE-TITLE-RTN
053300             THRU 4000-BALANCE-ONE-TITLE-RTN-EXIT
053400     END-IF.
053500     IF WS-HOLD-FILE-STATUS NOT = "35"
053600         CLOSE HOLDINGS-FILE
053700     END-IF.
053800
053900******************************************************************
054000*    3100-READ-ONE-HOLDING-RTN
054100*    READ ONE HOLDING. ON A NEW TITLE, BALANCE THE ONE BEFORE IT
054200*    FIRST. A COPY AT A RULE LOCATION IS COUNTED -- ON THE SHELF
054300*    OR OUT ON RENT -- AND A SHELF COPY IS OFFERED FOR A MOVE.
054400******************************************************************
054500 3100-READ-ONE-HOLDING-RTN.
054600     READ HOLDINGS-FILE
054700         AT END
054800             MOVE "Y" TO EOF-SWITCH
054900         NOT AT END
055000             ADD 1 TO HOLDING-COUNTER
055100             IF HOLD-ID-GAME NOT = WS-PRIOR-ID
055200                 IF WS-PRIOR-ID > 0
055300                     PERFORM 4000-BALANCE-ONE-TITLE-RTN
055400                         THRU 4000-BALANCE-ONE-TITLE-RTN-EXIT
055500                 END-IF
055600                 PERFORM 3900-CLEAR-TITLE-RTN
055700                 MOVE HOLD-ID-GAME TO WS-PRIOR-ID
055800             END-IF
055900             MOVE HOLD-LOCATION TO WS-SEEK-LOC
056000             PERFORM 5100-FIND-RULE-RTN
056100             IF ENTRY-FOUND
056200                 PERFORM 3200-COUNT-ONE-COPY-RTN
056300             END-IF
056400     END-READ.
056500
056600******************************************************************
056700*    3200-COUNT-ONE-COPY-RTN
056800*    COUNT THE COPY AGAINST ITS LOCATION AND, IF IT IS ON THE
056900*    SHELF, ADD IT TO THE COPIES THAT CAN BE MOVED. A COPY
056933*    RESERVED FOR A WEB ORDER IS ALREADY PROMISED TO A CUSTOMER
056966*    AND IS NEITHER COUNTED NOR MOVED.
057000******************************************************************
057100 3200-COUNT-ONE-COPY-RTN.
057200     SET WS-BR-IDX TO WS-HIT-IDX.
057300     IF HOLD-ON-RENT
057400         ADD 1 TO WS-BR-RENTED(WS-BR-IDX)
057450     END-IF.
057500     IF HOLD-ON-SHELF
057600         ADD 1 TO WS-BR-SHELF(WS-BR-IDX)
057700         IF WS-CP-COUNT < 500
057800             ADD 1 TO WS-CP-COUNT
057900             SET WS-CP-IDX TO WS-CP-COUNT
058000             MOVE HOLD-COPY-NO TO WS-CP-COPY-NO(WS-CP-IDX)
058100             MOVE WS-HIT-IDX TO WS-CP-RULE(WS-CP-IDX)
058200             MOVE "N" TO WS-CP-TAKEN(WS-CP-IDX)
058300         ELSE
058400             ADD 1 TO COPY-SKIP-COUNTER
058500         END-IF
058600     END-IF.
058700
058800******************************************************************
058900*    3900-CLEAR-TITLE-RTN
059000*    CLEAR THE PER-TITLE COUNTS AHEAD OF THE NEXT TITLE.
059100******************************************************************
059200 3900-CLEAR-TITLE-RTN.
059300     MOVE 0 TO WS-CP-COUNT.
059400     MOVE "N" TO WS-HEAD-SWITCH.
059500     PERFORM 3950-CLEAR-ONE-RULE-RTN
059600         VARYING WS-BR-IDX FROM 1 BY 1
059700         UNTIL WS-BR-IDX > WS-BR-COUNT.
059800
059900******************************************************************
060000*    3950-CLEAR-ONE-RULE-RTN
060100*    ZERO ONE LOCATION'S COUNTS FOR THE NEXT TITLE.
060200******************************************************************
060300 3950-CLEAR-ONE-RULE-RTN.
060400     MOVE 0 TO WS-BR-SHELF(WS-BR-IDX).
060500     MOVE 0 TO WS-BR-RENTED(WS-BR-IDX).
060600     MOVE 0 TO WS-BR-SOLD(WS-BR-IDX).
060700     MOVE 0 TO WS-BR-TARGET(WS-BR-IDX).
060800     MOVE 0 TO WS-BR-GIVE(WS-BR-IDX).
060900     MOVE 0 TO WS-BR-NEED(WS-BR-IDX).
061000
061100******************************************************************
061200*    4000-BALANCE-ONE-TITLE-RTN
061300*    SET EVERY RULE LOCATION'S TARGET FOR THE TITLE, THEN FILL
061400*    EACH SHORT LOCATION, IN RULE-FILE ORDER, FROM THE LOCATIONS
061500*    WITH SHELF COPIES TO SPARE. A SHORTFALL NOTHING CAN COVER IS
061600*    LEFT TO REPLENISHMENT AND ONLY COUNTED.
061700******************************************************************
061800 4000-BALANCE-ONE-TITLE-RTN.
061900     ADD 1 TO TITLE-COUNTER.
062000     PERFORM 4100-SET-ONE-TARGET-RTN
062100         VARYING WS-BR-IDX FROM 1 BY 1
062200         UNTIL WS-BR-IDX > WS-BR-COUNT.
062300     PERFORM 4300-FILL-ONE-LOCATION-RTN
062400         THRU 4300-FILL-ONE-LOCATION-RTN-EXIT
062500         VARYING WS-TAKE-IDX FROM 1 BY 1
062600         UNTIL WS-TAKE-IDX > WS-BR-COUNT.
062700     IF TITLE-HEADED
062800         ADD 1 TO MOVE-TITLE-COUNTER
062900         MOVE SPACES TO REPORT-LINE
063000         WRITE REPORT-LINE
063100     END-IF.
063200 4000-BALANCE-ONE-TITLE-RTN-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600*    4100-SET-ONE-TARGET-RTN
063700*    THE TARGET IS THE LOCATION'S NET RECENT SALES OF THE TITLE,
063800*    RAISED TO ITS MINIMUM OR HELD TO ITS MAXIMUM. WHAT IT HOLDS
063900*    (SHELF AND RENTED) OVER THE TARGET CAN BE GIVEN, UP TO THE
064000*    COPIES ACTUALLY ON THE SHELF; WHAT IT HOLDS UNDER THE
064100*    TARGET IS NEEDED.
064200******************************************************************
064300 4100-SET-ONE-TARGET-RTN.
064400     MOVE WS-PRIOR-ID TO WS-SEEK-ID.
064500     SET WS-SEEK-RULE TO WS-BR-IDX.
064600     PERFORM 5200-FIND-SALES-RTN.
064700     IF ENTRY-FOUND
064800         SET WS-SS-IDX TO WS-HIT-IDX
064900         MOVE WS-SS-SOLD(WS-SS-IDX) TO WS-BR-SOLD(WS-BR-IDX)
065000     END-IF.
065100     IF WS-BR-SOLD(WS-BR-IDX) < WS-BR-MIN(WS-BR-IDX)
065200         MOVE WS-BR-MIN(WS-BR-IDX) TO WS-BR-TARGET(WS-BR-IDX)
065300     ELSE
065400         IF WS-BR-SOLD(WS-BR-IDX) > WS-BR-MAX(WS-BR-IDX)
065500             MOVE WS-BR-MAX(WS-BR-IDX)
065600                 TO WS-BR-TARGET(WS-BR-IDX)
065700         ELSE
065800             MOVE WS-BR-SOLD(WS-BR-IDX)
065900                 TO WS-BR-TARGET(WS-BR-IDX)
066000         END-IF
066100     END-IF.
066200     COMPUTE WS-HELD-QTY = WS-BR-SHELF(WS-BR-IDX)
066300         + WS-BR-RENTED(WS-BR-IDX).
066400     IF WS-HELD-QTY > WS-BR-TARGET(WS-BR-IDX)
066500         COMPUTE WS-BR-GIVE(WS-BR-IDX) =
066600             WS-HELD-QTY - WS-BR-TARGET(WS-BR-IDX)
066700         IF WS-BR-GIVE(WS-BR-IDX) > WS-BR-SHELF(WS-BR-IDX)
066800             MOVE WS-BR-SHELF(WS-BR-IDX)
066900                 TO WS-BR-GIVE(WS-BR-IDX)
067000         END-IF
067100     ELSE
067200         COMPUTE WS-BR-NEED(WS-BR-IDX) =
067300             WS-BR-TARGET(WS-BR-IDX) - WS-HELD-QTY
067400     END-IF.
067500
067600******************************************************************
067700*    4300-FILL-ONE-LOCATION-RTN
067800*    PROPOSE COPIES INTO ONE SHORT LOCATION UNTIL IT REACHES ITS
067900*    TARGET OR NO LOCATION HAS A COPY TO SPARE.
068000******************************************************************
068100 4300-FILL-ONE-LOCATION-RTN.
068200     IF WS-BR-NEED(WS-TAKE-IDX) = 0
068300         GO TO 4300-FILL-ONE-LOCATION-RTN-EXIT
068400     END-IF.
068500     MOVE 1 TO WS-GIVE-IDX.
068600     PERFORM 4400-TAKE-FROM-ONE-RTN
068700         THRU 4400-TAKE-FROM-ONE-RTN-EXIT
068800         UNTIL WS-GIVE-IDX > WS-BR-COUNT
068900         OR WS-BR-NEED(WS-TAKE-IDX) = 0.
069000     ADD WS-BR-NEED(WS-TAKE-IDX) TO SHORT-COUNTER.
069100 4300-FILL-ONE-LOCATION-RTN-EXIT.
069200     EXIT.
069300
069400******************************************************************
069500*    4400-TAKE-FROM-ONE-RTN
069600*    TAKE ONE SPARE COPY FROM THE CURRENT GIVING LOCATION, OR
069700*    MOVE ON TO THE NEXT LOCATION WHEN IT HAS NONE LEFT.
069800******************************************************************
069900 4400-TAKE-FROM-ONE-RTN.
070000     IF WS-BR-GIVE(WS-GIVE-IDX) = 0
070100         ADD 1 TO WS-GIVE-IDX
070200         GO TO 4400-TAKE-FROM-ONE-RTN-EXIT
070300     END-IF.
070400     PERFORM 5300-FIND-FREE-COPY-RTN.
070500     IF NOT ENTRY-FOUND
070600         MOVE 0 TO WS-BR-GIVE(WS-GIVE-IDX)
070700         ADD 1 TO WS-GIVE-IDX
070800         GO TO 4400-TAKE-FROM-ONE-RTN-EXIT
070900     END-IF.
071000     SET WS-CP-IDX TO WS-HIT-IDX.
071100     MOVE "Y" TO WS-CP-TAKEN(WS-CP-IDX).
071200     SUBTRACT 1 FROM WS-BR-GIVE(WS-GIVE-IDX).
071300     SUBTRACT 1 FROM WS-BR-NEED(WS-TAKE-IDX).
071400     IF NOT TITLE-HEADED
071500         PERFORM 4600-WRITE-TITLE-HEAD-RTN
071600     END-IF.
071700     PERFORM 4500-WRITE-PROPOSAL-RTN.
071800 4400-TAKE-FROM-ONE-RTN-EXIT.
071900     EXIT.
072000
072100******************************************************************
072200*    4500-WRITE-PROPOSAL-RTN
072300*    WRITE THE PROPOSED TRANSFER LINE FOR ONE COPY AND LIST IT
072400*    ON THE REPORT.
072500******************************************************************
072600 4500-WRITE-PROPOSAL-RTN.
072700     MOVE SPACES TO PROPOSAL-RECORD.
072800     MOVE WS-BR-LOCATION(WS-GIVE-IDX) TO XFR-FROM-LOC.
072900     MOVE WS-BR-LOCATION(WS-TAKE-IDX) TO XFR-TO-LOC.
073000     MOVE WS-TODAY-DATE TO XFR-EFF-DATE.
073100     MOVE WS-PRIOR-ID TO XFR-ID-GAME.
073200     MOVE WS-CP-COPY-NO(WS-CP-IDX) TO XFR-COPY-NO.
073300     WRITE PROPOSAL-RECORD.
073400     ADD 1 TO PROPOSAL-COUNTER.
073500     MOVE WS-CP-COPY-NO(WS-CP-IDX) TO WS-EDIT-COPY.
073600     MOVE SPACES TO REPORT-LINE.
073700     STRING '      MOVE COPY ' DELIMITED BY SIZE
073800         WS-EDIT-COPY DELIMITED BY SIZE
073900         '  FROM ' DELIMITED BY SIZE
074000         XFR-FROM-LOC DELIMITED BY SIZE
074100         '  TO ' DELIMITED BY SIZE
074200         XFR-TO-LOC DELIMITED BY SIZE
074300         INTO REPORT-LINE.
074400     WRITE REPORT-LINE.
074500
074600******************************************************************
074700*    4600-WRITE-TITLE-HEAD-RTN
074800*    ON A TITLE'S FIRST PROPOSAL, PRINT THE TITLE AND THE
074900*    POSITION AT EVERY RULE LOCATION THAT THE MOVES ARE BASED
075000*    ON.
075100******************************************************************
075200 4600-WRITE-TITLE-HEAD-RTN.
075300     MOVE "Y" TO WS-HEAD-SWITCH.
075400     MOVE WS-PRIOR-ID TO LKUP-ID-GAME.
075500     CALL 'GAMELOOKUP' USING LKUP-ID-GAME LKUP-RESULT-FIELDS
075600         LKUP-FOUND-SWITCH.
075700     IF LKUP-NOT-FOUND
075800         MOVE '(NOT ON CATALOG)' TO LKUP-TITLE-GAME
075900     END-IF.
076000     MOVE SPACES TO REPORT-LINE.
076100     STRING 'ID ' DELIMITED BY SIZE
076200         WS-PRIOR-ID DELIMITED BY SIZE
076300         '  ' DELIMITED BY SIZE
076400         LKUP-TITLE-GAME DELIMITED BY SIZE
076500         INTO REPORT-LINE.
076600     WRITE REPORT-LINE.
076700     MOVE SPACES TO REPORT-LINE.
076800     STRING '    LOCATION    SHELF RENT SOLD  MIN  MAX TARGET'
076900         DELIMITED BY SIZE
077000         INTO REPORT-LINE.
077100     WRITE REPORT-LINE.
077200     PERFORM 4650-WRITE-POSITION-RTN
077300         VARYING WS-BR-IDX FROM 1 BY 1
077400         UNTIL WS-BR-IDX > WS-BR-COUNT.
077500
077600******************************************************************
077700*    4650-WRITE-POSITION-RTN
077800*    ONE LOCATION'S POSITION IN THE TITLE.
077900******************************************************************
078000 4650-WRITE-POSITION-RTN.
078100     MOVE WS-BR-SHELF(WS-BR-IDX) TO WS-EDIT-SHELF.
078200     MOVE WS-BR-RENTED(WS-BR-IDX) TO WS-EDIT-RENTED.
078300     MOVE WS-BR-SOLD(WS-BR-IDX) TO WS-EDIT-SOLD.
078400     MOVE WS-BR-MIN(WS-BR-IDX) TO WS-EDIT-MIN.
078500     MOVE WS-BR-MAX(WS-BR-IDX) TO WS-EDIT-MAX.
078600     MOVE WS-BR-TARGET(WS-BR-IDX) TO WS-EDIT-TARGET.
078700     MOVE SPACES TO REPORT-LINE.
078800     STRING '    ' DELIMITED BY SIZE
078900         WS-BR-LOCATION(WS-BR-IDX) DELIMITED BY SIZE
079000         '    ' DELIMITED BY SIZE
079100         WS-EDIT-SHELF DELIMITED BY SIZE
079200         '  ' DELIMITED BY SIZE
079300         WS-EDIT-RENTED DELIMITED BY SIZE
079400         ' ' DELIMITED BY SIZE
079500         WS-EDIT-SOLD DELIMITED BY SIZE
079600         '  ' DELIMITED BY SIZE
079700         WS-EDIT-MIN DELIMITED BY SIZE
079800         '  ' DELIMITED BY SIZE
079900         WS-EDIT-MAX DELIMITED BY SIZE
080000         '    ' DELIMITED BY SIZE
080100         WS-EDIT-TARGET DELIMITED BY SIZE
080200         INTO REPORT-LINE.
080300     WRITE REPORT-LINE.
080400
080500******************************************************************
080600*    5100-FIND-RULE-RTN
080700*    LOOK UP WS-SEEK-LOC ON THE RULE TABLE. ON A HIT,
080800*    WS-HIT-IDX HOLDS ITS POSITION.
080900******************************************************************
081000 5100-FIND-RULE-RTN.
081100     MOVE "N" TO WS-FOUND-SWITCH.
081200     MOVE 0 TO WS-HIT-IDX.
081300     PERFORM 5150-CHECK-ONE-RULE-RTN
081400         VARYING WS-BR-IDX FROM 1 BY 1
081500         UNTIL WS-BR-IDX > WS-BR-COUNT
081600         OR ENTRY-FOUND.
081700
081800******************************************************************
081900*    5150-CHECK-ONE-RULE-RTN
082000*    COMPARE ONE RULE ENTRY WITH THE LOCATION SOUGHT.
082100******************************************************************
082200 5150-CHECK-ONE-RULE-RTN.
082300     IF WS-BR-LOCATION(WS-BR-IDX) = WS-SEEK-LOC
082400         MOVE "Y" TO WS-FOUND-SWITCH
082500         SET WS-HIT-IDX TO WS-BR-IDX
082600     END-IF.
082700
082800******************************************************************
082900*    5200-FIND-SALES-RTN
083000*    LOOK UP WS-SEEK-ID AT RULE LOCATION WS-SEEK-RULE ON THE
083100*    SALES TABLE. ON A HIT, WS-HIT-IDX HOLDS ITS POSITION.
083200******************************************************************
083300 5200-FIND-SALES-RTN.
083400     MOVE "N" TO WS-FOUND-SWITCH.
083500     MOVE 0 TO WS-HIT-IDX.
083600     PERFORM 5250-CHECK-ONE-SALES-RTN
083700         VARYING WS-SS-IDX FROM 1 BY 1
083800         UNTIL WS-SS-IDX > WS-SS-COUNT
083900         OR ENTRY-FOUND.
084000
084100******************************************************************
084200*    5250-CHECK-ONE-SALES-RTN
084300*    COMPARE ONE SALES ENTRY WITH THE TITLE AND LOCATION SOUGHT.
084400******************************************************************
084500 5250-CHECK-ONE-SALES-RTN.
084600     IF WS-SS-ID-GAME(WS-SS-IDX) = WS-SEEK-ID
084700         AND WS-SS-RULE(WS-SS-IDX) = WS-SEEK-RULE
084800         MOVE "Y" TO WS-FOUND-SWITCH
084900         SET WS-HIT-IDX TO WS-SS-IDX
085000     END-IF.
085100
085200******************************************************************
085300*    5300-FIND-FREE-COPY-RTN
085400*    FIND A SHELF COPY OF THE TITLE AT THE GIVING LOCATION NOT
085500*    ALREADY PROPOSED. ON A HIT, WS-HIT-IDX HOLDS ITS POSITION.
085600******************************************************************
085700 5300-FIND-FREE-COPY-RTN.
085800     MOVE "N" TO WS-FOUND-SWITCH.
085900     MOVE 0 TO WS-HIT-IDX.
086000     PERFORM 5350-CHECK-ONE-COPY-RTN
086100         VARYING WS-CP-IDX FROM 1 BY 1
086200         UNTIL WS-CP-IDX > WS-CP-COUNT
086300         OR ENTRY-FOUND.
086400
086500******************************************************************
086600*    5350-CHECK-ONE-COPY-RTN
086700*    TEST ONE COPY ON THE TITLE'S COPY LIST.
086800******************************************************************
086900 5350-CHECK-ONE-COPY-RTN.
087000     IF WS-CP-RULE(WS-CP-IDX) = WS-GIVE-IDX
087100         AND NOT CP-TAKEN(WS-CP-IDX)
087200         MOVE "Y" TO WS-FOUND-SWITCH
087300         SET WS-HIT-IDX TO WS-CP-IDX
087400     END-IF.
087500
087600******************************************************************
087700*    6000-COMPUTE-DAY-SERIAL-RTN
087800*    TURN WS-DS-YYYY/MM/DD INTO A DAY NUMBER (DAYS SINCE A FIXED
087900*    POINT) SO TWO DATES CAN BE SUBTRACTED.
088000******************************************************************
088100 6000-COMPUTE-DAY-SERIAL-RTN.
088200     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
088300     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
088400     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
088500     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
088600     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
088700     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
088800     COMPUTE WS-DS-SERIAL =
088900         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
089000     EVALUATE WS-DS-MM
089100         WHEN 2  ADD 31 TO WS-DS-SERIAL
089200         WHEN 3  ADD 59 TO WS-DS-SERIAL
089300         WHEN 4  ADD 90 TO WS-DS-SERIAL
089400         WHEN 5  ADD 120 TO WS-DS-SERIAL
089500         WHEN 6  ADD 151 TO WS-DS-SERIAL
089600         WHEN 7  ADD 181 TO WS-DS-SERIAL
089700         WHEN 8  ADD 212 TO WS-DS-SERIAL
089800         WHEN 9  ADD 243 TO WS-DS-SERIAL
089900         WHEN 10 ADD 273 TO WS-DS-SERIAL
090000         WHEN 11 ADD 304 TO WS-DS-SERIAL
090100         WHEN 12 ADD 334 TO WS-DS-SERIAL
090200         WHEN OTHER CONTINUE
090300     END-EVALUATE.
090400     IF WS-DS-MM > 2
090500         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
090600             REMAINDER WS-REM-4
090700         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
090800             REMAINDER WS-REM-100
090900         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
091000             REMAINDER WS-REM-400
091100         IF WS-REM-4 = 0 AND
091200             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
091300             ADD 1 TO WS-DS-SERIAL
091400         END-IF
091500     END-IF.
091600
091700******************************************************************
091800*    8000-WRITE-TOTALS-RTN
091900*    WRITE THE RUN TOTALS AT THE FOOT OF THE REPORT.
092000******************************************************************
092100 8000-WRITE-TOTALS-RTN.
092200     MOVE SPACES TO REPORT-LINE.
092300     WRITE REPORT-LINE.
092400     MOVE WS-BR-COUNT TO WS-EDIT-COUNT.
092500     MOVE SPACES TO REPORT-LINE.
092600     STRING 'LOCATIONS BALANCED  . . . . : ' DELIMITED BY SIZE
092700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
092800     WRITE REPORT-LINE.
092900     MOVE RULE-REJECT-COUNTER TO WS-EDIT-COUNT.
093000     MOVE SPACES TO REPORT-LINE.
093100     STRING 'RULE LINES IGNORED  . . . . : ' DELIMITED BY SIZE
093200         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
093300     WRITE REPORT-LINE.
093400     MOVE TITLE-COUNTER TO WS-EDIT-COUNT.
093500     MOVE SPACES TO REPORT-LINE.
093600     STRING 'TITLES CHECKED  . . . . . . : ' DELIMITED BY SIZE
093700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
093800     WRITE REPORT-LINE.
093900     MOVE MOVE-TITLE-COUNTER TO WS-EDIT-COUNT.
094000     MOVE SPACES TO REPORT-LINE.
094100     STRING 'TITLES WITH MOVES PROPOSED  : ' DELIMITED BY SIZE
094200         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
094300     WRITE REPORT-LINE.
094400     MOVE PROPOSAL-COUNTER TO WS-EDIT-COUNT.
094500     MOVE SPACES TO REPORT-LINE.
094600     STRING 'COPIES PROPOSED TO MOVE . . : ' DELIMITED BY SIZE
094700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
094800     WRITE REPORT-LINE.
094900     MOVE SHORT-COUNTER TO WS-EDIT-COUNT.
095000     MOVE SPACES TO REPORT-LINE.
095100     STRING 'COPIES SHORT, NONE TO SPARE : ' DELIMITED BY SIZE
095200         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
095300     WRITE REPORT-LINE.
095400     MOVE COPY-SKIP-COUNTER TO WS-EDIT-COUNT.
095500     MOVE SPACES TO REPORT-LINE.
095600     STRING 'COPIES PAST THE COPY TABLE  : ' DELIMITED BY SIZE
095700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
095800     WRITE REPORT-LINE.
095900
096000******************************************************************
096100*    9000-TERMINATE-RTN
096200*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
096300******************************************************************
096400 9000-TERMINATE-RTN.
096500     MOVE 'END  ' TO WS-AUDIT-EVENT.
096600     MOVE HOLDING-COUNTER TO WS-AUDIT-REC-EDIT.
096700     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
096800     CLOSE AUDIT-FILE.
096900     CLOSE REPORT-FILE.
097000     DISPLAY "STKBAL COMPLETE - " TITLE-COUNTER " TITLES, "
097100         PROPOSAL-COUNTER " COPIES PROPOSED TO MOVE.".
097200
097300 END PROGRAM STKBAL.
