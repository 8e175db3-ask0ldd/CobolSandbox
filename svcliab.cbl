000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SVCLIAB.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- MONTHLY REPORT OF THE
001200*                      OUTSTANDING STORED-VALUE LIABILITY FOR THE
001300*                      ACCOUNTANT. ASKS FOR THE PERIOD (YYYYMM,
001350*                      BLANK = CURRENT MONTH),
001400*                      SORTS THE STORED-VALUE LEDGER (SVCLEDG.TXT
001500*                      -- SEE SVCLREC) BY CARD AND DATE, AND FOR
001600*                      EVERY GIFT CARD, TRADE-IN CREDIT AND
001700*                      REFUND CREDIT STILL CARRYING A BALANCE AT
001800*                      THE END OF THE PERIOD WRITES THE BALANCE,
001900*                      ITS AGE FROM ISSUE AND ITS AGE BUCKET TO
002000*                      SVCLIAB.TXT, WITH TOTALS BY BUCKET AND BY
002100*                      TYPE. A BALANCE WITH NO ACTIVITY FOR THE
002200*                      ESCHEAT AGE IN SVCRULE.DAT (MONTHS, COLUMNS
002300*                      1-3, DEFAULT 036) IS FLAGGED DORMANT,
002400*                      TOTALLED SEPARATELY AND RAISES A WARNING
002500*                      ALERT. THE HOLDER NAME COMES FROM THE
002600*                      STORED-VALUE MASTER (SVCMAST.TXT).
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SVL-FILE ASSIGN TO 'SVCLEDG.TXT'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-SVL-FILE-STATUS.
003500
003600     SELECT SVC-FILE ASSIGN TO 'SVCMAST.TXT'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS SVC-ID
004000         FILE STATUS IS WS-SVC-FILE-STATUS.
004100
004200     SELECT RULE-FILE ASSIGN TO 'SVCRULE.DAT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RULE-FILE-STATUS.
004500
004600     SELECT REPORT-FILE ASSIGN TO 'SVCLIAB.TXT'
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
005000
005100     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  SVL-FILE.
005800 COPY SVCLREC.
005900
006000 FD  SVC-FILE.
006100 COPY SVCREC.
006200
006300 FD  RULE-FILE.
006400 01  RULE-RECORD.
006500     05 RUL-ESCHEAT-MONTHS PIC 9(03).
006600     05 FILLER             PIC X(77).
006700
006800 FD  REPORT-FILE.
006900 01  REPORT-LINE              PIC X(132).
007000
007100 SD  SORT-FILE.
007200 01  SORT-RECORD.
007300     05 SRT-CARD-ID       PIC 9(08).
007400     05 SRT-DATE-KEY      PIC 9(08).
007500     05 SRT-SEQ           PIC 9(07).
007600     05 SRT-DATE          PIC X(10).
007700     05 SRT-TYPE          PIC X(01).
007800     05 SRT-EVENT         PIC X(01).
007900        88 SRT-IS-ISSUE              VALUE 'I'.
008000     05 SRT-BALANCE       PIC 9(4)V99.
008100
008200 FD  AUDIT-FILE.
008300 COPY AUDITLOG.
008400
008500 WORKING-STORAGE SECTION.
008600 01  SWITCHES.
008700     05 EOF-SWITCH            PIC X VALUE "N".
008800        88 END-OF-FILE                 VALUE "Y".
008900     05 WS-SORT-EOF-SWITCH    PIC X VALUE "N".
009000        88 SORT-AT-EOF                 VALUE "Y".
009100     05 WS-FIRST-CARD-SWITCH  PIC X VALUE "Y".
009200        88 FIRST-CARD-PENDING          VALUE "Y".
009300     05 WS-DORMANT-SWITCH     PIC X VALUE "N".
009400        88 CARD-DORMANT                VALUE "Y".
009500
009600 01  COUNTERS.
009700     05 READ-COUNTER          PIC 9(7) COMP VALUE 0.
009800     05 IGNORED-COUNTER       PIC 9(5) COMP VALUE 0.
009900     05 CARD-COUNTER          PIC 9(5) COMP VALUE 0.
010000     05 OPEN-COUNTER          PIC 9(5) COMP VALUE 0.
010100     05 DORMANT-COUNTER       PIC 9(5) COMP VALUE 0.
010200
010300 01  WS-SVL-FILE-STATUS       PIC X(02) VALUE "00".
010400 01  WS-SVC-FILE-STATUS       PIC X(02) VALUE "00".
010500 01  WS-RULE-FILE-STATUS      PIC X(02) VALUE "00".
010600
010700*    THE ESCHEAT AGE -- THE DEFAULT HOLDS WHEN SVCRULE.DAT IS
010800*    MISSING OR UNREADABLE.
010900 01  WS-ESCHEAT-MONTHS        PIC 9(3) VALUE 036.
011000
011100 01  WS-PERIOD-FIELDS.
011200     05 WS-PERIOD-IN          PIC X(06) VALUE SPACES.
011300     05 WS-THIS-PERIOD        PIC X(07) VALUE SPACES.
011400     05 WS-PER-YYYY           PIC 9(4) VALUE 0.
011500     05 WS-PER-MM             PIC 99 VALUE 0.
011600     05 WS-PER-KEY            PIC 9(06) VALUE 0.
011700     05 WS-EVENT-KEY          PIC 9(06) VALUE 0.
011800     05 WS-PER-END-SERIAL     PIC 9(7) COMP VALUE 0.
011900     05 WS-PER-MONTHS         PIC 9(6) COMP VALUE 0.
012000
012100 01  WS-RUN-DATE.
012200     05 WS-RUN-YYYY           PIC 9(4).
012300     05 WS-RUN-MM             PIC 99.
012400     05 WS-RUN-DD             PIC 99.
012500
012600 01  WS-SVL-DATE              PIC X(10).
012700 01  WS-SVL-DATE-R REDEFINES WS-SVL-DATE.
012800     05 WS-SVL-MM             PIC 99.
012900     05 FILLER                PIC X.
013000     05 WS-SVL-DD             PIC 99.
013100     05 FILLER                PIC X.
013200     05 WS-SVL-YYYY           PIC 9(4).
013300
013400 01  WS-DATE-KEY.
013500     05 WS-KEY-YYYY           PIC 9(4).
013600     05 WS-KEY-MM             PIC 99.
013700     05 WS-KEY-DD             PIC 99.
013800 01  WS-DATE-KEY-N REDEFINES WS-DATE-KEY PIC 9(08).
013900
014000 01  WS-DAY-SERIAL-FIELDS.
014100     05 WS-DS-YYYY             PIC 9(4).
014200     05 WS-DS-MM               PIC 99.
014300     05 WS-DS-DD               PIC 99.
014400     05 WS-DS-SERIAL           PIC 9(7) COMP.
014500     05 WS-DS-PRIOR-YEAR       PIC 9(4).
014600     05 WS-DS-LEAP-COUNT       PIC 9(5) COMP.
014700     05 WS-DS-QUOT             PIC 9(5) COMP.
014800     05 WS-REM-4               PIC 9.
014900     05 WS-REM-100             PIC 99.
015000     05 WS-REM-400             PIC 9(3).
015100     05 WS-QUOT                PIC 9(4).
015200
015300*    ONE CARD'S STANDING AT THE END OF THE PERIOD.
015400 01  WS-CARD-FIGURES.
015500     05 WS-PRIOR-CARD-ID      PIC 9(08) VALUE 0.
015600     05 WS-CARD-TYPE          PIC X(01) VALUE SPACES.
015700     05 WS-CARD-BALANCE       PIC 9(4)V99 VALUE 0.
015800     05 WS-CARD-ISSUE-KEY     PIC 9(08) VALUE 0.
015900     05 WS-CARD-ISSUE-DATE    PIC X(10) VALUE SPACES.
016000     05 WS-CARD-LAST-KEY      PIC 9(08) VALUE 0.
016100     05 WS-CARD-LAST-DATE     PIC X(10) VALUE SPACES.
016200     05 WS-CARD-AGE-DAYS      PIC 9(6) COMP VALUE 0.
016300     05 WS-CARD-IDLE-MONTHS   PIC 9(6) COMP VALUE 0.
016400     05 WS-CARD-HOLDER        PIC X(30) VALUE SPACES.
016500
016600*    AGE BUCKETS -- DAYS FROM ISSUE TO THE END OF THE PERIOD.
016700 01  WS-BUCKET-NAMES.
016800     05 FILLER                PIC X(12) VALUE '0-90 DAYS'.
016900     05 FILLER                PIC X(12) VALUE '91-180 DAYS'.
017000     05 FILLER                PIC X(12) VALUE '181-365 DAYS'.
017100     05 FILLER                PIC X(12) VALUE '1-2 YEARS'.
017200     05 FILLER                PIC X(12) VALUE '2-3 YEARS'.
017300     05 FILLER                PIC X(12) VALUE 'OVER 3 YEARS'.
017400 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
017500     05 WS-BUCKET-NAME        PIC X(12) OCCURS 6 TIMES.
017600 01  WS-BUCKET-TOTALS.
017700     05 WS-BUCKET-ENTRY OCCURS 6 TIMES.
017800        10 WS-BUCKET-COUNT    PIC 9(5) COMP.
017900        10 WS-BUCKET-AMOUNT   PIC 9(7)V99 COMP.
018000 01  WS-BUCKET-IDX            PIC 9(2) COMP VALUE 0.
018100
018200*    TYPE TOTALS -- 1 GIFT CARD, 2 TRADE-IN, 3 REFUND.
018300 01  WS-TYPE-NAMES.
018400     05 FILLER                PIC X(15) VALUE 'GIFT CARD'.
018500     05 FILLER                PIC X(15) VALUE 'TRADE-IN CREDIT'.
018600     05 FILLER                PIC X(15) VALUE 'REFUND CREDIT'.
018700 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
018800     05 WS-TYPE-NAME          PIC X(15) OCCURS 3 TIMES.
018900 01  WS-TYPE-TOTALS.
019000     05 WS-TYPE-ENTRY OCCURS 3 TIMES.
019100        10 WS-TYPE-COUNT      PIC 9(5) COMP.
019200        10 WS-TYPE-AMOUNT     PIC 9(7)V99 COMP.
019300 01  WS-TYPE-IDX              PIC 9(2) COMP VALUE 0.
019400
019500 01  WS-ALL-AMOUNT            PIC 9(7)V99 COMP VALUE 0.
019600 01  WS-DORMANT-AMOUNT        PIC 9(7)V99 COMP VALUE 0.
019700
019800 01  WS-REPORT-FIELDS.
019900     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
020000     05 WS-EDIT-AGE           PIC ZZ,ZZ9.
020100     05 WS-EDIT-BALANCE       PIC Z,ZZ9.99.
020200     05 WS-EDIT-TOTAL         PIC Z,ZZZ,ZZ9.99.
020300     05 WS-EDIT-MONTHS        PIC ZZ9.
020400     05 WS-DORMANT-TEXT       PIC X(07) VALUE SPACES.
020500
020600 01  ALERT-REQUEST-FIELDS.
020700     05 ALERT-SEVERITY        PIC X.
020800     05 ALERT-PROGRAM         PIC X(12).
020900     05 ALERT-MESSAGE         PIC X(80).
021000
021100 01  WS-AUDIT-FIELDS.
021200     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
021300     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
021400     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
021500     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
021600
021700 01  WS-AUDIT-DATE-GROUP.
021800     05 WS-AUDIT-YYYY         PIC 9(4).
021900     05 WS-AUDIT-MM           PIC 99.
022000     05 WS-AUDIT-DD           PIC 99.
022100
022200 01  WS-AUDIT-TIME-GROUP.
022300     05 WS-AUDIT-HH           PIC 99.
022400     05 WS-AUDIT-MIN          PIC 99.
022500     05 WS-AUDIT-SS           PIC 99.
022600     05 WS-AUDIT-HS           PIC 99.
022700
022800 01  SIGN-REQUEST-FIELDS.
022900     05 SIGN-FUNCTION          PIC X.
023000     05 SIGN-PROGRAM           PIC X(10).
023100     05 SIGN-ACTION            PIC X(08).
023200     05 SIGN-DETAIL            PIC X(60).
023300 01  SIGN-RESULT-FIELDS.
023400     05 SIGN-RESULT            PIC X.
023500        88 SIGN-GRANTED                 VALUE "G".
023600        88 SIGN-REFUSED                 VALUE "R".
023700     05 SIGN-OPERATOR-ID       PIC X(08).
023800     05 SIGN-OPERATOR-NAME     PIC X(30).
023900     05 SIGN-OPERATOR-ROLE     PIC X(02).
024000     05 SIGN-PASSWORD-HASH     PIC 9(10).
024100
024200 PROCEDURE DIVISION.
024300
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE-RTN.
024600     SORT SORT-FILE
024700         ON ASCENDING KEY SRT-CARD-ID
024800         ON ASCENDING KEY SRT-DATE-KEY
024900         ON ASCENDING KEY SRT-SEQ
025000         INPUT PROCEDURE IS 2000-SUPPLY-LEDGER-RTN
025100         OUTPUT PROCEDURE IS 3000-REPORT-SORTED-RTN.
025200     PERFORM 8000-WRITE-TOTALS-RTN.
025300     PERFORM 9000-TERMINATE-RTN.
025400     STOP RUN.
025500
025600******************************************************************
025700*    1000-INITIALIZE-RTN
025800*    ASK FOR THE PERIOD (BLANK TAKES THE CURRENT MONTH), WORK OUT
025900*    THE DAY SERIAL OF ITS LAST DAY, PICK UP THE ESCHEAT AGE,
026000*    OPEN THE MASTER AND THE REPORT AND LOG THE START.
026100******************************************************************
026200 1000-INITIALIZE-RTN.
026300     MOVE "S" TO SIGN-FUNCTION.
026400     MOVE "SVCLIAB" TO SIGN-PROGRAM.
026500     MOVE SPACES TO SIGN-ACTION.
026600     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
026700         SIGN-RESULT-FIELDS.
026800     IF NOT SIGN-GRANTED
026900         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
027000         MOVE 8 TO RETURN-CODE
027100         STOP RUN
027200     END-IF.
027300     DISPLAY "SVCLIAB - STORED-VALUE LIABILITY".
027400     DISPLAY "ENTER REPORT PERIOD (YYYYMM, BLANK = CURRENT"
027500         " MONTH) : ".
027600     ACCEPT WS-PERIOD-IN.
027700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027800     IF WS-PERIOD-IN = SPACES OR WS-PERIOD-IN = '000000'
027900         MOVE WS-RUN-YYYY TO WS-PER-YYYY
028000         MOVE WS-RUN-MM TO WS-PER-MM
028100     ELSE
028200         MOVE WS-PERIOD-IN(1:4) TO WS-PER-YYYY
028300         MOVE WS-PERIOD-IN(5:2) TO WS-PER-MM
028400     END-IF.
028500     COMPUTE WS-PER-KEY = WS-PER-YYYY * 100 + WS-PER-MM.
028600     COMPUTE WS-PER-MONTHS = WS-PER-YYYY * 12 + WS-PER-MM.
028700     MOVE SPACES TO WS-THIS-PERIOD.
028800     STRING WS-PER-YYYY DELIMITED BY SIZE
028900         '-' DELIMITED BY SIZE
029000         WS-PER-MM DELIMITED BY SIZE
029100         INTO WS-THIS-PERIOD.
029200*    THE LAST DAY OF THE PERIOD IS THE DAY BEFORE THE FIRST OF
029300*    THE NEXT MONTH.
029400     IF WS-PER-MM = 12
029500         COMPUTE WS-DS-YYYY = WS-PER-YYYY + 1
029600         MOVE 1 TO WS-DS-MM
029700     ELSE
029800         MOVE WS-PER-YYYY TO WS-DS-YYYY
029900         COMPUTE WS-DS-MM = WS-PER-MM + 1
030000     END-IF.
030100     MOVE 1 TO WS-DS-DD.
030200     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
030300     COMPUTE WS-PER-END-SERIAL = WS-DS-SERIAL - 1.
030400     PERFORM 1200-READ-ESCHEAT-RULE-RTN.
030500     INITIALIZE WS-BUCKET-TOTALS.
030600     INITIALIZE WS-TYPE-TOTALS.
030700     OPEN INPUT SVC-FILE.
030800     OPEN OUTPUT REPORT-FILE.
030900     MOVE SPACES TO REPORT-LINE.
031000     STRING 'OUTSTANDING GIFT CARD AND STORE CREDIT LIABILITY'
031100         DELIMITED BY SIZE
031200         ' AT THE END OF PERIOD ' DELIMITED BY SIZE
031300         WS-THIS-PERIOD DELIMITED BY SIZE
031400         INTO REPORT-LINE.
031500     WRITE REPORT-LINE.
031600     MOVE WS-ESCHEAT-MONTHS TO WS-EDIT-MONTHS.
031700     MOVE SPACES TO REPORT-LINE.
031800     STRING 'BALANCES WITH NO ACTIVITY FOR ' DELIMITED BY SIZE
031900         WS-EDIT-MONTHS DELIMITED BY SIZE
032000         ' MONTHS OR MORE ARE FLAGGED DORMANT' DELIMITED BY SIZE
032100         INTO REPORT-LINE.
032200     WRITE REPORT-LINE.
032300     MOVE SPACES TO REPORT-LINE.
032400     WRITE REPORT-LINE.
032500     MOVE SPACES TO REPORT-LINE.
032600     STRING 'CARD      TYPE             ISSUED      LAST USED '
032700         DELIMITED BY SIZE
032800         '    BALANCE  AGE DAYS  BUCKET        FLAG     HOLDER'
032900         DELIMITED BY SIZE
033000         INTO REPORT-LINE.
033100     WRITE REPORT-LINE.
033200     OPEN EXTEND AUDIT-FILE.
033300     IF WS-AUDIT-FILE-STATUS NOT = "00"
033400         OPEN OUTPUT AUDIT-FILE
033500     END-IF.
033600     MOVE 'START' TO WS-AUDIT-EVENT.
033700     MOVE SPACES TO WS-AUDIT-STATUS.
033800     MOVE 0 TO WS-AUDIT-REC-EDIT.
033900     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
034000
034100******************************************************************
034200*    1100-WRITE-AUDIT-LINE-RTN
034300*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
034400*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
034500*    COMPLETION STATUS.
034600******************************************************************
034700 1100-WRITE-AUDIT-LINE-RTN.
034800     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
034900     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
035000     MOVE SPACES TO AUDIT-LINE.
035100     STRING 'PGM=SVCLIAB   EVENT=' DELIMITED BY SIZE
035200         WS-AUDIT-EVENT DELIMITED BY SIZE
035300         '  TS=' DELIMITED BY SIZE
035400         WS-AUDIT-YYYY DELIMITED BY SIZE
035500         '-' DELIMITED BY SIZE
035600         WS-AUDIT-MM DELIMITED BY SIZE
035700         '-' DELIMITED BY SIZE
035800         WS-AUDIT-DD DELIMITED BY SIZE
035900         ' ' DELIMITED BY SIZE
036000         WS-AUDIT-HH DELIMITED BY SIZE
036100         ':' DELIMITED BY SIZE
036200         WS-AUDIT-MIN DELIMITED BY SIZE
036300         ':' DELIMITED BY SIZE
036400         WS-AUDIT-SS DELIMITED BY SIZE
036500         '  RECS=' DELIMITED BY SIZE
036600         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
036700         '  STATUS=' DELIMITED BY SIZE
036800         WS-AUDIT-STATUS DELIMITED BY SIZE
036900         INTO AUDIT-LINE.
037000     WRITE AUDIT-LINE.
037100
037200******************************************************************
037300*    1200-READ-ESCHEAT-RULE-RTN
037400*    PICK UP THE ESCHEAT AGE IN MONTHS FROM SVCRULE.DAT. NO FILE,
037500*    OR AN UNREADABLE ONE, LEAVES THE DEFAULT (36 MONTHS).
037600******************************************************************
037700 1200-READ-ESCHEAT-RULE-RTN.
037800     OPEN INPUT RULE-FILE.
037900     IF WS-RULE-FILE-STATUS = "00"
038000         READ RULE-FILE
038100             AT END
038200                 CONTINUE
038300             NOT AT END
038400                 IF RUL-ESCHEAT-MONTHS IS NUMERIC
038500                     AND RUL-ESCHEAT-MONTHS > 0
038600                     MOVE RUL-ESCHEAT-MONTHS
038700                         TO WS-ESCHEAT-MONTHS
038800                 END-IF
038900         END-READ
039000         CLOSE RULE-FILE
039100     END-IF.
039200
039300******************************************************************
039400*    2000-SUPPLY-LEDGER-RTN
039500*    RELEASE EVERY LEDGER LINE UP TO THE END OF THE PERIOD TO THE
039600*    SORT. NO LEDGER ON HAND IS AN EMPTY REPORT.
039700******************************************************************
039800 2000-SUPPLY-LEDGER-RTN.
039900     OPEN INPUT SVL-FILE.
040000     IF WS-SVL-FILE-STATUS NOT = "00"
040100         MOVE "Y" TO EOF-SWITCH
040200     END-IF.
040300     PERFORM 2100-RELEASE-ONE-RTN UNTIL END-OF-FILE.
040400     IF WS-SVL-FILE-STATUS NOT = "35"
040500         CLOSE SVL-FILE
040600     END-IF.
040700
040800******************************************************************
040900*    2100-RELEASE-ONE-RTN
041000*    READ ONE LEDGER LINE. A LINE WITH A BAD DATE, CARD, TYPE,
041100*    EVENT OR BALANCE IS COUNTED AND LEFT OUT; A LINE DATED AFTER
041200*    THE PERIOD IS LEFT OUT QUIETLY.
041300******************************************************************
041400 2100-RELEASE-ONE-RTN.
041500     READ SVL-FILE
041600         AT END
041700             MOVE "Y" TO EOF-SWITCH
041800         NOT AT END
041900             ADD 1 TO READ-COUNTER
042000             MOVE SVL-DATE TO WS-SVL-DATE
042100             IF WS-SVL-MM IS NOT NUMERIC
042200                 OR WS-SVL-DD IS NOT NUMERIC
042300                 OR WS-SVL-YYYY IS NOT NUMERIC
042400                 OR SVL-CARD-ID IS NOT NUMERIC
042500                 OR SVL-BALANCE IS NOT NUMERIC
042600                 OR NOT SVL-EVENT-VALID
042700                 OR (SVL-TYPE NOT = 'G' AND SVL-TYPE NOT = 'T'
042800                     AND SVL-TYPE NOT = 'R')
042900                 ADD 1 TO IGNORED-COUNTER
043000             ELSE
043100                 COMPUTE WS-EVENT-KEY =
043200                     WS-SVL-YYYY * 100 + WS-SVL-MM
043300                 IF WS-EVENT-KEY NOT > WS-PER-KEY
043400                     PERFORM 2200-RELEASE-LEDGER-LINE-RTN
043500                 END-IF
043600             END-IF
043700     END-READ.
043800
043900******************************************************************
044000*    2200-RELEASE-LEDGER-LINE-RTN
044100*    BUILD THE SORT RECORD WITH THE DATE TURNED ROUND TO
044200*    YYYYMMDD, AND THE READ SEQUENCE TO KEEP SAME-DAY MOVES IN
044300*    THE ORDER THEY WERE POSTED.
044400******************************************************************
044500 2200-RELEASE-LEDGER-LINE-RTN.
044600     MOVE WS-SVL-YYYY TO WS-KEY-YYYY.
044700     MOVE WS-SVL-MM TO WS-KEY-MM.
044800     MOVE WS-SVL-DD TO WS-KEY-DD.
044900     MOVE SVL-CARD-ID TO SRT-CARD-ID.
045000     MOVE WS-DATE-KEY-N TO SRT-DATE-KEY.
045100     MOVE READ-COUNTER TO SRT-SEQ.
045200     MOVE SVL-DATE TO SRT-DATE.
045300     MOVE SVL-TYPE TO SRT-TYPE.
045400     MOVE SVL-EVENT TO SRT-EVENT.
045500     MOVE SVL-BALANCE TO SRT-BALANCE.
045600     RELEASE SORT-RECORD.
045700
045800******************************************************************
045900*    3000-REPORT-SORTED-RTN
046000*    RETURN THE SORTED LEDGER AND DRIVE THE PER-CARD CONTROL
046100*    BREAK.
046200******************************************************************
046300 3000-REPORT-SORTED-RTN.
046400     MOVE "N" TO WS-SORT-EOF-SWITCH.
046500     PERFORM 3100-RETURN-ONE-RTN UNTIL SORT-AT-EOF.
046600     IF NOT FIRST-CARD-PENDING
046700         PERFORM 3400-CLOSE-CARD-GROUP-RTN
046800     END-IF.
046900
047000******************************************************************
047100*    3100-RETURN-ONE-RTN
047200*    RETURN ONE SORTED LEDGER LINE AND BREAK ON A NEW CARD. EVERY
047300*    LINE CARRIES THE BALANCE AFTER IT, SO THE LAST ONE FOR THE
047400*    CARD IS ITS BALANCE AT THE END OF THE PERIOD.
047500******************************************************************
047600 3100-RETURN-ONE-RTN.
047700     RETURN SORT-FILE
047800         AT END
047900             MOVE "Y" TO WS-SORT-EOF-SWITCH
048000         NOT AT END
048100             IF FIRST-CARD-PENDING
048200                 MOVE "N" TO WS-FIRST-CARD-SWITCH
048300                 PERFORM 3200-START-CARD-GROUP-RTN
048400             ELSE
048500                 IF SRT-CARD-ID NOT = WS-PRIOR-CARD-ID
048600                     PERFORM 3400-CLOSE-CARD-GROUP-RTN
048700                     PERFORM 3200-START-CARD-GROUP-RTN
048800                 END-IF
048900             END-IF
049000             IF SRT-IS-ISSUE AND WS-CARD-ISSUE-KEY = 0
049100                 MOVE SRT-DATE-KEY TO WS-CARD-ISSUE-KEY
049200                 MOVE SRT-DATE TO WS-CARD-ISSUE-DATE
049300             END-IF
049400             MOVE SRT-BALANCE TO WS-CARD-BALANCE
049500             MOVE SRT-DATE-KEY TO WS-CARD-LAST-KEY
049600             MOVE SRT-DATE TO WS-CARD-LAST-DATE
049700     END-RETURN.
049800
049900******************************************************************
050000*    3200-START-CARD-GROUP-RTN
050100*    CLEAR THE FIGURES FOR A NEW CARD.
050200******************************************************************
050300 3200-START-CARD-GROUP-RTN.
050400     INITIALIZE WS-CARD-FIGURES.
050500     MOVE SRT-CARD-ID TO WS-PRIOR-CARD-ID.
050600     MOVE SRT-TYPE TO WS-CARD-TYPE.
050700     ADD 1 TO CARD-COUNTER.
050800
050900******************************************************************
051000*    3400-CLOSE-CARD-GROUP-RTN
051100*    A CARD STILL CARRYING VALUE AT THE END OF THE PERIOD IS
051200*    AGED, FLAGGED IF DORMANT, WRITTEN AND ADDED TO THE TOTALS.
051300*    A CARD USED UP IS LEFT OFF THE REPORT.
051400******************************************************************
051500 3400-CLOSE-CARD-GROUP-RTN.
051600     IF WS-CARD-BALANCE > 0
051700         PERFORM 3500-LOOK-UP-CARD-RTN
051800         PERFORM 3600-AGE-CARD-RTN
051900         PERFORM 3700-WRITE-CARD-LINE-RTN
052000     END-IF.
052100
052200******************************************************************
052300*    3500-LOOK-UP-CARD-RTN
052400*    TAKE THE HOLDER FROM THE MASTER. WHERE THE ISSUE LINE IS NO
052500*    LONGER ON THE LEDGER, THE MASTER'S ISSUE DATE STANDS IN; IF
052600*    THAT IS MISSING TOO THE CARD'S FIRST LEDGER LINE DOES.
052700******************************************************************
052800 3500-LOOK-UP-CARD-RTN.
052900     MOVE 'NOT ON STORED-VALUE MASTER' TO WS-CARD-HOLDER.
053000     IF WS-SVC-FILE-STATUS NOT = "35"
053100         MOVE WS-PRIOR-CARD-ID TO SVC-ID
053200         READ SVC-FILE
053300             INVALID KEY
053400                 CONTINUE
053500             NOT INVALID KEY
053600                 MOVE SVC-HOLDER TO WS-CARD-HOLDER
053700                 IF WS-CARD-ISSUE-KEY = 0
053800                     MOVE SVC-ISSUE-DATE TO WS-SVL-DATE
053900                     IF WS-SVL-MM IS NUMERIC
054000                         AND WS-SVL-DD IS NUMERIC
054100                         AND WS-SVL-YYYY IS NUMERIC
054200                         MOVE WS-SVL-YYYY TO WS-KEY-YYYY
054300                         MOVE WS-SVL-MM TO WS-KEY-MM
054400                         MOVE WS-SVL-DD TO WS-KEY-DD
054500                         MOVE WS-DATE-KEY-N TO WS-CARD-ISSUE-KEY
054600                         MOVE SVC-ISSUE-DATE
054700                             TO WS-CARD-ISSUE-DATE
054800                     END-IF
054900                 END-IF
055000         END-READ
055100     END-IF.
055200     IF WS-CARD-HOLDER = SPACES
055300         MOVE 'BEARER' TO WS-CARD-HOLDER
055400     END-IF.
055500     IF WS-CARD-ISSUE-KEY = 0
055600         MOVE WS-CARD-LAST-KEY TO WS-CARD-ISSUE-KEY
055700         MOVE WS-CARD-LAST-DATE TO WS-CARD-ISSUE-DATE
055800     END-IF.
055900
056000******************************************************************
056100*    3600-AGE-CARD-RTN
056200*    DAYS FROM ISSUE TO THE END OF THE PERIOD PICK THE BUCKET.
056300*    WHOLE MONTHS FROM THE LAST ACTIVITY TO THE PERIOD DECIDE
056400*    WHETHER THE BALANCE HAS GONE DORMANT.
056500******************************************************************
056600 3600-AGE-CARD-RTN.
056700     MOVE WS-CARD-ISSUE-KEY TO WS-DATE-KEY-N.
056800     MOVE WS-KEY-YYYY TO WS-DS-YYYY.
056900     MOVE WS-KEY-MM TO WS-DS-MM.
057000     MOVE WS-KEY-DD TO WS-DS-DD.
057100     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
057200     IF WS-DS-SERIAL > WS-PER-END-SERIAL
057300         MOVE 0 TO WS-CARD-AGE-DAYS
057400     ELSE
057500         COMPUTE WS-CARD-AGE-DAYS =
057600             WS-PER-END-SERIAL - WS-DS-SERIAL
057700     END-IF.
057800     EVALUATE TRUE
057900         WHEN WS-CARD-AGE-DAYS NOT > 90
058000             MOVE 1 TO WS-BUCKET-IDX
058100         WHEN WS-CARD-AGE-DAYS NOT > 180
058200             MOVE 2 TO WS-BUCKET-IDX
058300         WHEN WS-CARD-AGE-DAYS NOT > 365
058400             MOVE 3 TO WS-BUCKET-IDX
058500         WHEN WS-CARD-AGE-DAYS NOT > 730
058600             MOVE 4 TO WS-BUCKET-IDX
058700         WHEN WS-CARD-AGE-DAYS NOT > 1095
058800             MOVE 5 TO WS-BUCKET-IDX
058900         WHEN OTHER
059000             MOVE 6 TO WS-BUCKET-IDX
059100     END-EVALUATE.
059200     MOVE WS-CARD-LAST-KEY TO WS-DATE-KEY-N.
059300     COMPUTE WS-CARD-IDLE-MONTHS =
059400         WS-PER-MONTHS - (WS-KEY-YYYY * 12 + WS-KEY-MM).
059500     IF WS-CARD-IDLE-MONTHS NOT < WS-ESCHEAT-MONTHS
059600         MOVE "Y" TO WS-DORMANT-SWITCH
059700         MOVE 'DORMANT' TO WS-DORMANT-TEXT
059800     ELSE
059900         MOVE "N" TO WS-DORMANT-SWITCH
060000         MOVE SPACES TO WS-DORMANT-TEXT
060100     END-IF.
060200     EVALUATE WS-CARD-TYPE
060300         WHEN 'T'
060400             MOVE 2 TO WS-TYPE-IDX
060500         WHEN 'R'
060600             MOVE 3 TO WS-TYPE-IDX
060700         WHEN OTHER
060800             MOVE 1 TO WS-TYPE-IDX
060900     END-EVALUATE.
061000
061100******************************************************************
061200*    3700-WRITE-CARD-LINE-RTN
061300*    WRITE THE CARD'S LINE AND ADD IT TO THE BUCKET, TYPE AND
061400*    DORMANT TOTALS.
061500******************************************************************
061600 3700-WRITE-CARD-LINE-RTN.
061700     ADD 1 TO OPEN-COUNTER.
061800     ADD WS-CARD-BALANCE TO WS-ALL-AMOUNT.
061900     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-IDX).
062000     ADD WS-CARD-BALANCE TO WS-BUCKET-AMOUNT (WS-BUCKET-IDX).
062100     ADD 1 TO WS-TYPE-COUNT (WS-TYPE-IDX).
062200     ADD WS-CARD-BALANCE TO WS-TYPE-AMOUNT (WS-TYPE-IDX).
062300     IF CARD-DORMANT
062400         ADD 1 TO DORMANT-COUNTER
062500         ADD WS-CARD-BALANCE TO WS-DORMANT-AMOUNT
062600     END-IF.
062700     MOVE WS-CARD-BALANCE TO WS-EDIT-BALANCE.
062800     MOVE WS-CARD-AGE-DAYS TO WS-EDIT-AGE.
062900     MOVE SPACES TO REPORT-LINE.
063000     STRING WS-PRIOR-CARD-ID DELIMITED BY SIZE
063100         '  ' DELIMITED BY SIZE
063200         WS-TYPE-NAME (WS-TYPE-IDX) DELIMITED BY SIZE
063300         '  ' DELIMITED BY SIZE
063400         WS-CARD-ISSUE-DATE DELIMITED BY SIZE
063500         '  ' DELIMITED BY SIZE
063600         WS-CARD-LAST-DATE DELIMITED BY SIZE
063700         '  ' DELIMITED BY SIZE
063800         WS-EDIT-BALANCE DELIMITED BY SIZE
063900         '    ' DELIMITED BY SIZE
064000         WS-EDIT-AGE DELIMITED BY SIZE
064100         '  ' DELIMITED BY SIZE
064200         WS-BUCKET-NAME (WS-BUCKET-IDX) DELIMITED BY SIZE
064300         '  ' DELIMITED BY SIZE
064400         WS-DORMANT-TEXT DELIMITED BY SIZE
064500         '  ' DELIMITED BY SIZE
064600         WS-CARD-HOLDER DELIMITED BY SIZE
064700         INTO REPORT-LINE.
064800     WRITE REPORT-LINE.
064900
065000******************************************************************
065100*    6000-COMPUTE-DAY-SERIAL-RTN
065200*    TURN WS-DS-YYYY/MM/DD INTO A DAY SERIAL SO TWO DATES CAN BE
065300*    SUBTRACTED -- DAYS IN PRIOR YEARS (WITH LEAP DAYS) PLUS DAYS
065400*    SO FAR THIS YEAR.
065500******************************************************************
065600 6000-COMPUTE-DAY-SERIAL-RTN.
065700     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
065800     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
065900     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
066000     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
066100     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
066200     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
066300     COMPUTE WS-DS-SERIAL =
066400         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
066500     EVALUATE WS-DS-MM
066600         WHEN 2  ADD 31 TO WS-DS-SERIAL
066700         WHEN 3  ADD 59 TO WS-DS-SERIAL
066800         WHEN 4  ADD 90 TO WS-DS-SERIAL
066900         WHEN 5  ADD 120 TO WS-DS-SERIAL
067000         WHEN 6  ADD 151 TO WS-DS-SERIAL
067100         WHEN 7  ADD 181 TO WS-DS-SERIAL
067200         WHEN 8  ADD 212 TO WS-DS-SERIAL
067300         WHEN 9  ADD 243 TO WS-DS-SERIAL
067400         WHEN 10 ADD 273 TO WS-DS-SERIAL
067500         WHEN 11 ADD 304 TO WS-DS-SERIAL
067600         WHEN 12 ADD 334 TO WS-DS-SERIAL
067700         WHEN OTHER CONTINUE
067800     END-EVALUATE.
067900     IF WS-DS-MM > 2
068000         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
068100             REMAINDER WS-REM-4
068200         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
068300             REMAINDER WS-REM-100
068400         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
068500             REMAINDER WS-REM-400
068600         IF WS-REM-4 = 0 AND
068700             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
068800             ADD 1 TO WS-DS-SERIAL
068900         END-IF
069000     END-IF.
069100
069200******************************************************************
069300*    8000-WRITE-TOTALS-RTN
069400*    WRITE THE TOTALS BY AGE BUCKET, BY TYPE AND FOR DORMANT
069500*    BALANCES, AND RAISE A WARNING WHEN ANY BALANCE IS DORMANT.
069600******************************************************************
069700 8000-WRITE-TOTALS-RTN.
069800     MOVE SPACES TO REPORT-LINE.
069900     WRITE REPORT-LINE.
070000     MOVE 'OUTSTANDING BY AGE FROM ISSUE' TO REPORT-LINE.
070100     WRITE REPORT-LINE.
070200     PERFORM 8100-WRITE-BUCKET-TOTAL-RTN
070300         VARYING WS-BUCKET-IDX FROM 1 BY 1
070400         UNTIL WS-BUCKET-IDX > 6.
070500     MOVE SPACES TO REPORT-LINE.
070600     WRITE REPORT-LINE.
070700     MOVE 'OUTSTANDING BY TYPE' TO REPORT-LINE.
070800     WRITE REPORT-LINE.
070900     PERFORM 8200-WRITE-TYPE-TOTAL-RTN
071000         VARYING WS-TYPE-IDX FROM 1 BY 1
071100         UNTIL WS-TYPE-IDX > 3.
071200     MOVE SPACES TO REPORT-LINE.
071300     WRITE REPORT-LINE.
071400     MOVE OPEN-COUNTER TO WS-EDIT-COUNT.
071500     MOVE WS-ALL-AMOUNT TO WS-EDIT-TOTAL.
071600     MOVE SPACES TO REPORT-LINE.
071700     STRING 'TOTAL OUTSTANDING LIABILITY  : ' DELIMITED BY SIZE
071800         WS-EDIT-TOTAL DELIMITED BY SIZE
071900         '  (' DELIMITED BY SIZE
072000         WS-EDIT-COUNT DELIMITED BY SIZE
072100         ' CARDS)' DELIMITED BY SIZE
072200         INTO REPORT-LINE.
072300     WRITE REPORT-LINE.
072400     MOVE DORMANT-COUNTER TO WS-EDIT-COUNT.
072500     MOVE WS-DORMANT-AMOUNT TO WS-EDIT-TOTAL.
072600     MOVE SPACES TO REPORT-LINE.
072700     STRING 'DORMANT UNDER ESCHEAT RULE . : ' DELIMITED BY SIZE
072800         WS-EDIT-TOTAL DELIMITED BY SIZE
072900         '  (' DELIMITED BY SIZE
073000         WS-EDIT-COUNT DELIMITED BY SIZE
073100         ' CARDS)' DELIMITED BY SIZE
073200         INTO REPORT-LINE.
073300     WRITE REPORT-LINE.
073400     IF IGNORED-COUNTER > 0
073500         MOVE IGNORED-COUNTER TO WS-EDIT-COUNT
073600         MOVE SPACES TO REPORT-LINE
073700         STRING 'UNREADABLE LEDGER LINES SKIPPED : '
073800             DELIMITED BY SIZE
073900             WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
074000         WRITE REPORT-LINE
074100     END-IF.
074200     IF DORMANT-COUNTER > 0
074300         MOVE "W" TO ALERT-SEVERITY
074400         MOVE 'SVCLIAB' TO ALERT-PROGRAM
074500         MOVE SPACES TO ALERT-MESSAGE
074600         MOVE DORMANT-COUNTER TO WS-EDIT-COUNT
074700         STRING WS-EDIT-COUNT DELIMITED BY SIZE
074800             ' DORMANT STORED-VALUE BALANCES TOTALLING '
074900             DELIMITED BY SIZE
075000             WS-EDIT-TOTAL DELIMITED BY SIZE
075100             ' - SEE SVCLIAB.TXT' DELIMITED BY SIZE
075200             INTO ALERT-MESSAGE
075300         CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS
075400     END-IF.
075500
075600******************************************************************
075700*    8100-WRITE-BUCKET-TOTAL-RTN
075800*    WRITE ONE AGE BUCKET'S COUNT AND AMOUNT.
075900******************************************************************
076000 8100-WRITE-BUCKET-TOTAL-RTN.
076100     MOVE WS-BUCKET-COUNT (WS-BUCKET-IDX) TO WS-EDIT-COUNT.
076200     MOVE WS-BUCKET-AMOUNT (WS-BUCKET-IDX) TO WS-EDIT-TOTAL.
076300     MOVE SPACES TO REPORT-LINE.
076400     STRING '  ' DELIMITED BY SIZE
076500         WS-BUCKET-NAME (WS-BUCKET-IDX) DELIMITED BY SIZE
076600         '  . . . . . . : ' DELIMITED BY SIZE
076700         WS-EDIT-TOTAL DELIMITED BY SIZE
076800         '  (' DELIMITED BY SIZE
076900         WS-EDIT-COUNT DELIMITED BY SIZE
077000         ' CARDS)' DELIMITED BY SIZE
077100         INTO REPORT-LINE.
077200     WRITE REPORT-LINE.
077300
077400******************************************************************
077500*    8200-WRITE-TYPE-TOTAL-RTN
077600*    WRITE ONE TYPE'S COUNT AND AMOUNT.
077700******************************************************************
077800 8200-WRITE-TYPE-TOTAL-RTN.
077900     MOVE WS-TYPE-COUNT (WS-TYPE-IDX) TO WS-EDIT-COUNT.
078000     MOVE WS-TYPE-AMOUNT (WS-TYPE-IDX) TO WS-EDIT-TOTAL.
078100     MOVE SPACES TO REPORT-LINE.
078200     STRING '  ' DELIMITED BY SIZE
078300         WS-TYPE-NAME (WS-TYPE-IDX) DELIMITED BY SIZE
078400         '  . . . : ' DELIMITED BY SIZE
078500         WS-EDIT-TOTAL DELIMITED BY SIZE
078600         '  (' DELIMITED BY SIZE
078700         WS-EDIT-COUNT DELIMITED BY SIZE
078800         ' CARDS)' DELIMITED BY SIZE
078900         INTO REPORT-LINE.
079000     WRITE REPORT-LINE.
079100
079200******************************************************************
079300*    9000-TERMINATE-RTN
079400*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
079500******************************************************************
079600 9000-TERMINATE-RTN.
079700     MOVE 'END  ' TO WS-AUDIT-EVENT.
079800     IF IGNORED-COUNTER > 0
079900         MOVE 'SKIPPED' TO WS-AUDIT-STATUS
080000     ELSE
080100         MOVE 'COMPLETE' TO WS-AUDIT-STATUS
080200     END-IF.
080300     MOVE READ-COUNTER TO WS-AUDIT-REC-EDIT.
080400     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
080500     CLOSE AUDIT-FILE.
080600     CLOSE REPORT-FILE.
080700     IF WS-SVC-FILE-STATUS NOT = "35"
080800         CLOSE SVC-FILE
080900     END-IF.
081000     DISPLAY "SVCLIAB COMPLETE - " OPEN-COUNTER
081100         " CARDS OUTSTANDING, " DORMANT-COUNTER " DORMANT, FOR "
081200         WS-THIS-PERIOD.
081300
081400 END PROGRAM SVCLIAB.
