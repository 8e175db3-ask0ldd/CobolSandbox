000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRADERPT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- DAILY TRADE-IN REGISTER OFF
001200*                      THE TRADE-IN LEDGER TRADEIN APPENDS TO
001300*                      (TRADEIN.TXT -- SEE TRADEREC). ONE PASS
001400*                      LISTS EVERY COPY BOUGHT IN ON THE
001500*                      REQUESTED DATE (BLANK TAKES TODAY, 'ALL'
001600*                      TAKES THE WHOLE LEDGER) AND CLOSES WITH
001700*                      COUNTS AND DOLLARS PAID OVERALL, BY
001800*                      CONDITION CODE AND BY CASH VERSUS STORE
001900*                      CREDIT, SO THE DRAWER CAN BE BALANCED FOR
002000*                      THE CASH PAID OUT. WRITES TRADEREG.TXT.
002020*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002040*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002060*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002080*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT TRADE-FILE ASSIGN TO 'TRADEIN.TXT'
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-TRADE-FILE-STATUS.
002900
003000     SELECT REPORT-FILE ASSIGN TO 'TRADEREG.TXT'
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  TRADE-FILE.
004000 COPY TRADEREC.
004100
004200 FD  REPORT-FILE.
004300 01  REPORT-LINE              PIC X(100).
004400
004500 FD  AUDIT-FILE.
004600 COPY AUDITLOG.
004700
004800 WORKING-STORAGE SECTION.
004900 01  SWITCHES.
005000     05 EOF-SWITCH            PIC X VALUE "N".
005100        88 END-OF-FILE                 VALUE "Y".
005200     05 WS-ALL-DATES-SWITCH   PIC X VALUE "N".
005300        88 REPORT-ALL-DATES            VALUE "Y".
005400
005500 01  COUNTERS.
005600     05 LEDGER-COUNTER        PIC 9(7) COMP VALUE 0.
005700     05 TRADE-COUNTER         PIC 9(5) COMP VALUE 0.
005800
005900 01  WS-TRADE-FILE-STATUS     PIC X(02) VALUE "00".
006000
006100 01  WS-FILTER-DATE           PIC X(10) VALUE SPACES.
006200
006300 01  WS-VALUE-FIELDS.
006400     05 WS-TOTAL-PAID         PIC 9(9)V99 COMP VALUE 0.
006500     05 WS-CASH-PAID          PIC 9(9)V99 COMP VALUE 0.
006600     05 WS-CREDIT-PAID        PIC 9(9)V99 COMP VALUE 0.
006700     05 WS-CASH-CNT           PIC 9(5) COMP VALUE 0.
006800     05 WS-CREDIT-CNT         PIC 9(5) COMP VALUE 0.
006900
007000*    ONE SLOT PER CONDITION CODE, IN GRID ORDER.
007100 01  WS-COND-NAMES.
007200     05 FILLER                PIC X(02) VALUE 'NW'.
007300     05 FILLER                PIC X(02) VALUE 'GD'.
007400     05 FILLER                PIC X(02) VALUE 'FR'.
007500     05 FILLER                PIC X(02) VALUE 'PR'.
007600 01  WS-COND-NAME-TABLE REDEFINES WS-COND-NAMES.
007700     05 WS-COND-NAME OCCURS 4 TIMES PIC X(02).
007800 01  WS-COND-TABLE.
007900     05 WS-COND-ENTRY OCCURS 4 TIMES
008000            INDEXED BY WS-COND-IDX.
008100         10 WS-COND-PAID      PIC 9(9)V99 COMP.
008200         10 WS-COND-CNT       PIC 9(5) COMP.
008300
008400 01  WS-RUN-DATE.
008500     05 WS-RUN-YYYY           PIC 9(4).
008600     05 WS-RUN-MM             PIC 99.
008700     05 WS-RUN-DD             PIC 99.
008800
008900 01  WS-REPORT-FIELDS.
009000     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
009100     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
009200     05 WS-EDIT-PRICE         PIC ZZ9.99.
009300     05 WS-PAY-NAME           PIC X(06).
009400
009500 01  WS-AUDIT-FIELDS.
009600     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
009700     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
009800     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
009900     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
010000
010100 01  WS-AUDIT-DATE-GROUP.
010200     05 WS-AUDIT-YYYY         PIC 9(4).
010300     05 WS-AUDIT-MM           PIC 99.
010400     05 WS-AUDIT-DD           PIC 99.
010500
010600 01  WS-AUDIT-TIME-GROUP.
010700     05 WS-AUDIT-HH           PIC 99.
010800     05 WS-AUDIT-MIN          PIC 99.
010900     05 WS-AUDIT-SS           PIC 99.
011000     05 WS-AUDIT-HS           PIC 99.
011100
011106 01  SIGN-REQUEST-FIELDS.
011112     05 SIGN-FUNCTION          PIC X.
011118     05 SIGN-PROGRAM           PIC X(10).
011124     05 SIGN-ACTION            PIC X(08).
011130     05 SIGN-DETAIL            PIC X(60).
011136 01  SIGN-RESULT-FIELDS.
011142     05 SIGN-RESULT            PIC X.
011148        88 SIGN-GRANTED                 VALUE "G".
011154        88 SIGN-REFUSED                 VALUE "R".
011160     05 SIGN-OPERATOR-ID       PIC X(08).
011166     05 SIGN-OPERATOR-NAME     PIC X(30).
011172     05 SIGN-OPERATOR-ROLE     PIC X(02).
011178     05 SIGN-PASSWORD-HASH     PIC 9(10).
011184
011200 PROCEDURE DIVISION.
011300
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE-RTN.
011600     PERFORM 2000-PROCESS-LEDGER-RTN UNTIL END-OF-FILE.
011700     PERFORM 8000-WRITE-TOTALS-RTN.
011800     PERFORM 9000-TERMINATE-RTN.
011900     STOP RUN.
012000
012100******************************************************************
012200*    1000-INITIALIZE-RTN
012300*    ASK FOR THE REGISTER DATE, OPEN THE LEDGER AND THE REPORT,
012400*    LOG THE START. NO LEDGER ON HAND IS A DAY WITH NO
012500*    TRADE-INS, NOT AN ERROR.
012600******************************************************************
012700 1000-INITIALIZE-RTN.
012709     MOVE "S" TO SIGN-FUNCTION.
012718     MOVE "TRADERPT" TO SIGN-PROGRAM.
012727     MOVE SPACES TO SIGN-ACTION.
012736     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
012745         SIGN-RESULT-FIELDS.
012754     IF NOT SIGN-GRANTED
012763         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
012772         MOVE 8 TO RETURN-CODE
012781         STOP RUN
012790     END-IF.
012800     PERFORM 1050-CLEAR-ONE-COND-RTN
012900         VARYING WS-COND-IDX FROM 1 BY 1
013000         UNTIL WS-COND-IDX > 4.
013100     DISPLAY "ENTER TRADE-IN DATE TO REPORT (MM/DD/YYYY,".
013200     DISPLAY "BLANK = TODAY, ALL = WHOLE LEDGER) : ".
013300     ACCEPT WS-FILTER-DATE.
013400     IF WS-FILTER-DATE = 'ALL' OR WS-FILTER-DATE = 'all'
013500         MOVE "Y" TO WS-ALL-DATES-SWITCH
013600     ELSE
013700         IF WS-FILTER-DATE = SPACES
013800             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013900             MOVE SPACES TO WS-FILTER-DATE
014000             STRING WS-RUN-MM DELIMITED BY SIZE
014100                 '/' DELIMITED BY SIZE
014200                 WS-RUN-DD DELIMITED BY SIZE
014300                 '/' DELIMITED BY SIZE
014400                 WS-RUN-YYYY DELIMITED BY SIZE
014500                 INTO WS-FILTER-DATE
014600         END-IF
014700     END-IF.
014800     OPEN OUTPUT REPORT-FILE.
014900     MOVE SPACES TO REPORT-LINE.
015000     STRING 'TRADE-IN REGISTER' DELIMITED BY SIZE
015100         INTO REPORT-LINE.
015200     WRITE REPORT-LINE.
015300     MOVE SPACES TO REPORT-LINE.
015400     IF REPORT-ALL-DATES
015500         STRING 'ALL TRADE-IN DATES ON LEDGER' DELIMITED BY SIZE
015600             INTO REPORT-LINE
015700     ELSE
015800         STRING 'TRADE-INS DATED ' DELIMITED BY SIZE
015900             WS-FILTER-DATE DELIMITED BY SIZE
016000             INTO REPORT-LINE
016100     END-IF.
016200     WRITE REPORT-LINE.
016300     MOVE SPACES TO REPORT-LINE.
016400     WRITE REPORT-LINE.
016500     OPEN INPUT TRADE-FILE.
016600     IF WS-TRADE-FILE-STATUS NOT = "00"
016700         MOVE "Y" TO EOF-SWITCH
016800         MOVE SPACES TO REPORT-LINE
016900         STRING 'NO TRADEIN.TXT ON HAND - NOTHING HAS BEEN'
017000             ' BOUGHT IN' DELIMITED BY SIZE INTO REPORT-LINE
017100         WRITE REPORT-LINE
017200     END-IF.
017300     OPEN EXTEND AUDIT-FILE.
017400     IF WS-AUDIT-FILE-STATUS NOT = "00"
017500         OPEN OUTPUT AUDIT-FILE
017600     END-IF.
017700     MOVE 'START' TO WS-AUDIT-EVENT.
017800     MOVE SPACES TO WS-AUDIT-STATUS.
017900     MOVE 0 TO WS-AUDIT-REC-EDIT.
018000     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
018100
018200******************************************************************
018300*    1050-CLEAR-ONE-COND-RTN
018400*    ZERO ONE CONDITION SUBTOTAL SLOT.
018500******************************************************************
018600 1050-CLEAR-ONE-COND-RTN.
018700     MOVE 0 TO WS-COND-PAID(WS-COND-IDX).
018800     MOVE 0 TO WS-COND-CNT(WS-COND-IDX).
018900
019000******************************************************************
019100*    1100-WRITE-AUDIT-LINE-RTN
019200*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
019300*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
019400*    COMPLETION STATUS.
019500******************************************************************
019600 1100-WRITE-AUDIT-LINE-RTN.
019700     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
019800     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
019900     MOVE SPACES TO AUDIT-LINE.
020000     STRING 'PGM=TRADERPT  EVENT=' DELIMITED BY SIZE
020100         WS-AUDIT-EVENT DELIMITED BY SIZE
020200         '  TS=' DELIMITED BY SIZE
020300         WS-AUDIT-YYYY DELIMITED BY SIZE
020400         '-' DELIMITED BY SIZE
020500         WS-AUDIT-MM DELIMITED BY SIZE
020600         '-' DELIMITED BY SIZE
020700         WS-AUDIT-DD DELIMITED BY SIZE
020800         ' ' DELIMITED BY SIZE
020900         WS-AUDIT-HH DELIMITED BY SIZE
021000         ':' DELIMITED BY SIZE
021100         WS-AUDIT-MIN DELIMITED BY SIZE
021200         ':' DELIMITED BY SIZE
021300         WS-AUDIT-SS DELIMITED BY SIZE
021400         '  RECS=' DELIMITED BY SIZE
021500         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
021600         '  STATUS=' DELIMITED BY SIZE
021700         WS-AUDIT-STATUS DELIMITED BY SIZE
021800         INTO AUDIT-LINE.
021900     WRITE AUDIT-LINE.
022000
022100******************************************************************
022200*    2000-PROCESS-LEDGER-RTN
022300*    READ ONE LEDGER RECORD AND ROLL IT INTO THE REGISTER IF IT
022400*    SURVIVES THE DATE FILTER.
022500******************************************************************
022600 2000-PROCESS-LEDGER-RTN.
022700     READ TRADE-FILE
022800         AT END
022900             MOVE "Y" TO EOF-SWITCH
023000         NOT AT END
023100             ADD 1 TO LEDGER-COUNTER
023200             IF REPORT-ALL-DATES OR TRD-DATE = WS-FILTER-DATE
023300                 PERFORM 2100-REGISTER-ONE-TRADE-RTN
023400             END-IF
023500     END-READ.
023600
023700******************************************************************
023800*    2100-REGISTER-ONE-TRADE-RTN
023900*    LIST ONE TRADE-IN AND ROLL IT INTO THE OVERALL, PAYMENT
024000*    AND CONDITION TOTALS.
024100******************************************************************
024200 2100-REGISTER-ONE-TRADE-RTN.
024300     ADD 1 TO TRADE-COUNTER.
024400     ADD TRD-PAID TO WS-TOTAL-PAID.
024500     IF TRD-PAID-CASH
024600         ADD TRD-PAID TO WS-CASH-PAID
024700         ADD 1 TO WS-CASH-CNT
024800         MOVE 'CASH  ' TO WS-PAY-NAME
024900     ELSE
025000         ADD TRD-PAID TO WS-CREDIT-PAID
025100         ADD 1 TO WS-CREDIT-CNT
025200         MOVE 'CREDIT' TO WS-PAY-NAME
025300     END-IF.
025400     SET WS-COND-IDX TO 1.
025500     SEARCH WS-COND-ENTRY
025600         AT END
025700             CONTINUE
025800         WHEN WS-COND-NAME(WS-COND-IDX) = TRD-CONDITION
025900             ADD TRD-PAID TO WS-COND-PAID(WS-COND-IDX)
026000             ADD 1 TO WS-COND-CNT(WS-COND-IDX)
026100     END-SEARCH.
026200     MOVE TRD-PAID TO WS-EDIT-PRICE.
026300     MOVE SPACES TO REPORT-LINE.
026400     STRING TRD-DATE DELIMITED BY SIZE
026500         '  ID=' DELIMITED BY SIZE
026600         TRD-ID-GAME DELIMITED BY SIZE
026700         ' COPY=' DELIMITED BY SIZE
026800         TRD-COPY-NO DELIMITED BY SIZE
026900         ' ' DELIMITED BY SIZE
027000         TRD-CONDITION DELIMITED BY SIZE
027100         ' ' DELIMITED BY SIZE
027200         WS-EDIT-PRICE DELIMITED BY SIZE
027300         ' ' DELIMITED BY SIZE
027400         WS-PAY-NAME DELIMITED BY SIZE
027500         ' ' DELIMITED BY SIZE
027600         TRD-LOCATION DELIMITED BY SIZE
027700         ' ' DELIMITED BY SIZE
027800         TRD-TITLE DELIMITED BY SIZE
027900         INTO REPORT-LINE.
028000     WRITE REPORT-LINE.
028100
028200******************************************************************
028300*    8000-WRITE-TOTALS-RTN
028400*    WRITE THE OVERALL, PAYMENT AND CONDITION TOTALS AT THE FOOT
028500*    OF THE REGISTER.
028600******************************************************************
028700 8000-WRITE-TOTALS-RTN.
028800     MOVE SPACES TO REPORT-LINE.
028900     WRITE REPORT-LINE.
029000     MOVE TRADE-COUNTER TO WS-EDIT-COUNT.
029100     MOVE SPACES TO REPORT-LINE.
029200     STRING 'COPIES BOUGHT IN  . . . . . : ' DELIMITED BY SIZE
029300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
029400     WRITE REPORT-LINE.
029500     MOVE WS-TOTAL-PAID TO WS-EDIT-VALUE.
029600     MOVE SPACES TO REPORT-LINE.
029700     STRING 'TOTAL PAID  . . . . . . . . : ' DELIMITED BY SIZE
029800         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
029900     WRITE REPORT-LINE.
030000     MOVE WS-CASH-CNT TO WS-EDIT-COUNT.
030100     MOVE WS-CASH-PAID TO WS-EDIT-VALUE.
030200     MOVE SPACES TO REPORT-LINE.
030300     STRING '  PAID IN CASH  . . . . . . : ' DELIMITED BY SIZE
030400         WS-EDIT-COUNT DELIMITED BY SIZE
030500         '  ' DELIMITED BY SIZE
030600         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
030700     WRITE REPORT-LINE.
030800     MOVE WS-CREDIT-CNT TO WS-EDIT-COUNT.
030900     MOVE WS-CREDIT-PAID TO WS-EDIT-VALUE.
031000     MOVE SPACES TO REPORT-LINE.
031100     STRING '  PAID IN STORE CREDIT  . . : ' DELIMITED BY SIZE
031200         WS-EDIT-COUNT DELIMITED BY SIZE
031300         '  ' DELIMITED BY SIZE
031400         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
031500     WRITE REPORT-LINE.
031600     MOVE SPACES TO REPORT-LINE.
031700     WRITE REPORT-LINE.
031800     MOVE SPACES TO REPORT-LINE.
031900     STRING 'TRADE-INS BY CONDITION' DELIMITED BY SIZE
032000         INTO REPORT-LINE.
032100     WRITE REPORT-LINE.
032200     PERFORM 8100-WRITE-ONE-COND-RTN
032300         VARYING WS-COND-IDX FROM 1 BY 1
032400         UNTIL WS-COND-IDX > 4.
032500
032600******************************************************************
032700*    8100-WRITE-ONE-COND-RTN
032800*    WRITE ONE CONDITION CODE'S COPY COUNT AND DOLLARS PAID.
032900******************************************************************
033000 8100-WRITE-ONE-COND-RTN.
033100     MOVE WS-COND-CNT(WS-COND-IDX) TO WS-EDIT-COUNT.
033200     MOVE WS-COND-PAID(WS-COND-IDX) TO WS-EDIT-VALUE.
033300     MOVE SPACES TO REPORT-LINE.
033400     STRING '  ' DELIMITED BY SIZE
033500         WS-COND-NAME(WS-COND-IDX) DELIMITED BY SIZE
033600         '  ' DELIMITED BY SIZE
033700         WS-EDIT-COUNT DELIMITED BY SIZE
033800         '  ' DELIMITED BY SIZE
033900         WS-EDIT-VALUE DELIMITED BY SIZE
034000         INTO REPORT-LINE.
034100     WRITE REPORT-LINE.
034200
034300******************************************************************
034400*    9000-TERMINATE-RTN
034500*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
034600******************************************************************
034700 9000-TERMINATE-RTN.
034800     MOVE 'END  ' TO WS-AUDIT-EVENT.
034900     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
035000     MOVE TRADE-COUNTER TO WS-AUDIT-REC-EDIT.
035100     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
035200     CLOSE AUDIT-FILE.
035300     IF WS-TRADE-FILE-STATUS NOT = "35"
035400         CLOSE TRADE-FILE
035500     END-IF.
035600     CLOSE REPORT-FILE.
035700     DISPLAY "TRADERPT COMPLETE - " TRADE-COUNTER " TRADE-INS, "
035800         LEDGER-COUNTER " LEDGER RECORDS READ.".
035900
036000 END PROGRAM TRADERPT.
