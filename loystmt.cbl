000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOYSTMT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- MONTHLY LOYALTY POINTS
001200*                      STATEMENT. ASKS FOR THE PERIOD (YYYYMM,
001300*                      BLANK = CURRENT MONTH), SORTS THE POINTS
001400*                      LEDGER (LOYALTY.TXT -- SEE LOYREC) BY
001500*                      CUSTOMER AND DATE, AND FOR EVERY CUSTOMER
001600*                      WITH POINTS ACTIVITY IN THE PERIOD WRITES
001700*                      THE OPENING BALANCE, EACH MOVE IN THE
001800*                      PERIOD, THE POINTS EARNED, REDEEMED AND
001900*                      ADJUSTED ON RETURNS, AND THE CLOSING
002000*                      BALANCE TO LOYSTMT.TXT. NAMES COME FROM THE
002100*                      CUSTOMER MASTER (CUSTMAST.TXT). LEDGER
002200*                      LINES DATED AFTER THE PERIOD ARE LEFT FOR
002300*                      THE NEXT STATEMENT.
002320*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002340*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002360*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002380*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LOYALTY-FILE ASSIGN TO 'LOYALTY.TXT'
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-LOY-FILE-STATUS.
003200
003300     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST.TXT'
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS CUS-ID
003700         FILE STATUS IS WS-CUS-FILE-STATUS.
003800
003900     SELECT REPORT-FILE ASSIGN TO 'LOYSTMT.TXT'
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
004300
004400     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  LOYALTY-FILE.
005100 COPY LOYREC.
005200
005300 FD  CUSTOMER-FILE.
005400 COPY CUSTREC.
005500
005600 FD  REPORT-FILE.
005700 01  REPORT-LINE              PIC X(100).
005800
005900 SD  SORT-FILE.
006000 01  SORT-RECORD.
006100     05 SRT-CUST-ID       PIC 9(06).
006200     05 SRT-DATE-KEY      PIC 9(08).
006300     05 SRT-SEQ           PIC 9(07).
006400     05 SRT-DATE          PIC X(10).
006500     05 SRT-EVENT         PIC X(01).
006600        88 SRT-IS-EARN               VALUE 'E'.
006700        88 SRT-IS-REDEEM             VALUE 'R'.
006800        88 SRT-IS-REVERSE            VALUE 'X'.
006900        88 SRT-IS-RESTORE            VALUE 'B'.
007000        88 SRT-ADDS-POINTS           VALUE 'E' 'B'.
007100     05 SRT-POINTS        PIC 9(05).
007200     05 SRT-AMOUNT        PIC 9(3)V99.
007300     05 SRT-ID-GAME       PIC 9(06).
007400     05 SRT-COPY-NO       PIC 9(03).
007500
007600 FD  AUDIT-FILE.
007700 COPY AUDITLOG.
007800
007900 WORKING-STORAGE SECTION.
008000 01  SWITCHES.
008100     05 EOF-SWITCH            PIC X VALUE "N".
008200        88 END-OF-FILE                 VALUE "Y".
008300     05 WS-SORT-EOF-SWITCH    PIC X VALUE "N".
008400        88 SORT-AT-EOF                 VALUE "Y".
008500     05 WS-FIRST-CUST-SWITCH  PIC X VALUE "Y".
008600        88 FIRST-CUST-PENDING          VALUE "Y".
008700     05 WS-STMT-OPEN-SWITCH   PIC X VALUE "N".
008800        88 STMT-OPEN                   VALUE "Y".
008900
009000 01  COUNTERS.
009100     05 READ-COUNTER          PIC 9(7) COMP VALUE 0.
009200     05 IGNORED-COUNTER       PIC 9(5) COMP VALUE 0.
009300     05 PERIOD-COUNTER        PIC 9(7) COMP VALUE 0.
009400     05 CUSTOMER-COUNTER      PIC 9(5) COMP VALUE 0.
009500
009600 01  WS-LOY-FILE-STATUS       PIC X(02) VALUE "00".
009700 01  WS-CUS-FILE-STATUS       PIC X(02) VALUE "00".
009800 01  WS-PRIOR-CUST-ID         PIC 9(06) VALUE 0.
009900
010000 01  WS-PERIOD-FIELDS.
010100     05 WS-PERIOD-IN          PIC X(06) VALUE SPACES.
010200     05 WS-THIS-PERIOD        PIC X(07) VALUE SPACES.
010300     05 WS-PER-YYYY           PIC 9(4) VALUE 0.
010400     05 WS-PER-MM             PIC 99 VALUE 0.
010500     05 WS-PER-KEY            PIC 9(06) VALUE 0.
010600     05 WS-EVENT-KEY          PIC 9(06) VALUE 0.
010700
010800 01  WS-RUN-DATE.
010900     05 WS-RUN-YYYY           PIC 9(4).
011000     05 WS-RUN-MM             PIC 99.
011100     05 WS-RUN-DD             PIC 99.
011200
011300 01  WS-LOY-DATE              PIC X(10).
011400 01  WS-LOY-DATE-R REDEFINES WS-LOY-DATE.
011500     05 WS-LOY-MM             PIC 99.
011600     05 FILLER                PIC X.
011700     05 WS-LOY-DD             PIC 99.
011800     05 FILLER                PIC X.
011900     05 WS-LOY-YYYY           PIC 9(4).
012000
012100 01  WS-DATE-KEY.
012200     05 WS-KEY-YYYY           PIC 9(4).
012300     05 WS-KEY-MM             PIC 99.
012400     05 WS-KEY-DD             PIC 99.
012500 01  WS-DATE-KEY-N REDEFINES WS-DATE-KEY PIC 9(08).
012600
012700*    ONE CUSTOMER'S FIGURES, THEN THE WHOLE STATEMENT RUN'S.
012800 01  WS-CUST-FIGURES.
012900     05 WS-CUST-OPENING       PIC S9(9) COMP VALUE 0.
013000     05 WS-CUST-EARNED        PIC 9(9) COMP VALUE 0.
013100     05 WS-CUST-REDEEMED      PIC 9(9) COMP VALUE 0.
013200     05 WS-CUST-ADJUST        PIC S9(9) COMP VALUE 0.
013300     05 WS-CUST-CLOSING       PIC S9(9) COMP VALUE 0.
013400 01  WS-ALL-FIGURES.
013500     05 WS-ALL-OPENING        PIC S9(9) COMP VALUE 0.
013600     05 WS-ALL-EARNED         PIC 9(9) COMP VALUE 0.
013700     05 WS-ALL-REDEEMED       PIC 9(9) COMP VALUE 0.
013800     05 WS-ALL-ADJUST         PIC S9(9) COMP VALUE 0.
013900     05 WS-ALL-CLOSING        PIC S9(9) COMP VALUE 0.
014000
014100 01  WS-CUST-NAME             PIC X(30) VALUE SPACES.
014200
014300 01  WS-REPORT-FIELDS.
014400     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
014500     05 WS-EDIT-POINTS        PIC -,---,---,--9.
014600     05 WS-EDIT-AMOUNT        PIC ZZ9.99.
014700     05 WS-EVENT-TEXT         PIC X(13) VALUE SPACES.
014800
014900 01  WS-AUDIT-FIELDS.
015000     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
015100     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
015200     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
015300     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
015400
015500 01  WS-AUDIT-DATE-GROUP.
015600     05 WS-AUDIT-YYYY         PIC 9(4).
015700     05 WS-AUDIT-MM           PIC 99.
015800     05 WS-AUDIT-DD           PIC 99.
015900
016000 01  WS-AUDIT-TIME-GROUP.
016100     05 WS-AUDIT-HH           PIC 99.
016200     05 WS-AUDIT-MIN          PIC 99.
016300     05 WS-AUDIT-SS           PIC 99.
016400     05 WS-AUDIT-HS           PIC 99.
016500
016506 01  SIGN-REQUEST-FIELDS.
016512     05 SIGN-FUNCTION          PIC X.
016518     05 SIGN-PROGRAM           PIC X(10).
016524     05 SIGN-ACTION            PIC X(08).
016530     05 SIGN-DETAIL            PIC X(60).
016536 01  SIGN-RESULT-FIELDS.
016542     05 SIGN-RESULT            PIC X.
016548        88 SIGN-GRANTED                 VALUE "G".
016554        88 SIGN-REFUSED                 VALUE "R".
016560     05 SIGN-OPERATOR-ID       PIC X(08).
016566     05 SIGN-OPERATOR-NAME     PIC X(30).
016572     05 SIGN-OPERATOR-ROLE     PIC X(02).
016578     05 SIGN-PASSWORD-HASH     PIC 9(10).
016584
016600 PROCEDURE DIVISION.
016700
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE-RTN.
017000     SORT SORT-FILE
017100         ON ASCENDING KEY SRT-CUST-ID
017200         ON ASCENDING KEY SRT-DATE-KEY
017300         ON ASCENDING KEY SRT-SEQ
017400         INPUT PROCEDURE IS 2000-SUPPLY-LEDGER-RTN
017500         OUTPUT PROCEDURE IS 3000-REPORT-SORTED-RTN.
017600     PERFORM 8000-WRITE-TOTALS-RTN.
017700     PERFORM 9000-TERMINATE-RTN.
017800     STOP RUN.
017900
018000******************************************************************
018100*    1000-INITIALIZE-RTN
018200*    ASK FOR THE STATEMENT PERIOD (BLANK TAKES THE CURRENT
018300*    MONTH), OPEN THE CUSTOMER MASTER AND THE REPORT AND LOG THE
018400*    START.
018500******************************************************************
018600 1000-INITIALIZE-RTN.
018609     MOVE "S" TO SIGN-FUNCTION.
018618     MOVE "LOYSTMT" TO SIGN-PROGRAM.
018627     MOVE SPACES TO SIGN-ACTION.
018636     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
018645         SIGN-RESULT-FIELDS.
018654     IF NOT SIGN-GRANTED
018663         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
018672         MOVE 8 TO RETURN-CODE
018681         STOP RUN
018690     END-IF.
018700     DISPLAY "LOYSTMT - LOYALTY POINTS STATEMENT".
018800     DISPLAY "ENTER STATEMENT PERIOD (YYYYMM, BLANK = CURRENT"
018900         " MONTH) : ".
019000     ACCEPT WS-PERIOD-IN.
019100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019200     IF WS-PERIOD-IN = SPACES OR WS-PERIOD-IN = '000000'
019300         MOVE WS-RUN-YYYY TO WS-PER-YYYY
019400         MOVE WS-RUN-MM TO WS-PER-MM
019500     ELSE
019600         MOVE WS-PERIOD-IN(1:4) TO WS-PER-YYYY
019700         MOVE WS-PERIOD-IN(5:2) TO WS-PER-MM
019800     END-IF.
019900     COMPUTE WS-PER-KEY = WS-PER-YYYY * 100 + WS-PER-MM.
020000     MOVE SPACES TO WS-THIS-PERIOD.
020100     STRING WS-PER-YYYY DELIMITED BY SIZE
020200         '-' DELIMITED BY SIZE
020300         WS-PER-MM DELIMITED BY SIZE
020400         INTO WS-THIS-PERIOD.
020500     OPEN INPUT CUSTOMER-FILE.
020600     OPEN OUTPUT REPORT-FILE.
020700     MOVE SPACES TO REPORT-LINE.
020800     STRING 'LOYALTY POINTS STATEMENT FOR PERIOD '
020900         DELIMITED BY SIZE
021000         WS-THIS-PERIOD DELIMITED BY SIZE
021100         INTO REPORT-LINE.
021200     WRITE REPORT-LINE.
021300     OPEN EXTEND AUDIT-FILE.
021400     IF WS-AUDIT-FILE-STATUS NOT = "00"
021500         OPEN OUTPUT AUDIT-FILE
021600     END-IF.
021700     MOVE 'START' TO WS-AUDIT-EVENT.
021800     MOVE SPACES TO WS-AUDIT-STATUS.
021900     MOVE 0 TO WS-AUDIT-REC-EDIT.
022000     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
022100
022200******************************************************************
022300*    1100-WRITE-AUDIT-LINE-RTN
022400*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
022500*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
022600*    COMPLETION STATUS.
022700******************************************************************
022800 1100-WRITE-AUDIT-LINE-RTN.
022900     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
023000     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
023100     MOVE SPACES TO AUDIT-LINE.
023200     STRING 'PGM=LOYSTMT   EVENT=' DELIMITED BY SIZE
023300         WS-AUDIT-EVENT DELIMITED BY SIZE
023400         '  TS=' DELIMITED BY SIZE
023500         WS-AUDIT-YYYY DELIMITED BY SIZE
023600         '-' DELIMITED BY SIZE
023700         WS-AUDIT-MM DELIMITED BY SIZE
023800         '-' DELIMITED BY SIZE
023900         WS-AUDIT-DD DELIMITED BY SIZE
024000         ' ' DELIMITED BY SIZE
024100         WS-AUDIT-HH DELIMITED BY SIZE
024200         ':' DELIMITED BY SIZE
024300         WS-AUDIT-MIN DELIMITED BY SIZE
024400         ':' DELIMITED BY SIZE
024500         WS-AUDIT-SS DELIMITED BY SIZE
024600         '  RECS=' DELIMITED BY SIZE
024700         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
024800         '  STATUS=' DELIMITED BY SIZE
024900         WS-AUDIT-STATUS DELIMITED BY SIZE
025000         INTO AUDIT-LINE.
025100     WRITE AUDIT-LINE.
025200
025300******************************************************************
025400*    2000-SUPPLY-LEDGER-RTN
025500*    RELEASE EVERY LEDGER LINE UP TO THE END OF THE PERIOD TO THE
025600*    SORT. NO LEDGER ON HAND IS AN EMPTY STATEMENT.
025700******************************************************************
025800 2000-SUPPLY-LEDGER-RTN.
025900     OPEN INPUT LOYALTY-FILE.
026000     IF WS-LOY-FILE-STATUS NOT = "00"
026100         MOVE "Y" TO EOF-SWITCH
026200     END-IF.
026300     PERFORM 2100-RELEASE-ONE-RTN UNTIL END-OF-FILE.
026400     IF WS-LOY-FILE-STATUS NOT = "35"
026500         CLOSE LOYALTY-FILE
026600     END-IF.
026700
026800******************************************************************
026900*    2100-RELEASE-ONE-RTN
027000*    READ ONE LEDGER LINE. A LINE WITH A BAD DATE, EVENT OR POINTS
027100*    FIGURE IS COUNTED AND LEFT OUT; A LINE DATED AFTER THE
027200*    PERIOD IS LEFT OUT QUIETLY.
027300******************************************************************
027400 2100-RELEASE-ONE-RTN.
027500     READ LOYALTY-FILE
027600         AT END
027700             MOVE "Y" TO EOF-SWITCH
027800         NOT AT END
027900             ADD 1 TO READ-COUNTER
028000             MOVE LOY-DATE TO WS-LOY-DATE
028100             IF WS-LOY-MM IS NOT NUMERIC
028200                 OR WS-LOY-DD IS NOT NUMERIC
028300                 OR WS-LOY-YYYY IS NOT NUMERIC
028400                 OR LOY-CUST-ID IS NOT NUMERIC
028500                 OR LOY-POINTS IS NOT NUMERIC
028600                 OR NOT LOY-EVENT-VALID
028700                 ADD 1 TO IGNORED-COUNTER
028800             ELSE
028900                 COMPUTE WS-EVENT-KEY =
029000                     WS-LOY-YYYY * 100 + WS-LOY-MM
029100                 IF WS-EVENT-KEY NOT > WS-PER-KEY
029200                     PERFORM 2200-RELEASE-LEDGER-LINE-RTN
029300                 END-IF
029400             END-IF
029500     END-READ.
029600
029700******************************************************************
029800*    2200-RELEASE-LEDGER-LINE-RTN
029900*    BUILD THE SORT RECORD WITH THE DATE TURNED ROUND TO
030000*    YYYYMMDD, AND THE READ SEQUENCE TO KEEP SAME-DAY MOVES IN
030100*    THE ORDER THEY WERE POSTED.
030200******************************************************************
030300 2200-RELEASE-LEDGER-LINE-RTN.
030400     MOVE WS-LOY-YYYY TO WS-KEY-YYYY.
030500     MOVE WS-LOY-MM TO WS-KEY-MM.
030600     MOVE WS-LOY-DD TO WS-KEY-DD.
030700     MOVE LOY-CUST-ID TO SRT-CUST-ID.
030800     MOVE WS-DATE-KEY-N TO SRT-DATE-KEY.
030900     MOVE READ-COUNTER TO SRT-SEQ.
031000     MOVE LOY-DATE TO SRT-DATE.
031100     MOVE LOY-EVENT TO SRT-EVENT.
031200     MOVE LOY-POINTS TO SRT-POINTS.
031300     IF LOY-AMOUNT IS NUMERIC
031400         MOVE LOY-AMOUNT TO SRT-AMOUNT
031500     ELSE
031600         MOVE 0 TO SRT-AMOUNT
031700     END-IF.
031800     MOVE LOY-ID-GAME TO SRT-ID-GAME.
031900     MOVE LOY-COPY-NO TO SRT-COPY-NO.
032000     RELEASE SORT-RECORD.
032100
032200******************************************************************
032300*    3000-REPORT-SORTED-RTN
032400*    RETURN THE SORTED LEDGER AND DRIVE THE PER-CUSTOMER CONTROL
032500*    BREAK.
032600******************************************************************
032700 3000-REPORT-SORTED-RTN.
032800     MOVE "N" TO WS-SORT-EOF-SWITCH.
032900     PERFORM 3100-RETURN-ONE-RTN UNTIL SORT-AT-EOF.
033000     IF NOT FIRST-CUST-PENDING
033100         PERFORM 3400-CLOSE-CUST-GROUP-RTN
033200     END-IF.
033300
033400******************************************************************
033500*    3100-RETURN-ONE-RTN
033600*    RETURN ONE SORTED LEDGER LINE AND BREAK ON A NEW CUSTOMER.
033700*    A LINE BEFORE THE PERIOD GOES TO THE OPENING BALANCE; A LINE
033800*    IN THE PERIOD IS A STATEMENT DETAIL.
033900******************************************************************
034000 3100-RETURN-ONE-RTN.
034100     RETURN SORT-FILE
034200         AT END
034300             MOVE "Y" TO WS-SORT-EOF-SWITCH
034400         NOT AT END
034500             IF FIRST-CUST-PENDING
034600                 MOVE "N" TO WS-FIRST-CUST-SWITCH
034700                 PERFORM 3200-START-CUST-GROUP-RTN
034800             ELSE
034900                 IF SRT-CUST-ID NOT = WS-PRIOR-CUST-ID
035000                     PERFORM 3400-CLOSE-CUST-GROUP-RTN
035100                     PERFORM 3200-START-CUST-GROUP-RTN
035200                 END-IF
035300             END-IF
035400             DIVIDE SRT-DATE-KEY BY 100 GIVING WS-EVENT-KEY
035500             IF WS-EVENT-KEY < WS-PER-KEY
035600                 PERFORM 3250-ADD-TO-OPENING-RTN
035700             ELSE
035800                 PERFORM 3300-WRITE-DETAIL-RTN
035900             END-IF
036000     END-RETURN.
036100
036200******************************************************************
036300*    3200-START-CUST-GROUP-RTN
036400*    CLEAR THE FIGURES FOR A NEW CUSTOMER. NOTHING IS WRITTEN
036500*    UNTIL THE CUSTOMER'S FIRST MOVE IN THE PERIOD TURNS UP.
036600******************************************************************
036700 3200-START-CUST-GROUP-RTN.
036800     MOVE SRT-CUST-ID TO WS-PRIOR-CUST-ID.
036900     MOVE "N" TO WS-STMT-OPEN-SWITCH.
037000     INITIALIZE WS-CUST-FIGURES.
037100
037200******************************************************************
037300*    3250-ADD-TO-OPENING-RTN
037400*    ROLL ONE MOVE FROM BEFORE THE PERIOD INTO THE OPENING
037500*    BALANCE.
037600******************************************************************
037700 3250-ADD-TO-OPENING-RTN.
037800     IF SRT-ADDS-POINTS
037900         ADD SRT-POINTS TO WS-CUST-OPENING
038000     ELSE
038100         SUBTRACT SRT-POINTS FROM WS-CUST-OPENING
038200     END-IF.
038300
038400******************************************************************
038500*    3300-WRITE-DETAIL-RTN
038600*    WRITE ONE MOVE IN THE PERIOD AND ADD IT TO THE CUSTOMER'S
038700*    FIGURES. THE FIRST ONE OPENS THE CUSTOMER'S STATEMENT -- THE
038800*    LEDGER IS IN DATE ORDER, SO THE OPENING BALANCE IS COMPLETE
038900*    BY THEN.
039000******************************************************************
039100 3300-WRITE-DETAIL-RTN.
039200     IF NOT STMT-OPEN
039300         PERFORM 3350-OPEN-STATEMENT-RTN
039400     END-IF.
039500     ADD 1 TO PERIOD-COUNTER.
039600     EVALUATE TRUE
039700         WHEN SRT-IS-EARN
039800             ADD SRT-POINTS TO WS-CUST-EARNED
039900             MOVE 'EARNED' TO WS-EVENT-TEXT
040000         WHEN SRT-IS-REDEEM
040100             ADD SRT-POINTS TO WS-CUST-REDEEMED
040200             MOVE 'REDEEMED' TO WS-EVENT-TEXT
040300         WHEN SRT-IS-RESTORE
040400             ADD SRT-POINTS TO WS-CUST-ADJUST
040500             MOVE 'RETURN - BACK' TO WS-EVENT-TEXT
040600         WHEN OTHER
040700             SUBTRACT SRT-POINTS FROM WS-CUST-ADJUST
040800             MOVE 'RETURN - OFF' TO WS-EVENT-TEXT
040900     END-EVALUATE.
041000     IF SRT-ADDS-POINTS
041100         MOVE SRT-POINTS TO WS-EDIT-POINTS
041200     ELSE
041300         COMPUTE WS-EDIT-POINTS = 0 - SRT-POINTS
041400     END-IF.
041500     MOVE SRT-AMOUNT TO WS-EDIT-AMOUNT.
041600     MOVE SPACES TO REPORT-LINE.
041700     STRING '  ' DELIMITED BY SIZE
041800         SRT-DATE DELIMITED BY SIZE
041900         '  ' DELIMITED BY SIZE
042000         WS-EVENT-TEXT DELIMITED BY SIZE
042100         ' ' DELIMITED BY SIZE
042200         WS-EDIT-POINTS DELIMITED BY SIZE
042300         '   ' DELIMITED BY SIZE
042400         WS-EDIT-AMOUNT DELIMITED BY SIZE
042500         '   ' DELIMITED BY SIZE
042600         SRT-ID-GAME DELIMITED BY SIZE
042700         '  ' DELIMITED BY SIZE
042800         SRT-COPY-NO DELIMITED BY SIZE
042900         INTO REPORT-LINE.
043000     WRITE REPORT-LINE.
043100
043200******************************************************************
043300*    3350-OPEN-STATEMENT-RTN
043400*    LOOK UP THE CUSTOMER'S NAME AND WRITE THE STATEMENT HEADING
043500*    WITH THE OPENING BALANCE.
043600******************************************************************
043700 3350-OPEN-STATEMENT-RTN.
043800     MOVE "Y" TO WS-STMT-OPEN-SWITCH.
043900     ADD 1 TO CUSTOMER-COUNTER.
044000     MOVE 'NOT ON CUSTOMER MASTER' TO WS-CUST-NAME.
044100     IF WS-CUS-FILE-STATUS NOT = "35"
044200         MOVE WS-PRIOR-CUST-ID TO CUS-ID
044300         READ CUSTOMER-FILE
044400             INVALID KEY
044500                 CONTINUE
044600             NOT INVALID KEY
044700                 MOVE CUS-NAME TO WS-CUST-NAME
044800         END-READ
044900     END-IF.
045000     MOVE SPACES TO REPORT-LINE.
045100     WRITE REPORT-LINE.
045200     MOVE SPACES TO REPORT-LINE.
045300     STRING 'CUSTOMER ' DELIMITED BY SIZE
045400         WS-PRIOR-CUST-ID DELIMITED BY SIZE
045500         '  ' DELIMITED BY SIZE
045600         WS-CUST-NAME DELIMITED BY SIZE
045700         INTO REPORT-LINE.
045800     WRITE REPORT-LINE.
045900     MOVE WS-CUST-OPENING TO WS-EDIT-POINTS.
046000     MOVE SPACES TO REPORT-LINE.
046100     STRING '  OPENING BALANCE  . . . . : ' DELIMITED BY SIZE
046200         WS-EDIT-POINTS DELIMITED BY SIZE
046300         INTO REPORT-LINE.
046400     WRITE REPORT-LINE.
046500     MOVE SPACES TO REPORT-LINE.
046600     STRING '  DATE        MOVE                 POINTS   AMOUNT'
046700         DELIMITED BY SIZE
046800         '   ID      COPY' DELIMITED BY SIZE
046900         INTO REPORT-LINE.
047000     WRITE REPORT-LINE.
047100
047200******************************************************************
047300*    3400-CLOSE-CUST-GROUP-RTN
047400*    FOR A CUSTOMER WITH ACTIVITY IN THE PERIOD, WRITE THE
047500*    PERIOD'S FIGURES AND THE CLOSING BALANCE AND ADD THEM TO THE
047600*    RUN TOTALS. A CUSTOMER WITH NO ACTIVITY GETS NO STATEMENT.
047700******************************************************************
047800 3400-CLOSE-CUST-GROUP-RTN.
047900     IF STMT-OPEN
048000         COMPUTE WS-CUST-CLOSING = WS-CUST-OPENING
048100             + WS-CUST-EARNED - WS-CUST-REDEEMED + WS-CUST-ADJUST
048200         MOVE WS-CUST-EARNED TO WS-EDIT-POINTS
048300         MOVE SPACES TO REPORT-LINE
048400         STRING '  POINTS EARNED  . . . . . : ' DELIMITED BY SIZE
048500             WS-EDIT-POINTS DELIMITED BY SIZE INTO REPORT-LINE
048600         WRITE REPORT-LINE
048700         MOVE WS-CUST-REDEEMED TO WS-EDIT-POINTS
048800         MOVE SPACES TO REPORT-LINE
048900         STRING '  POINTS REDEEMED  . . . . : ' DELIMITED BY SIZE
049000             WS-EDIT-POINTS DELIMITED BY SIZE INTO REPORT-LINE
049100         WRITE REPORT-LINE
049200         MOVE WS-CUST-ADJUST TO WS-EDIT-POINTS
049300         MOVE SPACES TO REPORT-LINE
049400         STRING '  RETURN ADJUSTMENTS . . . : ' DELIMITED BY SIZE
049500             WS-EDIT-POINTS DELIMITED BY SIZE INTO REPORT-LINE
049600         WRITE REPORT-LINE
049700         MOVE WS-CUST-CLOSING TO WS-EDIT-POINTS
049800         MOVE SPACES TO REPORT-LINE
049900         STRING '  CLOSING BALANCE  . . . . : ' DELIMITED BY SIZE
050000             WS-EDIT-POINTS DELIMITED BY SIZE INTO REPORT-LINE
050100         WRITE REPORT-LINE
050200         ADD WS-CUST-OPENING TO WS-ALL-OPENING
050300         ADD WS-CUST-EARNED TO WS-ALL-EARNED
050400         ADD WS-CUST-REDEEMED TO WS-ALL-REDEEMED
050500         ADD WS-CUST-ADJUST TO WS-ALL-ADJUST
050600         ADD WS-CUST-CLOSING TO WS-ALL-CLOSING
050700     END-IF.
050800
050900******************************************************************
051000*    8000-WRITE-TOTALS-RTN
051100*    WRITE THE RUN TOTALS AT THE FOOT OF THE STATEMENT.
051200******************************************************************
051300 8000-WRITE-TOTALS-RTN.
051400     MOVE SPACES TO REPORT-LINE.
051500     WRITE REPORT-LINE.
051600     MOVE CUSTOMER-COUNTER TO WS-EDIT-COUNT.
051700     MOVE SPACES TO REPORT-LINE.
051800     STRING 'CUSTOMERS WITH ACTIVITY  . . : ' DELIMITED BY SIZE
051900         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
052000     WRITE REPORT-LINE.
052100     MOVE PERIOD-COUNTER TO WS-EDIT-COUNT.
052200     MOVE SPACES TO REPORT-LINE.
052300     STRING 'POINTS MOVES IN THE PERIOD . : ' DELIMITED BY SIZE
052400         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
052500     WRITE REPORT-LINE.
052600     MOVE WS-ALL-OPENING TO WS-EDIT-POINTS.
052700     MOVE SPACES TO REPORT-LINE.
052800     STRING 'OPENING BALANCES . . . . . . : ' DELIMITED BY SIZE
052900         WS-EDIT-POINTS DELIMITED BY SIZE INTO REPORT-LINE.
053000     WRITE REPORT-LINE.
053100     MOVE WS-ALL-EARNED TO WS-EDIT-POINTS.
053200     MOVE SPACES TO REPORT-LINE.
053300     STRING 'POINTS EARNED  . . . . . . . : ' DELIMITED BY SIZE
053400         WS-EDIT-POINTS DELIMITED BY SIZE INTO REPORT-LINE.
053500     WRITE REPORT-LINE.
053600     MOVE WS-ALL-REDEEMED TO WS-EDIT-POINTS.
053700     MOVE SPACES TO REPORT-LINE.
053800     STRING 'POINTS REDEEMED  . . . . . . : ' DELIMITED BY SIZE
053900         WS-EDIT-POINTS DELIMITED BY SIZE INTO REPORT-LINE.
054000     WRITE REPORT-LINE.
054100     MOVE WS-ALL-ADJUST TO WS-EDIT-POINTS.
054200     MOVE SPACES TO REPORT-LINE.
054300     STRING 'RETURN ADJUSTMENTS . . . . . : ' DELIMITED BY SIZE
054400         WS-EDIT-POINTS DELIMITED BY SIZE INTO REPORT-LINE.
054500     WRITE REPORT-LINE.
054600     MOVE WS-ALL-CLOSING TO WS-EDIT-POINTS.
054700     MOVE SPACES TO REPORT-LINE.
054800     STRING 'CLOSING BALANCES . . . . . . : ' DELIMITED BY SIZE
054900         WS-EDIT-POINTS DELIMITED BY SIZE INTO REPORT-LINE.
055000     WRITE REPORT-LINE.
055100     IF IGNORED-COUNTER > 0
055200         MOVE IGNORED-COUNTER TO WS-EDIT-COUNT
055300         MOVE SPACES TO REPORT-LINE
055400         STRING 'UNREADABLE LEDGER LINES SKIPPED : '
055500             DELIMITED BY SIZE
055600             WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
055700         WRITE REPORT-LINE
055800     END-IF.
055900
056000******************************************************************
056100*    9000-TERMINATE-RTN
056200*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
056300******************************************************************
056400 9000-TERMINATE-RTN.
056500     MOVE 'END  ' TO WS-AUDIT-EVENT.
056600     IF IGNORED-COUNTER > 0
056700         MOVE 'SKIPPED' TO WS-AUDIT-STATUS
056800     ELSE
056900         MOVE 'COMPLETE' TO WS-AUDIT-STATUS
057000     END-IF.
057100     MOVE READ-COUNTER TO WS-AUDIT-REC-EDIT.
057200     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
057300     CLOSE AUDIT-FILE.
057400     CLOSE REPORT-FILE.
057500     IF WS-CUS-FILE-STATUS NOT = "35"
057600         CLOSE CUSTOMER-FILE
057700     END-IF.
057800     DISPLAY "LOYSTMT COMPLETE - " CUSTOMER-COUNTER
057900         " CUSTOMERS WITH POINTS ACTIVITY IN " WS-THIS-PERIOD.
058000
058100 END PROGRAM LOYSTMT.
