000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STORECMP.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- STORE COMPARISON PAGE. THE
001200*                      STORE COPIES OF THE HOLDINGS, LOCATION,
001300*                      SALES AND STOCKTAKE REPORTS EACH SHOW ONE
001400*                      STORE; THIS PUTS THE STORES SIDE BY SIDE
001500*                      ON ONE PAGE (STORECMP.TXT). FOR EVERY
001600*                      STORE ON THE LOCATION MASTER (THROUGH
001700*                      LOCSTORE) IT SHOWS THE NET SALES DOLLARS
001800*                      AND NET UNITS FOR THE REQUESTED MONTH
001900*                      (SALES.TXT BY SAL-LOCATION), EACH STORE'S
002000*                      SHARE OF THE MONTH'S SALES, THE COPIES
002100*                      HELD TODAY AND THEIR VALUE AT CATALOG LIST
002200*                      PRICE (HOLDINGS.TXT PRICED OFF GAMES.TXT),
002300*                      AND THE VARIANCE FROM THE LAST STOCKTAKE
002400*                      (STKVSUM.DAT, WRITTEN BY STOCKTAK). SALES
002500*                      AND COPIES AT A LOCATION NO STORE CLAIMS
002600*                      ARE CARRIED ON AN UNASSIGNED LINE SO THE
002700*                      PAGE STILL FOOTS TO THE COMBINED REPORTS.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SALES-FILE ASSIGN TO 'SALES.TXT'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-SALES-FILE-STATUS.
003600
003700     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS HOLD-KEY
004100         FILE STATUS IS WS-HOLD-FILE-STATUS.
004200
004300     SELECT GAME-FILE ASSIGN TO 'GAMES.TXT'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS ID-GAME
004700         FILE STATUS IS WS-GAME-FILE-STATUS.
004800
004900     SELECT SUMMARY-FILE ASSIGN TO 'STKVSUM.DAT'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-VSUM-FILE-STATUS.
005200
005300     SELECT REPORT-FILE ASSIGN TO 'STORECMP.TXT'
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SALES-FILE.
006300 COPY SALESREC.
006400
006500 FD  HOLDINGS-FILE.
006600 COPY HOLDREC.
006700
006800 FD  GAME-FILE.
006900 COPY GAMEREC.
007000
007100 FD  SUMMARY-FILE.
007200 COPY STKVSUM.
007300
007400 FD  REPORT-FILE.
007500 01  REPORT-LINE              PIC X(132).
007600
007700 FD  AUDIT-FILE.
007800 COPY AUDITLOG.
007900
008000 WORKING-STORAGE SECTION.
008100 01  SWITCHES.
008200     05 EOF-SWITCH            PIC X VALUE "N".
008300        88 END-OF-FILE                 VALUE "Y".
008400     05 WS-SLOT-FOUND-SWITCH  PIC X VALUE "N".
008500        88 SLOT-FOUND                  VALUE "Y".
008600     05 WS-PRICE-SWITCH       PIC X VALUE "N".
008700        88 PRICE-ON-HAND               VALUE "Y".
008800
008900 01  COUNTERS.
009000     05 SALES-READ-COUNTER    PIC 9(7) COMP VALUE 0.
009100     05 SALES-USED-COUNTER    PIC 9(7) COMP VALUE 0.
009200     05 HOLD-REC-COUNTER      PIC 9(7) COMP VALUE 0.
009300     05 UNPRICED-COUNTER      PIC 9(7) COMP VALUE 0.
009400     05 VSUM-REC-COUNTER      PIC 9(5) COMP VALUE 0.
009500
009600 01  WS-FILE-STATUSES.
009700     05 WS-SALES-FILE-STATUS  PIC X(02) VALUE "00".
009800     05 WS-HOLD-FILE-STATUS   PIC X(02) VALUE "00".
009900     05 WS-GAME-FILE-STATUS   PIC X(02) VALUE "00".
010000     05 WS-VSUM-FILE-STATUS   PIC X(02) VALUE "00".
010100
010200 01  WS-PERIOD-FIELDS.
010300     05 WS-PERIOD-IN          PIC X(06) VALUE SPACES.
010400     05 WS-THIS-PERIOD        PIC X(07) VALUE SPACES.
010500     05 WS-PER-YYYY           PIC 9(4) VALUE 0.
010600     05 WS-PER-MM             PIC 99 VALUE 0.
010700
010800 01  WS-RUN-DATE.
010900     05 WS-RUN-YYYY           PIC 9(4).
011000     05 WS-RUN-MM             PIC 99.
011100     05 WS-RUN-DD             PIC 99.
011200
011300 01  WS-SAL-DATE              PIC X(10).
011400 01  WS-SAL-DATE-R REDEFINES WS-SAL-DATE.
011500     05 WS-SAL-MM             PIC 99.
011600     05 FILLER                PIC X.
011700     05 WS-SAL-DD             PIC 99.
011800     05 FILLER                PIC X.
011900     05 WS-SAL-YYYY           PIC 9(4).
012000
012100*    THE LAST TITLE PRICED -- HOLDINGS COME IN ID-GAME ORDER SO
012200*    THE CATALOG IS ONLY READ ONCE PER TITLE.
012300 01  WS-PRICE-FIELDS.
012400     05 WS-PRICED-ID-GAME     PIC 9(06) VALUE 0.
012500     05 WS-PRICED-PRICE       PIC 9(3)V99 VALUE 0.
012600
012700*    ONE SLOT PER STORE IN STORE CODE ORDER, THEN ONE MORE FOR
012800*    THE LOCATIONS NO STORE CLAIMS.
012900 01  WS-STORE-TOTAL           PIC 9(3) COMP VALUE 0.
013000 01  WS-SLOT-COUNT            PIC 9(3) COMP VALUE 0.
013100 01  WS-HIT-IDX               PIC 9(3) COMP VALUE 0.
013200 01  WS-CMP-TABLE.
013300     05 WS-CMP-ENTRY OCCURS 21 TIMES
013400            INDEXED BY WS-CMP-IDX.
013500        10 WS-CMP-STORE       PIC X(04).
013600        10 WS-CMP-SALES       PIC S9(9)V99 COMP.
013700        10 WS-CMP-UNITS       PIC S9(7) COMP.
013800        10 WS-CMP-COPIES      PIC 9(7) COMP.
013900        10 WS-CMP-VALUE       PIC 9(9)V99 COMP.
014000        10 WS-CMP-VSUM-SWITCH PIC X.
014100           88 CMP-STOCKTAKE-ON-FILE   VALUE "Y".
014200        10 WS-CMP-VSUM-DATE   PIC X(10).
014300        10 WS-CMP-COUNTED     PIC 9(7) COMP.
014400        10 WS-CMP-ON-FILE     PIC 9(7) COMP.
014500        10 WS-CMP-VARIANCE    PIC 9(7) COMP.
014600
014700 01  WS-TOTAL-FIELDS.
014800     05 WS-TOT-SALES          PIC S9(9)V99 COMP VALUE 0.
014900     05 WS-TOT-UNITS          PIC S9(7) COMP VALUE 0.
015000     05 WS-TOT-COPIES         PIC 9(7) COMP VALUE 0.
015100     05 WS-TOT-VALUE          PIC 9(9)V99 COMP VALUE 0.
015200     05 WS-TOT-COUNTED        PIC 9(7) COMP VALUE 0.
015300     05 WS-TOT-ON-FILE        PIC 9(7) COMP VALUE 0.
015400     05 WS-TOT-VARIANCE       PIC 9(7) COMP VALUE 0.
015500
015600 01  WS-WORK-FIELDS.
015700     05 WS-SHARE-PCT          PIC S9(3)V9 COMP VALUE 0.
015800     05 WS-VAR-PCT            PIC 9(4)V9 COMP VALUE 0.
015900     05 WS-CALC-VARIANCE      PIC 9(7) COMP VALUE 0.
016000     05 WS-CALC-ON-FILE       PIC 9(7) COMP VALUE 0.
016100     05 WS-TAKEN-COUNT        PIC 9(3) COMP VALUE 0.
016200     05 WS-ROW-LABEL          PIC X(10) VALUE SPACES.
016300     05 WS-SLOT-STORE         PIC X(04) VALUE SPACES.
016400
016500 01  WS-REPORT-FIELDS.
016600     05 WS-EDIT-SALES         PIC ZZZ,ZZZ,ZZ9.99-.
016700     05 WS-EDIT-SHARE         PIC ZZ9.9-.
016800     05 WS-EDIT-UNITS         PIC ZZZ,ZZ9-.
016900     05 WS-EDIT-COPIES        PIC ZZZ,ZZ9.
017000     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
017100     05 WS-EDIT-DATE          PIC X(10).
017200     05 WS-EDIT-COUNTED       PIC X(07).
017300     05 WS-EDIT-VARIANCE      PIC X(08).
017400     05 WS-EDIT-VAR-PCT       PIC X(06).
017500     05 WS-EDIT-NUM7          PIC ZZZ,ZZ9.
017600     05 WS-EDIT-NUM8          PIC ZZZZ,ZZ9.
017700     05 WS-EDIT-PCT6          PIC ZZZ9.9.
017800
017900 01  STORE-REQUEST-FIELDS.
018000     05 STORE-FUNCTION        PIC X.
018100     05 STORE-LOCATION        PIC X(10).
018200     05 STORE-SEQ             PIC 9(3).
018300 01  STORE-RESULT-FIELDS.
018400     05 STORE-CODE            PIC X(04).
018500     05 STORE-COUNT           PIC 9(3).
018600     05 STORE-RESULT          PIC X.
018700        88 STORE-FOUND                 VALUE "Y".
018800        88 STORE-NOT-FOUND             VALUE "N".
018900
019000 01  WS-AUDIT-FIELDS.
019100     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
019200     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
019300     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
019400     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
019500
019600 01  WS-AUDIT-DATE-GROUP.
019700     05 WS-AUDIT-YYYY         PIC 9(4).
019800     05 WS-AUDIT-MM           PIC 99.
019900     05 WS-AUDIT-DD           PIC 99.
020000
020100 01  WS-AUDIT-TIME-GROUP.
020200     05 WS-AUDIT-HH           PIC 99.
020300     05 WS-AUDIT-MIN          PIC 99.
020400     05 WS-AUDIT-SS           PIC 99.
020500     05 WS-AUDIT-HS           PIC 99.
020600
020700 01  SIGN-REQUEST-FIELDS.
020800     05 SIGN-FUNCTION          PIC X.
020900     05 SIGN-PROGRAM           PIC X(10).
021000     05 SIGN-ACTION            PIC X(08).
021100     05 SIGN-DETAIL            PIC X(60).
021200 01  SIGN-RESULT-FIELDS.
021300     05 SIGN-RESULT            PIC X.
021400        88 SIGN-GRANTED                 VALUE "G".
021500        88 SIGN-REFUSED                 VALUE "R".
021600     05 SIGN-OPERATOR-ID       PIC X(08).
021700     05 SIGN-OPERATOR-NAME     PIC X(30).
021800     05 SIGN-OPERATOR-ROLE     PIC X(02).
021900     05 SIGN-PASSWORD-HASH     PIC 9(10).
022000
022100 PROCEDURE DIVISION.
022200
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE-RTN.
022500     PERFORM 2000-LOAD-STORES-RTN.
022600     PERFORM 3000-ROLL-SALES-RTN.
022700     PERFORM 4000-ROLL-HOLDINGS-RTN.
022800     PERFORM 5000-LOAD-STOCKTAKE-RTN.
022900     PERFORM 6000-WRITE-COMPARISON-RTN.
023000     PERFORM 8000-WRITE-TOTALS-RTN.
023100     PERFORM 9000-TERMINATE-RTN.
023200     STOP RUN.
023300
023400******************************************************************
023500*    1000-INITIALIZE-RTN
023600*    SIGN ON, ASK FOR THE SALES MONTH (BLANK TAKES THE CURRENT
023700*    MONTH), OPEN THE REPORT AND LOG THE START.
023800******************************************************************
023900 1000-INITIALIZE-RTN.
024000     MOVE "S" TO SIGN-FUNCTION.
024100     MOVE "STORECMP" TO SIGN-PROGRAM.
024200     MOVE SPACES TO SIGN-ACTION.
024300     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
024400         SIGN-RESULT-FIELDS.
024500     IF NOT SIGN-GRANTED
024600         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
024700         MOVE 8 TO RETURN-CODE
024800         STOP RUN
024900     END-IF.
025000     DISPLAY "STORECMP - STORE COMPARISON".
025100     DISPLAY "ENTER REPORT PERIOD (YYYYMM, BLANK = CURRENT"
025200         " MONTH) : ".
025300     ACCEPT WS-PERIOD-IN.
025400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025500     IF WS-PERIOD-IN = SPACES OR WS-PERIOD-IN = '000000'
025600         MOVE WS-RUN-YYYY TO WS-PER-YYYY
025700         MOVE WS-RUN-MM TO WS-PER-MM
025800     ELSE
025900         MOVE WS-PERIOD-IN(1:4) TO WS-PER-YYYY
026000         MOVE WS-PERIOD-IN(5:2) TO WS-PER-MM
026100     END-IF.
026200     MOVE SPACES TO WS-THIS-PERIOD.
026300     STRING WS-PER-YYYY DELIMITED BY SIZE
026400         '-' DELIMITED BY SIZE
026500         WS-PER-MM DELIMITED BY SIZE
026600         INTO WS-THIS-PERIOD.
026700     OPEN OUTPUT REPORT-FILE.
026800     MOVE SPACES TO REPORT-LINE.
026900     STRING 'STORE COMPARISON - SALES FOR PERIOD '
027000         DELIMITED BY SIZE
027100         WS-THIS-PERIOD DELIMITED BY SIZE
027200         INTO REPORT-LINE.
027300     WRITE REPORT-LINE.
027400     MOVE SPACES TO REPORT-LINE.
027500     STRING 'COPIES HELD AND STOCK VALUE AS OF TODAY, AT CATALOG'
027600         DELIMITED BY SIZE
027700         ' LIST PRICE -- VARIANCE AS OF EACH STORE''S LAST'
027800         DELIMITED BY SIZE
027900         ' STOCKTAKE' DELIMITED BY SIZE
028000         INTO REPORT-LINE.
028100     WRITE REPORT-LINE.
028200     MOVE SPACES TO REPORT-LINE.
028300     WRITE REPORT-LINE.
028400     OPEN EXTEND AUDIT-FILE.
028500     IF WS-AUDIT-FILE-STATUS NOT = "00"
028600         OPEN OUTPUT AUDIT-FILE
028700     END-IF.
028800     MOVE 'START' TO WS-AUDIT-EVENT.
028900     MOVE SPACES TO WS-AUDIT-STATUS.
029000     MOVE 0 TO WS-AUDIT-REC-EDIT.
029100     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
029200
029300******************************************************************
029400*    1100-WRITE-AUDIT-LINE-RTN
029500*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
029600*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
029700*    COMPLETION STATUS.
029800******************************************************************
029900 1100-WRITE-AUDIT-LINE-RTN.
030000     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
030100     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
030200     MOVE SPACES TO AUDIT-LINE.
030300     STRING 'PGM=STORECMP  EVENT=' DELIMITED BY SIZE
030400         WS-AUDIT-EVENT DELIMITED BY SIZE
030500         '  TS=' DELIMITED BY SIZE
030600         WS-AUDIT-YYYY DELIMITED BY SIZE
030700         '-' DELIMITED BY SIZE
030800         WS-AUDIT-MM DELIMITED BY SIZE
030900         '-' DELIMITED BY SIZE
031000         WS-AUDIT-DD DELIMITED BY SIZE
031100         ' ' DELIMITED BY SIZE
031200         WS-AUDIT-HH DELIMITED BY SIZE
031300         ':' DELIMITED BY SIZE
031400         WS-AUDIT-MIN DELIMITED BY SIZE
031500         ':' DELIMITED BY SIZE
031600         WS-AUDIT-SS DELIMITED BY SIZE
031700         '  RECS=' DELIMITED BY SIZE
031800         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
031900         '  STATUS=' DELIMITED BY SIZE
032000         WS-AUDIT-STATUS DELIMITED BY SIZE
032100         INTO AUDIT-LINE.
032200     WRITE AUDIT-LINE.
032300
032400******************************************************************
032500*    2000-LOAD-STORES-RTN
032600*    SET UP ONE COMPARISON SLOT PER STORE THROUGH LOCSTORE, AND
032700*    THE UNASSIGNED SLOT AFTER THEM.
032800******************************************************************
032900 2000-LOAD-STORES-RTN.
033000     MOVE "N" TO STORE-FUNCTION.
033100     MOVE SPACES TO STORE-LOCATION.
033200     MOVE 0 TO STORE-SEQ.
033300     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
033400         STORE-RESULT-FIELDS.
033500     MOVE STORE-COUNT TO WS-STORE-TOTAL.
033600     IF WS-STORE-TOTAL > 20
033700         MOVE 20 TO WS-STORE-TOTAL
033800     END-IF.
033900     COMPUTE WS-SLOT-COUNT = WS-STORE-TOTAL + 1.
034000     PERFORM 2100-LOAD-ONE-STORE-RTN
034100         VARYING WS-CMP-IDX FROM 1 BY 1
034200         UNTIL WS-CMP-IDX > WS-SLOT-COUNT.
034300
034400******************************************************************
034500*    2100-LOAD-ONE-STORE-RTN
034600*    CLEAR ONE COMPARISON SLOT AND GIVE IT ITS STORE CODE -- THE
034700*    LAST SLOT IS THE UNASSIGNED ONE AND CARRIES NO CODE.
034800******************************************************************
034900 2100-LOAD-ONE-STORE-RTN.
035000     INITIALIZE WS-CMP-ENTRY(WS-CMP-IDX).
035100     MOVE "N" TO WS-CMP-VSUM-SWITCH(WS-CMP-IDX).
035200     IF WS-CMP-IDX NOT > WS-STORE-TOTAL
035300         MOVE "N" TO STORE-FUNCTION
035400         SET STORE-SEQ TO WS-CMP-IDX
035500         CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
035600             STORE-RESULT-FIELDS
035700         MOVE STORE-CODE TO WS-CMP-STORE(WS-CMP-IDX)
035800     END-IF.
035900
036000******************************************************************
036100*    3000-ROLL-SALES-RTN
036200*    PASS THE SALES LEDGER AND ROLL EVERY LINE DATED IN THE
036300*    PERIOD INTO ITS STORE'S NET SALES AND NET UNITS. NO LEDGER
036400*    ON HAND IS A MONTH WITH NO SALES, NOT AN ERROR.
036500******************************************************************
036600 3000-ROLL-SALES-RTN.
036700     MOVE "N" TO EOF-SWITCH.
036800     OPEN INPUT SALES-FILE.
036900     IF WS-SALES-FILE-STATUS NOT = "00"
037000         MOVE "Y" TO EOF-SWITCH
037100     END-IF.
037200     PERFORM 3100-ROLL-ONE-SALE-RTN UNTIL END-OF-FILE.
037300     IF WS-SALES-FILE-STATUS NOT = "35"
037400         CLOSE SALES-FILE
037500     END-IF.
037600
037700******************************************************************
037800*    3100-ROLL-ONE-SALE-RTN
037900*    READ ONE LEDGER LINE. A SALE ADDS ITS PRICE AND ONE UNIT TO
038000*    ITS STORE, A RETURN TAKES THEM BACK OFF. SALES TAX IS LEFT
038100*    OUT -- IT IS NOT THE STORE'S MONEY.
038200******************************************************************
038300 3100-ROLL-ONE-SALE-RTN.
038400     READ SALES-FILE
038500         AT END
038600             MOVE "Y" TO EOF-SWITCH
038700         NOT AT END
038800             ADD 1 TO SALES-READ-COUNTER
038900             MOVE SAL-DATE TO WS-SAL-DATE
039000             IF WS-SAL-YYYY = WS-PER-YYYY
039100                 AND WS-SAL-MM = WS-PER-MM
039200                 ADD 1 TO SALES-USED-COUNTER
039300                 MOVE SAL-LOCATION TO STORE-LOCATION
039400                 PERFORM 7000-FIND-STORE-SLOT-RTN
039500                 IF SAL-IS-RETURN
039600                     SUBTRACT SAL-PRICE
039700                         FROM WS-CMP-SALES(WS-HIT-IDX)
039800                     SUBTRACT 1 FROM WS-CMP-UNITS(WS-HIT-IDX)
039900                 ELSE
040000                     ADD SAL-PRICE TO WS-CMP-SALES(WS-HIT-IDX)
040100                     ADD 1 TO WS-CMP-UNITS(WS-HIT-IDX)
040200                 END-IF
040300             END-IF
040400     END-READ.
040500
040600******************************************************************
040700*    4000-ROLL-HOLDINGS-RTN
040800*    PASS THE HOLDINGS FILE AND ROLL EVERY COPY INTO ITS STORE'S
040900*    COPIES HELD AND STOCK VALUE. A COPY OUT ON RENT IS STILL
041000*    THE STORE'S STOCK.
041100******************************************************************
041200 4000-ROLL-HOLDINGS-RTN.
041300     MOVE "N" TO EOF-SWITCH.
041400     OPEN INPUT GAME-FILE.
041500     OPEN INPUT HOLDINGS-FILE.
041600     IF WS-HOLD-FILE-STATUS NOT = "00"
041700         MOVE "Y" TO EOF-SWITCH
041800     END-IF.
041900     PERFORM 4100-ROLL-ONE-HOLDING-RTN UNTIL END-OF-FILE.
042000     IF WS-HOLD-FILE-STATUS NOT = "35"
042100         CLOSE HOLDINGS-FILE
042200     END-IF.
042300     IF WS-GAME-FILE-STATUS NOT = "35"
042400         CLOSE GAME-FILE
042500     END-IF.
042600
042700******************************************************************
042800*    4100-ROLL-ONE-HOLDING-RTN
042900*    READ ONE HOLDING, PRICE IT AND ROLL IT INTO ITS STORE.
043000******************************************************************
043100 4100-ROLL-ONE-HOLDING-RTN.
043200     READ HOLDINGS-FILE
043300         AT END
043400             MOVE "Y" TO EOF-SWITCH
043500         NOT AT END
043600             ADD 1 TO HOLD-REC-COUNTER
043700             MOVE HOLD-LOCATION TO STORE-LOCATION
043800             PERFORM 7000-FIND-STORE-SLOT-RTN
043900             ADD 1 TO WS-CMP-COPIES(WS-HIT-IDX)
044000             PERFORM 4200-PRICE-HOLDING-RTN
044100             IF PRICE-ON-HAND
044200                 ADD WS-PRICED-PRICE
044300                     TO WS-CMP-VALUE(WS-HIT-IDX)
044400             ELSE
044500                 ADD 1 TO UNPRICED-COUNTER
044600             END-IF
044700     END-READ.
044800
044900******************************************************************
045000*    4200-PRICE-HOLDING-RTN
045100*    FETCH THE CATALOG LIST PRICE FOR THE HOLDING'S TITLE -- ONLY
045200*    WHEN THE TITLE CHANGES. A TITLE OFF THE CATALOG, OR WITH NO
045300*    PRICE ON IT, IS COUNTED BUT CARRIES NO VALUE.
045400******************************************************************
045500 4200-PRICE-HOLDING-RTN.
045600     IF HOLD-ID-GAME NOT = WS-PRICED-ID-GAME
045700         MOVE HOLD-ID-GAME TO WS-PRICED-ID-GAME
045800         MOVE 0 TO WS-PRICED-PRICE
045900         MOVE "N" TO WS-PRICE-SWITCH
046000         IF WS-GAME-FILE-STATUS NOT = "35"
046100             MOVE HOLD-ID-GAME TO ID-GAME
046200             READ GAME-FILE
046300                 INVALID KEY
046400                     CONTINUE
046500                 NOT INVALID KEY
046600                     IF PRICE-GAME IS NUMERIC
046700                         MOVE PRICE-GAME TO WS-PRICED-PRICE
046800                         MOVE "Y" TO WS-PRICE-SWITCH
046900                     END-IF
047000             END-READ
047100         END-IF
047200     END-IF.
047300
047400******************************************************************
047500*    5000-LOAD-STOCKTAKE-RTN
047600*    PICK UP EACH STORE'S VARIANCE FROM THE LAST STOCKTAKE. NO
047700*    SUMMARY ON HAND MEANS NO STOCKTAKE HAS BEEN RUN SINCE THE
047800*    STORES WERE SET UP.
047900******************************************************************
048000 5000-LOAD-STOCKTAKE-RTN.
048100     MOVE "N" TO EOF-SWITCH.
048200     OPEN INPUT SUMMARY-FILE.
048300     IF WS-VSUM-FILE-STATUS NOT = "00"
048400         MOVE "Y" TO EOF-SWITCH
048500     END-IF.
048600     PERFORM 5100-LOAD-ONE-STOCKTAKE-RTN UNTIL END-OF-FILE.
048700     IF WS-VSUM-FILE-STATUS NOT = "35"
048800         CLOSE SUMMARY-FILE
048900     END-IF.
049000
049100******************************************************************
049200*    5100-LOAD-ONE-STOCKTAKE-RTN
049300*    READ ONE STORE'S SUMMARY LINE. THE VARIANCE IS EVERY COPY
049400*    THE COUNT DISAGREED WITH THE FILE ON -- NOT COUNTED, NOT ON
049500*    FILE, OR ON THE WRONG SHELF OR IN THE WRONG CONDITION. A
049600*    STORE SINCE TAKEN OFF THE MASTER IS PASSED OVER.
049700******************************************************************
049800 5100-LOAD-ONE-STOCKTAKE-RTN.
049900     READ SUMMARY-FILE
050000         AT END
050100             MOVE "Y" TO EOF-SWITCH
050200         NOT AT END
050300             ADD 1 TO VSUM-REC-COUNTER
050400             MOVE VSUM-STORE TO WS-SLOT-STORE
050500             MOVE "N" TO WS-SLOT-FOUND-SWITCH
050600             PERFORM 7100-CHECK-ONE-SLOT-RTN
050700                 VARYING WS-CMP-IDX FROM 1 BY 1
050800                 UNTIL WS-CMP-IDX > WS-STORE-TOTAL
050900                    OR SLOT-FOUND
051000             IF SLOT-FOUND
051100                 AND VSUM-COUNTED IS NUMERIC
051200                 AND VSUM-ON-FILE IS NUMERIC
051300                 AND VSUM-NOT-COUNTED IS NUMERIC
051400                 AND VSUM-NOT-ON-FILE IS NUMERIC
051500                 AND VSUM-MISMATCH IS NUMERIC
051600                 MOVE "Y" TO WS-CMP-VSUM-SWITCH(WS-HIT-IDX)
051700                 MOVE VSUM-DATE TO WS-CMP-VSUM-DATE(WS-HIT-IDX)
051800                 MOVE VSUM-COUNTED TO WS-CMP-COUNTED(WS-HIT-IDX)
051900                 MOVE VSUM-ON-FILE TO WS-CMP-ON-FILE(WS-HIT-IDX)
052000                 COMPUTE WS-CMP-VARIANCE(WS-HIT-IDX) =
052100                     VSUM-NOT-COUNTED + VSUM-NOT-ON-FILE
052200                     + VSUM-MISMATCH
052300             END-IF
052400     END-READ.
052500
052600
052700******************************************************************
052800*    6000-WRITE-COMPARISON-RTN
052900*    TOTAL THE STORES SO EACH ONE'S SHARE OF SALES CAN BE SHOWN,
053000*    THEN WRITE THE COLUMN HEADINGS AND ONE LINE PER STORE.
053100******************************************************************
053200 6000-WRITE-COMPARISON-RTN.
053300     INITIALIZE WS-TOTAL-FIELDS.
053400     MOVE 0 TO WS-TAKEN-COUNT.
053500     PERFORM 6100-TOTAL-ONE-STORE-RTN
053600         VARYING WS-CMP-IDX FROM 1 BY 1
053700         UNTIL WS-CMP-IDX > WS-SLOT-COUNT.
053800     MOVE SPACES TO REPORT-LINE.
053900     STRING 'STORE     ' '        NET SALES' '   SALES'
054000         DELIMITED BY SIZE
054100         '       NET' '   COPIES' '     STOCK VALUE'
054200         DELIMITED BY SIZE
054300         '  LAST      ' '   COPIES' '  VARIANCE' '     VAR'
054400         DELIMITED BY SIZE
054500         INTO REPORT-LINE.
054600     WRITE REPORT-LINE.
054700     MOVE SPACES TO REPORT-LINE.
054800     STRING '          ' '                 ' '     PCT'
054900         DELIMITED BY SIZE
055000         '     UNITS' '     HELD' '         AT LIST'
055100         DELIMITED BY SIZE
055200         '  STOCKTAKE ' '  COUNTED' '    COPIES' '     PCT'
055300         DELIMITED BY SIZE
055400         INTO REPORT-LINE.
055500     WRITE REPORT-LINE.
055600     MOVE SPACES TO REPORT-LINE.
055700     WRITE REPORT-LINE.
055800     PERFORM 6200-WRITE-ONE-STORE-RTN
055900         THRU 6200-WRITE-ONE-STORE-EXIT
056000         VARYING WS-CMP-IDX FROM 1 BY 1
056100         UNTIL WS-CMP-IDX > WS-SLOT-COUNT.
056200
056300******************************************************************
056400*    6100-TOTAL-ONE-STORE-RTN
056500*    ADD ONE SLOT INTO THE PAGE TOTALS. ONLY STORES WITH A
056600*    STOCKTAKE ON FILE ADD TO THE STOCKTAKE TOTALS.
056700******************************************************************
056800 6100-TOTAL-ONE-STORE-RTN.
056900     ADD WS-CMP-SALES(WS-CMP-IDX) TO WS-TOT-SALES.
057000     ADD WS-CMP-UNITS(WS-CMP-IDX) TO WS-TOT-UNITS.
057100     ADD WS-CMP-COPIES(WS-CMP-IDX) TO WS-TOT-COPIES.
057200     ADD WS-CMP-VALUE(WS-CMP-IDX) TO WS-TOT-VALUE.
057300     IF CMP-STOCKTAKE-ON-FILE(WS-CMP-IDX)
057400         ADD 1 TO WS-TAKEN-COUNT
057500         ADD WS-CMP-COUNTED(WS-CMP-IDX) TO WS-TOT-COUNTED
057600         ADD WS-CMP-ON-FILE(WS-CMP-IDX) TO WS-TOT-ON-FILE
057700         ADD WS-CMP-VARIANCE(WS-CMP-IDX) TO WS-TOT-VARIANCE
057800     END-IF.
057900
058000******************************************************************
058100*    6200-WRITE-ONE-STORE-RTN
058200*    WRITE ONE STORE'S LINE. A STORE WITH NO STOCKTAKE ON FILE
058300*    SAYS SO; THE UNASSIGNED LINE HAS NO STOCKTAKE COLUMNS AND IS
058400*    ONLY WRITTEN WHEN SOMETHING LANDED ON IT.
058500******************************************************************
058600 6200-WRITE-ONE-STORE-RTN.
058700     IF WS-CMP-IDX > WS-STORE-TOTAL
058800         IF WS-CMP-SALES(WS-CMP-IDX) = 0
058900             AND WS-CMP-UNITS(WS-CMP-IDX) = 0
059000             AND WS-CMP-COPIES(WS-CMP-IDX) = 0
059100             GO TO 6200-WRITE-ONE-STORE-EXIT
059200         END-IF
059300         MOVE 'UNASSIGNED' TO WS-ROW-LABEL
059400     ELSE
059500         MOVE WS-CMP-STORE(WS-CMP-IDX) TO WS-ROW-LABEL
059600     END-IF.
059700     MOVE WS-CMP-SALES(WS-CMP-IDX) TO WS-EDIT-SALES.
059800     MOVE WS-CMP-UNITS(WS-CMP-IDX) TO WS-EDIT-UNITS.
059900     MOVE WS-CMP-COPIES(WS-CMP-IDX) TO WS-EDIT-COPIES.
060000     MOVE WS-CMP-VALUE(WS-CMP-IDX) TO WS-EDIT-VALUE.
060100     MOVE 0 TO WS-SHARE-PCT.
060200     IF WS-TOT-SALES > 0
060300         COMPUTE WS-SHARE-PCT ROUNDED =
060400             WS-CMP-SALES(WS-CMP-IDX) * 100 / WS-TOT-SALES
060500             ON SIZE ERROR
060600                 MOVE 0 TO WS-SHARE-PCT
060700         END-COMPUTE
060800     END-IF.
060900     MOVE WS-SHARE-PCT TO WS-EDIT-SHARE.
061000     MOVE SPACES TO WS-EDIT-DATE WS-EDIT-COUNTED
061100         WS-EDIT-VARIANCE WS-EDIT-VAR-PCT.
061200     IF WS-CMP-IDX NOT > WS-STORE-TOTAL
061300         IF CMP-STOCKTAKE-ON-FILE(WS-CMP-IDX)
061400             MOVE WS-CMP-VSUM-DATE(WS-CMP-IDX) TO WS-EDIT-DATE
061500             MOVE WS-CMP-COUNTED(WS-CMP-IDX) TO WS-EDIT-NUM7
061600             MOVE WS-EDIT-NUM7 TO WS-EDIT-COUNTED
061700             MOVE WS-CMP-VARIANCE(WS-CMP-IDX) TO WS-CALC-VARIANCE
061800             MOVE WS-CMP-ON-FILE(WS-CMP-IDX) TO WS-CALC-ON-FILE
061900             PERFORM 6300-EDIT-VARIANCE-RTN
062000         ELSE
062100             MOVE 'NOT TAKEN' TO WS-EDIT-DATE
062200         END-IF
062300     END-IF.
062400     PERFORM 6400-WRITE-DETAIL-RTN.
062500
062600 6200-WRITE-ONE-STORE-EXIT.
062700     EXIT.
062800
062900******************************************************************
063000*    6300-EDIT-VARIANCE-RTN
063100*    EDIT THE VARIANCE COPIES AND THE VARIANCE AS A PERCENT OF
063200*    THE COPIES ON FILE AT THE COUNT.
063300******************************************************************
063400 6300-EDIT-VARIANCE-RTN.
063500     MOVE WS-CALC-VARIANCE TO WS-EDIT-NUM8.
063600     MOVE WS-EDIT-NUM8 TO WS-EDIT-VARIANCE.
063700     MOVE 0 TO WS-VAR-PCT.
063800     IF WS-CALC-ON-FILE > 0
063900         COMPUTE WS-VAR-PCT ROUNDED =
064000             WS-CALC-VARIANCE * 100 / WS-CALC-ON-FILE
064100             ON SIZE ERROR
064200                 MOVE 9999.9 TO WS-VAR-PCT
064300         END-COMPUTE
064400     END-IF.
064500     MOVE WS-VAR-PCT TO WS-EDIT-PCT6.
064600     MOVE WS-EDIT-PCT6 TO WS-EDIT-VAR-PCT.
064700
064800******************************************************************
064900*    6400-WRITE-DETAIL-RTN
065000*    LAY THE EDITED FIGURES OUT UNDER THE COLUMN HEADINGS.
065100******************************************************************
065200 6400-WRITE-DETAIL-RTN.
065300     MOVE SPACES TO REPORT-LINE.
065400     STRING WS-ROW-LABEL DELIMITED BY SIZE
065500         '  ' DELIMITED BY SIZE
065600         WS-EDIT-SALES DELIMITED BY SIZE
065700         '  ' DELIMITED BY SIZE
065800         WS-EDIT-SHARE DELIMITED BY SIZE
065900         '  ' DELIMITED BY SIZE
066000         WS-EDIT-UNITS DELIMITED BY SIZE
066100         '  ' DELIMITED BY SIZE
066200         WS-EDIT-COPIES DELIMITED BY SIZE
066300         '  ' DELIMITED BY SIZE
066400         WS-EDIT-VALUE DELIMITED BY SIZE
066500         '  ' DELIMITED BY SIZE
066600         WS-EDIT-DATE DELIMITED BY SIZE
066700         '  ' DELIMITED BY SIZE
066800         WS-EDIT-COUNTED DELIMITED BY SIZE
066900         '  ' DELIMITED BY SIZE
067000         WS-EDIT-VARIANCE DELIMITED BY SIZE
067100         '  ' DELIMITED BY SIZE
067200         WS-EDIT-VAR-PCT DELIMITED BY SIZE
067300         INTO REPORT-LINE.
067400     WRITE REPORT-LINE.
067500
067600******************************************************************
067700*    7000-FIND-STORE-SLOT-RTN
067800*    POINT WS-HIT-IDX AT THE SLOT FOR STORE-LOCATION'S STORE --
067900*    THE UNASSIGNED SLOT WHEN NO STORE CLAIMS THE LOCATION.
068000******************************************************************
068100 7000-FIND-STORE-SLOT-RTN.
068200     MOVE WS-SLOT-COUNT TO WS-HIT-IDX.
068300     MOVE "L" TO STORE-FUNCTION.
068400     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
068500         STORE-RESULT-FIELDS.
068600     IF STORE-FOUND
068700         MOVE STORE-CODE TO WS-SLOT-STORE
068800         MOVE "N" TO WS-SLOT-FOUND-SWITCH
068900         PERFORM 7100-CHECK-ONE-SLOT-RTN
069000             VARYING WS-CMP-IDX FROM 1 BY 1
069100             UNTIL WS-CMP-IDX > WS-STORE-TOTAL
069200                OR SLOT-FOUND
069300     END-IF.
069400
069500******************************************************************
069600*    7100-CHECK-ONE-SLOT-RTN
069700*    COMPARE ONE STORE SLOT AGAINST THE STORE IN WS-SLOT-STORE.
069800******************************************************************
069900 7100-CHECK-ONE-SLOT-RTN.
070000     IF WS-CMP-STORE(WS-CMP-IDX) = WS-SLOT-STORE
070100         SET WS-HIT-IDX TO WS-CMP-IDX
070200         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
070300     END-IF.
070400
070500******************************************************************
070600*    8000-WRITE-TOTALS-RTN
070700*    WRITE THE ALL STORES LINE AND THE RUN COUNTS. THE STOCKTAKE
070800*    TOTALS COVER ONLY THE STORES WITH A STOCKTAKE ON FILE.
070900******************************************************************
071000 8000-WRITE-TOTALS-RTN.
071100     MOVE SPACES TO REPORT-LINE.
071200     WRITE REPORT-LINE.
071300     MOVE 'ALL STORES' TO WS-ROW-LABEL.
071400     MOVE WS-TOT-SALES TO WS-EDIT-SALES.
071500     MOVE WS-TOT-UNITS TO WS-EDIT-UNITS.
071600     MOVE WS-TOT-COPIES TO WS-EDIT-COPIES.
071700     MOVE WS-TOT-VALUE TO WS-EDIT-VALUE.
071800     MOVE 0 TO WS-EDIT-SHARE.
071900     IF WS-TOT-SALES > 0
072000         MOVE 100 TO WS-EDIT-SHARE
072100     END-IF.
072200     MOVE SPACES TO WS-EDIT-DATE WS-EDIT-COUNTED
072300         WS-EDIT-VARIANCE WS-EDIT-VAR-PCT.
072400     IF WS-TAKEN-COUNT > 0
072500         MOVE WS-TOT-COUNTED TO WS-EDIT-NUM7
072600         MOVE WS-EDIT-NUM7 TO WS-EDIT-COUNTED
072700         MOVE WS-TOT-VARIANCE TO WS-CALC-VARIANCE
072800         MOVE WS-TOT-ON-FILE TO WS-CALC-ON-FILE
072900         PERFORM 6300-EDIT-VARIANCE-RTN
073000     END-IF.
073100     PERFORM 6400-WRITE-DETAIL-RTN.
073200     MOVE SPACES TO REPORT-LINE.
073300     WRITE REPORT-LINE.
073400     MOVE SPACES TO REPORT-LINE.
073500     MOVE SALES-USED-COUNTER TO WS-EDIT-NUM7.
073600     STRING 'SALES LINES IN PERIOD  : ' DELIMITED BY SIZE
073700         WS-EDIT-NUM7 DELIMITED BY SIZE
073800         INTO REPORT-LINE.
073900     WRITE REPORT-LINE.
074000     MOVE SPACES TO REPORT-LINE.
074100     MOVE HOLD-REC-COUNTER TO WS-EDIT-NUM7.
074200     STRING 'COPIES ON HOLDINGS     : ' DELIMITED BY SIZE
074300         WS-EDIT-NUM7 DELIMITED BY SIZE
074400         INTO REPORT-LINE.
074500     WRITE REPORT-LINE.
074600     IF UNPRICED-COUNTER > 0
074700         MOVE SPACES TO REPORT-LINE
074800         MOVE UNPRICED-COUNTER TO WS-EDIT-NUM7
074900         STRING 'COPIES WITH NO PRICE   : ' DELIMITED BY SIZE
075000             WS-EDIT-NUM7 DELIMITED BY SIZE
075100             '  (NOT IN STOCK VALUE)' DELIMITED BY SIZE
075200             INTO REPORT-LINE
075300         WRITE REPORT-LINE
075400     END-IF.
075500     IF WS-TAKEN-COUNT < WS-STORE-TOTAL
075600         MOVE SPACES TO REPORT-LINE
075700         STRING 'STORES MARKED NOT TAKEN HAVE NO STOCKTAKE ON'
075800             DELIMITED BY SIZE
075900             ' FILE AND ARE LEFT OUT OF THE STOCKTAKE TOTALS'
076000             DELIMITED BY SIZE
076100             INTO REPORT-LINE
076200         WRITE REPORT-LINE
076300     END-IF.
076400
076500******************************************************************
076600*    9000-TERMINATE-RTN
076700*    CLOSE THE REPORT, LOG THE END OF THE RUN AND TELL THE
076800*    OPERATOR WHERE THE PAGE WENT.
076900******************************************************************
077000 9000-TERMINATE-RTN.
077100     CLOSE REPORT-FILE.
077200     MOVE 'END' TO WS-AUDIT-EVENT.
077300     MOVE 'OK' TO WS-AUDIT-STATUS.
077400     MOVE SALES-READ-COUNTER TO WS-AUDIT-REC-EDIT.
077500     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
077600     CLOSE AUDIT-FILE.
077700     DISPLAY "STORE COMPARISON WRITTEN TO STORECMP.TXT".
077800
077900 END PROGRAM STORECMP.
