000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STOCKAGE.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- STOCK AGING AND DEAD-STOCK
001200*                      REPORT. AGES EVERY COPY ON HOLDINGS.TXT
001300*                      OFF ITS HOLD-ACQ-DATE INTO FOUR BUCKETS
001400*                      (0-30, 31-90, 91-180 AND OVER 180 DAYS)
001500*                      AND WRITES STOCKAGE.TXT IN FOUR PARTS --
001600*                      BY TITLE (WITH THE TITLE'S LAST SALE DATE
001700*                      OFF SALES.TXT, ITS SELL-THROUGH OVER THE
001800*                      LAST WS-SALES-WINDOW-DAYS DAYS, AND THE
001900*                      COPIES' RETAIL VALUE AT PRICE-GAME AND
002000*                      COST AT THE LATEST GAMECOST.TXT UNIT
002100*                      COST), BY LOCATION, BY GENRE, AND A
002200*                      DEAD-STOCK LIST OF TITLES HOLDING A COPY
002300*                      OLDER THAN WS-DEAD-DAYS WITH NO NET SALES
002400*                      IN THE WINDOW, FOR WHOEVER WRITES THE
002500*                      MARKRULE.TXT MARKDOWN RULES. COPIES OUT
002600*                      ON RENT ARE STILL OUR STOCK AND ARE AGED
002700*                      WITH THE REST. A COPY WITH NO USABLE
002800*                      ACQUISITION DATE IS COUNTED BUT NOT AGED.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS HOLD-KEY
003800         FILE STATUS IS WS-HOLD-FILE-STATUS.
003900
004000     SELECT CATALOG-FILE ASSIGN TO 'GAMES.TXT'
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS ID-GAME
004400         FILE STATUS IS WS-CAT-FILE-STATUS.
004500
004600     SELECT SALES-FILE ASSIGN TO 'SALES.TXT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SALES-FILE-STATUS.
004900
005000     SELECT COST-FILE ASSIGN TO 'GAMECOST.TXT'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-COST-FILE-STATUS.
005300
005400     SELECT REPORT-FILE ASSIGN TO 'STOCKAGE.TXT'
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  HOLDINGS-FILE.
006400 COPY HOLDREC.
006500
006600 FD  CATALOG-FILE.
006700 COPY GAMEREC.
006800
006900 FD  SALES-FILE.
007000 COPY SALESREC.
007100
007200 FD  COST-FILE.
007300 COPY COSTREC.
007400
007500 FD  REPORT-FILE.
007600 01  REPORT-LINE              PIC X(100).
007700
007800 FD  AUDIT-FILE.
007900 COPY AUDITLOG.
008000
008100 WORKING-STORAGE SECTION.
008200 01  SWITCHES.
008300     05 EOF-SWITCH            PIC X VALUE "N".
008400        88 END-OF-FILE                 VALUE "Y".
008500     05 WS-FOUND-SWITCH       PIC X VALUE "N".
008600        88 TITLE-FOUND                 VALUE "Y".
008700     05 WS-GROUP-FOUND-SWITCH PIC X VALUE "N".
008800        88 GROUP-FOUND                 VALUE "Y".
008900     05 WS-OVERFLOW-SWITCH    PIC X VALUE "N".
009000        88 TITLES-OVERFLOWED           VALUE "Y".
009100
009200 01  COUNTERS.
009300     05 COPY-COUNTER          PIC 9(7) COMP VALUE 0.
009400     05 UNDATED-COUNTER       PIC 9(5) COMP VALUE 0.
009500     05 DEAD-COUNTER          PIC 9(5) COMP VALUE 0.
009600     05 DEAD-COPY-COUNTER     PIC 9(7) COMP VALUE 0.
009700     05 UNLISTED-COUNTER      PIC 9(5) COMP VALUE 0.
009800
009900 01  WS-FILE-STATUSES.
010000     05 WS-HOLD-FILE-STATUS   PIC X(02) VALUE "00".
010100     05 WS-CAT-FILE-STATUS    PIC X(02) VALUE "00".
010200     05 WS-SALES-FILE-STATUS  PIC X(02) VALUE "00".
010300     05 WS-COST-FILE-STATUS   PIC X(02) VALUE "00".
010400
010500*    NET SALES OVER THIS MANY DAYS BACK FROM TODAY ARE WHAT THE
010600*    SELL-THROUGH RATE AND THE DEAD-STOCK TEST GO BY. A TITLE
010700*    HOLDING A COPY OLDER THAN WS-DEAD-DAYS WITH NO NET SALES IN
010800*    THE WINDOW IS DEAD STOCK.
010900 01  WS-SALES-WINDOW-DAYS     PIC 9(3) VALUE 90.
011000 01  WS-DEAD-DAYS             PIC 9(3) VALUE 180.
011100
011200*    AGE BUCKET UPPER LIMITS IN DAYS. THE FOURTH BUCKET TAKES
011300*    EVERYTHING OLDER THAN THE THIRD.
011400 01  WS-BUCKET-LIMITS.
011500     05 FILLER                PIC 9(3) VALUE 30.
011600     05 FILLER                PIC 9(3) VALUE 90.
011700     05 FILLER                PIC 9(3) VALUE 180.
011800 01  WS-BUCKET-LIMITS-R REDEFINES WS-BUCKET-LIMITS.
011900     05 WS-BUCKET-LIMIT       PIC 9(3) OCCURS 3 TIMES.
012000
012100 01  WS-WORK-FIELDS.
012200     05 WS-PRIOR-ID-GAME      PIC 9(06) VALUE 0.
012300     05 WS-SEEK-ID            PIC 9(06) VALUE 0.
012400     05 WS-HIT-IDX            PIC 9(5) COMP VALUE 0.
012500     05 WS-AGE-DAYS           PIC S9(7) COMP VALUE 0.
012600     05 WS-BKT                PIC 9 COMP VALUE 0.
012700     05 WS-BKT-SUB            PIC 9 COMP VALUE 0.
012800     05 WS-NET-SOLD           PIC S9(5) COMP VALUE 0.
012900     05 WS-STR-BASE           PIC 9(7) COMP VALUE 0.
013000     05 WS-STR-PCT            PIC 9(3) VALUE 0.
013100     05 WS-GROUP-NAME         PIC X(12) VALUE SPACES.
013200     05 WS-COPY-RETAIL        PIC 9(3)V99 VALUE 0.
013300     05 WS-COPY-COST          PIC 9(3)V99 VALUE 0.
013400
013500*    ONE ENTRY PER TITLE WITH COPIES ON HAND, FILLED FROM THE
013600*    CATALOG, THE COST LEDGER, THE SALES LEDGER AND THE AGING
013700*    PASS IN TURN.
013800 01  WS-AT-COUNT              PIC 9(5) COMP VALUE 0.
013900 01  WS-AT-TABLE.
014000     05 WS-AT-ENTRY OCCURS 2000 TIMES
014100            INDEXED BY WS-AT-IDX.
014200         10 WS-AT-ID-GAME     PIC 9(06).
014300         10 WS-AT-TITLE       PIC X(40).
014400         10 WS-AT-GENRE       PIC X(12).
014500         10 WS-AT-PLATFORM    PIC X(10).
014600         10 WS-AT-PRICE       PIC 9(3)V99.
014700         10 WS-AT-UNIT-COST   PIC 9(3)V99.
014800         10 WS-AT-COPIES      PIC 9(5) COMP.
014900         10 WS-AT-BUCKET      PIC 9(5) COMP OCCURS 4 TIMES.
015000         10 WS-AT-OLD-COPIES  PIC 9(5) COMP.
015100         10 WS-AT-OLDEST      PIC 9(5) COMP.
015200         10 WS-AT-SOLD        PIC S9(5) COMP.
015300         10 WS-AT-LAST-SERIAL PIC 9(7) COMP.
015400         10 WS-AT-LAST-SALE   PIC X(10).
015500         10 WS-AT-RETAIL      PIC 9(7)V99 COMP.
015600         10 WS-AT-COST        PIC 9(7)V99 COMP.
015700
015800*    COPIES AND VALUE BY SHELF LOCATION AND BY GENRE.
015900 01  WS-LC-COUNT              PIC 9(3) COMP VALUE 0.
016000 01  WS-LC-TABLE.
016100     05 WS-LC-ENTRY OCCURS 200 TIMES
016200            INDEXED BY WS-LC-IDX.
016300         10 WS-LC-NAME        PIC X(12).
016400         10 WS-LC-COPIES      PIC 9(7) COMP.
016500         10 WS-LC-BUCKET      PIC 9(7) COMP OCCURS 4 TIMES.
016600         10 WS-LC-RETAIL      PIC 9(9)V99 COMP.
016700         10 WS-LC-COST        PIC 9(9)V99 COMP.
016800 01  WS-GN-COUNT              PIC 9(3) COMP VALUE 0.
016900 01  WS-GN-TABLE.
017000     05 WS-GN-ENTRY OCCURS 100 TIMES
017100            INDEXED BY WS-GN-IDX.
017200         10 WS-GN-NAME        PIC X(12).
017300         10 WS-GN-COPIES      PIC 9(7) COMP.
017400         10 WS-GN-BUCKET      PIC 9(7) COMP OCCURS 4 TIMES.
017500         10 WS-GN-RETAIL      PIC 9(9)V99 COMP.
017600         10 WS-GN-COST        PIC 9(9)V99 COMP.
017700
017800 01  WS-TOTALS.
017900     05 WS-TOT-BUCKET         PIC 9(7) COMP OCCURS 4 TIMES.
018000     05 WS-TOT-RETAIL         PIC 9(9)V99 COMP VALUE 0.
018100     05 WS-TOT-COST           PIC 9(9)V99 COMP VALUE 0.
018200
018300*    ONE GROUP LINE (LOCATION OR GENRE) IS BUILT HERE AND
018400*    WRITTEN BY 4900-WRITE-GROUP-LINE-RTN.
018500 01  WS-GROUP-LINE-FIELDS.
018600     05 WS-GL-COPIES          PIC 9(7) COMP VALUE 0.
018700     05 WS-GL-BUCKET          PIC 9(7) COMP OCCURS 4 TIMES.
018800     05 WS-GL-RETAIL          PIC 9(9)V99 COMP VALUE 0.
018900     05 WS-GL-COST            PIC 9(9)V99 COMP VALUE 0.
019000
019100 01  WS-HOLD-DATE             PIC X(10).
019200 01  WS-HOLD-DATE-R REDEFINES WS-HOLD-DATE.
019300     05 WS-HOLD-MM            PIC 99.
019400     05 FILLER                PIC X.
019500     05 WS-HOLD-DD            PIC 99.
019600     05 FILLER                PIC X.
019700     05 WS-HOLD-YYYY          PIC 9(4).
019800
019900 01  WS-SAL-DATE              PIC X(10).
020000 01  WS-SAL-DATE-R REDEFINES WS-SAL-DATE.
020100     05 WS-SAL-MM             PIC 99.
020200     05 FILLER                PIC X.
020300     05 WS-SAL-DD             PIC 99.
020400     05 FILLER                PIC X.
020500     05 WS-SAL-YYYY           PIC 9(4).
020600
020700 01  WS-RUN-DATE.
020800     05 WS-RUN-YYYY           PIC 9(4).
020900     05 WS-RUN-MM             PIC 99.
021000     05 WS-RUN-DD             PIC 99.
021100 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
021200
021300 01  WS-SERIAL-FIELDS.
021400     05 WS-TODAY-SERIAL       PIC 9(7) COMP VALUE 0.
021500     05 WS-WINDOW-SERIAL      PIC 9(7) COMP VALUE 0.
021600
021700 01  WS-DAY-SERIAL-FIELDS.
021800     05 WS-DS-YYYY            PIC 9(4).
021900     05 WS-DS-MM              PIC 99.
022000     05 WS-DS-DD              PIC 99.
022100     05 WS-DS-SERIAL          PIC 9(7) COMP.
022200     05 WS-DS-PRIOR-YEAR      PIC 9(4).
022300     05 WS-DS-LEAP-COUNT      PIC 9(5) COMP.
022400     05 WS-DS-QUOT            PIC 9(5) COMP.
022500     05 WS-REM-4              PIC 9.
022600     05 WS-REM-100            PIC 99.
022700     05 WS-REM-400            PIC 9(3).
022800     05 WS-QUOT               PIC 9(4).
022900
023000 01  WS-REPORT-FIELDS.
023100     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
023200     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
023300     05 WS-EDIT-CNT4          PIC ZZZ9 OCCURS 5 TIMES.
023400     05 WS-EDIT-CNT5          PIC ZZZZ9 OCCURS 5 TIMES.
023500     05 WS-EDIT-PCT           PIC ZZ9.
023600     05 WS-EDIT-MONEY         PIC ZZ,ZZ9.99 OCCURS 2 TIMES.
023700     05 WS-EDIT-BIG           PIC ZZZ,ZZ9.99 OCCURS 2 TIMES.
023800     05 WS-EDIT-DAYS          PIC ZZZZ9.
023900
024000 01  WS-AUDIT-FIELDS.
024100     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
024200     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
024300     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
024400     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
024500
024600 01  WS-AUDIT-DATE-GROUP.
024700     05 WS-AUDIT-YYYY         PIC 9(4).
024800     05 WS-AUDIT-MM           PIC 99.
024900     05 WS-AUDIT-DD           PIC 99.
025000
025100 01  WS-AUDIT-TIME-GROUP.
025200     05 WS-AUDIT-HH           PIC 99.
025300     05 WS-AUDIT-MIN          PIC 99.
025400     05 WS-AUDIT-SS           PIC 99.
025500     05 WS-AUDIT-HS           PIC 99.
025600
025700 PROCEDURE DIVISION.
025800
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE-RTN.
026100     PERFORM 2000-LOAD-TITLES-RTN.
026200     IF TITLES-OVERFLOWED
026300         DISPLAY "HOLDINGS.TXT OVERFLOWS THE TITLE TABLE -"
026400             " RUN STOPPED, NO AGING WRITTEN"
026500         MOVE 8 TO RETURN-CODE
026600         MOVE 'OVERFLOW' TO WS-AUDIT-STATUS
026700     ELSE
026800         PERFORM 2200-LOAD-LATEST-COSTS-RTN
026900         PERFORM 2400-SCAN-SALES-RTN
027000         PERFORM 3000-AGE-HOLDINGS-RTN
027100         PERFORM 4000-WRITE-BY-TITLE-RTN
027200         PERFORM 4500-WRITE-BY-LOCATION-RTN
027300         PERFORM 4700-WRITE-BY-GENRE-RTN
027400         PERFORM 5000-WRITE-DEAD-STOCK-RTN
027500         PERFORM 8000-WRITE-TOTALS-RTN
027600         MOVE 'COMPLETE' TO WS-AUDIT-STATUS
027700     END-IF.
027800     PERFORM 9000-TERMINATE-RTN.
027900     STOP RUN.
028000
028100******************************************************************
028200*    1000-INITIALIZE-RTN
028300*    WORK OUT TODAY AND THE FIRST DAY OF THE SALES WINDOW, OPEN
028400*    THE REPORT AND LOG THE START.
028500******************************************************************
028600 1000-INITIALIZE-RTN.
028700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028800     MOVE SPACES TO WS-TODAY-DATE.
028900     STRING WS-RUN-MM DELIMITED BY SIZE
029000         '/' DELIMITED BY SIZE
029100         WS-RUN-DD DELIMITED BY SIZE
029200         '/' DELIMITED BY SIZE
029300         WS-RUN-YYYY DELIMITED BY SIZE
029400         INTO WS-TODAY-DATE.
029500     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
029600     MOVE WS-RUN-MM TO WS-DS-MM.
029700     MOVE WS-RUN-DD TO WS-DS-DD.
029800     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
029900     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
030000     COMPUTE WS-WINDOW-SERIAL =
030100         WS-TODAY-SERIAL - WS-SALES-WINDOW-DAYS.
030200     INITIALIZE WS-TOTALS.
030300     OPEN OUTPUT REPORT-FILE.
030400     MOVE SPACES TO REPORT-LINE.
030500     STRING 'STOCK AGING REPORT  RUN ' DELIMITED BY SIZE
030600         WS-TODAY-DATE DELIMITED BY SIZE
030700         '  SALES WINDOW ' DELIMITED BY SIZE
030800         WS-SALES-WINDOW-DAYS DELIMITED BY SIZE
030900         ' DAYS  DEAD STOCK OVER ' DELIMITED BY SIZE
031000         WS-DEAD-DAYS DELIMITED BY SIZE
031100         ' DAYS' DELIMITED BY SIZE
031200         INTO REPORT-LINE.
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
033300     STRING 'PGM=STOCKAGE  EVENT=' DELIMITED BY SIZE
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
035500*    2000-LOAD-TITLES-RTN
035600*    FIRST PASS OVER HOLDINGS.TXT. IT IS IN ID-GAME ORDER, SO
035700*    EACH NEW ID-GAME IS A NEW TITLE FOR THE TABLE, WITH ITS
035800*    TITLE, GENRE, PLATFORM AND PRICE OFF THE CATALOG.
035900******************************************************************
036000 2000-LOAD-TITLES-RTN.
036100     MOVE "N" TO EOF-SWITCH.
036200     OPEN INPUT CATALOG-FILE.
036300     OPEN INPUT HOLDINGS-FILE.
036400     IF WS-HOLD-FILE-STATUS NOT = "00"
036500         MOVE "Y" TO EOF-SWITCH
036600         MOVE SPACES TO REPORT-LINE
036700         STRING 'NO HOLDINGS.TXT ON HAND - NOTHING TO AGE'
036800             DELIMITED BY SIZE INTO REPORT-LINE
036900         WRITE REPORT-LINE
037000     END-IF.
037100     PERFORM 2050-LOAD-ONE-TITLE-RTN UNTIL END-OF-FILE.
037200     IF WS-HOLD-FILE-STATUS NOT = "35"
037300         CLOSE HOLDINGS-FILE
037400     END-IF.
037500     IF WS-CAT-FILE-STATUS NOT = "35"
037600         CLOSE CATALOG-FILE
037700     END-IF.
037800
037900******************************************************************
038000*    2050-LOAD-ONE-TITLE-RTN
038100*    READ ONE HOLDING; ON A NEW ID-GAME ADD THE TITLE TO THE
038200*    TABLE WITH ITS COUNTS ZEROED.
038300******************************************************************
038400 2050-LOAD-ONE-TITLE-RTN.
038500     READ HOLDINGS-FILE
038600         AT END
038700             MOVE "Y" TO EOF-SWITCH
038800         NOT AT END
038900             IF WS-AT-COUNT = 0
039000                 OR HOLD-ID-GAME NOT = WS-PRIOR-ID-GAME
039100                 PERFORM 2100-ADD-ONE-TITLE-RTN
039150                     THRU 2100-ADD-ONE-TITLE-RTN-EXIT
039200             END-IF
039300     END-READ.
039400
039500******************************************************************
039600*    2100-ADD-ONE-TITLE-RTN
039700*    ADD A TITLE TO THE TABLE. A HOLDING WHOSE TITLE IS NO LONGER
039800*    ON THE CATALOG IS STILL AGED, AT NO PRICE.
039900******************************************************************
040000 2100-ADD-ONE-TITLE-RTN.
040100     MOVE HOLD-ID-GAME TO WS-PRIOR-ID-GAME.
040200     IF WS-AT-COUNT NOT < 2000
040300         MOVE "Y" TO WS-OVERFLOW-SWITCH
040400         MOVE "Y" TO EOF-SWITCH
040500         GO TO 2100-ADD-ONE-TITLE-RTN-EXIT
040600     END-IF.
040700     ADD 1 TO WS-AT-COUNT.
040800     SET WS-AT-IDX TO WS-AT-COUNT.
040900     INITIALIZE WS-AT-ENTRY(WS-AT-IDX).
041000     MOVE HOLD-ID-GAME TO WS-AT-ID-GAME(WS-AT-IDX).
041100     MOVE '*** NOT ON CATALOG ***' TO WS-AT-TITLE(WS-AT-IDX).
041200     MOVE 'UNKNOWN' TO WS-AT-GENRE(WS-AT-IDX).
041300     IF WS-CAT-FILE-STATUS NOT = "35"
041400         MOVE HOLD-ID-GAME TO ID-GAME
041500         READ CATALOG-FILE
041600             INVALID KEY
041700                 CONTINUE
041800             NOT INVALID KEY
041900                 MOVE TITLE-GAME TO WS-AT-TITLE(WS-AT-IDX)
042000                 IF GENRE-GAME NOT = SPACES
042100                     MOVE GENRE-GAME TO WS-AT-GENRE(WS-AT-IDX)
042200                 END-IF
042300                 MOVE PLATFORM-GAME
042400                     TO WS-AT-PLATFORM(WS-AT-IDX)
042500                 IF PRICE-GAME IS NUMERIC
042600                     MOVE PRICE-GAME TO WS-AT-PRICE(WS-AT-IDX)
042700                 END-IF
042800         END-READ
042900     END-IF.
043000
043100 2100-ADD-ONE-TITLE-RTN-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500*    2200-LOAD-LATEST-COSTS-RTN
043600*    ONE PASS OVER THE COST LEDGER. IT IS WRITTEN IN DATE ORDER,
043700*    SO THE LAST RECORD SEEN FOR A TITLE IS ITS CURRENT UNIT
043800*    COST.
043900******************************************************************
044000 2200-LOAD-LATEST-COSTS-RTN.
044100     MOVE "N" TO EOF-SWITCH.
044200     OPEN INPUT COST-FILE.
044300     IF WS-COST-FILE-STATUS NOT = "00"
044400         MOVE "Y" TO EOF-SWITCH
044500     END-IF.
044600     PERFORM 2250-LOAD-ONE-COST-RTN UNTIL END-OF-FILE.
044700     IF WS-COST-FILE-STATUS NOT = "35"
044800         CLOSE COST-FILE
044900     END-IF.
045000
045100******************************************************************
045200*    2250-LOAD-ONE-COST-RTN
045300*    READ ONE COST RECORD AND KEEP IT AGAINST ITS TITLE.
045400******************************************************************
045500 2250-LOAD-ONE-COST-RTN.
045600     READ COST-FILE
045700         AT END
045800             MOVE "Y" TO EOF-SWITCH
045900         NOT AT END
046000             MOVE COST-ID-GAME TO WS-SEEK-ID
046100             PERFORM 7000-FIND-TITLE-RTN
046200             IF TITLE-FOUND AND COST-UNIT IS NUMERIC
046300                 SET WS-AT-IDX TO WS-HIT-IDX
046400                 MOVE COST-UNIT TO WS-AT-UNIT-COST(WS-AT-IDX)
046500             END-IF
046600     END-READ.
046700
046800******************************************************************
046900*    2400-SCAN-SALES-RTN
047000*    ONE PASS OVER THE SALES LEDGER FOR EACH TITLE'S LAST SALE
047100*    DATE AND ITS NET SALES (SALES LESS RETURNS) IN THE WINDOW.
047200******************************************************************
047300 2400-SCAN-SALES-RTN.
047400     MOVE "N" TO EOF-SWITCH.
047500     OPEN INPUT SALES-FILE.
047600     IF WS-SALES-FILE-STATUS NOT = "00"
047700         MOVE "Y" TO EOF-SWITCH
047800     END-IF.
047900     PERFORM 2450-SCAN-ONE-SALE-RTN UNTIL END-OF-FILE.
048000     IF WS-SALES-FILE-STATUS NOT = "35"
048100         CLOSE SALES-FILE
048200     END-IF.
048300
048400******************************************************************
048500*    2450-SCAN-ONE-SALE-RTN
048600*    READ ONE LEDGER RECORD. A DATE THAT IS NOT A CLEAN
048700*    MM/DD/YYYY IS LEFT OUT.
048800******************************************************************
048900 2450-SCAN-ONE-SALE-RTN.
049000     READ SALES-FILE
049100         AT END
049200             MOVE "Y" TO EOF-SWITCH
049300         NOT AT END
049400             MOVE SAL-DATE TO WS-SAL-DATE
049500             IF WS-SAL-MM IS NUMERIC AND WS-SAL-DD IS NUMERIC
049600                 AND WS-SAL-YYYY IS NUMERIC
049700                 MOVE SAL-ID-GAME TO WS-SEEK-ID
049800                 PERFORM 7000-FIND-TITLE-RTN
049900                 IF TITLE-FOUND
050000                     PERFORM 2470-POST-ONE-SALE-RTN
050100                 END-IF
050200             END-IF
050300     END-READ.
050400
050500******************************************************************
050600*    2470-POST-ONE-SALE-RTN
050700*    KEEP THE LATEST SALE DATE, AND ADD A SALE TO OR TAKE A
050800*    RETURN OFF THE TITLE'S NET SALES WHEN IT FALLS IN THE
050900*    WINDOW.
051000******************************************************************
051100 2470-POST-ONE-SALE-RTN.
051200     SET WS-AT-IDX TO WS-HIT-IDX.
051300     MOVE WS-SAL-YYYY TO WS-DS-YYYY.
051400     MOVE WS-SAL-MM TO WS-DS-MM.
051500     MOVE WS-SAL-DD TO WS-DS-DD.
051600     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
051700     IF SAL-IS-SALE
051800         AND WS-DS-SERIAL > WS-AT-LAST-SERIAL(WS-AT-IDX)
051900         MOVE WS-DS-SERIAL TO WS-AT-LAST-SERIAL(WS-AT-IDX)
052000         MOVE SAL-DATE TO WS-AT-LAST-SALE(WS-AT-IDX)
052100     END-IF.
052200     IF WS-DS-SERIAL >= WS-WINDOW-SERIAL
052300         AND WS-DS-SERIAL <= WS-TODAY-SERIAL
052400         IF SAL-IS-RETURN
052500             SUBTRACT 1 FROM WS-AT-SOLD(WS-AT-IDX)
052600         ELSE
052700             ADD 1 TO WS-AT-SOLD(WS-AT-IDX)
052800         END-IF
052900     END-IF.
053000
053100******************************************************************
053200*    3000-AGE-HOLDINGS-RTN
053300*    SECOND PASS OVER HOLDINGS.TXT, AGING EACH COPY INTO ITS
053400*    TITLE, LOCATION AND GENRE.
053500******************************************************************
053600 3000-AGE-HOLDINGS-RTN.
053700     MOVE "N" TO EOF-SWITCH.
053800     OPEN INPUT HOLDINGS-FILE.
053900     IF WS-HOLD-FILE-STATUS NOT = "00"
054000         MOVE "Y" TO EOF-SWITCH
054100     END-IF.
054200     PERFORM 3100-AGE-ONE-COPY-RTN UNTIL END-OF-FILE.
054300     IF WS-HOLD-FILE-STATUS NOT = "35"
054400         CLOSE HOLDINGS-FILE
054500     END-IF.
054600
054700******************************************************************
054800*    3100-AGE-ONE-COPY-RTN
054900*    READ ONE HOLDING, WORK OUT ITS AGE BUCKET AND ADD IT IN.
055000******************************************************************
055100 3100-AGE-ONE-COPY-RTN.
055200     READ HOLDINGS-FILE
055300         AT END
055400             MOVE "Y" TO EOF-SWITCH
055500         NOT AT END
055600             MOVE HOLD-ID-GAME TO WS-SEEK-ID
055700             PERFORM 7000-FIND-TITLE-RTN
055800             IF TITLE-FOUND
055900                 ADD 1 TO COPY-COUNTER
056000                 PERFORM 3200-FIGURE-AGE-RTN
056100                 PERFORM 3300-POST-TO-TITLE-RTN
056200                 PERFORM 3400-POST-TO-LOCATION-RTN
056250                     THRU 3400-POST-TO-LOCATION-RTN-EXIT
056300                 PERFORM 3500-POST-TO-GENRE-RTN
056350                     THRU 3500-POST-TO-GENRE-RTN-EXIT
056400             END-IF
056500     END-READ.
056600
056700******************************************************************
056800*    3200-FIGURE-AGE-RTN
056900*    DAYS FROM THE ACQUISITION DATE TO TODAY INTO WS-AGE-DAYS
057000*    AND THE BUCKET INTO WS-BKT. AN ACQUISITION DATE THAT IS NOT
057100*    A CLEAN MM/DD/YYYY LEAVES WS-BKT AT ZERO -- NOT AGED.
057200******************************************************************
057300 3200-FIGURE-AGE-RTN.
057400     MOVE 0 TO WS-BKT.
057500     MOVE 0 TO WS-AGE-DAYS.
057600     MOVE HOLD-ACQ-DATE TO WS-HOLD-DATE.
057700     IF WS-HOLD-MM IS NUMERIC AND WS-HOLD-DD IS NUMERIC
057800         AND WS-HOLD-YYYY IS NUMERIC
057900         MOVE WS-HOLD-YYYY TO WS-DS-YYYY
058000         MOVE WS-HOLD-MM TO WS-DS-MM
058100         MOVE WS-HOLD-DD TO WS-DS-DD
058200         PERFORM 6000-COMPUTE-DAY-SERIAL-RTN
058300         COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DS-SERIAL
058400         IF WS-AGE-DAYS < 0
058500             MOVE 0 TO WS-AGE-DAYS
058600         END-IF
058700         MOVE 4 TO WS-BKT
058800         PERFORM 3250-CHECK-ONE-BUCKET-RTN
058900             VARYING WS-BKT-SUB FROM 3 BY -1
059000             UNTIL WS-BKT-SUB < 1
059100     ELSE
059200         ADD 1 TO UNDATED-COUNTER
059300     END-IF.
059400
059500******************************************************************
059600*    3250-CHECK-ONE-BUCKET-RTN
059700*    WORKING DOWN FROM THE OLDEST LIMIT, THE LAST LIMIT THE AGE
059800*    IS WITHIN IS THE COPY'S BUCKET.
059900******************************************************************
060000 3250-CHECK-ONE-BUCKET-RTN.
060100     IF WS-AGE-DAYS NOT > WS-BUCKET-LIMIT(WS-BKT-SUB)
060200         MOVE WS-BKT-SUB TO WS-BKT
060300     END-IF.
060400
060500******************************************************************
060600*    3300-POST-TO-TITLE-RTN
060700*    ADD THE COPY TO ITS TITLE'S COUNTS AND VALUES.
060800******************************************************************
060900 3300-POST-TO-TITLE-RTN.
061000     SET WS-AT-IDX TO WS-HIT-IDX.
061100     MOVE WS-AT-PRICE(WS-AT-IDX) TO WS-COPY-RETAIL.
061200     MOVE WS-AT-UNIT-COST(WS-AT-IDX) TO WS-COPY-COST.
061300     ADD 1 TO WS-AT-COPIES(WS-AT-IDX).
061400     ADD WS-COPY-RETAIL TO WS-AT-RETAIL(WS-AT-IDX).
061500     ADD WS-COPY-COST TO WS-AT-COST(WS-AT-IDX).
061600     ADD WS-COPY-RETAIL TO WS-TOT-RETAIL.
061700     ADD WS-COPY-COST TO WS-TOT-COST.
061800     IF WS-BKT > 0
061900         ADD 1 TO WS-AT-BUCKET(WS-AT-IDX, WS-BKT)
062000         ADD 1 TO WS-TOT-BUCKET(WS-BKT)
062100         IF WS-AGE-DAYS > WS-AT-OLDEST(WS-AT-IDX)
062200             MOVE WS-AGE-DAYS TO WS-AT-OLDEST(WS-AT-IDX)
062300         END-IF
062400         IF WS-AGE-DAYS > WS-DEAD-DAYS
062500             ADD 1 TO WS-AT-OLD-COPIES(WS-AT-IDX)
062600         END-IF
062700     END-IF.
062800
062900******************************************************************
063000*    3400-POST-TO-LOCATION-RTN
063100*    ADD THE COPY TO ITS SHELF LOCATION, OPENING A NEW LINE FOR
063200*    A LOCATION NOT SEEN YET.
063300******************************************************************
063400 3400-POST-TO-LOCATION-RTN.
063500     MOVE HOLD-LOCATION TO WS-GROUP-NAME.
063600     MOVE "N" TO WS-GROUP-FOUND-SWITCH.
063700     PERFORM 3450-CHECK-ONE-LOCATION-RTN
063800         VARYING WS-LC-IDX FROM 1 BY 1
063900         UNTIL WS-LC-IDX > WS-LC-COUNT OR GROUP-FOUND.
064000     IF GROUP-FOUND
064100         SET WS-LC-IDX DOWN BY 1
064200     ELSE
064300         IF WS-LC-COUNT < 200
064400             ADD 1 TO WS-LC-COUNT
064500             SET WS-LC-IDX TO WS-LC-COUNT
064600             INITIALIZE WS-LC-ENTRY(WS-LC-IDX)
064700             MOVE WS-GROUP-NAME TO WS-LC-NAME(WS-LC-IDX)
064800         ELSE
064900             ADD 1 TO UNLISTED-COUNTER
065000             GO TO 3400-POST-TO-LOCATION-RTN-EXIT
065100         END-IF
065200     END-IF.
065300     ADD 1 TO WS-LC-COPIES(WS-LC-IDX).
065400     ADD WS-COPY-RETAIL TO WS-LC-RETAIL(WS-LC-IDX).
065500     ADD WS-COPY-COST TO WS-LC-COST(WS-LC-IDX).
065600     IF WS-BKT > 0
065700         ADD 1 TO WS-LC-BUCKET(WS-LC-IDX, WS-BKT)
065800     END-IF.
065900
066000 3400-POST-TO-LOCATION-RTN-EXIT.
066100     EXIT.
066200
066300******************************************************************
066400*    3450-CHECK-ONE-LOCATION-RTN
066500*    COMPARE ONE LOCATION TABLE ENTRY AGAINST THE COPY'S.
066600******************************************************************
066700 3450-CHECK-ONE-LOCATION-RTN.
066800     IF WS-LC-NAME(WS-LC-IDX) = WS-GROUP-NAME
066900         MOVE "Y" TO WS-GROUP-FOUND-SWITCH
067000     END-IF.
067100
067200******************************************************************
067300*    3500-POST-TO-GENRE-RTN
067400*    ADD THE COPY TO ITS TITLE'S GENRE, OPENING A NEW LINE FOR A
067500*    GENRE NOT SEEN YET.
067600******************************************************************
067700 3500-POST-TO-GENRE-RTN.
067800     MOVE WS-AT-GENRE(WS-AT-IDX) TO WS-GROUP-NAME.
067900     MOVE "N" TO WS-GROUP-FOUND-SWITCH.
068000     PERFORM 3550-CHECK-ONE-GENRE-RTN
068100         VARYING WS-GN-IDX FROM 1 BY 1
068200         UNTIL WS-GN-IDX > WS-GN-COUNT OR GROUP-FOUND.
068300     IF GROUP-FOUND
068400         SET WS-GN-IDX DOWN BY 1
068500     ELSE
068600         IF WS-GN-COUNT < 100
068700             ADD 1 TO WS-GN-COUNT
068800             SET WS-GN-IDX TO WS-GN-COUNT
068900             INITIALIZE WS-GN-ENTRY(WS-GN-IDX)
069000             MOVE WS-GROUP-NAME TO WS-GN-NAME(WS-GN-IDX)
069100         ELSE
069200             ADD 1 TO UNLISTED-COUNTER
069300             GO TO 3500-POST-TO-GENRE-RTN-EXIT
069400         END-IF
069500     END-IF.
069600     ADD 1 TO WS-GN-COPIES(WS-GN-IDX).
069700     ADD WS-COPY-RETAIL TO WS-GN-RETAIL(WS-GN-IDX).
069800     ADD WS-COPY-COST TO WS-GN-COST(WS-GN-IDX).
069900     IF WS-BKT > 0
070000         ADD 1 TO WS-GN-BUCKET(WS-GN-IDX, WS-BKT)
070100     END-IF.
070200
070300 3500-POST-TO-GENRE-RTN-EXIT.
070400     EXIT.
070500
070600******************************************************************
070700*    3550-CHECK-ONE-GENRE-RTN
070800*    COMPARE ONE GENRE TABLE ENTRY AGAINST THE COPY'S.
070900******************************************************************
071000 3550-CHECK-ONE-GENRE-RTN.
071100     IF WS-GN-NAME(WS-GN-IDX) = WS-GROUP-NAME
071200         MOVE "Y" TO WS-GROUP-FOUND-SWITCH
071300     END-IF.
071400
071500******************************************************************
071600*    4000-WRITE-BY-TITLE-RTN
071700*    THE AGING BY TITLE, IN ID-GAME ORDER.
071800******************************************************************
071900 4000-WRITE-BY-TITLE-RTN.
072000     MOVE SPACES TO REPORT-LINE.
072100     WRITE REPORT-LINE.
072200     MOVE SPACES TO REPORT-LINE.
072300     STRING 'AGING BY TITLE' DELIMITED BY SIZE
072400         INTO REPORT-LINE.
072500     WRITE REPORT-LINE.
072600     MOVE SPACES TO REPORT-LINE.
072700     STRING '  ID      TITLE                     COPY 0-30  -90'
072800         DELIMITED BY SIZE
072900         ' -180 180+  LAST SALE  STR%     RETAIL       COST'
073000         DELIMITED BY SIZE
073100         INTO REPORT-LINE.
073200     WRITE REPORT-LINE.
073300     PERFORM 4100-WRITE-ONE-TITLE-RTN
073400         VARYING WS-AT-IDX FROM 1 BY 1
073500         UNTIL WS-AT-IDX > WS-AT-COUNT.
073600
073700******************************************************************
073800*    4100-WRITE-ONE-TITLE-RTN
073900*    ONE TITLE'S LINE. SELL-THROUGH IS THE NET COPIES SOLD IN
074000*    THE WINDOW AS A PERCENT OF THOSE SOLD PLUS THOSE STILL ON
074100*    HAND.
074200******************************************************************
074300 4100-WRITE-ONE-TITLE-RTN.
074400     MOVE WS-AT-SOLD(WS-AT-IDX) TO WS-NET-SOLD.
074500     IF WS-NET-SOLD < 0
074600         MOVE 0 TO WS-NET-SOLD
074700     END-IF.
074800     COMPUTE WS-STR-BASE = WS-NET-SOLD + WS-AT-COPIES(WS-AT-IDX).
074900     IF WS-STR-BASE > 0
075000         COMPUTE WS-STR-PCT ROUNDED =
075100             WS-NET-SOLD * 100 / WS-STR-BASE
075200     ELSE
075300         MOVE 0 TO WS-STR-PCT
075400     END-IF.
075500     MOVE WS-AT-COPIES(WS-AT-IDX) TO WS-EDIT-CNT4(1).
075600     MOVE WS-AT-BUCKET(WS-AT-IDX, 1) TO WS-EDIT-CNT4(2).
075700     MOVE WS-AT-BUCKET(WS-AT-IDX, 2) TO WS-EDIT-CNT4(3).
075800     MOVE WS-AT-BUCKET(WS-AT-IDX, 3) TO WS-EDIT-CNT4(4).
075900     MOVE WS-AT-BUCKET(WS-AT-IDX, 4) TO WS-EDIT-CNT4(5).
076000     MOVE WS-STR-PCT TO WS-EDIT-PCT.
076100     MOVE WS-AT-RETAIL(WS-AT-IDX) TO WS-EDIT-MONEY(1).
076200     MOVE WS-AT-COST(WS-AT-IDX) TO WS-EDIT-MONEY(2).
076300     IF WS-AT-LAST-SALE(WS-AT-IDX) = SPACES
076400         MOVE 'NEVER' TO WS-AT-LAST-SALE(WS-AT-IDX)
076500     END-IF.
076600     MOVE SPACES TO REPORT-LINE.
076700     STRING '  ' DELIMITED BY SIZE
076800         WS-AT-ID-GAME(WS-AT-IDX) DELIMITED BY SIZE
076900         '  ' DELIMITED BY SIZE
077000         WS-AT-TITLE(WS-AT-IDX)(1:25) DELIMITED BY SIZE
077100         ' ' DELIMITED BY SIZE
077200         WS-EDIT-CNT4(1) DELIMITED BY SIZE
077300         ' ' DELIMITED BY SIZE
077400         WS-EDIT-CNT4(2) DELIMITED BY SIZE
077500         ' ' DELIMITED BY SIZE
077600         WS-EDIT-CNT4(3) DELIMITED BY SIZE
077700         ' ' DELIMITED BY SIZE
077800         WS-EDIT-CNT4(4) DELIMITED BY SIZE
077900         ' ' DELIMITED BY SIZE
078000         WS-EDIT-CNT4(5) DELIMITED BY SIZE
078100         '  ' DELIMITED BY SIZE
078200         WS-AT-LAST-SALE(WS-AT-IDX) DELIMITED BY SIZE
078300         '  ' DELIMITED BY SIZE
078400         WS-EDIT-PCT DELIMITED BY SIZE
078500         '  ' DELIMITED BY SIZE
078600         WS-EDIT-MONEY(1) DELIMITED BY SIZE
078700         '  ' DELIMITED BY SIZE
078800         WS-EDIT-MONEY(2) DELIMITED BY SIZE
078900         INTO REPORT-LINE.
079000     WRITE REPORT-LINE.
079100
079200******************************************************************
079300*    4500-WRITE-BY-LOCATION-RTN
079400*    THE AGING BY SHELF LOCATION, IN THE ORDER FIRST MET.
079500******************************************************************
079600 4500-WRITE-BY-LOCATION-RTN.
079700     MOVE SPACES TO REPORT-LINE.
079800     WRITE REPORT-LINE.
079900     MOVE SPACES TO REPORT-LINE.
080000     STRING 'AGING BY LOCATION' DELIMITED BY SIZE
080100         INTO REPORT-LINE.
080200     WRITE REPORT-LINE.
080300     MOVE SPACES TO REPORT-LINE.
080400     STRING '  LOCATION       COPY   0-30  31-90   -180   180+'
080500         DELIMITED BY SIZE
080600         '      RETAIL        COST' DELIMITED BY SIZE
080700         INTO REPORT-LINE.
080800     WRITE REPORT-LINE.
080900     PERFORM 4600-WRITE-ONE-LOCATION-RTN
081000         VARYING WS-LC-IDX FROM 1 BY 1
081100         UNTIL WS-LC-IDX > WS-LC-COUNT.
081200
081300******************************************************************
081400*    4600-WRITE-ONE-LOCATION-RTN
081500*    HAND ONE LOCATION'S FIGURES TO THE GROUP LINE WRITER.
081600******************************************************************
081700 4600-WRITE-ONE-LOCATION-RTN.
081800     MOVE WS-LC-NAME(WS-LC-IDX) TO WS-GROUP-NAME.
081900     MOVE WS-LC-COPIES(WS-LC-IDX) TO WS-GL-COPIES.
082000     MOVE WS-LC-BUCKET(WS-LC-IDX, 1) TO WS-GL-BUCKET(1).
082100     MOVE WS-LC-BUCKET(WS-LC-IDX, 2) TO WS-GL-BUCKET(2).
082200     MOVE WS-LC-BUCKET(WS-LC-IDX, 3) TO WS-GL-BUCKET(3).
082300     MOVE WS-LC-BUCKET(WS-LC-IDX, 4) TO WS-GL-BUCKET(4).
082400     MOVE WS-LC-RETAIL(WS-LC-IDX) TO WS-GL-RETAIL.
082500     MOVE WS-LC-COST(WS-LC-IDX) TO WS-GL-COST.
082600     PERFORM 4900-WRITE-GROUP-LINE-RTN.
082700
082800******************************************************************
082900*    4700-WRITE-BY-GENRE-RTN
083000*    THE AGING BY GENRE, IN THE ORDER FIRST MET.
083100******************************************************************
083200 4700-WRITE-BY-GENRE-RTN.
083300     MOVE SPACES TO REPORT-LINE.
083400     WRITE REPORT-LINE.
083500     MOVE SPACES TO REPORT-LINE.
083600     STRING 'AGING BY GENRE' DELIMITED BY SIZE
083700         INTO REPORT-LINE.
083800     WRITE REPORT-LINE.
083900     MOVE SPACES TO REPORT-LINE.
084000     STRING '  GENRE          COPY   0-30  31-90   -180   180+'
084100         DELIMITED BY SIZE
084200         '      RETAIL        COST' DELIMITED BY SIZE
084300         INTO REPORT-LINE.
084400     WRITE REPORT-LINE.
084500     PERFORM 4800-WRITE-ONE-GENRE-RTN
084600         VARYING WS-GN-IDX FROM 1 BY 1
084700         UNTIL WS-GN-IDX > WS-GN-COUNT.
084800
084900******************************************************************
085000*    4800-WRITE-ONE-GENRE-RTN
085100*    HAND ONE GENRE'S FIGURES TO THE GROUP LINE WRITER.
085200******************************************************************
085300 4800-WRITE-ONE-GENRE-RTN.
085400     MOVE WS-GN-NAME(WS-GN-IDX) TO WS-GROUP-NAME.
085500     MOVE WS-GN-COPIES(WS-GN-IDX) TO WS-GL-COPIES.
085600     MOVE WS-GN-BUCKET(WS-GN-IDX, 1) TO WS-GL-BUCKET(1).
085700     MOVE WS-GN-BUCKET(WS-GN-IDX, 2) TO WS-GL-BUCKET(2).
085800     MOVE WS-GN-BUCKET(WS-GN-IDX, 3) TO WS-GL-BUCKET(3).
085900     MOVE WS-GN-BUCKET(WS-GN-IDX, 4) TO WS-GL-BUCKET(4).
086000     MOVE WS-GN-RETAIL(WS-GN-IDX) TO WS-GL-RETAIL.
086100     MOVE WS-GN-COST(WS-GN-IDX) TO WS-GL-COST.
086200     PERFORM 4900-WRITE-GROUP-LINE-RTN.
086300
086400******************************************************************
086500*    4900-WRITE-GROUP-LINE-RTN
086600*    WRITE ONE LOCATION OR GENRE LINE FROM WS-GROUP-NAME AND THE
086700*    WS-GL- FIGURES.
086800******************************************************************
086900 4900-WRITE-GROUP-LINE-RTN.
087000     MOVE WS-GL-COPIES TO WS-EDIT-CNT5(1).
087100     MOVE WS-GL-BUCKET(1) TO WS-EDIT-CNT5(2).
087200     MOVE WS-GL-BUCKET(2) TO WS-EDIT-CNT5(3).
087300     MOVE WS-GL-BUCKET(3) TO WS-EDIT-CNT5(4).
087400     MOVE WS-GL-BUCKET(4) TO WS-EDIT-CNT5(5).
087500     MOVE WS-GL-RETAIL TO WS-EDIT-BIG(1).
087600     MOVE WS-GL-COST TO WS-EDIT-BIG(2).
087700     MOVE SPACES TO REPORT-LINE.
087800     STRING '  ' DELIMITED BY SIZE
087900         WS-GROUP-NAME DELIMITED BY SIZE
088000         '  ' DELIMITED BY SIZE
088100         WS-EDIT-CNT5(1) DELIMITED BY SIZE
088200         '  ' DELIMITED BY SIZE
088300         WS-EDIT-CNT5(2) DELIMITED BY SIZE
088400         '  ' DELIMITED BY SIZE
088500         WS-EDIT-CNT5(3) DELIMITED BY SIZE
088600         '  ' DELIMITED BY SIZE
088700         WS-EDIT-CNT5(4) DELIMITED BY SIZE
088800         '  ' DELIMITED BY SIZE
088900         WS-EDIT-CNT5(5) DELIMITED BY SIZE
089000         '  ' DELIMITED BY SIZE
089100         WS-EDIT-BIG(1) DELIMITED BY SIZE
089200         '  ' DELIMITED BY SIZE
089300         WS-EDIT-BIG(2) DELIMITED BY SIZE
089400         INTO REPORT-LINE.
089500     WRITE REPORT-LINE.
089600
089700******************************************************************
089800*    5000-WRITE-DEAD-STOCK-RTN
089900*    THE DEAD-STOCK LIST -- EVERY TITLE HOLDING A COPY OLDER
090000*    THAN WS-DEAD-DAYS WITH NO NET SALES IN THE WINDOW, WITH ITS
090100*    GENRE AND PLATFORM FOR THE MARKDOWN RULES.
090200******************************************************************
090300 5000-WRITE-DEAD-STOCK-RTN.
090400     MOVE SPACES TO REPORT-LINE.
090500     WRITE REPORT-LINE.
090600     MOVE SPACES TO REPORT-LINE.
090700     STRING 'DEAD STOCK -- COPIES OVER ' DELIMITED BY SIZE
090800         WS-DEAD-DAYS DELIMITED BY SIZE
090900         ' DAYS OLD, NO NET SALES IN ' DELIMITED BY SIZE
091000         WS-SALES-WINDOW-DAYS DELIMITED BY SIZE
091100         ' DAYS' DELIMITED BY SIZE
091200         INTO REPORT-LINE.
091300     WRITE REPORT-LINE.
091400     MOVE SPACES TO REPORT-LINE.
091500     STRING '  ID      TITLE                      OLD OLDEST'
091600         DELIMITED BY SIZE
091700         '  LAST SALE   GENRE         PLATFORM' DELIMITED BY SIZE
091800         INTO REPORT-LINE.
091900     WRITE REPORT-LINE.
092000     PERFORM 5100-CHECK-ONE-DEAD-RTN
092100         VARYING WS-AT-IDX FROM 1 BY 1
092200         UNTIL WS-AT-IDX > WS-AT-COUNT.
092300     IF DEAD-COUNTER = 0
092400         MOVE SPACES TO REPORT-LINE
092500         STRING '  NONE' DELIMITED BY SIZE INTO REPORT-LINE
092600         WRITE REPORT-LINE
092700     END-IF.
092800
092900******************************************************************
093000*    5100-CHECK-ONE-DEAD-RTN
093100*    LIST ONE TITLE IF IT IS DEAD STOCK.
093200******************************************************************
093300 5100-CHECK-ONE-DEAD-RTN.
093400     IF WS-AT-OLD-COPIES(WS-AT-IDX) > 0
093500         AND WS-AT-SOLD(WS-AT-IDX) NOT > 0
093600         ADD 1 TO DEAD-COUNTER
093700         ADD WS-AT-OLD-COPIES(WS-AT-IDX) TO DEAD-COPY-COUNTER
093800         MOVE WS-AT-OLD-COPIES(WS-AT-IDX) TO WS-EDIT-CNT4(1)
093900         MOVE WS-AT-OLDEST(WS-AT-IDX) TO WS-EDIT-DAYS
094000         MOVE SPACES TO REPORT-LINE
094100         STRING '  ' DELIMITED BY SIZE
094200             WS-AT-ID-GAME(WS-AT-IDX) DELIMITED BY SIZE
094300             '  ' DELIMITED BY SIZE
094400             WS-AT-TITLE(WS-AT-IDX)(1:25) DELIMITED BY SIZE
094500             ' ' DELIMITED BY SIZE
094600             WS-EDIT-CNT4(1) DELIMITED BY SIZE
094700             '  ' DELIMITED BY SIZE
094800             WS-EDIT-DAYS DELIMITED BY SIZE
094900             '  ' DELIMITED BY SIZE
095000             WS-AT-LAST-SALE(WS-AT-IDX) DELIMITED BY SIZE
095100             '  ' DELIMITED BY SIZE
095200             WS-AT-GENRE(WS-AT-IDX) DELIMITED BY SIZE
095300             '  ' DELIMITED BY SIZE
095400             WS-AT-PLATFORM(WS-AT-IDX) DELIMITED BY SIZE
095500             INTO REPORT-LINE
095600         WRITE REPORT-LINE
095700     END-IF.
095800
095900******************************************************************
096000*    6000-COMPUTE-DAY-SERIAL-RTN
096100*    DAYS-SINCE-EPOCH FOR WS-DS-YYYY/MM/DD. LEAP YEARS ARE
096200*    COUNTED THROUGH THE PRIOR YEAR AND THE CURRENT YEAR'S LEAP
096300*    DAY IS ADDED ONCE MARCH IS REACHED.
096400******************************************************************
096500 6000-COMPUTE-DAY-SERIAL-RTN.
096600     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
096700     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
096800     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
096900     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
097000     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
097100     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
097200     COMPUTE WS-DS-SERIAL =
097300         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
097400     EVALUATE WS-DS-MM
097500         WHEN 2  ADD 31 TO WS-DS-SERIAL
097600         WHEN 3  ADD 59 TO WS-DS-SERIAL
097700         WHEN 4  ADD 90 TO WS-DS-SERIAL
097800         WHEN 5  ADD 120 TO WS-DS-SERIAL
097900         WHEN 6  ADD 151 TO WS-DS-SERIAL
098000         WHEN 7  ADD 181 TO WS-DS-SERIAL
098100         WHEN 8  ADD 212 TO WS-DS-SERIAL
098200         WHEN 9  ADD 243 TO WS-DS-SERIAL
098300         WHEN 10 ADD 273 TO WS-DS-SERIAL
098400         WHEN 11 ADD 304 TO WS-DS-SERIAL
098500         WHEN 12 ADD 334 TO WS-DS-SERIAL
098600         WHEN OTHER CONTINUE
098700     END-EVALUATE.
098800     IF WS-DS-MM > 2
098900         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
099000             REMAINDER WS-REM-4
099100         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
099200             REMAINDER WS-REM-100
099300         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
099400             REMAINDER WS-REM-400
099500         IF WS-REM-4 = 0 AND
099600             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
099700             ADD 1 TO WS-DS-SERIAL
099800         END-IF
099900     END-IF.
100000
100100******************************************************************
100200*    7000-FIND-TITLE-RTN
100300*    LOOK WS-SEEK-ID UP IN THE TITLE TABLE; THE HIT, IF ANY, IS
100400*    LEFT IN WS-HIT-IDX.
100500******************************************************************
100600 7000-FIND-TITLE-RTN.
100700     MOVE "N" TO WS-FOUND-SWITCH.
100800     MOVE 0 TO WS-HIT-IDX.
100900     PERFORM 7050-CHECK-ONE-TITLE-RTN
101000         VARYING WS-AT-IDX FROM 1 BY 1
101100         UNTIL WS-AT-IDX > WS-AT-COUNT OR TITLE-FOUND.
101200
101300******************************************************************
101400*    7050-CHECK-ONE-TITLE-RTN
101500*    COMPARE ONE TABLE ENTRY AGAINST THE ID SOUGHT.
101600******************************************************************
101700 7050-CHECK-ONE-TITLE-RTN.
101800     IF WS-AT-ID-GAME(WS-AT-IDX) = WS-SEEK-ID
101900         MOVE "Y" TO WS-FOUND-SWITCH
102000         MOVE WS-AT-IDX TO WS-HIT-IDX
102100     END-IF.
102200
102300******************************************************************
102400*    8000-WRITE-TOTALS-RTN
102500*    WRITE THE RUN TOTALS AT THE FOOT OF THE REPORT.
102600******************************************************************
102700 8000-WRITE-TOTALS-RTN.
102800     MOVE SPACES TO REPORT-LINE.
102900     WRITE REPORT-LINE.
103000     MOVE WS-AT-COUNT TO WS-EDIT-COUNT.
103100     MOVE SPACES TO REPORT-LINE.
103200     STRING 'TITLES ON HAND . . . . . . . : ' DELIMITED BY SIZE
103300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
103400     WRITE REPORT-LINE.
103500     MOVE COPY-COUNTER TO WS-EDIT-COUNT.
103600     MOVE SPACES TO REPORT-LINE.
103700     STRING 'COPIES ON HAND . . . . . . . : ' DELIMITED BY SIZE
103800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
103900     WRITE REPORT-LINE.
104000     MOVE WS-TOT-BUCKET(1) TO WS-EDIT-COUNT.
104100     MOVE SPACES TO REPORT-LINE.
104200     STRING '  0 TO 30 DAYS . . . . . . . : ' DELIMITED BY SIZE
104300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
104400     WRITE REPORT-LINE.
104500     MOVE WS-TOT-BUCKET(2) TO WS-EDIT-COUNT.
104600     MOVE SPACES TO REPORT-LINE.
104700     STRING '  31 TO 90 DAYS  . . . . . . : ' DELIMITED BY SIZE
104800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
104900     WRITE REPORT-LINE.
105000     MOVE WS-TOT-BUCKET(3) TO WS-EDIT-COUNT.
105100     MOVE SPACES TO REPORT-LINE.
105200     STRING '  91 TO 180 DAYS . . . . . . : ' DELIMITED BY SIZE
105300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
105400     WRITE REPORT-LINE.
105500     MOVE WS-TOT-BUCKET(4) TO WS-EDIT-COUNT.
105600     MOVE SPACES TO REPORT-LINE.
105700     STRING '  OVER 180 DAYS  . . . . . . : ' DELIMITED BY SIZE
105800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
105900     WRITE REPORT-LINE.
106000     IF UNDATED-COUNTER > 0
106100         MOVE UNDATED-COUNTER TO WS-EDIT-COUNT
106200         MOVE SPACES TO REPORT-LINE
106300         STRING '  NO USABLE ACQ DATE . . . . : '
106400             DELIMITED BY SIZE
106500             WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
106600         WRITE REPORT-LINE
106700     END-IF.
106800     MOVE WS-TOT-RETAIL TO WS-EDIT-VALUE.
106900     MOVE SPACES TO REPORT-LINE.
107000     STRING 'RETAIL VALUE . . . . . . . . : ' DELIMITED BY SIZE
107100         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
107200     WRITE REPORT-LINE.
107300     MOVE WS-TOT-COST TO WS-EDIT-VALUE.
107400     MOVE SPACES TO REPORT-LINE.
107500     STRING 'COST VALUE . . . . . . . . . : ' DELIMITED BY SIZE
107600         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
107700     WRITE REPORT-LINE.
107800     MOVE DEAD-COUNTER TO WS-EDIT-COUNT.
107900     MOVE SPACES TO REPORT-LINE.
108000     STRING 'DEAD-STOCK TITLES  . . . . . : ' DELIMITED BY SIZE
108100         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
108200     WRITE REPORT-LINE.
108300     MOVE DEAD-COPY-COUNTER TO WS-EDIT-COUNT.
108400     MOVE SPACES TO REPORT-LINE.
108500     STRING 'DEAD-STOCK COPIES  . . . . . : ' DELIMITED BY SIZE
108600         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
108700     WRITE REPORT-LINE.
108800     IF UNLISTED-COUNTER > 0
108900         MOVE UNLISTED-COUNTER TO WS-EDIT-COUNT
109000         MOVE SPACES TO REPORT-LINE
109100         STRING 'COPIES LEFT OFF A FULL LOCATION OR GENRE LIST : '
109200             DELIMITED BY SIZE
109300             WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
109400         WRITE REPORT-LINE
109500     END-IF.
109600
109700******************************************************************
109800*    9000-TERMINATE-RTN
109900*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
110000******************************************************************
110100 9000-TERMINATE-RTN.
110200     MOVE 'END  ' TO WS-AUDIT-EVENT.
110300     MOVE COPY-COUNTER TO WS-AUDIT-REC-EDIT.
110400     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
110500     CLOSE AUDIT-FILE.
110600     CLOSE REPORT-FILE.
110700     DISPLAY "STOCKAGE COMPLETE - " COPY-COUNTER " COPIES AGED, "
110800         DEAD-COUNTER " DEAD-STOCK TITLES.".
110900
111000 END PROGRAM STOCKAGE.
