000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REPLEN.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- REPLENISHMENT RUN. UNTIL NOW
001200*                      WE ONLY FOUND OUT WHAT A DISTRIBUTOR SENT
001300*                      WHEN DISTFEED.TXT ARRIVED, AND NOTHING
001400*                      RECORDED WHAT WE HAD ASKED FOR. FOR EVERY
001500*                      TITLE ON THE REORDER-POINT FILE
001600*                      (REORDPT.DAT -- SEE ROPMAINT) THIS COUNTS
001700*                      THE COPIES ON HOLDINGS.TXT, THE COPIES
001800*                      STILL DUE ON OPEN PURCHASE ORDERS
001900*                      (OPENPO.TXT) AND THE NET SALES ON
002000*                      SALES.TXT OVER THE LAST
002100*                      WS-SALES-WINDOW-DAYS DAYS. A TITLE AT OR
002200*                      UNDER ITS REORDER POINT IS PROPOSED FOR
002300*                      ITS ORDER QUANTITY, OR FOR THE RECENT
002400*                      SALES WHEN THEY RAN HIGHER, FROM ITS
002500*                      PREFERRED SUPPLIER OR ELSE THE SUPPLIER
002600*                      AND COST ON ITS LATEST GAMECOST.TXT
002700*                      RECORD. PROPOSALS ARE SORTED BY SUP-CODE
002800*                      AND WRITTEN TO POPROP.TXT (ONE PROPOSED
002900*                      ORDER PER SUPPLIER) FOR THE BUYER TO
003000*                      CONFIRM THROUGH POCONF, WITH THE SAME
003100*                      PICTURE PRINTED TO REPLENR.TXT. TITLES
003200*                      THAT NEED STOCK BUT HAVE NO USABLE
003300*                      SUPPLIER ARE LISTED AT THE FOOT INSTEAD.
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT REORDER-FILE ASSIGN TO 'REORDPT.DAT'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-ROP-FILE-STATUS.
004200
004300     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS HOLD-KEY
004700         FILE STATUS IS WS-HOLD-FILE-STATUS.
004800
004900     SELECT SALES-FILE ASSIGN TO 'SALES.TXT'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SALES-FILE-STATUS.
005200
005300     SELECT OPENPO-FILE ASSIGN TO 'OPENPO.TXT'
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS PO-KEY
005700         FILE STATUS IS WS-PO-FILE-STATUS.
005800
005900     SELECT COST-FILE ASSIGN TO 'GAMECOST.TXT'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-COST-FILE-STATUS.
006200
006300     SELECT PROPOSAL-FILE ASSIGN TO 'POPROP.TXT'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PROP-FILE-STATUS.
006600
006700     SELECT REPORT-FILE ASSIGN TO 'REPLENR.TXT'
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
007100
007200     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-AUDIT-FILE-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  REORDER-FILE.
007900 COPY REORDREC.
008000
008100 FD  HOLDINGS-FILE.
008200 COPY HOLDREC.
008300
008400 FD  SALES-FILE.
008500 COPY SALESREC.
008600
008700 FD  OPENPO-FILE.
008800 COPY POREC.
008900
009000 FD  COST-FILE.
009100 COPY COSTREC.
009200
009300 FD  PROPOSAL-FILE.
009400 COPY PROPREC.
009500
009600 FD  REPORT-FILE.
009700 01  REPORT-LINE              PIC X(100).
009800
009900 SD  SORT-FILE.
010000 01  SORT-RECORD.
010100     05 SRT-SUPPLIER      PIC X(04).
010200     05 SRT-ID-GAME       PIC 9(06).
010300     05 SRT-ON-HAND       PIC 9(03).
010400     05 SRT-ON-ORDER      PIC 9(03).
010500     05 SRT-SOLD          PIC 9(03).
010600     05 SRT-POINT         PIC 9(03).
010700     05 SRT-QTY           PIC 9(03).
010800     05 SRT-UNIT-COST     PIC 9(3)V99.
010900
011000 FD  AUDIT-FILE.
011100 COPY AUDITLOG.
011200
011300 WORKING-STORAGE SECTION.
011400 01  SWITCHES.
011500     05 EOF-SWITCH            PIC X VALUE "N".
011600        88 END-OF-FILE                 VALUE "Y".
011700     05 WS-SORT-EOF-SWITCH    PIC X VALUE "N".
011800        88 SORT-AT-EOF                 VALUE "Y".
011900     05 WS-FIRST-SUP-SWITCH   PIC X VALUE "Y".
012000        88 FIRST-SUP-PENDING           VALUE "Y".
012100     05 WS-FOUND-SWITCH       PIC X VALUE "N".
012200        88 TITLE-FOUND                 VALUE "Y".
012300     05 WS-OVERFLOW-SWITCH    PIC X VALUE "N".
012400        88 REORDER-OVERFLOWED          VALUE "Y".
012500
012600 01  COUNTERS.
012700     05 TITLE-COUNTER         PIC 9(5) COMP VALUE 0.
012800     05 PROPOSAL-COUNTER      PIC 9(5) COMP VALUE 0.
012900     05 SUPPLIER-COUNTER      PIC 9(5) COMP VALUE 0.
013000     05 EXCEPTION-COUNTER     PIC 9(5) COMP VALUE 0.
013100     05 GROUP-LINE-COUNTER    PIC 9(5) COMP VALUE 0.
013200     05 GROUP-QTY-COUNTER     PIC 9(7) COMP VALUE 0.
013300     05 TOTAL-QTY-COUNTER     PIC 9(7) COMP VALUE 0.
013400
013500 01  WS-FILE-STATUSES.
013600     05 WS-ROP-FILE-STATUS    PIC X(02) VALUE "00".
013700     05 WS-HOLD-FILE-STATUS   PIC X(02) VALUE "00".
013800     05 WS-SALES-FILE-STATUS  PIC X(02) VALUE "00".
013900     05 WS-PO-FILE-STATUS     PIC X(02) VALUE "00".
014000     05 WS-COST-FILE-STATUS   PIC X(02) VALUE "00".
014100     05 WS-PROP-FILE-STATUS   PIC X(02) VALUE "00".
014200
014300*    NET SALES OVER THIS MANY DAYS BACK FROM TODAY ARE WHAT
014400*    "RECENT SALES" MEANS ON THE PROPOSAL.
014500 01  WS-SALES-WINDOW-DAYS     PIC 9(3) VALUE 30.
014600
014700 01  WS-TOTALS.
014800     05 WS-GROUP-VALUE        PIC 9(9)V99 COMP VALUE 0.
014900     05 WS-TOTAL-VALUE        PIC 9(9)V99 COMP VALUE 0.
015000     05 WS-LINE-VALUE         PIC 9(9)V99 COMP VALUE 0.
015100
015200 01  WS-WORK-FIELDS.
015300     05 WS-PRIOR-SUPPLIER     PIC X(04) VALUE SPACES.
015400     05 WS-SEEK-ID            PIC 9(06) VALUE 0.
015500     05 WS-HIT-IDX            PIC 9(5) COMP VALUE 0.
015600     05 WS-COVER-QTY          PIC S9(7) COMP VALUE 0.
015700     05 WS-NET-SOLD           PIC S9(7) COMP VALUE 0.
015800     05 WS-PROPOSE-QTY        PIC 9(7) COMP VALUE 0.
015900     05 WS-DUE-QTY            PIC S9(5) COMP VALUE 0.
016000
016100*    ONE ENTRY PER TITLE ON THE REORDER-POINT FILE, WITH THE
016200*    COUNTS GATHERED FROM EACH PASS. WS-RT-RESULT IS SET WHEN
016300*    THE TITLE IS DECIDED: P=PROPOSED, X=NO SUPPLIER ON
016400*    REORDPT.DAT OR GAMECOST.TXT, M=SUPPLIER NOT ON SUPMAST.TXT.
016500 01  WS-RT-COUNT              PIC 9(5) COMP VALUE 0.
016600 01  WS-RT-TABLE.
016700     05 WS-RT-ENTRY OCCURS 2000 TIMES
016800            INDEXED BY WS-RT-IDX.
016900         10 WS-RT-ID-GAME     PIC 9(06).
017000         10 WS-RT-POINT       PIC 9(03).
017100         10 WS-RT-ORDER-QTY   PIC 9(03).
017200         10 WS-RT-PREF-SUP    PIC X(04).
017300         10 WS-RT-ON-HAND     PIC 9(5) COMP.
017400         10 WS-RT-ON-ORDER    PIC 9(5) COMP.
017500         10 WS-RT-SOLD        PIC S9(5) COMP.
017600         10 WS-RT-COST-SUP    PIC X(04).
017700         10 WS-RT-COST-UNIT   PIC 9(3)V99.
017800         10 WS-RT-ORDER-SUP   PIC X(04).
017900         10 WS-RT-RESULT      PIC X.
018000            88 RT-PROPOSED             VALUE "P".
018100            88 RT-NO-SUPPLIER          VALUE "X".
018200            88 RT-SUPPLIER-UNKNOWN     VALUE "M".
018300
018400 01  WS-SAL-DATE              PIC X(10).
018500 01  WS-SAL-DATE-R REDEFINES WS-SAL-DATE.
018600     05 WS-SAL-MM             PIC 99.
018700     05 FILLER                PIC X.
018800     05 WS-SAL-DD             PIC 99.
018900     05 FILLER                PIC X.
019000     05 WS-SAL-YYYY           PIC 9(4).
019100
019200 01  WS-RUN-DATE.
019300     05 WS-RUN-YYYY           PIC 9(4).
019400     05 WS-RUN-MM             PIC 99.
019500     05 WS-RUN-DD             PIC 99.
019600 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
019700
019800 01  WS-SERIAL-FIELDS.
019900     05 WS-TODAY-SERIAL       PIC 9(7) COMP VALUE 0.
020000     05 WS-WINDOW-SERIAL      PIC 9(7) COMP VALUE 0.
020100
020200 01  WS-DAY-SERIAL-FIELDS.
020300     05 WS-DS-YYYY            PIC 9(4).
020400     05 WS-DS-MM              PIC 99.
020500     05 WS-DS-DD              PIC 99.
020600     05 WS-DS-SERIAL          PIC 9(7) COMP.
020700     05 WS-DS-PRIOR-YEAR      PIC 9(4).
020800     05 WS-DS-LEAP-COUNT      PIC 9(5) COMP.
020900     05 WS-DS-QUOT            PIC 9(5) COMP.
021000     05 WS-REM-4              PIC 9.
021100     05 WS-REM-100            PIC 99.
021200     05 WS-REM-400            PIC 9(3).
021300     05 WS-QUOT               PIC 9(4).
021400
021500 01  LKUP-ID-GAME             PIC 9(06).
021600 01  LKUP-RESULT-FIELDS.
021700     05 LKUP-TITLE-GAME       PIC X(40).
021800     05 LKUP-DATE-GAME        PIC X(10).
021900     05 LKUP-NOTE-GAME        PIC 99.
022000 01  LKUP-FOUND-SWITCH        PIC X.
022100     88 LKUP-FOUND                     VALUE "Y".
022200     88 LKUP-NOT-FOUND                 VALUE "N".
022300
022400 01  SUP-LKUP-CODE            PIC X(04).
022500 01  SUP-LKUP-RESULT-FIELDS.
022600     05 SUP-LKUP-NAME         PIC X(25).
022700     05 SUP-LKUP-TERMS        PIC X(10).
022800 01  SUP-LKUP-FOUND-SWITCH    PIC X.
022900     88 SUP-LKUP-FOUND                 VALUE "Y".
023000     88 SUP-LKUP-NOT-FOUND             VALUE "N".
023100
023200 01  WS-REPORT-FIELDS.
023300     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
023400     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
023500     05 WS-EDIT-QTY           PIC ZZ9.
023600     05 WS-EDIT-HAND          PIC ZZ9.
023700     05 WS-EDIT-ORDER         PIC ZZ9.
023800     05 WS-EDIT-SOLD          PIC ZZ9.
023900     05 WS-EDIT-POINT         PIC ZZ9.
024000     05 WS-EDIT-COST          PIC ZZ9.99.
024100
024200 01  WS-AUDIT-FIELDS.
024300     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
024400     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
024500     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
024600     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
024700
024800 01  WS-AUDIT-DATE-GROUP.
024900     05 WS-AUDIT-YYYY         PIC 9(4).
025000     05 WS-AUDIT-MM           PIC 99.
025100     05 WS-AUDIT-DD           PIC 99.
025200
025300 01  WS-AUDIT-TIME-GROUP.
025400     05 WS-AUDIT-HH           PIC 99.
025500     05 WS-AUDIT-MIN          PIC 99.
025600     05 WS-AUDIT-SS           PIC 99.
025700     05 WS-AUDIT-HS           PIC 99.
025800
025900 PROCEDURE DIVISION.
026000
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE-RTN.
026300     PERFORM 1500-LOAD-REORDER-POINTS-RTN.
026400     IF REORDER-OVERFLOWED
026500         DISPLAY "REORDPT.DAT OVERFLOWS THE WORK TABLE -"
026600             " RUN STOPPED, NO PROPOSALS WRITTEN"
026700         MOVE 8 TO RETURN-CODE
026800         MOVE 'OVERFLOW' TO WS-AUDIT-STATUS
026900     ELSE
027000         PERFORM 2000-COUNT-HOLDINGS-RTN
027100         PERFORM 2200-COUNT-SALES-RTN
027200         PERFORM 2400-COUNT-ON-ORDER-RTN
027300         PERFORM 2600-LOAD-LATEST-COSTS-RTN
027400         OPEN OUTPUT PROPOSAL-FILE
027500         SORT SORT-FILE
027600             ON ASCENDING KEY SRT-SUPPLIER
027700             ON ASCENDING KEY SRT-ID-GAME
027800             INPUT PROCEDURE IS 3000-SUPPLY-PROPOSALS-RTN
027900             OUTPUT PROCEDURE IS 4000-WRITE-PROPOSALS-RTN
028000         CLOSE PROPOSAL-FILE
028100         PERFORM 8000-WRITE-TOTALS-RTN
028200         MOVE 'COMPLETE' TO WS-AUDIT-STATUS
028300     END-IF.
028400     PERFORM 9000-TERMINATE-RTN.
028500     STOP RUN.
028600
028700******************************************************************
028800*    1000-INITIALIZE-RTN
028900*    WORK OUT TODAY AND THE FIRST DAY OF THE SALES WINDOW, OPEN
029000*    THE REPORT AND LOG THE START.
029100******************************************************************
029200 1000-INITIALIZE-RTN.
029300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029400     MOVE SPACES TO WS-TODAY-DATE.
029500     STRING WS-RUN-MM DELIMITED BY SIZE
029600         '/' DELIMITED BY SIZE
029700         WS-RUN-DD DELIMITED BY SIZE
029800         '/' DELIMITED BY SIZE
029900         WS-RUN-YYYY DELIMITED BY SIZE
030000         INTO WS-TODAY-DATE.
030100     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
030200     MOVE WS-RUN-MM TO WS-DS-MM.
030300     MOVE WS-RUN-DD TO WS-DS-DD.
030400     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
030500     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
030600     COMPUTE WS-WINDOW-SERIAL =
030700         WS-TODAY-SERIAL - WS-SALES-WINDOW-DAYS.
030800     OPEN OUTPUT REPORT-FILE.
030900     MOVE SPACES TO REPORT-LINE.
031000     STRING 'REPLENISHMENT PROPOSALS BY SUPPLIER  RUN '
031100         DELIMITED BY SIZE
031200         WS-TODAY-DATE DELIMITED BY SIZE
031300         '  SALES WINDOW ' DELIMITED BY SIZE
031400         WS-SALES-WINDOW-DAYS DELIMITED BY SIZE
031500         ' DAYS' DELIMITED BY SIZE
031600         INTO REPORT-LINE.
031700     WRITE REPORT-LINE.
031800     MOVE SPACES TO REPORT-LINE.
031900     WRITE REPORT-LINE.
032000     OPEN EXTEND AUDIT-FILE.
032100     IF WS-AUDIT-FILE-STATUS NOT = "00"
032200         OPEN OUTPUT AUDIT-FILE
032300     END-IF.
032400     MOVE 'START' TO WS-AUDIT-EVENT.
032500     MOVE SPACES TO WS-AUDIT-STATUS.
032600     MOVE 0 TO WS-AUDIT-REC-EDIT.
032700     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
032800
032900******************************************************************
033000*    1100-WRITE-AUDIT-LINE-RTN
033100*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
033200*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
033300*    COMPLETION STATUS.
033400******************************************************************
033500 1100-WRITE-AUDIT-LINE-RTN.
033600     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
033700     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
033800     MOVE SPACES TO AUDIT-LINE.
033900     STRING 'PGM=REPLEN    EVENT=' DELIMITED BY SIZE
034000         WS-AUDIT-EVENT DELIMITED BY SIZE
034100         '  TS=' DELIMITED BY SIZE
034200         WS-AUDIT-YYYY DELIMITED BY SIZE
034300         '-' DELIMITED BY SIZE
034400         WS-AUDIT-MM DELIMITED BY SIZE
034500         '-' DELIMITED BY SIZE
034600         WS-AUDIT-DD DELIMITED BY SIZE
034700         ' ' DELIMITED BY SIZE
034800         WS-AUDIT-HH DELIMITED BY SIZE
034900         ':' DELIMITED BY SIZE
035000         WS-AUDIT-MIN DELIMITED BY SIZE
035100         ':' DELIMITED BY SIZE
035200         WS-AUDIT-SS DELIMITED BY SIZE
035300         '  RECS=' DELIMITED BY SIZE
035400         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
035500         '  STATUS=' DELIMITED BY SIZE
035600         WS-AUDIT-STATUS DELIMITED BY SIZE
035700         INTO AUDIT-LINE.
035800     WRITE AUDIT-LINE.
035900
036000******************************************************************
036100*    1500-LOAD-REORDER-POINTS-RTN
036200*    LOAD THE REORDER-POINT FILE INTO THE WORK TABLE. NO FILE ON
036300*    HAND MEANS NO TITLE HAS A REORDER POINT YET -- AN EMPTY RUN.
036400******************************************************************
036500 1500-LOAD-REORDER-POINTS-RTN.
036600     MOVE "N" TO EOF-SWITCH.
036700     OPEN INPUT REORDER-FILE.
036800     IF WS-ROP-FILE-STATUS NOT = "00"
036900         MOVE "Y" TO EOF-SWITCH
037000         DISPLAY "NO REORDPT.DAT ON HAND - NO TITLES TO CHECK"
037100     END-IF.
037200     PERFORM 1550-LOAD-ONE-REORDER-RTN UNTIL END-OF-FILE.
037300     IF WS-ROP-FILE-STATUS NOT = "35"
037400         CLOSE REORDER-FILE
037500     END-IF.
037600
037700******************************************************************
037800*    1550-LOAD-ONE-REORDER-RTN
037900*    LOAD ONE REORDER RECORD WITH ITS COUNTS ZEROED.
038000******************************************************************
038100 1550-LOAD-ONE-REORDER-RTN.
038200     READ REORDER-FILE
038300         AT END
038400             MOVE "Y" TO EOF-SWITCH
038500         NOT AT END
038600             IF WS-RT-COUNT < 2000
038700                 ADD 1 TO WS-RT-COUNT
038800                 SET WS-RT-IDX TO WS-RT-COUNT
038900                 MOVE ROP-ID-GAME TO WS-RT-ID-GAME(WS-RT-IDX)
039000                 MOVE ROP-POINT TO WS-RT-POINT(WS-RT-IDX)
039100                 MOVE ROP-ORDER-QTY
039200                     TO WS-RT-ORDER-QTY(WS-RT-IDX)
039300                 MOVE ROP-SUPPLIER TO WS-RT-PREF-SUP(WS-RT-IDX)
039400                 MOVE 0 TO WS-RT-ON-HAND(WS-RT-IDX)
039500                 MOVE 0 TO WS-RT-ON-ORDER(WS-RT-IDX)
039600                 MOVE 0 TO WS-RT-SOLD(WS-RT-IDX)
039700                 MOVE SPACES TO WS-RT-COST-SUP(WS-RT-IDX)
039800                 MOVE 0 TO WS-RT-COST-UNIT(WS-RT-IDX)
039900                 MOVE SPACE TO WS-RT-RESULT(WS-RT-IDX)
040000             ELSE
040100                 MOVE "Y" TO WS-OVERFLOW-SWITCH
040200                 MOVE "Y" TO EOF-SWITCH
040300             END-IF
040400     END-READ.
040500
040600******************************************************************
040700*    2000-COUNT-HOLDINGS-RTN
040800*    ONE PASS OVER HOLDINGS.TXT COUNTING THE COPIES ON HAND FOR
040900*    EACH TITLE ON THE TABLE.
041000******************************************************************
041100 2000-COUNT-HOLDINGS-RTN.
041200     MOVE "N" TO EOF-SWITCH.
041300     OPEN INPUT HOLDINGS-FILE.
041400     IF WS-HOLD-FILE-STATUS NOT = "00"
041500         MOVE "Y" TO EOF-SWITCH
041600     END-IF.
041700     PERFORM 2050-COUNT-ONE-HOLDING-RTN UNTIL END-OF-FILE.
041800     IF WS-HOLD-FILE-STATUS NOT = "35"
041900         CLOSE HOLDINGS-FILE
042000     END-IF.
042100
042200******************************************************************
042300*    2050-COUNT-ONE-HOLDING-RTN
042400*    READ ONE HOLDING AND COUNT IT AGAINST ITS TITLE.
042500******************************************************************
042600 2050-COUNT-ONE-HOLDING-RTN.
042700     READ HOLDINGS-FILE
042800         AT END
042900             MOVE "Y" TO EOF-SWITCH
043000         NOT AT END
043100             MOVE HOLD-ID-GAME TO WS-SEEK-ID
043200             PERFORM 5000-FIND-TITLE-RTN
043300             IF TITLE-FOUND
043400                 SET WS-RT-IDX TO WS-HIT-IDX
043500                 ADD 1 TO WS-RT-ON-HAND(WS-RT-IDX)
043600             END-IF
043700     END-READ.
043800
043900******************************************************************
044000*    2200-COUNT-SALES-RTN
044100*    ONE PASS OVER THE SALES LEDGER NETTING SALES LESS RETURNS
044200*    DATED INSIDE THE SALES WINDOW FOR EACH TITLE ON THE TABLE.
044300******************************************************************
044400 2200-COUNT-SALES-RTN.
044500     MOVE "N" TO EOF-SWITCH.
044600     OPEN INPUT SALES-FILE.
044700     IF WS-SALES-FILE-STATUS NOT = "00"
044800         MOVE "Y" TO EOF-SWITCH
044900     END-IF.
045000     PERFORM 2250-COUNT-ONE-SALE-RTN UNTIL END-OF-FILE.
045100     IF WS-SALES-FILE-STATUS NOT = "35"
045200         CLOSE SALES-FILE
045300     END-IF.
045400
045500******************************************************************
045600*    2250-COUNT-ONE-SALE-RTN
045700*    READ ONE LEDGER RECORD. A DATE THAT IS NOT A CLEAN
045800*    MM/DD/YYYY IS LEFT OUT OF THE WINDOW.
045900******************************************************************
046000 2250-COUNT-ONE-SALE-RTN.
046100     READ SALES-FILE
046200         AT END
046300             MOVE "Y" TO EOF-SWITCH
046400         NOT AT END
046500             MOVE SAL-DATE TO WS-SAL-DATE
046600             IF WS-SAL-MM IS NUMERIC AND WS-SAL-DD IS NUMERIC
046700                 AND WS-SAL-YYYY IS NUMERIC
046800                 MOVE WS-SAL-YYYY TO WS-DS-YYYY
046900                 MOVE WS-SAL-MM TO WS-DS-MM
047000                 MOVE WS-SAL-DD TO WS-DS-DD
047100                 PERFORM 6000-COMPUTE-DAY-SERIAL-RTN
047200                 IF WS-DS-SERIAL >= WS-WINDOW-SERIAL
047300                     AND WS-DS-SERIAL <= WS-TODAY-SERIAL
047400                     PERFORM 2270-POST-ONE-SALE-RTN
047500                 END-IF
047600             END-IF
047700     END-READ.
047800
047900******************************************************************
048000*    2270-POST-ONE-SALE-RTN
048100*    ADD A SALE TO, OR TAKE A RETURN OFF, ITS TITLE'S COUNT.
048200******************************************************************
048300 2270-POST-ONE-SALE-RTN.
048400     MOVE SAL-ID-GAME TO WS-SEEK-ID.
048500     PERFORM 5000-FIND-TITLE-RTN.
048600     IF TITLE-FOUND
048700         SET WS-RT-IDX TO WS-HIT-IDX
048800         IF SAL-IS-RETURN
048900             SUBTRACT 1 FROM WS-RT-SOLD(WS-RT-IDX)
049000         ELSE
049100             ADD 1 TO WS-RT-SOLD(WS-RT-IDX)
049200         END-IF
049300     END-IF.
049400
049500******************************************************************
049600*    2400-COUNT-ON-ORDER-RTN
049700*    ONE PASS OVER THE OPEN-PO FILE ADDING WHAT IS STILL DUE ON
049800*    EACH OPEN LINE, SO A TITLE ALREADY ON ORDER IS NOT ORDERED
049900*    TWICE. NO FILE ON HAND MEANS NOTHING IS ON ORDER YET.
050000******************************************************************
050100 2400-COUNT-ON-ORDER-RTN.
050200     MOVE "N" TO EOF-SWITCH.
050300     OPEN INPUT OPENPO-FILE.
050400     IF WS-PO-FILE-STATUS NOT = "00"
050500         MOVE "Y" TO EOF-SWITCH
050600     END-IF.
050700     PERFORM 2450-COUNT-ONE-PO-LINE-RTN UNTIL END-OF-FILE.
050800     IF WS-PO-FILE-STATUS NOT = "35"
050900         CLOSE OPENPO-FILE
051000     END-IF.
051100
051200******************************************************************
051300*    2450-COUNT-ONE-PO-LINE-RTN
051400*    READ ONE PO LINE AND, IF STILL OPEN, ADD ITS BALANCE DUE.
051500******************************************************************
051600 2450-COUNT-ONE-PO-LINE-RTN.
051700     READ OPENPO-FILE
051800         AT END
051900             MOVE "Y" TO EOF-SWITCH
052000         NOT AT END
052100             IF PO-LINE-OPEN
052200                 AND PO-QTY-ORDERED > PO-QTY-RECEIVED
052300                 MOVE PO-ID-GAME TO WS-SEEK-ID
052400                 PERFORM 5000-FIND-TITLE-RTN
052500                 IF TITLE-FOUND
052600                     SET WS-RT-IDX TO WS-HIT-IDX
052700                     COMPUTE WS-DUE-QTY =
052800                         PO-QTY-ORDERED - PO-QTY-RECEIVED
052900                     ADD WS-DUE-QTY TO WS-RT-ON-ORDER(WS-RT-IDX)
053000                 END-IF
053100             END-IF
053200     END-READ.
053300
053400******************************************************************
053500*    2600-LOAD-LATEST-COSTS-RTN
053600*    ONE PASS OVER THE COST LEDGER. IT IS WRITTEN IN DATE ORDER,
053700*    SO THE LAST RECORD SEEN FOR A TITLE IS ITS CURRENT SUPPLIER
053800*    AND UNIT COST.
053900******************************************************************
054000 2600-LOAD-LATEST-COSTS-RTN.
054100     MOVE "N" TO EOF-SWITCH.
054200     OPEN INPUT COST-FILE.
054300     IF WS-COST-FILE-STATUS NOT = "00"
054400         MOVE "Y" TO EOF-SWITCH
054500     END-IF.
054600     PERFORM 2650-LOAD-ONE-COST-RTN UNTIL END-OF-FILE.
054700     IF WS-COST-FILE-STATUS NOT = "35"
054800         CLOSE COST-FILE
054900     END-IF.
055000
055100******************************************************************
055200*    2650-LOAD-ONE-COST-RTN
055300*    READ ONE COST RECORD AND KEEP IT AGAINST ITS TITLE.
055400******************************************************************
055500 2650-LOAD-ONE-COST-RTN.
055600     READ COST-FILE
055700         AT END
055800             MOVE "Y" TO EOF-SWITCH
055900         NOT AT END
056000             MOVE COST-ID-GAME TO WS-SEEK-ID
056100             PERFORM 5000-FIND-TITLE-RTN
056200             IF TITLE-FOUND
056300                 SET WS-RT-IDX TO WS-HIT-IDX
056400                 MOVE COST-SUPPLIER
056500                     TO WS-RT-COST-SUP(WS-RT-IDX)
056600                 MOVE COST-UNIT TO WS-RT-COST-UNIT(WS-RT-IDX)
056700             END-IF
056800     END-READ.
056900
057000******************************************************************
057100*    3000-SUPPLY-PROPOSALS-RTN
057200*    DECIDE EVERY TITLE ON THE TABLE AND RELEASE THE ONES TO BE
057300*    ORDERED TO THE SORT.
057400******************************************************************
057500 3000-SUPPLY-PROPOSALS-RTN.
057600     PERFORM 3100-DECIDE-ONE-TITLE-RTN
057650         THRU 3100-DECIDE-ONE-TITLE-RTN-EXIT
057700         VARYING WS-RT-IDX FROM 1 BY 1
057800         UNTIL WS-RT-IDX > WS-RT-COUNT.
057900
058000******************************************************************
058100*    3100-DECIDE-ONE-TITLE-RTN
058200*    A TITLE WHOSE COPIES ON HAND PLUS COPIES DUE IN ARE AT OR
058300*    UNDER ITS REORDER POINT NEEDS STOCK. THE QUANTITY IS THE
058400*    ORDER QUANTITY, RAISED TO THE NET RECENT SALES WHEN THEY
058500*    RAN HIGHER, AND CAPPED AT WHAT ONE PO LINE CAN CARRY.
058600******************************************************************
058700 3100-DECIDE-ONE-TITLE-RTN.
058800     ADD 1 TO TITLE-COUNTER.
058900     COMPUTE WS-COVER-QTY = WS-RT-ON-HAND(WS-RT-IDX)
059000         + WS-RT-ON-ORDER(WS-RT-IDX).
059100     IF WS-COVER-QTY > WS-RT-POINT(WS-RT-IDX)
059200         GO TO 3100-DECIDE-ONE-TITLE-RTN-EXIT
059300     END-IF.
059400     MOVE WS-RT-ORDER-QTY(WS-RT-IDX) TO WS-PROPOSE-QTY.
059500     MOVE WS-RT-SOLD(WS-RT-IDX) TO WS-NET-SOLD.
059600     IF WS-NET-SOLD > WS-PROPOSE-QTY
059700         MOVE WS-NET-SOLD TO WS-PROPOSE-QTY
059800     END-IF.
059900     IF WS-PROPOSE-QTY > 999
060000         MOVE 999 TO WS-PROPOSE-QTY
060100     END-IF.
060200     IF WS-RT-PREF-SUP(WS-RT-IDX) NOT = SPACES
060300         MOVE WS-RT-PREF-SUP(WS-RT-IDX) TO SRT-SUPPLIER
060400     ELSE
060500         MOVE WS-RT-COST-SUP(WS-RT-IDX) TO SRT-SUPPLIER
060600     END-IF.
060700     MOVE SRT-SUPPLIER TO WS-RT-ORDER-SUP(WS-RT-IDX).
060800     IF SRT-SUPPLIER = SPACES
060900         MOVE "X" TO WS-RT-RESULT(WS-RT-IDX)
061000         ADD 1 TO EXCEPTION-COUNTER
061100         GO TO 3100-DECIDE-ONE-TITLE-RTN-EXIT
061200     END-IF.
061300     MOVE SRT-SUPPLIER TO SUP-LKUP-CODE.
061400     CALL 'SUPLOOKUP' USING SUP-LKUP-CODE
061500         SUP-LKUP-RESULT-FIELDS SUP-LKUP-FOUND-SWITCH.
061600     IF SUP-LKUP-NOT-FOUND
061700         MOVE "M" TO WS-RT-RESULT(WS-RT-IDX)
061800         ADD 1 TO EXCEPTION-COUNTER
061900         GO TO 3100-DECIDE-ONE-TITLE-RTN-EXIT
062000     END-IF.
062100     MOVE "P" TO WS-RT-RESULT(WS-RT-IDX).
062200     MOVE WS-RT-ID-GAME(WS-RT-IDX) TO SRT-ID-GAME.
062300     MOVE WS-RT-ON-HAND(WS-RT-IDX) TO SRT-ON-HAND.
062400     MOVE WS-RT-ON-ORDER(WS-RT-IDX) TO SRT-ON-ORDER.
062500     IF WS-NET-SOLD < 0
062600         MOVE 0 TO SRT-SOLD
062700     ELSE
062800         MOVE WS-NET-SOLD TO SRT-SOLD
062900     END-IF.
063000     MOVE WS-RT-POINT(WS-RT-IDX) TO SRT-POINT.
063100     MOVE WS-PROPOSE-QTY TO SRT-QTY.
063200     MOVE WS-RT-COST-UNIT(WS-RT-IDX) TO SRT-UNIT-COST.
063300     RELEASE SORT-RECORD.
063400
063500 3100-DECIDE-ONE-TITLE-RTN-EXIT.
063600     EXIT.
063700
063800******************************************************************
063900*    4000-WRITE-PROPOSALS-RTN
064000*    RETURN THE SORTED PROPOSALS AND DRIVE THE PER-SUPPLIER
064100*    CONTROL BREAK.
064200******************************************************************
064300 4000-WRITE-PROPOSALS-RTN.
064400     MOVE "N" TO WS-SORT-EOF-SWITCH.
064500     PERFORM 4100-RETURN-ONE-RTN UNTIL SORT-AT-EOF.
064600     IF NOT FIRST-SUP-PENDING
064700         PERFORM 4400-CLOSE-SUP-GROUP-RTN
064800     END-IF.
064900
065000******************************************************************
065100*    4100-RETURN-ONE-RTN
065200*    RETURN ONE SORTED PROPOSAL, BREAK ON A NEW SUPPLIER, AND
065300*    WRITE THE PROPOSAL RECORD AND ITS DETAIL LINE.
065400******************************************************************
065500 4100-RETURN-ONE-RTN.
065600     RETURN SORT-FILE
065700         AT END
065800             MOVE "Y" TO WS-SORT-EOF-SWITCH
065900         NOT AT END
066000             IF FIRST-SUP-PENDING
066100                 MOVE "N" TO WS-FIRST-SUP-SWITCH
066200                 PERFORM 4200-START-SUP-GROUP-RTN
066300             ELSE
066400                 IF SRT-SUPPLIER NOT = WS-PRIOR-SUPPLIER
066500                     PERFORM 4400-CLOSE-SUP-GROUP-RTN
066600                     PERFORM 4200-START-SUP-GROUP-RTN
066700                 END-IF
066800             END-IF
066900             PERFORM 4300-WRITE-DETAIL-RTN
067000     END-RETURN.
067100
067200******************************************************************
067300*    4200-START-SUP-GROUP-RTN
067400*    OPEN A NEW SUPPLIER GROUP -- ONE PROPOSED ORDER -- WITH THE
067500*    SUPPLIER'S NAME AND TERMS FROM THE MASTER.
067600******************************************************************
067700 4200-START-SUP-GROUP-RTN.
067800     MOVE SRT-SUPPLIER TO WS-PRIOR-SUPPLIER.
067900     ADD 1 TO SUPPLIER-COUNTER.
068000     MOVE 0 TO GROUP-LINE-COUNTER.
068100     MOVE 0 TO GROUP-QTY-COUNTER.
068200     MOVE 0 TO WS-GROUP-VALUE.
068300     MOVE SRT-SUPPLIER TO SUP-LKUP-CODE.
068400     CALL 'SUPLOOKUP' USING SUP-LKUP-CODE
068500         SUP-LKUP-RESULT-FIELDS SUP-LKUP-FOUND-SWITCH.
068600     MOVE SPACES TO REPORT-LINE.
068700     WRITE REPORT-LINE.
068800     MOVE SPACES TO REPORT-LINE.
068900     STRING 'SUPPLIER ' DELIMITED BY SIZE
069000         SRT-SUPPLIER DELIMITED BY SIZE
069100         '  ' DELIMITED BY SIZE
069200         SUP-LKUP-NAME DELIMITED BY SIZE
069300         '  TERMS ' DELIMITED BY SIZE
069400         SUP-LKUP-TERMS DELIMITED BY SIZE
069500         INTO REPORT-LINE.
069600     WRITE REPORT-LINE.
069700     MOVE SPACES TO REPORT-LINE.
069800     STRING '  ID-GAME  HAND ORDR SOLD  ROP  QTY   COST  TITLE'
069900         DELIMITED BY SIZE INTO REPORT-LINE.
070000     WRITE REPORT-LINE.
070100
070200******************************************************************
070300*    4300-WRITE-DETAIL-RTN
070400*    FETCH THE TITLE THROUGH GAMELOOKUP, WRITE THE PROPOSAL
070500*    RECORD FOR POCONF AND THE MATCHING REPORT LINE.
070600******************************************************************
070700 4300-WRITE-DETAIL-RTN.
070800     ADD 1 TO PROPOSAL-COUNTER.
070900     ADD 1 TO GROUP-LINE-COUNTER.
071000     ADD SRT-QTY TO GROUP-QTY-COUNTER.
071100     ADD SRT-QTY TO TOTAL-QTY-COUNTER.
071200     COMPUTE WS-LINE-VALUE = SRT-QTY * SRT-UNIT-COST.
071300     ADD WS-LINE-VALUE TO WS-GROUP-VALUE.
071400     ADD WS-LINE-VALUE TO WS-TOTAL-VALUE.
071500     MOVE SRT-ID-GAME TO LKUP-ID-GAME.
071600     CALL 'GAMELOOKUP' USING LKUP-ID-GAME LKUP-RESULT-FIELDS
071700         LKUP-FOUND-SWITCH.
071800     IF LKUP-NOT-FOUND
071900         MOVE '*** NO LONGER ON CATALOG ***' TO LKUP-TITLE-GAME
072000     END-IF.
072100     MOVE SPACES TO PROPOSAL-RECORD.
072200     MOVE SRT-SUPPLIER TO PRP-SUPPLIER.
072300     MOVE SRT-ID-GAME TO PRP-ID-GAME.
072400     MOVE SRT-ON-HAND TO PRP-ON-HAND.
072500     MOVE SRT-ON-ORDER TO PRP-ON-ORDER.
072600     MOVE SRT-SOLD TO PRP-RECENT-SALES.
072700     MOVE SRT-POINT TO PRP-POINT.
072800     MOVE SRT-QTY TO PRP-QTY.
072900     MOVE SRT-UNIT-COST TO PRP-UNIT-COST.
073000     MOVE LKUP-TITLE-GAME TO PRP-TITLE.
073100     WRITE PROPOSAL-RECORD.
073200     MOVE SRT-ON-HAND TO WS-EDIT-HAND.
073300     MOVE SRT-ON-ORDER TO WS-EDIT-ORDER.
073400     MOVE SRT-SOLD TO WS-EDIT-SOLD.
073500     MOVE SRT-POINT TO WS-EDIT-POINT.
073600     MOVE SRT-QTY TO WS-EDIT-QTY.
073700     MOVE SRT-UNIT-COST TO WS-EDIT-COST.
073800     MOVE SPACES TO REPORT-LINE.
073900     STRING '  ' DELIMITED BY SIZE
074000         SRT-ID-GAME DELIMITED BY SIZE
074100         '   ' DELIMITED BY SIZE
074200         WS-EDIT-HAND DELIMITED BY SIZE
074300         '  ' DELIMITED BY SIZE
074400         WS-EDIT-ORDER DELIMITED BY SIZE
074500         '  ' DELIMITED BY SIZE
074600         WS-EDIT-SOLD DELIMITED BY SIZE
074700         '  ' DELIMITED BY SIZE
074800         WS-EDIT-POINT DELIMITED BY SIZE
074900         '  ' DELIMITED BY SIZE
075000         WS-EDIT-QTY DELIMITED BY SIZE
075100         ' ' DELIMITED BY SIZE
075200         WS-EDIT-COST DELIMITED BY SIZE
075300         '  ' DELIMITED BY SIZE
075400         LKUP-TITLE-GAME DELIMITED BY SIZE
075500         INTO REPORT-LINE.
075600     WRITE REPORT-LINE.
075700
075800******************************************************************
075900*    4400-CLOSE-SUP-GROUP-RTN
076000*    WRITE THE LINE, COPY AND COST SUBTOTAL FOR THE PROPOSED
076100*    ORDER JUST FINISHED.
076200******************************************************************
076300 4400-CLOSE-SUP-GROUP-RTN.
076400     MOVE GROUP-LINE-COUNTER TO WS-EDIT-QTY.
076500     MOVE GROUP-QTY-COUNTER TO WS-EDIT-COUNT.
076600     MOVE WS-GROUP-VALUE TO WS-EDIT-VALUE.
076700     MOVE SPACES TO REPORT-LINE.
076800     STRING '  PROPOSED ORDER ' DELIMITED BY SIZE
076900         WS-PRIOR-SUPPLIER DELIMITED BY SIZE
077000         ' : LINES ' DELIMITED BY SIZE
077100         WS-EDIT-QTY DELIMITED BY SIZE
077200         '  COPIES ' DELIMITED BY SIZE
077300         WS-EDIT-COUNT DELIMITED BY SIZE
077400         '  COST ' DELIMITED BY SIZE
077500         WS-EDIT-VALUE DELIMITED BY SIZE
077600         INTO REPORT-LINE.
077700     WRITE REPORT-LINE.
077800
077900******************************************************************
078000*    5000-FIND-TITLE-RTN
078100*    SEARCH THE WORK TABLE FOR WS-SEEK-ID. SETS WS-FOUND-SWITCH
078200*    AND WS-HIT-IDX.
078300******************************************************************
078400 5000-FIND-TITLE-RTN.
078500     MOVE "N" TO WS-FOUND-SWITCH.
078600     MOVE 0 TO WS-HIT-IDX.
078700     PERFORM 5050-CHECK-ONE-TITLE-RTN
078800         VARYING WS-RT-IDX FROM 1 BY 1
078900         UNTIL WS-RT-IDX > WS-RT-COUNT OR TITLE-FOUND.
079000
079100******************************************************************
079200*    5050-CHECK-ONE-TITLE-RTN
079300*    COMPARE ONE TABLE ENTRY AGAINST WS-SEEK-ID.
079400******************************************************************
079500 5050-CHECK-ONE-TITLE-RTN.
079600     IF WS-RT-ID-GAME(WS-RT-IDX) = WS-SEEK-ID
079700         MOVE "Y" TO WS-FOUND-SWITCH
079800         MOVE WS-RT-IDX TO WS-HIT-IDX
079900     END-IF.
080000
080100******************************************************************
080200*    6000-COMPUTE-DAY-SERIAL-RTN
080300*    DAYS-SINCE-EPOCH FOR WS-DS-YYYY/MM/DD. LEAP YEARS ARE
080400*    COUNTED THROUGH THE PRIOR YEAR AND THE CURRENT YEAR'S LEAP
080500*    DAY IS ADDED ONCE MARCH IS REACHED.
080600******************************************************************
080700 6000-COMPUTE-DAY-SERIAL-RTN.
080800     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
080900     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
081000     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
081100     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
081200     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
081300     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
081400     COMPUTE WS-DS-SERIAL =
081500         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
081600     EVALUATE WS-DS-MM
081700         WHEN 2  ADD 31 TO WS-DS-SERIAL
081800         WHEN 3  ADD 59 TO WS-DS-SERIAL
081900         WHEN 4  ADD 90 TO WS-DS-SERIAL
082000         WHEN 5  ADD 120 TO WS-DS-SERIAL
082100         WHEN 6  ADD 151 TO WS-DS-SERIAL
082200         WHEN 7  ADD 181 TO WS-DS-SERIAL
082300         WHEN 8  ADD 212 TO WS-DS-SERIAL
082400         WHEN 9  ADD 243 TO WS-DS-SERIAL
082500         WHEN 10 ADD 273 TO WS-DS-SERIAL
082600         WHEN 11 ADD 304 TO WS-DS-SERIAL
082700         WHEN 12 ADD 334 TO WS-DS-SERIAL
082800         WHEN OTHER CONTINUE
082900     END-EVALUATE.
083000     IF WS-DS-MM > 2
083100         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
083200             REMAINDER WS-REM-4
083300         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
083400             REMAINDER WS-REM-100
083500         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
083600             REMAINDER WS-REM-400
083700         IF WS-REM-4 = 0 AND
083800             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
083900             ADD 1 TO WS-DS-SERIAL
084000         END-IF
084100     END-IF.
084200
084300******************************************************************
084400*    8000-WRITE-TOTALS-RTN
084500*    LIST THE TITLES THAT NEED STOCK BUT COULD NOT BE PROPOSED,
084600*    THEN WRITE THE RUN TOTALS AT THE FOOT OF THE REPORT.
084700******************************************************************
084800 8000-WRITE-TOTALS-RTN.
084900     IF EXCEPTION-COUNTER > 0
085000         MOVE SPACES TO REPORT-LINE
085100         WRITE REPORT-LINE
085200         MOVE SPACES TO REPORT-LINE
085300         STRING 'AT OR UNDER REORDER POINT BUT NOT PROPOSED'
085400             DELIMITED BY SIZE INTO REPORT-LINE
085500         WRITE REPORT-LINE
085600         PERFORM 8100-WRITE-ONE-EXCEPTION-RTN
085700             VARYING WS-RT-IDX FROM 1 BY 1
085800             UNTIL WS-RT-IDX > WS-RT-COUNT
085900     END-IF.
086000     MOVE SPACES TO REPORT-LINE.
086100     WRITE REPORT-LINE.
086200     MOVE TITLE-COUNTER TO WS-EDIT-COUNT.
086300     MOVE SPACES TO REPORT-LINE.
086400     STRING 'TITLES WITH A REORDER POINT  : ' DELIMITED BY SIZE
086500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
086600     WRITE REPORT-LINE.
086700     MOVE SUPPLIER-COUNTER TO WS-EDIT-COUNT.
086800     MOVE SPACES TO REPORT-LINE.
086900     STRING 'PROPOSED ORDERS (SUPPLIERS)  : ' DELIMITED BY SIZE
087000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
087100     WRITE REPORT-LINE.
087200     MOVE PROPOSAL-COUNTER TO WS-EDIT-COUNT.
087300     MOVE SPACES TO REPORT-LINE.
087400     STRING 'PROPOSED LINES . . . . . . . : ' DELIMITED BY SIZE
087500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
087600     WRITE REPORT-LINE.
087700     MOVE TOTAL-QTY-COUNTER TO WS-EDIT-COUNT.
087800     MOVE SPACES TO REPORT-LINE.
087900     STRING 'PROPOSED COPIES  . . . . . . : ' DELIMITED BY SIZE
088000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
088100     WRITE REPORT-LINE.
088200     MOVE WS-TOTAL-VALUE TO WS-EDIT-VALUE.
088300     MOVE SPACES TO REPORT-LINE.
088400     STRING 'PROPOSED COST  . . . . . . . : ' DELIMITED BY SIZE
088500         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
088600     WRITE REPORT-LINE.
088700     MOVE EXCEPTION-COUNTER TO WS-EDIT-COUNT.
088800     MOVE SPACES TO REPORT-LINE.
088900     STRING 'NOT PROPOSED - NO SUPPLIER . : ' DELIMITED BY SIZE
089000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
089100     WRITE REPORT-LINE.
089200
089300******************************************************************
089400*    8100-WRITE-ONE-EXCEPTION-RTN
089500*    ONE LINE FOR A TITLE LEFT UNPROPOSED, WITH THE REASON.
089600******************************************************************
089700 8100-WRITE-ONE-EXCEPTION-RTN.
089800     IF RT-NO-SUPPLIER(WS-RT-IDX)
089900         OR RT-SUPPLIER-UNKNOWN(WS-RT-IDX)
090000         MOVE WS-RT-ID-GAME(WS-RT-IDX) TO LKUP-ID-GAME
090100         CALL 'GAMELOOKUP' USING LKUP-ID-GAME
090200             LKUP-RESULT-FIELDS LKUP-FOUND-SWITCH
090300         IF LKUP-NOT-FOUND
090400             MOVE '*** NO LONGER ON CATALOG ***'
090500                 TO LKUP-TITLE-GAME
090600         END-IF
090700         MOVE SPACES TO REPORT-LINE
090800         IF RT-NO-SUPPLIER(WS-RT-IDX)
090900             STRING '  ' DELIMITED BY SIZE
091000                 WS-RT-ID-GAME(WS-RT-IDX) DELIMITED BY SIZE
091100                 '  NO SUPPLIER ON REORDPT OR GAMECOST  '
091200                 DELIMITED BY SIZE
091300                 LKUP-TITLE-GAME DELIMITED BY SIZE
091400                 INTO REPORT-LINE
091500         ELSE
091600             STRING '  ' DELIMITED BY SIZE
091700                 WS-RT-ID-GAME(WS-RT-IDX) DELIMITED BY SIZE
091800                 '  SUPPLIER ' DELIMITED BY SIZE
091900                 WS-RT-ORDER-SUP(WS-RT-IDX) DELIMITED BY SIZE
092000                 ' NOT ON SUPMAST     ' DELIMITED BY SIZE
092100                 LKUP-TITLE-GAME DELIMITED BY SIZE
092200                 INTO REPORT-LINE
092300         END-IF
092400         WRITE REPORT-LINE
092500     END-IF.
092600
092700******************************************************************
092800*    9000-TERMINATE-RTN
092900*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
093000******************************************************************
093100 9000-TERMINATE-RTN.
093200     MOVE 'END  ' TO WS-AUDIT-EVENT.
093300     MOVE PROPOSAL-COUNTER TO WS-AUDIT-REC-EDIT.
093400     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
093500     CLOSE AUDIT-FILE.
093600     CLOSE REPORT-FILE.
093700     DISPLAY "REPLEN COMPLETE - " PROPOSAL-COUNTER
093800         " LINES PROPOSED FOR " SUPPLIER-COUNTER
093900         " SUPPLIERS, " EXCEPTION-COUNTER " WITHOUT SUPPLIER.".
094000     DISPLAY "RUN POCONF TO CONFIRM THE ORDERS.".
094100
094200 END PROGRAM REPLEN.
