000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRADEMRG.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- USED-COPY MARGIN VIEW. GAMEMRGN
001200*                      PRICES NEW STOCK OFF THE DISTRIBUTOR COST
001300*                      ON GAMECOST.TXT; A TRADED-IN COPY HAS NO
001400*                      COST THERE, ONLY WHAT WE PAID THE CUSTOMER
001500*                      ON THE TRADE-IN LEDGER (TRADEIN.TXT -- SEE
001600*                      TRADEREC). THIS PROGRAM LOADS THE LEDGER,
001700*                      PASSES THE SALES LEDGER (SALES.TXT) FOR
001800*                      THE LATER SALE OF EACH TRADED-IN COPY BY
001900*                      ID-GAME AND COPY NUMBER (A RETURN PUTS
002000*                      THE COPY BACK ON THE SHELF), AND LISTS
002100*                      WHAT EACH COPY COST AGAINST WHAT IT SOLD
002200*                      FOR, WITH THE COST STILL SITTING IN UNSOLD
002300*                      USED COPIES. WRITES TRADEMRR.TXT. LEDGER
002400*                      ROWS PAST THE TABLE LIMIT ARE COUNTED ON A
002500*                      VISIBLE LINE INSTEAD OF DROPPED SILENTLY.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TRADE-FILE ASSIGN TO 'TRADEIN.TXT'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TRADE-FILE-STATUS.
003400
003500     SELECT SALES-FILE ASSIGN TO 'SALES.TXT'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-SALES-FILE-STATUS.
003800
003900     SELECT REPORT-FILE ASSIGN TO 'TRADEMRR.TXT'
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  TRADE-FILE.
004900 COPY TRADEREC.
005000
005100 FD  SALES-FILE.
005200 COPY SALESREC.
005300
005400 FD  REPORT-FILE.
005500 01  REPORT-LINE              PIC X(120).
005600
005700 FD  AUDIT-FILE.
005800 COPY AUDITLOG.
005900
006000 WORKING-STORAGE SECTION.
006100 01  SWITCHES.
006200     05 WS-TRADE-EOF-SWITCH   PIC X VALUE "N".
006300        88 TRADE-AT-EOF                VALUE "Y".
006400     05 WS-SALES-EOF-SWITCH   PIC X VALUE "N".
006500        88 SALES-AT-EOF                VALUE "Y".
006600
006700 01  COUNTERS.
006800     05 TRADE-COUNTER         PIC 9(7) COMP VALUE 0.
006900     05 SALES-COUNTER         PIC 9(7) COMP VALUE 0.
007000     05 SOLD-COUNTER          PIC 9(5) COMP VALUE 0.
007100     05 UNSOLD-COUNTER        PIC 9(5) COMP VALUE 0.
007200     05 OVERFLOW-COUNTER      PIC 9(5) COMP VALUE 0.
007300
007400 01  WS-FILE-STATUSES.
007500     05 WS-TRADE-FILE-STATUS  PIC X(02) VALUE "00".
007600     05 WS-SALES-FILE-STATUS  PIC X(02) VALUE "00".
007700
007800 01  WS-TRD-COUNT             PIC 9(4) COMP VALUE 0.
007900 01  WS-TRD-TABLE.
008000     05 WS-TRD-ENTRY OCCURS 2000 TIMES
008100            INDEXED BY WS-TRD-IDX.
008200         10 WS-TRD-ID         PIC 9(06).
008300         10 WS-TRD-COPY       PIC 9(03).
008400         10 WS-TRD-YMD        PIC 9(08).
008500         10 WS-TRD-CONDITION  PIC X(02).
008600         10 WS-TRD-PAID       PIC 9(3)V99.
008700         10 WS-TRD-TITLE      PIC X(40).
008800         10 WS-TRD-SOLD       PIC X.
008900            88 TRD-COPY-SOLD           VALUE "Y".
009000         10 WS-TRD-SOLD-DATE  PIC X(10).
009100         10 WS-TRD-SOLD-PRICE PIC 9(3)V99.
009200
009300*    MM/DD/YYYY TURNED ROUND TO YYYYMMDD SO LEDGER DATES COMPARE.
009400 01  WS-DATE-IN               PIC X(10).
009500 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
009600     05 WS-DI-MM              PIC 99.
009700     05 FILLER                PIC X.
009800     05 WS-DI-DD              PIC 99.
009900     05 FILLER                PIC X.
010000     05 WS-DI-YYYY            PIC 9(4).
010100 01  WS-DATE-YMD.
010200     05 WS-DY-YYYY            PIC 9(4).
010300     05 WS-DY-MM              PIC 99.
010400     05 WS-DY-DD              PIC 99.
010500 01  WS-DATE-YMD-N REDEFINES WS-DATE-YMD PIC 9(08).
010600
010700 01  WS-VALUE-FIELDS.
010800     05 WS-SOLD-COST          PIC 9(9)V99 COMP VALUE 0.
010900     05 WS-SOLD-REVENUE       PIC 9(9)V99 COMP VALUE 0.
011000     05 WS-UNSOLD-COST        PIC 9(9)V99 COMP VALUE 0.
011100     05 WS-COPY-MARGIN        PIC S9(3)V99 VALUE 0.
011200     05 WS-TOTAL-MARGIN       PIC S9(9)V99 COMP VALUE 0.
011300     05 WS-MARGIN-PCT         PIC S9(5)V9 VALUE 0.
011400
011500 01  WS-REPORT-FIELDS.
011600     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
011700     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
011800     05 WS-EDIT-NET           PIC ZZZ,ZZZ,ZZ9.99-.
011900     05 WS-EDIT-PAID          PIC ZZ9.99.
012000     05 WS-EDIT-SOLD          PIC ZZ9.99.
012100     05 WS-EDIT-MARGIN        PIC ZZ9.99-.
012200     05 WS-EDIT-PCT           PIC ZZZZ9.9-.
012300
012400 01  WS-AUDIT-FIELDS.
012500     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
012600     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
012700     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
012800     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
012900
013000 01  WS-AUDIT-DATE-GROUP.
013100     05 WS-AUDIT-YYYY         PIC 9(4).
013200     05 WS-AUDIT-MM           PIC 99.
013300     05 WS-AUDIT-DD           PIC 99.
013400
013500 01  WS-AUDIT-TIME-GROUP.
013600     05 WS-AUDIT-HH           PIC 99.
013700     05 WS-AUDIT-MIN          PIC 99.
013800     05 WS-AUDIT-SS           PIC 99.
013900     05 WS-AUDIT-HS           PIC 99.
014000
014100 PROCEDURE DIVISION.
014200
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE-RTN.
014500     PERFORM 2000-LOAD-TRADE-RTN UNTIL TRADE-AT-EOF.
014600     PERFORM 3000-MATCH-SALE-RTN UNTIL SALES-AT-EOF.
014700     PERFORM 4000-WRITE-ONE-COPY-RTN
014800         VARYING WS-TRD-IDX FROM 1 BY 1
014900         UNTIL WS-TRD-IDX > WS-TRD-COUNT.
015000     PERFORM 8000-WRITE-TOTALS-RTN.
015100     PERFORM 9000-TERMINATE-RTN.
015200     STOP RUN.
015300
015400******************************************************************
015500*    1000-INITIALIZE-RTN
015600*    OPEN THE TWO LEDGERS AND THE REPORT AND LOG THE START. NO
015700*    TRADE-IN LEDGER MEANS NOTHING TO REPORT; NO SALES LEDGER
015800*    MEANS EVERY USED COPY IS STILL UNSOLD.
015900******************************************************************
016000 1000-INITIALIZE-RTN.
016100     OPEN OUTPUT REPORT-FILE.
016200     MOVE SPACES TO REPORT-LINE.
016300     STRING 'USED-COPY MARGIN -- TRADE-IN COST AGAINST LATER SALE'
016400         DELIMITED BY SIZE INTO REPORT-LINE.
016500     WRITE REPORT-LINE.
016600     MOVE SPACES TO REPORT-LINE.
016700     WRITE REPORT-LINE.
016800     MOVE SPACES TO REPORT-LINE.
016900     STRING 'TRADED IN   ID-GAME COPY CD    PAID  SOLD ON   '
017000         '     SOLD   MARGIN  TITLE' DELIMITED BY SIZE
017100         INTO REPORT-LINE.
017200     WRITE REPORT-LINE.
017300     OPEN INPUT TRADE-FILE.
017400     IF WS-TRADE-FILE-STATUS NOT = "00"
017500         MOVE "Y" TO WS-TRADE-EOF-SWITCH
017600         MOVE SPACES TO REPORT-LINE
017700         STRING 'NO TRADEIN.TXT ON HAND - NOTHING HAS BEEN'
017800             ' BOUGHT IN' DELIMITED BY SIZE INTO REPORT-LINE
017900         WRITE REPORT-LINE
018000     END-IF.
018100     OPEN INPUT SALES-FILE.
018200     IF WS-SALES-FILE-STATUS NOT = "00"
018300         MOVE "Y" TO WS-SALES-EOF-SWITCH
018400     END-IF.
018500     OPEN EXTEND AUDIT-FILE.
018600     IF WS-AUDIT-FILE-STATUS NOT = "00"
018700         OPEN OUTPUT AUDIT-FILE
018800     END-IF.
018900     MOVE 'START' TO WS-AUDIT-EVENT.
019000     MOVE SPACES TO WS-AUDIT-STATUS.
019100     MOVE 0 TO WS-AUDIT-REC-EDIT.
019200     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
019300
019400******************************************************************
019500*    1100-WRITE-AUDIT-LINE-RTN
019600*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
019700*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
019800*    COMPLETION STATUS.
019900******************************************************************
020000 1100-WRITE-AUDIT-LINE-RTN.
020100     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
020200     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
020300     MOVE SPACES TO AUDIT-LINE.
020400     STRING 'PGM=TRADEMRG  EVENT=' DELIMITED BY SIZE
020500         WS-AUDIT-EVENT DELIMITED BY SIZE
020600         '  TS=' DELIMITED BY SIZE
020700         WS-AUDIT-YYYY DELIMITED BY SIZE
020800         '-' DELIMITED BY SIZE
020900         WS-AUDIT-MM DELIMITED BY SIZE
021000         '-' DELIMITED BY SIZE
021100         WS-AUDIT-DD DELIMITED BY SIZE
021200         ' ' DELIMITED BY SIZE
021300         WS-AUDIT-HH DELIMITED BY SIZE
021400         ':' DELIMITED BY SIZE
021500         WS-AUDIT-MIN DELIMITED BY SIZE
021600         ':' DELIMITED BY SIZE
021700         WS-AUDIT-SS DELIMITED BY SIZE
021800         '  RECS=' DELIMITED BY SIZE
021900         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
022000         '  STATUS=' DELIMITED BY SIZE
022100         WS-AUDIT-STATUS DELIMITED BY SIZE
022200         INTO AUDIT-LINE.
022300     WRITE AUDIT-LINE.
022400
022500******************************************************************
022600*    1200-MAKE-YMD-RTN
022700*    TURN THE MM/DD/YYYY DATE IN WS-DATE-IN ROUND TO A YYYYMMDD
022800*    NUMBER IN WS-DATE-YMD-N. A DATE THAT WILL NOT TURN ROUND
022900*    COMES BACK AS ZERO.
023000******************************************************************
023100 1200-MAKE-YMD-RTN.
023200     IF WS-DI-MM IS NUMERIC AND WS-DI-DD IS NUMERIC
023300         AND WS-DI-YYYY IS NUMERIC
023400         MOVE WS-DI-YYYY TO WS-DY-YYYY
023500         MOVE WS-DI-MM TO WS-DY-MM
023600         MOVE WS-DI-DD TO WS-DY-DD
023700     ELSE
023800         MOVE 0 TO WS-DATE-YMD-N
023900     END-IF.
024000
024100******************************************************************
024200*    2000-LOAD-TRADE-RTN
024300*    LOAD ONE TRADE-IN INTO THE WORK TABLE, NOT YET SOLD.
024400******************************************************************
024500 2000-LOAD-TRADE-RTN.
024600     READ TRADE-FILE
024700         AT END
024800             MOVE "Y" TO WS-TRADE-EOF-SWITCH
024900         NOT AT END
025000             ADD 1 TO TRADE-COUNTER
025100             IF WS-TRD-COUNT < 2000
025200                 ADD 1 TO WS-TRD-COUNT
025300                 SET WS-TRD-IDX TO WS-TRD-COUNT
025400                 MOVE TRD-ID-GAME TO WS-TRD-ID(WS-TRD-IDX)
025500                 MOVE TRD-COPY-NO TO WS-TRD-COPY(WS-TRD-IDX)
025600                 MOVE TRD-DATE TO WS-DATE-IN
025700                 PERFORM 1200-MAKE-YMD-RTN
025800                 MOVE WS-DATE-YMD-N TO WS-TRD-YMD(WS-TRD-IDX)
025900                 MOVE TRD-CONDITION TO
026000                     WS-TRD-CONDITION(WS-TRD-IDX)
026100                 MOVE TRD-PAID TO WS-TRD-PAID(WS-TRD-IDX)
026200                 MOVE TRD-TITLE TO WS-TRD-TITLE(WS-TRD-IDX)
026300                 MOVE "N" TO WS-TRD-SOLD(WS-TRD-IDX)
026400                 MOVE SPACES TO WS-TRD-SOLD-DATE(WS-TRD-IDX)
026500                 MOVE 0 TO WS-TRD-SOLD-PRICE(WS-TRD-IDX)
026600             ELSE
026700                 ADD 1 TO OVERFLOW-COUNTER
026800             END-IF
026900     END-READ.
027000
027100******************************************************************
027200*    3000-MATCH-SALE-RTN
027300*    READ ONE SALES LEDGER RECORD AND, WHEN IT IS DATED ON OR
027400*    AFTER THE TRADE-IN OF THE SAME ID/COPY, MARK THAT COPY
027500*    SOLD (OR BACK ON THE SHELF FOR A RETURN). THE LEDGER IS IN
027600*    DATE ORDER, SO THE LATEST SALE OF A RESOLD COPY STANDS.
027700******************************************************************
027800 3000-MATCH-SALE-RTN.
027900     READ SALES-FILE
028000         AT END
028100             MOVE "Y" TO WS-SALES-EOF-SWITCH
028200         NOT AT END
028300             ADD 1 TO SALES-COUNTER
028400             MOVE SAL-DATE TO WS-DATE-IN
028500             PERFORM 1200-MAKE-YMD-RTN
028600             PERFORM 3100-CHECK-ONE-TRADE-RTN
028700                 VARYING WS-TRD-IDX FROM 1 BY 1
028800                 UNTIL WS-TRD-IDX > WS-TRD-COUNT
028900     END-READ.
029000
029100******************************************************************
029200*    3100-CHECK-ONE-TRADE-RTN
029300*    COMPARE ONE TRADE-IN SLOT AGAINST THE CURRENT LEDGER RECORD.
029400******************************************************************
029500 3100-CHECK-ONE-TRADE-RTN.
029600     IF WS-TRD-ID(WS-TRD-IDX) = SAL-ID-GAME
029700         AND WS-TRD-COPY(WS-TRD-IDX) = SAL-COPY-NO
029800         AND WS-DATE-YMD-N >= WS-TRD-YMD(WS-TRD-IDX)
029900         IF SAL-IS-RETURN
030000             MOVE "N" TO WS-TRD-SOLD(WS-TRD-IDX)
030100             MOVE SPACES TO WS-TRD-SOLD-DATE(WS-TRD-IDX)
030200             MOVE 0 TO WS-TRD-SOLD-PRICE(WS-TRD-IDX)
030300         ELSE
030400             MOVE "Y" TO WS-TRD-SOLD(WS-TRD-IDX)
030500             MOVE SAL-DATE TO WS-TRD-SOLD-DATE(WS-TRD-IDX)
030600             MOVE SAL-PRICE TO WS-TRD-SOLD-PRICE(WS-TRD-IDX)
030700         END-IF
030800     END-IF.
030900
031000******************************************************************
031100*    4000-WRITE-ONE-COPY-RTN
031200*    LIST ONE TRADED-IN COPY WITH ITS COST AND, IF SOLD, WHAT IT
031300*    SOLD FOR AND THE MARGIN, AND ROLL IT INTO THE TOTALS.
031400******************************************************************
031500 4000-WRITE-ONE-COPY-RTN.
031600     MOVE WS-TRD-PAID(WS-TRD-IDX) TO WS-EDIT-PAID.
031700     MOVE WS-TRD-YMD(WS-TRD-IDX) TO WS-DATE-YMD-N.
031800     MOVE SPACES TO WS-DATE-IN.
031900     STRING WS-DY-MM DELIMITED BY SIZE
032000         '/' DELIMITED BY SIZE
032100         WS-DY-DD DELIMITED BY SIZE
032200         '/' DELIMITED BY SIZE
032300         WS-DY-YYYY DELIMITED BY SIZE
032400         INTO WS-DATE-IN.
032500     MOVE SPACES TO REPORT-LINE.
032600     IF TRD-COPY-SOLD(WS-TRD-IDX)
032700         ADD 1 TO SOLD-COUNTER
032800         ADD WS-TRD-PAID(WS-TRD-IDX) TO WS-SOLD-COST
032900         ADD WS-TRD-SOLD-PRICE(WS-TRD-IDX) TO WS-SOLD-REVENUE
033000         COMPUTE WS-COPY-MARGIN = WS-TRD-SOLD-PRICE(WS-TRD-IDX)
033100             - WS-TRD-PAID(WS-TRD-IDX)
033200         MOVE WS-TRD-SOLD-PRICE(WS-TRD-IDX) TO WS-EDIT-SOLD
033300         MOVE WS-COPY-MARGIN TO WS-EDIT-MARGIN
033400         STRING WS-DATE-IN DELIMITED BY SIZE
033500             '  ' DELIMITED BY SIZE
033600             WS-TRD-ID(WS-TRD-IDX) DELIMITED BY SIZE
033700             '  ' DELIMITED BY SIZE
033800             WS-TRD-COPY(WS-TRD-IDX) DELIMITED BY SIZE
033900             '  ' DELIMITED BY SIZE
034000             WS-TRD-CONDITION(WS-TRD-IDX) DELIMITED BY SIZE
034100             '  ' DELIMITED BY SIZE
034200             WS-EDIT-PAID DELIMITED BY SIZE
034300             '  ' DELIMITED BY SIZE
034400             WS-TRD-SOLD-DATE(WS-TRD-IDX) DELIMITED BY SIZE
034500             '  ' DELIMITED BY SIZE
034600             WS-EDIT-SOLD DELIMITED BY SIZE
034700             '  ' DELIMITED BY SIZE
034800             WS-EDIT-MARGIN DELIMITED BY SIZE
034900             '  ' DELIMITED BY SIZE
035000             WS-TRD-TITLE(WS-TRD-IDX) DELIMITED BY SIZE
035100             INTO REPORT-LINE
035200     ELSE
035300         ADD 1 TO UNSOLD-COUNTER
035400         ADD WS-TRD-PAID(WS-TRD-IDX) TO WS-UNSOLD-COST
035500         STRING WS-DATE-IN DELIMITED BY SIZE
035600             '  ' DELIMITED BY SIZE
035700             WS-TRD-ID(WS-TRD-IDX) DELIMITED BY SIZE
035800             '  ' DELIMITED BY SIZE
035900             WS-TRD-COPY(WS-TRD-IDX) DELIMITED BY SIZE
036000             '  ' DELIMITED BY SIZE
036100             WS-TRD-CONDITION(WS-TRD-IDX) DELIMITED BY SIZE
036200             '  ' DELIMITED BY SIZE
036300             WS-EDIT-PAID DELIMITED BY SIZE
036400             '  UNSOLD                      ' DELIMITED BY SIZE
036500             WS-TRD-TITLE(WS-TRD-IDX) DELIMITED BY SIZE
036600             INTO REPORT-LINE
036700     END-IF.
036800     WRITE REPORT-LINE.
036900
037000******************************************************************
037100*    8000-WRITE-TOTALS-RTN
037200*    WRITE THE SOLD AND UNSOLD TOTALS AND THE OVERALL USED-COPY
037300*    MARGIN AT THE FOOT OF THE REPORT.
037400******************************************************************
037500 8000-WRITE-TOTALS-RTN.
037600     MOVE SPACES TO REPORT-LINE.
037700     WRITE REPORT-LINE.
037800     IF OVERFLOW-COUNTER > 0
037900         MOVE OVERFLOW-COUNTER TO WS-EDIT-COUNT
038000         MOVE SPACES TO REPORT-LINE
038100         STRING 'TRADE-INS NOT REPORTED (TABLE FULL) : '
038200             DELIMITED BY SIZE
038300             WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
038400         WRITE REPORT-LINE
038500     END-IF.
038600     MOVE SOLD-COUNTER TO WS-EDIT-COUNT.
038700     MOVE SPACES TO REPORT-LINE.
038800     STRING 'USED COPIES SOLD  . . . . . : ' DELIMITED BY SIZE
038900         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
039000     WRITE REPORT-LINE.
039100     MOVE WS-SOLD-COST TO WS-EDIT-VALUE.
039200     MOVE SPACES TO REPORT-LINE.
039300     STRING '  TRADE-IN COST . . . . . . : ' DELIMITED BY SIZE
039400         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
039500     WRITE REPORT-LINE.
039600     MOVE WS-SOLD-REVENUE TO WS-EDIT-VALUE.
039700     MOVE SPACES TO REPORT-LINE.
039800     STRING '  SOLD FOR  . . . . . . . . : ' DELIMITED BY SIZE
039900         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
040000     WRITE REPORT-LINE.
040100     COMPUTE WS-TOTAL-MARGIN = WS-SOLD-REVENUE - WS-SOLD-COST.
040200     MOVE WS-TOTAL-MARGIN TO WS-EDIT-NET.
040300     MOVE SPACES TO REPORT-LINE.
040400     STRING '  MARGIN  . . . . . . . . . : ' DELIMITED BY SIZE
040500         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
040600     WRITE REPORT-LINE.
040700     IF WS-SOLD-REVENUE > 0
040800         COMPUTE WS-MARGIN-PCT ROUNDED =
040900             WS-TOTAL-MARGIN * 100 / WS-SOLD-REVENUE
041000         MOVE WS-MARGIN-PCT TO WS-EDIT-PCT
041100         MOVE SPACES TO REPORT-LINE
041200         STRING '  MARGIN PERCENT OF SALES . : ' DELIMITED BY SIZE
041300             WS-EDIT-PCT DELIMITED BY SIZE INTO REPORT-LINE
041400         WRITE REPORT-LINE
041500     END-IF.
041600     MOVE UNSOLD-COUNTER TO WS-EDIT-COUNT.
041700     MOVE SPACES TO REPORT-LINE.
041800     STRING 'USED COPIES UNSOLD  . . . . : ' DELIMITED BY SIZE
041900         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
042000     WRITE REPORT-LINE.
042100     MOVE WS-UNSOLD-COST TO WS-EDIT-VALUE.
042200     MOVE SPACES TO REPORT-LINE.
042300     STRING '  TRADE-IN COST ON HAND . . : ' DELIMITED BY SIZE
042400         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
042500     WRITE REPORT-LINE.
042600
042700******************************************************************
042800*    9000-TERMINATE-RTN
042900*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
043000******************************************************************
043100 9000-TERMINATE-RTN.
043200     MOVE 'END  ' TO WS-AUDIT-EVENT.
043300     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
043400     MOVE TRADE-COUNTER TO WS-AUDIT-REC-EDIT.
043500     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
043600     CLOSE AUDIT-FILE.
043700     IF WS-TRADE-FILE-STATUS NOT = "35"
043800         CLOSE TRADE-FILE
043900     END-IF.
044000     IF WS-SALES-FILE-STATUS NOT = "35"
044100         CLOSE SALES-FILE
044200     END-IF.
044300     CLOSE REPORT-FILE.
044400     DISPLAY "TRADEMRG COMPLETE - " TRADE-COUNTER " TRADE-INS, "
044500         SOLD-COUNTER " SOLD, " UNSOLD-COUNTER " UNSOLD.".
044600
044700 END PROGRAM TRADEMRG.
