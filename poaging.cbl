000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. POAGING.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- OPEN PURCHASE ORDER AGING BY
001200*                      SUPPLIER. SORTS THE STILL-OPEN LINES ON
001300*                      THE OPEN-PO FILE (OPENPO.TXT -- SEE POREC)
001400*                      BY SUP-CODE, PO AND LINE, AGES EACH FROM
001500*                      ITS ORDER DATE, AND LISTS THE COPIES STILL
001600*                      DUE AND THEIR COST. EACH SUPPLIER CLOSES
001700*                      WITH THE OUTSTANDING COST SPLIT INTO 0-30,
001800*                      31-60, 61-90 AND OVER-90-DAY BUCKETS, SO
001900*                      THE BUYER CAN SEE WHICH DISTRIBUTOR IS
002000*                      SITTING ON ORDERS. WRITES POAGER.TXT.
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPENPO-FILE ASSIGN TO 'OPENPO.TXT'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS PO-KEY
003000         FILE STATUS IS WS-PO-FILE-STATUS.
003100
003200     SELECT REPORT-FILE ASSIGN TO 'POAGER.TXT'
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500     SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
003600
003700     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  OPENPO-FILE.
004400 COPY POREC.
004500
004600 FD  REPORT-FILE.
004700 01  REPORT-LINE              PIC X(120).
004800
004900 SD  SORT-FILE.
005000 01  SORT-RECORD.
005100     05 SRT-SUPPLIER      PIC X(04).
005200     05 SRT-PO-NUMBER     PIC 9(06).
005300     05 SRT-PO-LINE       PIC 9(03).
005400     05 SRT-ID-GAME       PIC 9(06).
005500     05 SRT-ORDER-DATE    PIC X(10).
005600     05 SRT-AGE-DAYS      PIC 9(05).
005700     05 SRT-QTY-ORDERED   PIC 9(03).
005800     05 SRT-QTY-RECEIVED  PIC 9(03).
005900     05 SRT-UNIT-COST     PIC 9(3)V99.
006000     05 SRT-TITLE         PIC X(40).
006100
006200 FD  AUDIT-FILE.
006300 COPY AUDITLOG.
006400
006500 WORKING-STORAGE SECTION.
006600 01  SWITCHES.
006700     05 EOF-SWITCH            PIC X VALUE "N".
006800        88 END-OF-FILE                 VALUE "Y".
006900     05 WS-SORT-EOF-SWITCH    PIC X VALUE "N".
007000        88 SORT-AT-EOF                 VALUE "Y".
007100     05 WS-FIRST-SUP-SWITCH   PIC X VALUE "Y".
007200        88 FIRST-SUP-PENDING           VALUE "Y".
007300
007400 01  COUNTERS.
007500     05 READ-COUNTER          PIC 9(7) COMP VALUE 0.
007600     05 OPEN-LINE-COUNTER     PIC 9(7) COMP VALUE 0.
007700     05 SUPPLIER-COUNTER      PIC 9(5) COMP VALUE 0.
007800     05 GROUP-LINE-COUNTER    PIC 9(5) COMP VALUE 0.
007900
008000 01  WS-PO-FILE-STATUS        PIC X(02) VALUE "00".
008100 01  WS-PRIOR-SUPPLIER        PIC X(04) VALUE SPACES.
008200
008300*    OUTSTANDING COST BY AGE BUCKET -- SUBSCRIPT 1 = 0-30 DAYS,
008400*    2 = 31-60, 3 = 61-90, 4 = OVER 90. ONE SET FOR THE
008500*    SUPPLIER IN HAND AND ONE FOR THE WHOLE FILE.
008600 01  WS-BUCKET-TOTALS.
008700     05 WS-SUP-BUCKET OCCURS 4 TIMES
008800                              PIC 9(9)V99 COMP.
008900     05 WS-ALL-BUCKET OCCURS 4 TIMES
009000                              PIC 9(9)V99 COMP.
009100 01  WS-BKT                   PIC 9 COMP VALUE 0.
009200
009300 01  WS-WORK-FIELDS.
009400     05 WS-DUE-QTY            PIC 9(5) COMP VALUE 0.
009500     05 WS-LINE-VALUE         PIC 9(9)V99 COMP VALUE 0.
009600     05 WS-SUP-VALUE          PIC 9(9)V99 COMP VALUE 0.
009700     05 WS-ALL-VALUE          PIC 9(9)V99 COMP VALUE 0.
009800     05 WS-AGE-DAYS           PIC S9(7) COMP VALUE 0.
009900
010000 01  WS-ORDER-DATE            PIC X(10).
010100 01  WS-ORDER-DATE-R REDEFINES WS-ORDER-DATE.
010200     05 WS-ORD-MM             PIC 99.
010300     05 FILLER                PIC X.
010400     05 WS-ORD-DD             PIC 99.
010500     05 FILLER                PIC X.
010600     05 WS-ORD-YYYY           PIC 9(4).
010700
010800 01  WS-RUN-DATE.
010900     05 WS-RUN-YYYY           PIC 9(4).
011000     05 WS-RUN-MM             PIC 99.
011100     05 WS-RUN-DD             PIC 99.
011200 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
011300 01  WS-TODAY-SERIAL          PIC 9(7) COMP VALUE 0.
011400
011500 01  WS-DAY-SERIAL-FIELDS.
011600     05 WS-DS-YYYY            PIC 9(4).
011700     05 WS-DS-MM              PIC 99.
011800     05 WS-DS-DD              PIC 99.
011900     05 WS-DS-SERIAL          PIC 9(7) COMP.
012000     05 WS-DS-PRIOR-YEAR      PIC 9(4).
012100     05 WS-DS-LEAP-COUNT      PIC 9(5) COMP.
012200     05 WS-DS-QUOT            PIC 9(5) COMP.
012300     05 WS-REM-4              PIC 9.
012400     05 WS-REM-100            PIC 99.
012500     05 WS-REM-400            PIC 9(3).
012600     05 WS-QUOT               PIC 9(4).
012700
012800 01  SUP-LKUP-CODE            PIC X(04).
012900 01  SUP-LKUP-RESULT-FIELDS.
013000     05 SUP-LKUP-NAME         PIC X(25).
013100     05 SUP-LKUP-TERMS        PIC X(10).
013200 01  SUP-LKUP-FOUND-SWITCH    PIC X.
013300     88 SUP-LKUP-FOUND                 VALUE "Y".
013400     88 SUP-LKUP-NOT-FOUND             VALUE "N".
013500
013600 01  WS-REPORT-FIELDS.
013700     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
013800     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
013900     05 WS-EDIT-B1            PIC ZZZ,ZZ9.99.
014000     05 WS-EDIT-B2            PIC ZZZ,ZZ9.99.
014100     05 WS-EDIT-B3            PIC ZZZ,ZZ9.99.
014200     05 WS-EDIT-B4            PIC ZZZ,ZZ9.99.
014300     05 WS-EDIT-AGE           PIC ZZZZ9.
014400     05 WS-EDIT-ORD           PIC ZZ9.
014500     05 WS-EDIT-RCV           PIC ZZ9.
014600     05 WS-EDIT-DUE           PIC ZZ9.
014700     05 WS-EDIT-LINE-VALUE    PIC ZZ,ZZ9.99.
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
016600 PROCEDURE DIVISION.
016700
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE-RTN.
017000     SORT SORT-FILE
017100         ON ASCENDING KEY SRT-SUPPLIER
017200         ON ASCENDING KEY SRT-PO-NUMBER
017300         ON ASCENDING KEY SRT-PO-LINE
017400         INPUT PROCEDURE IS 2000-SUPPLY-OPEN-LINES-RTN
017500         OUTPUT PROCEDURE IS 3000-REPORT-SORTED-RTN.
017600     PERFORM 8000-WRITE-TOTALS-RTN.
017700     PERFORM 9000-TERMINATE-RTN.
017800     STOP RUN.
017900
018000******************************************************************
018100*    1000-INITIALIZE-RTN
018200*    WORK OUT TODAY'S DAY SERIAL, CLEAR THE BUCKETS, OPEN THE
018300*    REPORT AND LOG THE START.
018400******************************************************************
018500 1000-INITIALIZE-RTN.
018600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018700     MOVE SPACES TO WS-TODAY-DATE.
018800     STRING WS-RUN-MM DELIMITED BY SIZE
018900         '/' DELIMITED BY SIZE
019000         WS-RUN-DD DELIMITED BY SIZE
019100         '/' DELIMITED BY SIZE
019200         WS-RUN-YYYY DELIMITED BY SIZE
019300         INTO WS-TODAY-DATE.
019400     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
019500     MOVE WS-RUN-MM TO WS-DS-MM.
019600     MOVE WS-RUN-DD TO WS-DS-DD.
019700     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
019800     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
019900     PERFORM 1200-CLEAR-ONE-BUCKET-RTN
020000         VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4.
020100     OPEN OUTPUT REPORT-FILE.
020200     MOVE SPACES TO REPORT-LINE.
020300     STRING 'OPEN PURCHASE ORDER AGING BY SUPPLIER  AS OF '
020400         DELIMITED BY SIZE
020500         WS-TODAY-DATE DELIMITED BY SIZE
020600         INTO REPORT-LINE.
020700     WRITE REPORT-LINE.
020800     MOVE SPACES TO REPORT-LINE.
020900     WRITE REPORT-LINE.
021000     OPEN EXTEND AUDIT-FILE.
021100     IF WS-AUDIT-FILE-STATUS NOT = "00"
021200         OPEN OUTPUT AUDIT-FILE
021300     END-IF.
021400     MOVE 'START' TO WS-AUDIT-EVENT.
021500     MOVE SPACES TO WS-AUDIT-STATUS.
021600     MOVE 0 TO WS-AUDIT-REC-EDIT.
021700     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
021800
021900******************************************************************
022000*    1100-WRITE-AUDIT-LINE-RTN
022100*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
022200*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
022300*    COMPLETION STATUS.
022400******************************************************************
022500 1100-WRITE-AUDIT-LINE-RTN.
022600     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
022700     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
022800     MOVE SPACES TO AUDIT-LINE.
022900     STRING 'PGM=POAGING   EVENT=' DELIMITED BY SIZE
023000         WS-AUDIT-EVENT DELIMITED BY SIZE
023100         '  TS=' DELIMITED BY SIZE
023200         WS-AUDIT-YYYY DELIMITED BY SIZE
023300         '-' DELIMITED BY SIZE
023400         WS-AUDIT-MM DELIMITED BY SIZE
023500         '-' DELIMITED BY SIZE
023600         WS-AUDIT-DD DELIMITED BY SIZE
023700         ' ' DELIMITED BY SIZE
023800         WS-AUDIT-HH DELIMITED BY SIZE
023900         ':' DELIMITED BY SIZE
024000         WS-AUDIT-MIN DELIMITED BY SIZE
024100         ':' DELIMITED BY SIZE
024200         WS-AUDIT-SS DELIMITED BY SIZE
024300         '  RECS=' DELIMITED BY SIZE
024400         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
024500         '  STATUS=' DELIMITED BY SIZE
024600         WS-AUDIT-STATUS DELIMITED BY SIZE
024700         INTO AUDIT-LINE.
024800     WRITE AUDIT-LINE.
024900
025000******************************************************************
025100*    1200-CLEAR-ONE-BUCKET-RTN
025200*    ZERO ONE RUN-TOTAL AGE BUCKET.
025300******************************************************************
025400 1200-CLEAR-ONE-BUCKET-RTN.
025500     MOVE 0 TO WS-ALL-BUCKET(WS-BKT).
025600     MOVE 0 TO WS-SUP-BUCKET(WS-BKT).
025700
025800******************************************************************
025900*    2000-SUPPLY-OPEN-LINES-RTN
026000*    RELEASE EVERY OPEN PO LINE TO THE SORT WITH ITS AGE. NO
026100*    OPEN-PO FILE ON HAND IS AN EMPTY REPORT, NOT AN ERROR.
026200******************************************************************
026300 2000-SUPPLY-OPEN-LINES-RTN.
026400     OPEN INPUT OPENPO-FILE.
026500     IF WS-PO-FILE-STATUS NOT = "00"
026600         MOVE "Y" TO EOF-SWITCH
026700     END-IF.
026800     PERFORM 2100-RELEASE-ONE-RTN UNTIL END-OF-FILE.
026900     IF WS-PO-FILE-STATUS NOT = "35"
027000         CLOSE OPENPO-FILE
027100     END-IF.
027200
027300******************************************************************
027400*    2100-RELEASE-ONE-RTN
027500*    READ ONE PO LINE; IF IT IS STILL OPEN, AGE IT FROM ITS
027600*    ORDER DATE AND RELEASE IT. AN ORDER DATE THAT IS NOT A
027700*    CLEAN MM/DD/YYYY AGES AS ZERO DAYS.
027800******************************************************************
027900 2100-RELEASE-ONE-RTN.
028000     READ OPENPO-FILE
028100         AT END
028200             MOVE "Y" TO EOF-SWITCH
028300         NOT AT END
028400             ADD 1 TO READ-COUNTER
028500             IF PO-LINE-OPEN
028600                 PERFORM 2200-AGE-ONE-LINE-RTN
028700                 MOVE PO-SUPPLIER TO SRT-SUPPLIER
028800                 MOVE PO-NUMBER TO SRT-PO-NUMBER
028900                 MOVE PO-LINE TO SRT-PO-LINE
029000                 MOVE PO-ID-GAME TO SRT-ID-GAME
029100                 MOVE PO-ORDER-DATE TO SRT-ORDER-DATE
029200                 MOVE WS-AGE-DAYS TO SRT-AGE-DAYS
029300                 MOVE PO-QTY-ORDERED TO SRT-QTY-ORDERED
029400                 MOVE PO-QTY-RECEIVED TO SRT-QTY-RECEIVED
029500                 MOVE PO-UNIT-COST TO SRT-UNIT-COST
029600                 MOVE PO-TITLE TO SRT-TITLE
029700                 RELEASE SORT-RECORD
029800             END-IF
029900     END-READ.
030000
030100******************************************************************
030200*    2200-AGE-ONE-LINE-RTN
030300*    DAYS FROM THE ORDER DATE TO TODAY INTO WS-AGE-DAYS.
030400******************************************************************
030500 2200-AGE-ONE-LINE-RTN.
030600     MOVE 0 TO WS-AGE-DAYS.
030700     MOVE PO-ORDER-DATE TO WS-ORDER-DATE.
030800     IF WS-ORD-MM IS NUMERIC AND WS-ORD-DD IS NUMERIC
030900         AND WS-ORD-YYYY IS NUMERIC
031000         MOVE WS-ORD-YYYY TO WS-DS-YYYY
031100         MOVE WS-ORD-MM TO WS-DS-MM
031200         MOVE WS-ORD-DD TO WS-DS-DD
031300         PERFORM 6000-COMPUTE-DAY-SERIAL-RTN
031400         COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DS-SERIAL
031500         IF WS-AGE-DAYS < 0
031600             MOVE 0 TO WS-AGE-DAYS
031700         END-IF
031800     END-IF.
031900
032000******************************************************************
032100*    3000-REPORT-SORTED-RTN
032200*    RETURN THE SORTED LINES AND DRIVE THE PER-SUPPLIER CONTROL
032300*    BREAK.
032400******************************************************************
032500 3000-REPORT-SORTED-RTN.
032600     MOVE "N" TO WS-SORT-EOF-SWITCH.
032700     PERFORM 3100-RETURN-ONE-RTN UNTIL SORT-AT-EOF.
032800     IF NOT FIRST-SUP-PENDING
032900         PERFORM 3400-CLOSE-SUP-GROUP-RTN
033000     END-IF.
033100
033200******************************************************************
033300*    3100-RETURN-ONE-RTN
033400*    RETURN ONE SORTED LINE, BREAK ON A NEW SUPPLIER, AND WRITE
033500*    ITS DETAIL LINE.
033600******************************************************************
033700 3100-RETURN-ONE-RTN.
033800     RETURN SORT-FILE
033900         AT END
034000             MOVE "Y" TO WS-SORT-EOF-SWITCH
034100         NOT AT END
034200             IF FIRST-SUP-PENDING
034300                 MOVE "N" TO WS-FIRST-SUP-SWITCH
034400                 PERFORM 3200-START-SUP-GROUP-RTN
034500             ELSE
034600                 IF SRT-SUPPLIER NOT = WS-PRIOR-SUPPLIER
034700                     PERFORM 3400-CLOSE-SUP-GROUP-RTN
034800                     PERFORM 3200-START-SUP-GROUP-RTN
034900                 END-IF
035000             END-IF
035100             PERFORM 3300-WRITE-DETAIL-RTN
035200     END-RETURN.
035300
035400******************************************************************
035500*    3200-START-SUP-GROUP-RTN
035600*    OPEN A NEW SUPPLIER GROUP WITH THE MASTER NAME AND TERMS.
035700******************************************************************
035800 3200-START-SUP-GROUP-RTN.
035900     MOVE SRT-SUPPLIER TO WS-PRIOR-SUPPLIER.
036000     ADD 1 TO SUPPLIER-COUNTER.
036100     MOVE 0 TO GROUP-LINE-COUNTER.
036200     MOVE 0 TO WS-SUP-VALUE.
036300     MOVE 0 TO WS-SUP-BUCKET(1).
036400     MOVE 0 TO WS-SUP-BUCKET(2).
036500     MOVE 0 TO WS-SUP-BUCKET(3).
036600     MOVE 0 TO WS-SUP-BUCKET(4).
036700     MOVE SRT-SUPPLIER TO SUP-LKUP-CODE.
036800     CALL 'SUPLOOKUP' USING SUP-LKUP-CODE
036900         SUP-LKUP-RESULT-FIELDS SUP-LKUP-FOUND-SWITCH.
037000     IF SUP-LKUP-NOT-FOUND
037100         MOVE '*** NOT ON SUPPLIER MASTER ***' TO SUP-LKUP-NAME
037200         MOVE SPACES TO SUP-LKUP-TERMS
037300     END-IF.
037400     MOVE SPACES TO REPORT-LINE.
037500     WRITE REPORT-LINE.
037600     MOVE SPACES TO REPORT-LINE.
037700     STRING 'SUPPLIER ' DELIMITED BY SIZE
037800         SRT-SUPPLIER DELIMITED BY SIZE
037900         '  ' DELIMITED BY SIZE
038000         SUP-LKUP-NAME DELIMITED BY SIZE
038100         '  TERMS ' DELIMITED BY SIZE
038200         SUP-LKUP-TERMS DELIMITED BY SIZE
038300         INTO REPORT-LINE.
038400     WRITE REPORT-LINE.
038500     MOVE SPACES TO REPORT-LINE.
038600     STRING '  PO     LN   ID-GAME  ORDERED      AGE  ORD RCV'
038700         DELIMITED BY SIZE
038800         ' DUE   DUE COST  TITLE' DELIMITED BY SIZE
038900         INTO REPORT-LINE.
039000     WRITE REPORT-LINE.
039100
039200******************************************************************
039300*    3300-WRITE-DETAIL-RTN
039400*    WRITE ONE OPEN LINE AND ADD ITS OUTSTANDING COST TO THE
039500*    SUPPLIER AND RUN BUCKETS FOR ITS AGE.
039600******************************************************************
039700 3300-WRITE-DETAIL-RTN.
039800     ADD 1 TO OPEN-LINE-COUNTER.
039900     ADD 1 TO GROUP-LINE-COUNTER.
040000     IF SRT-QTY-RECEIVED < SRT-QTY-ORDERED
040100         COMPUTE WS-DUE-QTY = SRT-QTY-ORDERED - SRT-QTY-RECEIVED
040200     ELSE
040300         MOVE 0 TO WS-DUE-QTY
040400     END-IF.
040500     COMPUTE WS-LINE-VALUE = WS-DUE-QTY * SRT-UNIT-COST.
040600     EVALUATE TRUE
040700         WHEN SRT-AGE-DAYS <= 30
040800             MOVE 1 TO WS-BKT
040900         WHEN SRT-AGE-DAYS <= 60
041000             MOVE 2 TO WS-BKT
041100         WHEN SRT-AGE-DAYS <= 90
041200             MOVE 3 TO WS-BKT
041300         WHEN OTHER
041400             MOVE 4 TO WS-BKT
041500     END-EVALUATE.
041600     ADD WS-LINE-VALUE TO WS-SUP-BUCKET(WS-BKT).
041700     ADD WS-LINE-VALUE TO WS-ALL-BUCKET(WS-BKT).
041800     ADD WS-LINE-VALUE TO WS-SUP-VALUE.
041900     ADD WS-LINE-VALUE TO WS-ALL-VALUE.
042000     MOVE SRT-AGE-DAYS TO WS-EDIT-AGE.
042100     MOVE SRT-QTY-ORDERED TO WS-EDIT-ORD.
042200     MOVE SRT-QTY-RECEIVED TO WS-EDIT-RCV.
042300     MOVE WS-DUE-QTY TO WS-EDIT-DUE.
042400     MOVE WS-LINE-VALUE TO WS-EDIT-LINE-VALUE.
042500     MOVE SPACES TO REPORT-LINE.
042600     STRING '  ' DELIMITED BY SIZE
042700         SRT-PO-NUMBER DELIMITED BY SIZE
042800         ' ' DELIMITED BY SIZE
042900         SRT-PO-LINE DELIMITED BY SIZE
043000         '  ' DELIMITED BY SIZE
043100         SRT-ID-GAME DELIMITED BY SIZE
043200         '  ' DELIMITED BY SIZE
043300         SRT-ORDER-DATE DELIMITED BY SIZE
043400         ' ' DELIMITED BY SIZE
043500         WS-EDIT-AGE DELIMITED BY SIZE
043600         '  ' DELIMITED BY SIZE
043700         WS-EDIT-ORD DELIMITED BY SIZE
043800         ' ' DELIMITED BY SIZE
043900         WS-EDIT-RCV DELIMITED BY SIZE
044000         ' ' DELIMITED BY SIZE
044100         WS-EDIT-DUE DELIMITED BY SIZE
044200         ' ' DELIMITED BY SIZE
044300         WS-EDIT-LINE-VALUE DELIMITED BY SIZE
044400         '  ' DELIMITED BY SIZE
044500         SRT-TITLE DELIMITED BY SIZE
044600         INTO REPORT-LINE.
044700     WRITE REPORT-LINE.
044800
044900******************************************************************
045000*    3400-CLOSE-SUP-GROUP-RTN
045100*    WRITE THE SUPPLIER'S OUTSTANDING COST BY AGE BUCKET.
045200******************************************************************
045300 3400-CLOSE-SUP-GROUP-RTN.
045400     MOVE WS-SUP-BUCKET(1) TO WS-EDIT-B1.
045500     MOVE WS-SUP-BUCKET(2) TO WS-EDIT-B2.
045600     MOVE WS-SUP-BUCKET(3) TO WS-EDIT-B3.
045700     MOVE WS-SUP-BUCKET(4) TO WS-EDIT-B4.
045800     MOVE WS-SUP-VALUE TO WS-EDIT-VALUE.
045900     MOVE SPACES TO REPORT-LINE.
046000     STRING '  ' DELIMITED BY SIZE
046100         WS-PRIOR-SUPPLIER DELIMITED BY SIZE
046200         ' OUTSTANDING  0-30 ' DELIMITED BY SIZE
046300         WS-EDIT-B1 DELIMITED BY SIZE
046400         '  31-60 ' DELIMITED BY SIZE
046500         WS-EDIT-B2 DELIMITED BY SIZE
046600         '  61-90 ' DELIMITED BY SIZE
046700         WS-EDIT-B3 DELIMITED BY SIZE
046800         '  OVER 90 ' DELIMITED BY SIZE
046900         WS-EDIT-B4 DELIMITED BY SIZE
047000         '  TOTAL ' DELIMITED BY SIZE
047100         WS-EDIT-VALUE DELIMITED BY SIZE
047200         INTO REPORT-LINE.
047300     WRITE REPORT-LINE.
047400
047500******************************************************************
047600*    6000-COMPUTE-DAY-SERIAL-RTN
047700*    DAYS-SINCE-EPOCH FOR WS-DS-YYYY/MM/DD. LEAP YEARS ARE
047800*    COUNTED THROUGH THE PRIOR YEAR AND THE CURRENT YEAR'S LEAP
047900*    DAY IS ADDED ONCE MARCH IS REACHED.
048000******************************************************************
048100 6000-COMPUTE-DAY-SERIAL-RTN.
048200     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
048300     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
048400     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
048500     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
048600     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
048700     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
048800     COMPUTE WS-DS-SERIAL =
048900         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
049000     EVALUATE WS-DS-MM
049100         WHEN 2  ADD 31 TO WS-DS-SERIAL
049200         WHEN 3  ADD 59 TO WS-DS-SERIAL
049300         WHEN 4  ADD 90 TO WS-DS-SERIAL
049400         WHEN 5  ADD 120 TO WS-DS-SERIAL
049500         WHEN 6  ADD 151 TO WS-DS-SERIAL
049600         WHEN 7  ADD 181 TO WS-DS-SERIAL
049700         WHEN 8  ADD 212 TO WS-DS-SERIAL
049800         WHEN 9  ADD 243 TO WS-DS-SERIAL
049900         WHEN 10 ADD 273 TO WS-DS-SERIAL
050000         WHEN 11 ADD 304 TO WS-DS-SERIAL
050100         WHEN 12 ADD 334 TO WS-DS-SERIAL
050200         WHEN OTHER CONTINUE
050300     END-EVALUATE.
050400     IF WS-DS-MM > 2
050500         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
050600             REMAINDER WS-REM-4
050700         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
050800             REMAINDER WS-REM-100
050900         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
051000             REMAINDER WS-REM-400
051100         IF WS-REM-4 = 0 AND
051200             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
051300             ADD 1 TO WS-DS-SERIAL
051400         END-IF
051500     END-IF.
051600
051700******************************************************************
051800*    8000-WRITE-TOTALS-RTN
051900*    WRITE THE RUN TOTALS AND THE WHOLE-FILE AGE BUCKETS AT THE
052000*    FOOT OF THE REPORT.
052100******************************************************************
052200 8000-WRITE-TOTALS-RTN.
052300     MOVE SPACES TO REPORT-LINE.
052400     WRITE REPORT-LINE.
052500     MOVE SUPPLIER-COUNTER TO WS-EDIT-COUNT.
052600     MOVE SPACES TO REPORT-LINE.
052700     STRING 'SUPPLIERS WITH OPEN ORDERS . : ' DELIMITED BY SIZE
052800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
052900     WRITE REPORT-LINE.
053000     MOVE OPEN-LINE-COUNTER TO WS-EDIT-COUNT.
053100     MOVE SPACES TO REPORT-LINE.
053200     STRING 'OPEN PO LINES  . . . . . . . : ' DELIMITED BY SIZE
053300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
053400     WRITE REPORT-LINE.
053500     MOVE WS-ALL-BUCKET(1) TO WS-EDIT-VALUE.
053600     MOVE SPACES TO REPORT-LINE.
053700     STRING 'OUTSTANDING 0-30 DAYS  . . . : ' DELIMITED BY SIZE
053800         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
053900     WRITE REPORT-LINE.
054000     MOVE WS-ALL-BUCKET(2) TO WS-EDIT-VALUE.
054100     MOVE SPACES TO REPORT-LINE.
054200     STRING 'OUTSTANDING 31-60 DAYS . . . : ' DELIMITED BY SIZE
054300         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
054400     WRITE REPORT-LINE.
054500     MOVE WS-ALL-BUCKET(3) TO WS-EDIT-VALUE.
054600     MOVE SPACES TO REPORT-LINE.
054700     STRING 'OUTSTANDING 61-90 DAYS . . . : ' DELIMITED BY SIZE
054800         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
054900     WRITE REPORT-LINE.
055000     MOVE WS-ALL-BUCKET(4) TO WS-EDIT-VALUE.
055100     MOVE SPACES TO REPORT-LINE.
055200     STRING 'OUTSTANDING OVER 90 DAYS . . : ' DELIMITED BY SIZE
055300         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
055400     WRITE REPORT-LINE.
055500     MOVE WS-ALL-VALUE TO WS-EDIT-VALUE.
055600     MOVE SPACES TO REPORT-LINE.
055700     STRING 'TOTAL OUTSTANDING COST . . . : ' DELIMITED BY SIZE
055800         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
055900     WRITE REPORT-LINE.
056000
056100******************************************************************
056200*    9000-TERMINATE-RTN
056300*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
056400******************************************************************
056500 9000-TERMINATE-RTN.
056600     MOVE 'END  ' TO WS-AUDIT-EVENT.
056700     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
056800     MOVE READ-COUNTER TO WS-AUDIT-REC-EDIT.
056900     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
057000     CLOSE AUDIT-FILE.
057100     CLOSE REPORT-FILE.
057200     DISPLAY "POAGING COMPLETE - " OPEN-LINE-COUNTER
057300         " OPEN LINES FOR " SUPPLIER-COUNTER " SUPPLIERS.".
057400
057500 END PROGRAM POAGING.
