000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RTVRPT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- RETURN-TO-VENDOR REGISTER BY
001200*                      SUPPLIER OFF THE RTV LEDGER RTVENT APPENDS
001300*                      TO (RTVTRAN.TXT -- SEE RTVREC). SORTS THE
001400*                      LEDGER BY SUP-CODE, RTV NUMBER AND COPY
001500*                      AND LISTS EVERY COPY SHIPPED BACK WITH ITS
001600*                      COST VALUE, SUBTOTALLED BY SHIPMENT AND BY
001700*                      SUPPLIER, SPLIT DEFECTIVE VERSUS OVERSTOCK.
001800*                      ONE SUPPLIER MAY BE REQUESTED (BLANK TAKES
001900*                      THEM ALL). WRITES RTVREG.TXT.
001920*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
001940*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
001960*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
001980*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT RTV-FILE ASSIGN TO 'RTVTRAN.TXT'
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-RTV-FILE-STATUS.
002800
002900     SELECT REPORT-FILE ASSIGN TO 'RTVREG.TXT'
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
003200     SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
003300
003400     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RTV-FILE.
004100 COPY RTVREC.
004200
004300 FD  REPORT-FILE.
004400 01  REPORT-LINE              PIC X(120).
004500
004600 SD  SORT-FILE.
004700 01  SORT-RECORD.
004800     05 SRT-SUPPLIER      PIC X(04).
004900     05 SRT-RTV-NUMBER    PIC 9(06).
005000     05 SRT-ID-GAME       PIC 9(06).
005100     05 SRT-COPY-NO       PIC 9(03).
005200     05 SRT-DATE          PIC X(10).
005300     05 SRT-LOCATION      PIC X(10).
005400     05 SRT-CONDITION     PIC X(02).
005500     05 SRT-REASON        PIC X(02).
005600     05 SRT-UNIT-COST     PIC 9(3)V99.
005700     05 SRT-TITLE         PIC X(40).
005800
005900 FD  AUDIT-FILE.
006000 COPY AUDITLOG.
006100
006200 WORKING-STORAGE SECTION.
006300 01  SWITCHES.
006400     05 EOF-SWITCH            PIC X VALUE "N".
006500        88 END-OF-FILE                 VALUE "Y".
006600     05 WS-SORT-EOF-SWITCH    PIC X VALUE "N".
006700        88 SORT-AT-EOF                 VALUE "Y".
006800     05 WS-FIRST-SUP-SWITCH   PIC X VALUE "Y".
006900        88 FIRST-SUP-PENDING           VALUE "Y".
007000     05 WS-ALL-SUP-SWITCH     PIC X VALUE "N".
007100        88 REPORT-ALL-SUPPLIERS        VALUE "Y".
007200
007300 01  COUNTERS.
007400     05 LEDGER-COUNTER        PIC 9(7) COMP VALUE 0.
007500     05 COPY-COUNTER          PIC 9(7) COMP VALUE 0.
007600     05 SHIPMENT-COUNTER      PIC 9(5) COMP VALUE 0.
007700     05 SUPPLIER-COUNTER      PIC 9(5) COMP VALUE 0.
007800     05 SHIP-COPY-COUNTER     PIC 9(5) COMP VALUE 0.
007900     05 SUP-COPY-COUNTER      PIC 9(5) COMP VALUE 0.
008000
008100 01  WS-RTV-FILE-STATUS       PIC X(02) VALUE "00".
008200 01  WS-FILTER-SUPPLIER       PIC X(04) VALUE SPACES.
008300 01  WS-PRIOR-SUPPLIER        PIC X(04) VALUE SPACES.
008400 01  WS-PRIOR-RTV             PIC 9(06) VALUE 0.
008500
008600 01  WS-VALUE-TOTALS.
008700     05 WS-SHIP-VALUE         PIC 9(9)V99 COMP VALUE 0.
008800     05 WS-SUP-VALUE          PIC 9(9)V99 COMP VALUE 0.
008900     05 WS-SUP-DF-VALUE       PIC 9(9)V99 COMP VALUE 0.
009000     05 WS-SUP-OS-VALUE       PIC 9(9)V99 COMP VALUE 0.
009100     05 WS-ALL-VALUE          PIC 9(9)V99 COMP VALUE 0.
009200     05 WS-ALL-DF-VALUE       PIC 9(9)V99 COMP VALUE 0.
009300     05 WS-ALL-OS-VALUE       PIC 9(9)V99 COMP VALUE 0.
009400
009500 01  WS-RUN-DATE.
009600     05 WS-RUN-YYYY           PIC 9(4).
009700     05 WS-RUN-MM             PIC 99.
009800     05 WS-RUN-DD             PIC 99.
009900 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
010000
010100 01  SUP-LKUP-CODE            PIC X(04).
010200 01  SUP-LKUP-RESULT-FIELDS.
010300     05 SUP-LKUP-NAME         PIC X(25).
010400     05 SUP-LKUP-TERMS        PIC X(10).
010500 01  SUP-LKUP-FOUND-SWITCH    PIC X.
010600     88 SUP-LKUP-FOUND                 VALUE "Y".
010700     88 SUP-LKUP-NOT-FOUND             VALUE "N".
010800
010900 01  WS-REPORT-FIELDS.
011000     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
011100     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
011200     05 WS-EDIT-DF            PIC ZZZ,ZZ9.99.
011300     05 WS-EDIT-OS            PIC ZZZ,ZZ9.99.
011400     05 WS-EDIT-COST          PIC ZZ9.99.
011500
011600 01  WS-AUDIT-FIELDS.
011700     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
011800     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
011900     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
012000     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
012100
012200 01  WS-AUDIT-DATE-GROUP.
012300     05 WS-AUDIT-YYYY         PIC 9(4).
012400     05 WS-AUDIT-MM           PIC 99.
012500     05 WS-AUDIT-DD           PIC 99.
012600
012700 01  WS-AUDIT-TIME-GROUP.
012800     05 WS-AUDIT-HH           PIC 99.
012900     05 WS-AUDIT-MIN          PIC 99.
013000     05 WS-AUDIT-SS           PIC 99.
013100     05 WS-AUDIT-HS           PIC 99.
013200
013206 01  SIGN-REQUEST-FIELDS.
013212     05 SIGN-FUNCTION          PIC X.
013218     05 SIGN-PROGRAM           PIC X(10).
013224     05 SIGN-ACTION            PIC X(08).
013230     05 SIGN-DETAIL            PIC X(60).
013236 01  SIGN-RESULT-FIELDS.
013242     05 SIGN-RESULT            PIC X.
013248        88 SIGN-GRANTED                 VALUE "G".
013254        88 SIGN-REFUSED                 VALUE "R".
013260     05 SIGN-OPERATOR-ID       PIC X(08).
013266     05 SIGN-OPERATOR-NAME     PIC X(30).
013272     05 SIGN-OPERATOR-ROLE     PIC X(02).
013278     05 SIGN-PASSWORD-HASH     PIC 9(10).
013284
013300 PROCEDURE DIVISION.
013400
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE-RTN.
013700     SORT SORT-FILE
013800         ON ASCENDING KEY SRT-SUPPLIER
013900         ON ASCENDING KEY SRT-RTV-NUMBER
014000         ON ASCENDING KEY SRT-ID-GAME
014100         ON ASCENDING KEY SRT-COPY-NO
014200         INPUT PROCEDURE IS 2000-SUPPLY-LEDGER-RTN
014300         OUTPUT PROCEDURE IS 3000-REPORT-SORTED-RTN.
014400     PERFORM 8000-WRITE-TOTALS-RTN.
014500     PERFORM 9000-TERMINATE-RTN.
014600     STOP RUN.
014700
014800******************************************************************
014900*    1000-INITIALIZE-RTN
015000*    TAKE THE SUPPLIER TO REPORT (BLANK = ALL), OPEN THE REPORT
015100*    AND LOG THE START.
015200******************************************************************
015300 1000-INITIALIZE-RTN.
015309     MOVE "S" TO SIGN-FUNCTION.
015318     MOVE "RTVRPT" TO SIGN-PROGRAM.
015327     MOVE SPACES TO SIGN-ACTION.
015336     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
015345         SIGN-RESULT-FIELDS.
015354     IF NOT SIGN-GRANTED
015363         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
015372         MOVE 8 TO RETURN-CODE
015381         STOP RUN
015390     END-IF.
015400     DISPLAY "RTVRPT - RETURN-TO-VENDOR REGISTER".
015500     DISPLAY "ENTER SUPPLIER CODE (BLANK = ALL) : ".
015600     ACCEPT WS-FILTER-SUPPLIER.
015700     IF WS-FILTER-SUPPLIER = SPACES
015800         MOVE "Y" TO WS-ALL-SUP-SWITCH
015900     END-IF.
016000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016100     MOVE SPACES TO WS-TODAY-DATE.
016200     STRING WS-RUN-MM DELIMITED BY SIZE
016300         '/' DELIMITED BY SIZE
016400         WS-RUN-DD DELIMITED BY SIZE
016500         '/' DELIMITED BY SIZE
016600         WS-RUN-YYYY DELIMITED BY SIZE
016700         INTO WS-TODAY-DATE.
016800     OPEN OUTPUT REPORT-FILE.
016900     MOVE SPACES TO REPORT-LINE.
017000     IF REPORT-ALL-SUPPLIERS
017100         STRING 'RETURN-TO-VENDOR REGISTER  ALL SUPPLIERS  RUN '
017200             DELIMITED BY SIZE
017300             WS-TODAY-DATE DELIMITED BY SIZE
017400             INTO REPORT-LINE
017500     ELSE
017600         STRING 'RETURN-TO-VENDOR REGISTER  SUPPLIER '
017700             DELIMITED BY SIZE
017800             WS-FILTER-SUPPLIER DELIMITED BY SIZE
017900             '  RUN ' DELIMITED BY SIZE
018000             WS-TODAY-DATE DELIMITED BY SIZE
018100             INTO REPORT-LINE
018200     END-IF.
018300     WRITE REPORT-LINE.
018400     MOVE SPACES TO REPORT-LINE.
018500     WRITE REPORT-LINE.
018600     OPEN EXTEND AUDIT-FILE.
018700     IF WS-AUDIT-FILE-STATUS NOT = "00"
018800         OPEN OUTPUT AUDIT-FILE
018900     END-IF.
019000     MOVE 'START' TO WS-AUDIT-EVENT.
019100     MOVE SPACES TO WS-AUDIT-STATUS.
019200     MOVE 0 TO WS-AUDIT-REC-EDIT.
019300     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
019400
019500******************************************************************
019600*    1100-WRITE-AUDIT-LINE-RTN
019700*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
019800*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
019900*    COMPLETION STATUS.
020000******************************************************************
020100 1100-WRITE-AUDIT-LINE-RTN.
020200     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
020300     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
020400     MOVE SPACES TO AUDIT-LINE.
020500     STRING 'PGM=RTVRPT    EVENT=' DELIMITED BY SIZE
020600         WS-AUDIT-EVENT DELIMITED BY SIZE
020700         '  TS=' DELIMITED BY SIZE
020800         WS-AUDIT-YYYY DELIMITED BY SIZE
020900         '-' DELIMITED BY SIZE
021000         WS-AUDIT-MM DELIMITED BY SIZE
021100         '-' DELIMITED BY SIZE
021200         WS-AUDIT-DD DELIMITED BY SIZE
021300         ' ' DELIMITED BY SIZE
021400         WS-AUDIT-HH DELIMITED BY SIZE
021500         ':' DELIMITED BY SIZE
021600         WS-AUDIT-MIN DELIMITED BY SIZE
021700         ':' DELIMITED BY SIZE
021800         WS-AUDIT-SS DELIMITED BY SIZE
021900         '  RECS=' DELIMITED BY SIZE
022000         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
022100         '  STATUS=' DELIMITED BY SIZE
022200         WS-AUDIT-STATUS DELIMITED BY SIZE
022300         INTO AUDIT-LINE.
022400     WRITE AUDIT-LINE.
022500
022600******************************************************************
022700*    2000-SUPPLY-LEDGER-RTN
022800*    RELEASE EVERY LEDGER LINE FOR THE REQUESTED SUPPLIER(S) TO
022900*    THE SORT. NO LEDGER ON HAND IS AN EMPTY REGISTER.
023000******************************************************************
023100 2000-SUPPLY-LEDGER-RTN.
023200     OPEN INPUT RTV-FILE.
023300     IF WS-RTV-FILE-STATUS NOT = "00"
023400         MOVE "Y" TO EOF-SWITCH
023500     END-IF.
023600     PERFORM 2100-RELEASE-ONE-RTN UNTIL END-OF-FILE.
023700     IF WS-RTV-FILE-STATUS NOT = "35"
023800         CLOSE RTV-FILE
023900     END-IF.
024000
024100******************************************************************
024200*    2100-RELEASE-ONE-RTN
024300*    READ ONE LEDGER LINE AND RELEASE IT IF IT IS WANTED.
024400******************************************************************
024500 2100-RELEASE-ONE-RTN.
024600     READ RTV-FILE
024700         AT END
024800             MOVE "Y" TO EOF-SWITCH
024900         NOT AT END
025000             ADD 1 TO LEDGER-COUNTER
025100             IF REPORT-ALL-SUPPLIERS
025200                 OR RTV-SUPPLIER = WS-FILTER-SUPPLIER
025300                 MOVE RTV-SUPPLIER TO SRT-SUPPLIER
025400                 MOVE RTV-NUMBER TO SRT-RTV-NUMBER
025500                 MOVE RTV-ID-GAME TO SRT-ID-GAME
025600                 MOVE RTV-COPY-NO TO SRT-COPY-NO
025700                 MOVE RTV-DATE TO SRT-DATE
025800                 MOVE RTV-LOCATION TO SRT-LOCATION
025900                 MOVE RTV-CONDITION TO SRT-CONDITION
026000                 MOVE RTV-REASON TO SRT-REASON
026100                 MOVE RTV-UNIT-COST TO SRT-UNIT-COST
026200                 MOVE RTV-TITLE TO SRT-TITLE
026300                 RELEASE SORT-RECORD
026400             END-IF
026500     END-READ.
026600
026700******************************************************************
026800*    3000-REPORT-SORTED-RTN
026900*    RETURN THE SORTED LINES AND DRIVE THE SUPPLIER AND SHIPMENT
027000*    CONTROL BREAKS.
027100******************************************************************
027200 3000-REPORT-SORTED-RTN.
027300     MOVE "N" TO WS-SORT-EOF-SWITCH.
027400     PERFORM 3100-RETURN-ONE-RTN UNTIL SORT-AT-EOF.
027500     IF NOT FIRST-SUP-PENDING
027600         PERFORM 3500-CLOSE-SHIPMENT-RTN
027700         PERFORM 3600-CLOSE-SUP-GROUP-RTN
027800     END-IF.
027900
028000******************************************************************
028100*    3100-RETURN-ONE-RTN
028200*    RETURN ONE SORTED LINE, BREAK ON A NEW SUPPLIER OR A NEW
028300*    SHIPMENT, AND WRITE ITS DETAIL LINE.
028400******************************************************************
028500 3100-RETURN-ONE-RTN.
028600     RETURN SORT-FILE
028700         AT END
028800             MOVE "Y" TO WS-SORT-EOF-SWITCH
028900         NOT AT END
029000             IF FIRST-SUP-PENDING
029100                 MOVE "N" TO WS-FIRST-SUP-SWITCH
029200                 PERFORM 3200-START-SUP-GROUP-RTN
029300                 PERFORM 3300-START-SHIPMENT-RTN
029400             ELSE
029500                 IF SRT-SUPPLIER NOT = WS-PRIOR-SUPPLIER
029600                     PERFORM 3500-CLOSE-SHIPMENT-RTN
029700                     PERFORM 3600-CLOSE-SUP-GROUP-RTN
029800                     PERFORM 3200-START-SUP-GROUP-RTN
029900                     PERFORM 3300-START-SHIPMENT-RTN
030000                 ELSE
030100                     IF SRT-RTV-NUMBER NOT = WS-PRIOR-RTV
030200                         PERFORM 3500-CLOSE-SHIPMENT-RTN
030300                         PERFORM 3300-START-SHIPMENT-RTN
030400                     END-IF
030500                 END-IF
030600             END-IF
030700             PERFORM 3400-WRITE-DETAIL-RTN
030800     END-RETURN.
030900
031000******************************************************************
031100*    3200-START-SUP-GROUP-RTN
031200*    OPEN A NEW SUPPLIER GROUP WITH THE MASTER NAME.
031300******************************************************************
031400 3200-START-SUP-GROUP-RTN.
031500     MOVE SRT-SUPPLIER TO WS-PRIOR-SUPPLIER.
031600     ADD 1 TO SUPPLIER-COUNTER.
031700     MOVE 0 TO SUP-COPY-COUNTER.
031800     MOVE 0 TO WS-SUP-VALUE.
031900     MOVE 0 TO WS-SUP-DF-VALUE.
032000     MOVE 0 TO WS-SUP-OS-VALUE.
032100     MOVE SRT-SUPPLIER TO SUP-LKUP-CODE.
032200     CALL 'SUPLOOKUP' USING SUP-LKUP-CODE
032300         SUP-LKUP-RESULT-FIELDS SUP-LKUP-FOUND-SWITCH.
032400     IF SUP-LKUP-NOT-FOUND
032500         MOVE '*** NOT ON SUPPLIER MASTER ***' TO SUP-LKUP-NAME
032600     END-IF.
032700     MOVE SPACES TO REPORT-LINE.
032800     WRITE REPORT-LINE.
032900     MOVE SPACES TO REPORT-LINE.
033000     STRING 'SUPPLIER ' DELIMITED BY SIZE
033100         SRT-SUPPLIER DELIMITED BY SIZE
033200         '  ' DELIMITED BY SIZE
033300         SUP-LKUP-NAME DELIMITED BY SIZE
033400         INTO REPORT-LINE.
033500     WRITE REPORT-LINE.
033600
033700******************************************************************
033800*    3300-START-SHIPMENT-RTN
033900*    OPEN A NEW SHIPMENT WITHIN THE SUPPLIER.
034000******************************************************************
034100 3300-START-SHIPMENT-RTN.
034200     MOVE SRT-RTV-NUMBER TO WS-PRIOR-RTV.
034300     ADD 1 TO SHIPMENT-COUNTER.
034400     MOVE 0 TO SHIP-COPY-COUNTER.
034500     MOVE 0 TO WS-SHIP-VALUE.
034600     MOVE SPACES TO REPORT-LINE.
034700     STRING '  RTV ' DELIMITED BY SIZE
034800         SRT-RTV-NUMBER DELIMITED BY SIZE
034900         '  SHIPPED ' DELIMITED BY SIZE
035000         SRT-DATE DELIMITED BY SIZE
035100         INTO REPORT-LINE.
035200     WRITE REPORT-LINE.
035300     MOVE SPACES TO REPORT-LINE.
035400     STRING '    ID-GAME  COPY  LOCATION    CN  RSN    COST  '
035500         DELIMITED BY SIZE
035600         'TITLE' DELIMITED BY SIZE
035700         INTO REPORT-LINE.
035800     WRITE REPORT-LINE.
035900
036000******************************************************************
036100*    3400-WRITE-DETAIL-RTN
036200*    WRITE ONE RETURNED COPY AND ADD ITS COST TO THE SHIPMENT,
036300*    SUPPLIER AND RUN TOTALS BY REASON.
036400******************************************************************
036500 3400-WRITE-DETAIL-RTN.
036600     ADD 1 TO COPY-COUNTER.
036700     ADD 1 TO SHIP-COPY-COUNTER.
036800     ADD 1 TO SUP-COPY-COUNTER.
036900     ADD SRT-UNIT-COST TO WS-SHIP-VALUE.
037000     ADD SRT-UNIT-COST TO WS-SUP-VALUE.
037100     ADD SRT-UNIT-COST TO WS-ALL-VALUE.
037200     IF SRT-REASON = 'DF'
037300         ADD SRT-UNIT-COST TO WS-SUP-DF-VALUE
037400         ADD SRT-UNIT-COST TO WS-ALL-DF-VALUE
037500     ELSE
037600         ADD SRT-UNIT-COST TO WS-SUP-OS-VALUE
037700         ADD SRT-UNIT-COST TO WS-ALL-OS-VALUE
037800     END-IF.
037900     MOVE SRT-UNIT-COST TO WS-EDIT-COST.
038000     MOVE SPACES TO REPORT-LINE.
038100     STRING '    ' DELIMITED BY SIZE
038200         SRT-ID-GAME DELIMITED BY SIZE
038300         '   ' DELIMITED BY SIZE
038400         SRT-COPY-NO DELIMITED BY SIZE
038500         '  ' DELIMITED BY SIZE
038600         SRT-LOCATION DELIMITED BY SIZE
038700         '  ' DELIMITED BY SIZE
038800         SRT-CONDITION DELIMITED BY SIZE
038900         '  ' DELIMITED BY SIZE
039000         SRT-REASON DELIMITED BY SIZE
039100         '  ' DELIMITED BY SIZE
039200         WS-EDIT-COST DELIMITED BY SIZE
039300         '  ' DELIMITED BY SIZE
039400         SRT-TITLE DELIMITED BY SIZE
039500         INTO REPORT-LINE.
039600     WRITE REPORT-LINE.
039700
039800******************************************************************
039900*    3500-CLOSE-SHIPMENT-RTN
040000*    WRITE THE SHIPMENT'S COPY COUNT AND COST VALUE.
040100******************************************************************
040200 3500-CLOSE-SHIPMENT-RTN.
040300     MOVE SHIP-COPY-COUNTER TO WS-EDIT-COUNT.
040400     MOVE WS-SHIP-VALUE TO WS-EDIT-VALUE.
040500     MOVE SPACES TO REPORT-LINE.
040600     STRING '  RTV ' DELIMITED BY SIZE
040700         WS-PRIOR-RTV DELIMITED BY SIZE
040800         ' COPIES ' DELIMITED BY SIZE
040900         WS-EDIT-COUNT DELIMITED BY SIZE
041000         '  COST VALUE ' DELIMITED BY SIZE
041100         WS-EDIT-VALUE DELIMITED BY SIZE
041200         INTO REPORT-LINE.
041300     WRITE REPORT-LINE.
041400
041500******************************************************************
041600*    3600-CLOSE-SUP-GROUP-RTN
041700*    WRITE THE SUPPLIER'S COPY COUNT AND COST VALUE BY REASON.
041800******************************************************************
041900 3600-CLOSE-SUP-GROUP-RTN.
042000     MOVE SUP-COPY-COUNTER TO WS-EDIT-COUNT.
042100     MOVE WS-SUP-DF-VALUE TO WS-EDIT-DF.
042200     MOVE WS-SUP-OS-VALUE TO WS-EDIT-OS.
042300     MOVE WS-SUP-VALUE TO WS-EDIT-VALUE.
042400     MOVE SPACES TO REPORT-LINE.
042500     STRING WS-PRIOR-SUPPLIER DELIMITED BY SIZE
042600         ' TOTAL COPIES ' DELIMITED BY SIZE
042700         WS-EDIT-COUNT DELIMITED BY SIZE
042800         '  DEFECTIVE ' DELIMITED BY SIZE
042900         WS-EDIT-DF DELIMITED BY SIZE
043000         '  OVERSTOCK ' DELIMITED BY SIZE
043100         WS-EDIT-OS DELIMITED BY SIZE
043200         '  COST VALUE ' DELIMITED BY SIZE
043300         WS-EDIT-VALUE DELIMITED BY SIZE
043400         INTO REPORT-LINE.
043500     WRITE REPORT-LINE.
043600
043700******************************************************************
043800*    8000-WRITE-TOTALS-RTN
043900*    WRITE THE RUN TOTALS AT THE FOOT OF THE REGISTER.
044000******************************************************************
044100 8000-WRITE-TOTALS-RTN.
044200     MOVE SPACES TO REPORT-LINE.
044300     WRITE REPORT-LINE.
044400     MOVE SUPPLIER-COUNTER TO WS-EDIT-COUNT.
044500     MOVE SPACES TO REPORT-LINE.
044600     STRING 'SUPPLIERS  . . . . . . . . . : ' DELIMITED BY SIZE
044700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
044800     WRITE REPORT-LINE.
044900     MOVE SHIPMENT-COUNTER TO WS-EDIT-COUNT.
045000     MOVE SPACES TO REPORT-LINE.
045100     STRING 'RTV SHIPMENTS  . . . . . . . : ' DELIMITED BY SIZE
045200         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
045300     WRITE REPORT-LINE.
045400     MOVE COPY-COUNTER TO WS-EDIT-COUNT.
045500     MOVE SPACES TO REPORT-LINE.
045600     STRING 'COPIES RETURNED  . . . . . . : ' DELIMITED BY SIZE
045700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
045800     WRITE REPORT-LINE.
045900     MOVE WS-ALL-DF-VALUE TO WS-EDIT-VALUE.
046000     MOVE SPACES TO REPORT-LINE.
046100     STRING 'DEFECTIVE COST VALUE . . . . : ' DELIMITED BY SIZE
046200         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
046300     WRITE REPORT-LINE.
046400     MOVE WS-ALL-OS-VALUE TO WS-EDIT-VALUE.
046500     MOVE SPACES TO REPORT-LINE.
046600     STRING 'OVERSTOCK COST VALUE . . . . : ' DELIMITED BY SIZE
046700         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
046800     WRITE REPORT-LINE.
046900     MOVE WS-ALL-VALUE TO WS-EDIT-VALUE.
047000     MOVE SPACES TO REPORT-LINE.
047100     STRING 'TOTAL COST VALUE RETURNED  . : ' DELIMITED BY SIZE
047200         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
047300     WRITE REPORT-LINE.
047400
047500******************************************************************
047600*    9000-TERMINATE-RTN
047700*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
047800******************************************************************
047900 9000-TERMINATE-RTN.
048000     MOVE 'END  ' TO WS-AUDIT-EVENT.
048100     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
048200     MOVE LEDGER-COUNTER TO WS-AUDIT-REC-EDIT.
048300     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
048400     CLOSE AUDIT-FILE.
048500     CLOSE REPORT-FILE.
048600     DISPLAY "RTVRPT COMPLETE - " COPY-COUNTER
048700         " COPIES ON " SHIPMENT-COUNTER " SHIPMENTS.".
048800
048900 END PROGRAM RTVRPT.
