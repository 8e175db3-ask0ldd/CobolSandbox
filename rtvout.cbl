000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RTVOUT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- OUTSTANDING RTV CREDITS. LISTS
001200*                      EVERY RETURN-TO-VENDOR SHIPMENT ON
001300*                      RTVSHIP.TXT (SEE RTVSREC) WHOSE SUPPLIER
001400*                      CREDIT HAS NOT BEEN MARKED RECEIVED IN
001500*                      RTVCRED, BY SUP-CODE, WITH THE DAYS SINCE
001600*                      IT SHIPPED AND THE COST VALUE OWED. ANY
001700*                      SHIPMENT OLDER THAN THE CHASE THRESHOLD
001800*                      (WS-CHASE-DAYS) IS FLAGGED SO THE
001900*                      ACCOUNTANT KNOWS WHICH CREDITS TO CHASE.
002000*                      WRITES RTVOUTR.TXT.
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT RTVSHIP-FILE ASSIGN TO 'RTVSHIP.TXT'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS RTS-NUMBER
003000         FILE STATUS IS WS-RTS-FILE-STATUS.
003100
003200     SELECT REPORT-FILE ASSIGN TO 'RTVOUTR.TXT'
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
004300 FD  RTVSHIP-FILE.
004400 COPY RTVSREC.
004500
004600 FD  REPORT-FILE.
004700 01  REPORT-LINE              PIC X(100).
004800
004900 SD  SORT-FILE.
005000 01  SORT-RECORD.
005100     05 SRT-SUPPLIER      PIC X(04).
005200     05 SRT-RTV-NUMBER    PIC 9(06).
005300     05 SRT-SHIP-DATE     PIC X(10).
005400     05 SRT-AGE-DAYS      PIC 9(05).
005500     05 SRT-COPIES        PIC 9(03).
005600     05 SRT-COST-VALUE    PIC 9(5)V99.
005700
005800 FD  AUDIT-FILE.
005900 COPY AUDITLOG.
006000
006100 WORKING-STORAGE SECTION.
006200 01  SWITCHES.
006300     05 EOF-SWITCH            PIC X VALUE "N".
006400        88 END-OF-FILE                 VALUE "Y".
006500     05 WS-SORT-EOF-SWITCH    PIC X VALUE "N".
006600        88 SORT-AT-EOF                 VALUE "Y".
006700     05 WS-FIRST-SUP-SWITCH   PIC X VALUE "Y".
006800        88 FIRST-SUP-PENDING           VALUE "Y".
006900
007000 01  COUNTERS.
007100     05 READ-COUNTER          PIC 9(7) COMP VALUE 0.
007200     05 OPEN-COUNTER          PIC 9(5) COMP VALUE 0.
007300     05 CHASE-COUNTER         PIC 9(5) COMP VALUE 0.
007400     05 SUPPLIER-COUNTER      PIC 9(5) COMP VALUE 0.
007500     05 SUP-OPEN-COUNTER      PIC 9(5) COMP VALUE 0.
007600
007700 01  WS-RTS-FILE-STATUS       PIC X(02) VALUE "00".
007800 01  WS-PRIOR-SUPPLIER        PIC X(04) VALUE SPACES.
007900
008000*    A CREDIT NOT IN THIS MANY DAYS AFTER THE SHIPMENT WENT
008100*    OUT IS FLAGGED TO BE CHASED WITH THE SUPPLIER.
008200 01  WS-CHASE-DAYS            PIC 9(3) VALUE 45.
008300
008400 01  WS-WORK-FIELDS.
008500     05 WS-SUP-VALUE          PIC 9(9)V99 COMP VALUE 0.
008600     05 WS-ALL-VALUE          PIC 9(9)V99 COMP VALUE 0.
008700     05 WS-CHASE-VALUE        PIC 9(9)V99 COMP VALUE 0.
008800     05 WS-AGE-DAYS           PIC S9(7) COMP VALUE 0.
008900     05 WS-CHASE-FLAG         PIC X(05) VALUE SPACES.
009000
009100 01  WS-SHIP-DATE             PIC X(10).
009200 01  WS-SHIP-DATE-R REDEFINES WS-SHIP-DATE.
009300     05 WS-SHP-MM             PIC 99.
009400     05 FILLER                PIC X.
009500     05 WS-SHP-DD             PIC 99.
009600     05 FILLER                PIC X.
009700     05 WS-SHP-YYYY           PIC 9(4).
009800
009900 01  WS-RUN-DATE.
010000     05 WS-RUN-YYYY           PIC 9(4).
010100     05 WS-RUN-MM             PIC 99.
010200     05 WS-RUN-DD             PIC 99.
010300 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
010400 01  WS-TODAY-SERIAL          PIC 9(7) COMP VALUE 0.
010500
010600 01  WS-DAY-SERIAL-FIELDS.
010700     05 WS-DS-YYYY            PIC 9(4).
010800     05 WS-DS-MM              PIC 99.
010900     05 WS-DS-DD              PIC 99.
011000     05 WS-DS-SERIAL          PIC 9(7) COMP.
011100     05 WS-DS-PRIOR-YEAR      PIC 9(4).
011200     05 WS-DS-LEAP-COUNT      PIC 9(5) COMP.
011300     05 WS-DS-QUOT            PIC 9(5) COMP.
011400     05 WS-REM-4              PIC 9.
011500     05 WS-REM-100            PIC 99.
011600     05 WS-REM-400            PIC 9(3).
011700     05 WS-QUOT               PIC 9(4).
011800
011900 01  SUP-LKUP-CODE            PIC X(04).
012000 01  SUP-LKUP-RESULT-FIELDS.
012100     05 SUP-LKUP-NAME         PIC X(25).
012200     05 SUP-LKUP-TERMS        PIC X(10).
012300 01  SUP-LKUP-FOUND-SWITCH    PIC X.
012400     88 SUP-LKUP-FOUND                 VALUE "Y".
012500     88 SUP-LKUP-NOT-FOUND             VALUE "N".
012600
012700 01  WS-REPORT-FIELDS.
012800     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
012900     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
013000     05 WS-EDIT-AGE           PIC ZZZZ9.
013100     05 WS-EDIT-COPIES        PIC ZZ9.
013200     05 WS-EDIT-SHIP-VALUE    PIC ZZ,ZZ9.99.
013300     05 WS-EDIT-CHASE-DAYS    PIC ZZ9.
013400
013500 01  WS-AUDIT-FIELDS.
013600     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
013700     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
013800     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
013900     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
014000
014100 01  WS-AUDIT-DATE-GROUP.
014200     05 WS-AUDIT-YYYY         PIC 9(4).
014300     05 WS-AUDIT-MM           PIC 99.
014400     05 WS-AUDIT-DD           PIC 99.
014500
014600 01  WS-AUDIT-TIME-GROUP.
014700     05 WS-AUDIT-HH           PIC 99.
014800     05 WS-AUDIT-MIN          PIC 99.
014900     05 WS-AUDIT-SS           PIC 99.
015000     05 WS-AUDIT-HS           PIC 99.
015100
015200 PROCEDURE DIVISION.
015300
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE-RTN.
015600     SORT SORT-FILE
015700         ON ASCENDING KEY SRT-SUPPLIER
015800         ON ASCENDING KEY SRT-RTV-NUMBER
015900         INPUT PROCEDURE IS 2000-SUPPLY-OPEN-RTN
016000         OUTPUT PROCEDURE IS 3000-REPORT-SORTED-RTN.
016100     PERFORM 8000-WRITE-TOTALS-RTN.
016200     PERFORM 9000-TERMINATE-RTN.
016300     STOP RUN.
016400
016500******************************************************************
016600*    1000-INITIALIZE-RTN
016700*    WORK OUT TODAY'S DAY SERIAL, OPEN THE REPORT AND LOG THE
016800*    START.
016900******************************************************************
017000 1000-INITIALIZE-RTN.
017100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017200     MOVE SPACES TO WS-TODAY-DATE.
017300     STRING WS-RUN-MM DELIMITED BY SIZE
017400         '/' DELIMITED BY SIZE
017500         WS-RUN-DD DELIMITED BY SIZE
017600         '/' DELIMITED BY SIZE
017700         WS-RUN-YYYY DELIMITED BY SIZE
017800         INTO WS-TODAY-DATE.
017900     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
018000     MOVE WS-RUN-MM TO WS-DS-MM.
018100     MOVE WS-RUN-DD TO WS-DS-DD.
018200     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
018300     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
018400     MOVE WS-CHASE-DAYS TO WS-EDIT-CHASE-DAYS.
018500     OPEN OUTPUT REPORT-FILE.
018600     MOVE SPACES TO REPORT-LINE.
018700     STRING 'OUTSTANDING RETURN-TO-VENDOR CREDITS  AS OF '
018800         DELIMITED BY SIZE
018900         WS-TODAY-DATE DELIMITED BY SIZE
019000         INTO REPORT-LINE.
019100     WRITE REPORT-LINE.
019200     MOVE SPACES TO REPORT-LINE.
019300     STRING 'CHASE = NO CREDIT AFTER ' DELIMITED BY SIZE
019400         WS-EDIT-CHASE-DAYS DELIMITED BY SIZE
019500         ' DAYS' DELIMITED BY SIZE
019600         INTO REPORT-LINE.
019700     WRITE REPORT-LINE.
019800     OPEN EXTEND AUDIT-FILE.
019900     IF WS-AUDIT-FILE-STATUS NOT = "00"
020000         OPEN OUTPUT AUDIT-FILE
020100     END-IF.
020200     MOVE 'START' TO WS-AUDIT-EVENT.
020300     MOVE SPACES TO WS-AUDIT-STATUS.
020400     MOVE 0 TO WS-AUDIT-REC-EDIT.
020500     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
020600
020700******************************************************************
020800*    1100-WRITE-AUDIT-LINE-RTN
020900*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
021000*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
021100*    COMPLETION STATUS.
021200******************************************************************
021300 1100-WRITE-AUDIT-LINE-RTN.
021400     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
021500     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
021600     MOVE SPACES TO AUDIT-LINE.
021700     STRING 'PGM=RTVOUT    EVENT=' DELIMITED BY SIZE
021800         WS-AUDIT-EVENT DELIMITED BY SIZE
021900         '  TS=' DELIMITED BY SIZE
022000         WS-AUDIT-YYYY DELIMITED BY SIZE
022100         '-' DELIMITED BY SIZE
022200         WS-AUDIT-MM DELIMITED BY SIZE
022300         '-' DELIMITED BY SIZE
022400         WS-AUDIT-DD DELIMITED BY SIZE
022500         ' ' DELIMITED BY SIZE
022600         WS-AUDIT-HH DELIMITED BY SIZE
022700         ':' DELIMITED BY SIZE
022800         WS-AUDIT-MIN DELIMITED BY SIZE
022900         ':' DELIMITED BY SIZE
023000         WS-AUDIT-SS DELIMITED BY SIZE
023100         '  RECS=' DELIMITED BY SIZE
023200         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
023300         '  STATUS=' DELIMITED BY SIZE
023400         WS-AUDIT-STATUS DELIMITED BY SIZE
023500         INTO AUDIT-LINE.
023600     WRITE AUDIT-LINE.
023700
023800******************************************************************
023900*    2000-SUPPLY-OPEN-RTN
024000*    RELEASE EVERY SHIPMENT STILL AWAITING CREDIT TO THE SORT.
024100*    NO SHIPMENT FILE ON HAND IS AN EMPTY REPORT.
024200******************************************************************
024300 2000-SUPPLY-OPEN-RTN.
024400     OPEN INPUT RTVSHIP-FILE.
024500     IF WS-RTS-FILE-STATUS NOT = "00"
024600         MOVE "Y" TO EOF-SWITCH
024700     END-IF.
024800     PERFORM 2100-RELEASE-ONE-RTN UNTIL END-OF-FILE.
024900     IF WS-RTS-FILE-STATUS NOT = "35"
025000         CLOSE RTVSHIP-FILE
025100     END-IF.
025200
025300******************************************************************
025400*    2100-RELEASE-ONE-RTN
025500*    READ ONE SHIPMENT; IF ITS CREDIT IS OUTSTANDING, AGE IT
025600*    FROM THE SHIP DATE AND RELEASE IT.
025700******************************************************************
025800 2100-RELEASE-ONE-RTN.
025900     READ RTVSHIP-FILE
026000         AT END
026100             MOVE "Y" TO EOF-SWITCH
026200         NOT AT END
026300             ADD 1 TO READ-COUNTER
026400             IF RTS-CREDIT-OPEN
026500                 PERFORM 2200-AGE-ONE-SHIPMENT-RTN
026600                 MOVE RTS-SUPPLIER TO SRT-SUPPLIER
026700                 MOVE RTS-NUMBER TO SRT-RTV-NUMBER
026800                 MOVE RTS-SHIP-DATE TO SRT-SHIP-DATE
026900                 MOVE WS-AGE-DAYS TO SRT-AGE-DAYS
027000                 MOVE RTS-COPIES TO SRT-COPIES
027100                 MOVE RTS-COST-VALUE TO SRT-COST-VALUE
027200                 RELEASE SORT-RECORD
027300             END-IF
027400     END-READ.
027500
027600******************************************************************
027700*    2200-AGE-ONE-SHIPMENT-RTN
027800*    DAYS FROM THE SHIP DATE TO TODAY INTO WS-AGE-DAYS.
027900******************************************************************
028000 2200-AGE-ONE-SHIPMENT-RTN.
028100     MOVE 0 TO WS-AGE-DAYS.
028200     MOVE RTS-SHIP-DATE TO WS-SHIP-DATE.
028300     IF WS-SHP-MM IS NUMERIC AND WS-SHP-DD IS NUMERIC
028400         AND WS-SHP-YYYY IS NUMERIC
028500         MOVE WS-SHP-YYYY TO WS-DS-YYYY
028600         MOVE WS-SHP-MM TO WS-DS-MM
028700         MOVE WS-SHP-DD TO WS-DS-DD
028800         PERFORM 6000-COMPUTE-DAY-SERIAL-RTN
028900         COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DS-SERIAL
029000         IF WS-AGE-DAYS < 0
029100             MOVE 0 TO WS-AGE-DAYS
029200         END-IF
029300     END-IF.
029400
029500******************************************************************
029600*    3000-REPORT-SORTED-RTN
029700*    RETURN THE SORTED SHIPMENTS AND DRIVE THE PER-SUPPLIER
029800*    CONTROL BREAK.
029900******************************************************************
030000 3000-REPORT-SORTED-RTN.
030100     MOVE "N" TO WS-SORT-EOF-SWITCH.
030200     PERFORM 3100-RETURN-ONE-RTN UNTIL SORT-AT-EOF.
030300     IF NOT FIRST-SUP-PENDING
030400         PERFORM 3400-CLOSE-SUP-GROUP-RTN
030500     END-IF.
030600
030700******************************************************************
030800*    3100-RETURN-ONE-RTN
030900*    RETURN ONE SORTED SHIPMENT, BREAK ON A NEW SUPPLIER, AND
031000*    WRITE ITS DETAIL LINE.
031100******************************************************************
031200 3100-RETURN-ONE-RTN.
031300     RETURN SORT-FILE
031400         AT END
031500             MOVE "Y" TO WS-SORT-EOF-SWITCH
031600         NOT AT END
031700             IF FIRST-SUP-PENDING
031800                 MOVE "N" TO WS-FIRST-SUP-SWITCH
031900                 PERFORM 3200-START-SUP-GROUP-RTN
032000             ELSE
032100                 IF SRT-SUPPLIER NOT = WS-PRIOR-SUPPLIER
032200                     PERFORM 3400-CLOSE-SUP-GROUP-RTN
032300                     PERFORM 3200-START-SUP-GROUP-RTN
032400                 END-IF
032500             END-IF
032600             PERFORM 3300-WRITE-DETAIL-RTN
032700     END-RETURN.
032800
032900******************************************************************
033000*    3200-START-SUP-GROUP-RTN
033100*    OPEN A NEW SUPPLIER GROUP WITH THE MASTER NAME AND TERMS.
033200******************************************************************
033300 3200-START-SUP-GROUP-RTN.
033400     MOVE SRT-SUPPLIER TO WS-PRIOR-SUPPLIER.
033500     ADD 1 TO SUPPLIER-COUNTER.
033600     MOVE 0 TO SUP-OPEN-COUNTER.
033700     MOVE 0 TO WS-SUP-VALUE.
033800     MOVE SRT-SUPPLIER TO SUP-LKUP-CODE.
033900     CALL 'SUPLOOKUP' USING SUP-LKUP-CODE
034000         SUP-LKUP-RESULT-FIELDS SUP-LKUP-FOUND-SWITCH.
034100     IF SUP-LKUP-NOT-FOUND
034200         MOVE '*** NOT ON SUPPLIER MASTER ***' TO SUP-LKUP-NAME
034300         MOVE SPACES TO SUP-LKUP-TERMS
034400     END-IF.
034500     MOVE SPACES TO REPORT-LINE.
034600     WRITE REPORT-LINE.
034700     MOVE SPACES TO REPORT-LINE.
034800     STRING 'SUPPLIER ' DELIMITED BY SIZE
034900         SRT-SUPPLIER DELIMITED BY SIZE
035000         '  ' DELIMITED BY SIZE
035100         SUP-LKUP-NAME DELIMITED BY SIZE
035200         '  TERMS ' DELIMITED BY SIZE
035300         SUP-LKUP-TERMS DELIMITED BY SIZE
035400         INTO REPORT-LINE.
035500     WRITE REPORT-LINE.
035600     MOVE SPACES TO REPORT-LINE.
035700     STRING '  RTV NO  SHIPPED       DAYS  COPIES  COST VALUE'
035800         DELIMITED BY SIZE
035900         INTO REPORT-LINE.
036000     WRITE REPORT-LINE.
036100
036200******************************************************************
036300*    3300-WRITE-DETAIL-RTN
036400*    WRITE ONE OUTSTANDING SHIPMENT, FLAGGING IT FOR CHASING
036500*    PAST THE THRESHOLD.
036600******************************************************************
036700 3300-WRITE-DETAIL-RTN.
036800     ADD 1 TO OPEN-COUNTER.
036900     ADD 1 TO SUP-OPEN-COUNTER.
037000     ADD SRT-COST-VALUE TO WS-SUP-VALUE.
037100     ADD SRT-COST-VALUE TO WS-ALL-VALUE.
037200     MOVE SPACES TO WS-CHASE-FLAG.
037300     IF SRT-AGE-DAYS > WS-CHASE-DAYS
037400         MOVE 'CHASE' TO WS-CHASE-FLAG
037500         ADD 1 TO CHASE-COUNTER
037600         ADD SRT-COST-VALUE TO WS-CHASE-VALUE
037700     END-IF.
037800     MOVE SRT-AGE-DAYS TO WS-EDIT-AGE.
037900     MOVE SRT-COPIES TO WS-EDIT-COPIES.
038000     MOVE SRT-COST-VALUE TO WS-EDIT-SHIP-VALUE.
038100     MOVE SPACES TO REPORT-LINE.
038200     STRING '  ' DELIMITED BY SIZE
038300         SRT-RTV-NUMBER DELIMITED BY SIZE
038400         '  ' DELIMITED BY SIZE
038500         SRT-SHIP-DATE DELIMITED BY SIZE
038600         '  ' DELIMITED BY SIZE
038700         WS-EDIT-AGE DELIMITED BY SIZE
038800         '     ' DELIMITED BY SIZE
038900         WS-EDIT-COPIES DELIMITED BY SIZE
039000         '   ' DELIMITED BY SIZE
039100         WS-EDIT-SHIP-VALUE DELIMITED BY SIZE
039200         '  ' DELIMITED BY SIZE
039300         WS-CHASE-FLAG DELIMITED BY SIZE
039400         INTO REPORT-LINE.
039500     WRITE REPORT-LINE.
039600
039700******************************************************************
039800*    3400-CLOSE-SUP-GROUP-RTN
039900*    WRITE THE SUPPLIER'S COUNT AND CREDIT VALUE OUTSTANDING.
040000******************************************************************
040100 3400-CLOSE-SUP-GROUP-RTN.
040200     MOVE SUP-OPEN-COUNTER TO WS-EDIT-COUNT.
040300     MOVE WS-SUP-VALUE TO WS-EDIT-VALUE.
040400     MOVE SPACES TO REPORT-LINE.
040500     STRING '  ' DELIMITED BY SIZE
040600         WS-PRIOR-SUPPLIER DELIMITED BY SIZE
040700         ' SHIPMENTS AWAITING CREDIT ' DELIMITED BY SIZE
040800         WS-EDIT-COUNT DELIMITED BY SIZE
040900         '  CREDIT DUE ' DELIMITED BY SIZE
041000         WS-EDIT-VALUE DELIMITED BY SIZE
041100         INTO REPORT-LINE.
041200     WRITE REPORT-LINE.
041300
041400******************************************************************
041500*    6000-COMPUTE-DAY-SERIAL-RTN
041600*    DAYS-SINCE-EPOCH FOR WS-DS-YYYY/MM/DD. LEAP YEARS ARE
041700*    COUNTED THROUGH THE PRIOR YEAR AND THE CURRENT YEAR'S LEAP
041800*    DAY IS ADDED ONCE MARCH IS REACHED.
041900******************************************************************
042000 6000-COMPUTE-DAY-SERIAL-RTN.
042100     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
042200     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
042300     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
042400     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
042500     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
042600     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
042700     COMPUTE WS-DS-SERIAL =
042800         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
042900     EVALUATE WS-DS-MM
043000         WHEN 2  ADD 31 TO WS-DS-SERIAL
043100         WHEN 3  ADD 59 TO WS-DS-SERIAL
043200         WHEN 4  ADD 90 TO WS-DS-SERIAL
043300         WHEN 5  ADD 120 TO WS-DS-SERIAL
043400         WHEN 6  ADD 151 TO WS-DS-SERIAL
043500         WHEN 7  ADD 181 TO WS-DS-SERIAL
043600         WHEN 8  ADD 212 TO WS-DS-SERIAL
043700         WHEN 9  ADD 243 TO WS-DS-SERIAL
043800         WHEN 10 ADD 273 TO WS-DS-SERIAL
043900         WHEN 11 ADD 304 TO WS-DS-SERIAL
044000         WHEN 12 ADD 334 TO WS-DS-SERIAL
044100         WHEN OTHER CONTINUE
044200     END-EVALUATE.
044300     IF WS-DS-MM > 2
044400         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
044500             REMAINDER WS-REM-4
044600         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
044700             REMAINDER WS-REM-100
044800         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
044900             REMAINDER WS-REM-400
045000         IF WS-REM-4 = 0 AND
045100             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
045200             ADD 1 TO WS-DS-SERIAL
045300         END-IF
045400     END-IF.
045500
045600******************************************************************
045700*    8000-WRITE-TOTALS-RTN
045800*    WRITE THE RUN TOTALS AT THE FOOT OF THE REPORT.
045900******************************************************************
046000 8000-WRITE-TOTALS-RTN.
046100     MOVE SPACES TO REPORT-LINE.
046200     WRITE REPORT-LINE.
046300     MOVE SUPPLIER-COUNTER TO WS-EDIT-COUNT.
046400     MOVE SPACES TO REPORT-LINE.
046500     STRING 'SUPPLIERS OWING CREDIT . . . : ' DELIMITED BY SIZE
046600         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
046700     WRITE REPORT-LINE.
046800     MOVE OPEN-COUNTER TO WS-EDIT-COUNT.
046900     MOVE SPACES TO REPORT-LINE.
047000     STRING 'SHIPMENTS AWAITING CREDIT  . : ' DELIMITED BY SIZE
047100         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
047200     WRITE REPORT-LINE.
047300     MOVE WS-ALL-VALUE TO WS-EDIT-VALUE.
047400     MOVE SPACES TO REPORT-LINE.
047500     STRING 'TOTAL CREDIT OUTSTANDING . . : ' DELIMITED BY SIZE
047600         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
047700     WRITE REPORT-LINE.
047800     MOVE CHASE-COUNTER TO WS-EDIT-COUNT.
047900     MOVE SPACES TO REPORT-LINE.
048000     STRING 'SHIPMENTS TO CHASE . . . . . : ' DELIMITED BY SIZE
048100         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
048200     WRITE REPORT-LINE.
048300     MOVE WS-CHASE-VALUE TO WS-EDIT-VALUE.
048400     MOVE SPACES TO REPORT-LINE.
048500     STRING 'CREDIT VALUE TO CHASE  . . . : ' DELIMITED BY SIZE
048600         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
048700     WRITE REPORT-LINE.
048800
048900******************************************************************
049000*    9000-TERMINATE-RTN
049100*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
049200******************************************************************
049300 9000-TERMINATE-RTN.
049400     MOVE 'END  ' TO WS-AUDIT-EVENT.
049500     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
049600     MOVE READ-COUNTER TO WS-AUDIT-REC-EDIT.
049700     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
049800     CLOSE AUDIT-FILE.
049900     CLOSE REPORT-FILE.
050000     DISPLAY "RTVOUT COMPLETE - " OPEN-COUNTER
050100         " SHIPMENTS AWAITING CREDIT, " CHASE-COUNTER
050200         " TO CHASE.".
050300
050400 END PROGRAM RTVOUT.
