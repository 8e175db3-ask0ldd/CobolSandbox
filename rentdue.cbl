000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RENTDUE.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- NIGHTLY OVERDUE RENTAL SWEEP.
001200*                      READS EVERY OPEN RENTAL ON RENTOPEN.TXT
001300*                      (SEE RENTOPEN) AND PICKS OUT THE COPIES
001400*                      PAST THEIR DUE DATE. THE LATE FEE RUN UP SO
001500*                      FAR IS FIGURED FROM THE PLATFORM'S LINE ON
001600*                      THE RENTAL FEE TABLE (RENTFEE.DAT -- SEE
001700*                      RENTFEE), SAME AS RENTDESK WILL CHARGE AT
001800*                      CHECK-IN. WRITES A CONTACT LIST BY CUSTOMER
001900*                      -- NAME AND PHONE, THEN EACH LATE COPY WITH
002000*                      ITS DUE DATE, DAYS LATE AND LATE FEE -- TO
002100*                      RENTDUE.TXT FOR THE STAFF TO RING ROUND.
002200*                      ANY OVERDUE COPY RAISES A WARNING THROUGH
002300*                      ALERTWTR FOR THE MORNING DIGEST.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RENTOPEN-FILE ASSIGN TO 'RENTOPEN.TXT'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS ROP-KEY
003300         FILE STATUS IS WS-ROP-FILE-STATUS.
003400
003500     SELECT RENTFEE-FILE ASSIGN TO 'RENTFEE.DAT'
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-FEE-FILE-STATUS.
003800
003900     SELECT REPORT-FILE ASSIGN TO 'RENTDUE.TXT'
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
005000 FD  RENTOPEN-FILE.
005100 COPY RENTOPEN.
005200
005300 FD  RENTFEE-FILE.
005400 COPY RENTFEE.
005500
005600 FD  REPORT-FILE.
005700 01  REPORT-LINE              PIC X(100).
005800
005900 SD  SORT-FILE.
006000 01  SORT-RECORD.
006100     05 SRT-CUSTOMER.
006200         10 SRT-CUST-NAME     PIC X(30).
006300         10 SRT-CUST-PHONE    PIC X(15).
006400     05 SRT-ID-GAME       PIC 9(06).
006500     05 SRT-COPY-NO       PIC 9(03).
006600     05 SRT-DUE-DATE      PIC X(10).
006700     05 SRT-DAYS-LATE     PIC 9(05).
006800     05 SRT-LATE-FEE      PIC 9(5)V99.
006900     05 SRT-TITLE         PIC X(40).
007000
007100 FD  AUDIT-FILE.
007200 COPY AUDITLOG.
007300
007400 WORKING-STORAGE SECTION.
007500 01  SWITCHES.
007600     05 EOF-SWITCH            PIC X VALUE "N".
007700        88 END-OF-FILE                 VALUE "Y".
007800     05 WS-SORT-EOF-SWITCH    PIC X VALUE "N".
007900        88 SORT-AT-EOF                 VALUE "Y".
008000     05 WS-FIRST-CUST-SWITCH  PIC X VALUE "Y".
008100        88 FIRST-CUST-PENDING          VALUE "Y".
008200     05 WS-FEE-EOF-SWITCH     PIC X VALUE "N".
008300        88 FEE-AT-EOF                  VALUE "Y".
008400     05 WS-TERMS-FOUND-SWITCH PIC X VALUE "N".
008500        88 TERMS-FOUND                 VALUE "Y".
008600
008700 01  COUNTERS.
008800     05 READ-COUNTER          PIC 9(7) COMP VALUE 0.
008900     05 OVERDUE-COUNTER       PIC 9(5) COMP VALUE 0.
009000     05 CUSTOMER-COUNTER      PIC 9(5) COMP VALUE 0.
009100     05 CUST-LATE-COUNTER     PIC 9(5) COMP VALUE 0.
009200
009300 01  WS-ROP-FILE-STATUS       PIC X(02) VALUE "00".
009400 01  WS-FEE-FILE-STATUS       PIC X(02) VALUE "00".
009500 01  WS-PRIOR-CUSTOMER        PIC X(45) VALUE SPACES.
009600
009700*    RENTAL TERMS BY PLATFORM FROM RENTFEE.DAT -- THE SAME TABLE
009800*    AND BUILT-IN DEFAULT AS RENTDESK.
009900 01  WS-DEFAULT-TERMS.
010000     05 WS-DEF-DAYS           PIC 9(02) VALUE 3.
010100     05 WS-DEF-FEE            PIC 9(3)V99 VALUE 4.99.
010200     05 WS-DEF-LATE-DAY       PIC 9(3)V99 VALUE 1.00.
010300     05 WS-DEF-LATE-CAP       PIC 9(3)V99 VALUE 25.00.
010400 01  WS-FEE-COUNT             PIC 9(3) COMP VALUE 0.
010500 01  WS-FEE-TABLE.
010600     05 WS-FEE-ENTRY OCCURS 30 TIMES
010700            INDEXED BY WS-FEE-IDX.
010800         10 WS-FEE-PLATFORM   PIC X(10).
010900         10 WS-FEE-DAYS       PIC 9(02).
011000         10 WS-FEE-AMOUNT     PIC 9(3)V99.
011100         10 WS-FEE-LATE-DAY   PIC 9(3)V99.
011200         10 WS-FEE-LATE-CAP   PIC 9(3)V99.
011300 01  WS-TERMS.
011400     05 WS-TERM-LATE-DAY      PIC 9(3)V99 VALUE 0.
011500     05 WS-TERM-LATE-CAP      PIC 9(3)V99 VALUE 0.
011600
011700 01  WS-WORK-FIELDS.
011800     05 WS-CUST-FEES          PIC 9(9)V99 COMP VALUE 0.
011900     05 WS-ALL-FEES           PIC 9(9)V99 COMP VALUE 0.
012000     05 WS-DAYS-LATE          PIC S9(7) COMP VALUE 0.
012100     05 WS-LATE-FEE           PIC 9(7)V99 VALUE 0.
012200
012300 01  WS-DUE-DATE              PIC X(10).
012400 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
012500     05 WS-DUE-MM             PIC 99.
012600     05 FILLER                PIC X.
012700     05 WS-DUE-DD             PIC 99.
012800     05 FILLER                PIC X.
012900     05 WS-DUE-YYYY           PIC 9(4).
013000
013100 01  WS-RUN-DATE.
013200     05 WS-RUN-YYYY           PIC 9(4).
013300     05 WS-RUN-MM             PIC 99.
013400     05 WS-RUN-DD             PIC 99.
013500 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
013600 01  WS-TODAY-SERIAL          PIC 9(7) COMP VALUE 0.
013700
013800 01  WS-DAY-SERIAL-FIELDS.
013900     05 WS-DS-YYYY            PIC 9(4).
014000     05 WS-DS-MM              PIC 99.
014100     05 WS-DS-DD              PIC 99.
014200     05 WS-DS-SERIAL          PIC 9(7) COMP.
014300     05 WS-DS-PRIOR-YEAR      PIC 9(4).
014400     05 WS-DS-LEAP-COUNT      PIC 9(5) COMP.
014500     05 WS-DS-QUOT            PIC 9(5) COMP.
014600     05 WS-REM-4              PIC 9.
014700     05 WS-REM-100            PIC 99.
014800     05 WS-REM-400            PIC 9(3).
014900     05 WS-QUOT               PIC 9(4).
015000
015100 01  ALERT-REQUEST-FIELDS.
015200     05 ALERT-SEVERITY        PIC X.
015300     05 ALERT-PROGRAM         PIC X(12).
015400     05 ALERT-MESSAGE         PIC X(80).
015500
015600 01  WS-REPORT-FIELDS.
015700     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
015800     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
015900     05 WS-EDIT-DAYS          PIC ZZZZ9.
016000     05 WS-EDIT-FEE           PIC ZZ,ZZ9.99.
016100
016200 01  WS-AUDIT-FIELDS.
016300     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
016400     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
016500     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
016600     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
016700
016800 01  WS-AUDIT-DATE-GROUP.
016900     05 WS-AUDIT-YYYY         PIC 9(4).
017000     05 WS-AUDIT-MM           PIC 99.
017100     05 WS-AUDIT-DD           PIC 99.
017200
017300 01  WS-AUDIT-TIME-GROUP.
017400     05 WS-AUDIT-HH           PIC 99.
017500     05 WS-AUDIT-MIN          PIC 99.
017600     05 WS-AUDIT-SS           PIC 99.
017700     05 WS-AUDIT-HS           PIC 99.
017800
017900 PROCEDURE DIVISION.
018000
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE-RTN.
018300     SORT SORT-FILE
018400         ON ASCENDING KEY SRT-CUST-NAME
018500         ON ASCENDING KEY SRT-CUST-PHONE
018600         ON ASCENDING KEY SRT-ID-GAME
018700         ON ASCENDING KEY SRT-COPY-NO
018800         INPUT PROCEDURE IS 2000-SUPPLY-OVERDUE-RTN
018900         OUTPUT PROCEDURE IS 3000-REPORT-SORTED-RTN.
019000     PERFORM 8000-WRITE-TOTALS-RTN.
019100     IF OVERDUE-COUNTER > 0
019200         PERFORM 8500-RAISE-ALERT-RTN
019300     END-IF.
019400     PERFORM 9000-TERMINATE-RTN.
019500     STOP RUN.
019600
019700******************************************************************
019800*    1000-INITIALIZE-RTN
019900*    WORK OUT TODAY'S DAY SERIAL, LOAD THE RENTAL FEE TABLE,
020000*    OPEN THE REPORT AND LOG THE START.
020100******************************************************************
020200 1000-INITIALIZE-RTN.
020300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020400     MOVE SPACES TO WS-TODAY-DATE.
020500     STRING WS-RUN-MM DELIMITED BY SIZE
020600         '/' DELIMITED BY SIZE
020700         WS-RUN-DD DELIMITED BY SIZE
020800         '/' DELIMITED BY SIZE
020900         WS-RUN-YYYY DELIMITED BY SIZE
021000         INTO WS-TODAY-DATE.
021100     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
021200     MOVE WS-RUN-MM TO WS-DS-MM.
021300     MOVE WS-RUN-DD TO WS-DS-DD.
021400     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
021500     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
021600     PERFORM 1500-LOAD-FEE-TABLE-RTN.
021700     OPEN OUTPUT REPORT-FILE.
021800     MOVE SPACES TO REPORT-LINE.
021900     STRING 'OVERDUE RENTALS -- CUSTOMER CONTACT LIST  AS OF '
022000         DELIMITED BY SIZE
022100         WS-TODAY-DATE DELIMITED BY SIZE
022200         INTO REPORT-LINE.
022300     WRITE REPORT-LINE.
022400     OPEN EXTEND AUDIT-FILE.
022500     IF WS-AUDIT-FILE-STATUS NOT = "00"
022600         OPEN OUTPUT AUDIT-FILE
022700     END-IF.
022800     MOVE 'START' TO WS-AUDIT-EVENT.
022900     MOVE SPACES TO WS-AUDIT-STATUS.
023000     MOVE 0 TO WS-AUDIT-REC-EDIT.
023100     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
023200
023300******************************************************************
023400*    1100-WRITE-AUDIT-LINE-RTN
023500*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
023600*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
023700*    COMPLETION STATUS.
023800******************************************************************
023900 1100-WRITE-AUDIT-LINE-RTN.
024000     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
024100     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
024200     MOVE SPACES TO AUDIT-LINE.
024300     STRING 'PGM=RENTDUE   EVENT=' DELIMITED BY SIZE
024400         WS-AUDIT-EVENT DELIMITED BY SIZE
024500         '  TS=' DELIMITED BY SIZE
024600         WS-AUDIT-YYYY DELIMITED BY SIZE
024700         '-' DELIMITED BY SIZE
024800         WS-AUDIT-MM DELIMITED BY SIZE
024900         '-' DELIMITED BY SIZE
025000         WS-AUDIT-DD DELIMITED BY SIZE
025100         ' ' DELIMITED BY SIZE
025200         WS-AUDIT-HH DELIMITED BY SIZE
025300         ':' DELIMITED BY SIZE
025400         WS-AUDIT-MIN DELIMITED BY SIZE
025500         ':' DELIMITED BY SIZE
025600         WS-AUDIT-SS DELIMITED BY SIZE
025700         '  RECS=' DELIMITED BY SIZE
025800         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
025900         '  STATUS=' DELIMITED BY SIZE
026000         WS-AUDIT-STATUS DELIMITED BY SIZE
026100         INTO AUDIT-LINE.
026200     WRITE AUDIT-LINE.
026300
026400******************************************************************
026500*    1500-LOAD-FEE-TABLE-RTN
026600*    PICK UP THE RENTAL TERMS FROM RENTFEE.DAT (SEE RENTFEE). NO
026700*    FILE ON HAND LEAVES THE BUILT-IN DEFAULT TERMS.
026800******************************************************************
026900 1500-LOAD-FEE-TABLE-RTN.
027000     OPEN INPUT RENTFEE-FILE.
027100     IF WS-FEE-FILE-STATUS = "00"
027200         PERFORM 1550-READ-ONE-FEE-RTN UNTIL FEE-AT-EOF
027300         CLOSE RENTFEE-FILE
027400     END-IF.
027500
027600******************************************************************
027700*    1550-READ-ONE-FEE-RTN
027800*    READ ONE FEE LINE INTO THE TABLE. A LINE WITH AN UNREADABLE
027900*    AMOUNT OR A FULL TABLE IS SHOWN AND THE LINE IGNORED.
028000******************************************************************
028100 1550-READ-ONE-FEE-RTN.
028200     READ RENTFEE-FILE
028300         AT END
028400             MOVE "Y" TO WS-FEE-EOF-SWITCH
028500         NOT AT END
028600             IF RFE-DAYS IS NOT NUMERIC
028700                 OR RFE-FEE IS NOT NUMERIC
028800                 OR RFE-LATE-DAY IS NOT NUMERIC
028900                 OR RFE-LATE-CAP IS NOT NUMERIC
029000                 DISPLAY "RENTFEE.DAT - BAD TERMS FOR "
029100                     RFE-PLATFORM " IGNORED"
029200             ELSE
029300                 PERFORM 1560-STORE-ONE-FEE-RTN
029400             END-IF
029500     END-READ.
029600
029700******************************************************************
029800*    1560-STORE-ONE-FEE-RTN
029900*    THE DEFAULT LINE REPLACES THE BUILT-IN TERMS; ANY OTHER
030000*    LINE GOES INTO THE NEXT TABLE SLOT.
030100******************************************************************
030200 1560-STORE-ONE-FEE-RTN.
030300     IF RFE-PLATFORM = 'DEFAULT'
030400         MOVE RFE-DAYS TO WS-DEF-DAYS
030500         MOVE RFE-FEE TO WS-DEF-FEE
030600         MOVE RFE-LATE-DAY TO WS-DEF-LATE-DAY
030700         MOVE RFE-LATE-CAP TO WS-DEF-LATE-CAP
030800     ELSE
030900         IF WS-FEE-COUNT < 30
031000             ADD 1 TO WS-FEE-COUNT
031100             SET WS-FEE-IDX TO WS-FEE-COUNT
031200             MOVE RFE-PLATFORM TO WS-FEE-PLATFORM(WS-FEE-IDX)
031300             MOVE RFE-DAYS TO WS-FEE-DAYS(WS-FEE-IDX)
031400             MOVE RFE-FEE TO WS-FEE-AMOUNT(WS-FEE-IDX)
031500             MOVE RFE-LATE-DAY TO WS-FEE-LATE-DAY(WS-FEE-IDX)
031600             MOVE RFE-LATE-CAP TO WS-FEE-LATE-CAP(WS-FEE-IDX)
031700         ELSE
031800             DISPLAY "RENTFEE.DAT - TABLE FULL, "
031900                 RFE-PLATFORM " IGNORED"
032000         END-IF
032100     END-IF.
032200
032300******************************************************************
032400*    2000-SUPPLY-OVERDUE-RTN
032500*    RELEASE EVERY OPEN RENTAL PAST ITS DUE DATE TO THE SORT. NO
032600*    OPEN-RENTALS FILE ON HAND IS AN EMPTY LIST.
032700******************************************************************
032800 2000-SUPPLY-OVERDUE-RTN.
032900     OPEN INPUT RENTOPEN-FILE.
033000     IF WS-ROP-FILE-STATUS NOT = "00"
033100         MOVE "Y" TO EOF-SWITCH
033200     END-IF.
033300     PERFORM 2100-RELEASE-ONE-RTN UNTIL END-OF-FILE.
033400     IF WS-ROP-FILE-STATUS NOT = "35"
033500         CLOSE RENTOPEN-FILE
033600     END-IF.
033700
033800******************************************************************
033900*    2100-RELEASE-ONE-RTN
034000*    READ ONE OPEN RENTAL; IF IT IS PAST DUE, FIGURE ITS LATE
034100*    FEE SO FAR AND RELEASE IT.
034200******************************************************************
034300 2100-RELEASE-ONE-RTN.
034400     READ RENTOPEN-FILE
034500         AT END
034600             MOVE "Y" TO EOF-SWITCH
034700         NOT AT END
034800             ADD 1 TO READ-COUNTER
034900             PERFORM 2200-AGE-ONE-RENTAL-RTN
035000             IF WS-DAYS-LATE > 0
035100                 PERFORM 2300-FIGURE-LATE-FEE-RTN
035200                 MOVE ROP-CUST-NAME TO SRT-CUST-NAME
035300                 MOVE ROP-CUST-PHONE TO SRT-CUST-PHONE
035400                 MOVE ROP-ID-GAME TO SRT-ID-GAME
035500                 MOVE ROP-COPY-NO TO SRT-COPY-NO
035600                 MOVE ROP-DUE-DATE TO SRT-DUE-DATE
035700                 MOVE WS-DAYS-LATE TO SRT-DAYS-LATE
035800                 MOVE WS-LATE-FEE TO SRT-LATE-FEE
035900                 MOVE ROP-TITLE TO SRT-TITLE
036000                 RELEASE SORT-RECORD
036100             END-IF
036200     END-READ.
036300
036400******************************************************************
036500*    2200-AGE-ONE-RENTAL-RTN
036600*    DAYS FROM THE DUE DATE TO TODAY INTO WS-DAYS-LATE. A DUE
036700*    DATE THAT IS NOT A CLEAN MM/DD/YYYY IS NEVER LATE.
036800******************************************************************
036900 2200-AGE-ONE-RENTAL-RTN.
037000     MOVE 0 TO WS-DAYS-LATE.
037100     MOVE ROP-DUE-DATE TO WS-DUE-DATE.
037200     IF WS-DUE-MM IS NUMERIC AND WS-DUE-DD IS NUMERIC
037300         AND WS-DUE-YYYY IS NUMERIC
037400         MOVE WS-DUE-YYYY TO WS-DS-YYYY
037500         MOVE WS-DUE-MM TO WS-DS-MM
037600         MOVE WS-DUE-DD TO WS-DS-DD
037700         PERFORM 6000-COMPUTE-DAY-SERIAL-RTN
037800         COMPUTE WS-DAYS-LATE = WS-TODAY-SERIAL - WS-DS-SERIAL
037900     END-IF.
038000
038100******************************************************************
038200*    2300-FIGURE-LATE-FEE-RTN
038300*    DAYS LATE AT THE PLATFORM'S LATE FEE PER DAY, NEVER MORE
038400*    THAN THE PLATFORM'S CAP.
038500******************************************************************
038600 2300-FIGURE-LATE-FEE-RTN.
038700     MOVE WS-DEF-LATE-DAY TO WS-TERM-LATE-DAY.
038800     MOVE WS-DEF-LATE-CAP TO WS-TERM-LATE-CAP.
038900     MOVE "N" TO WS-TERMS-FOUND-SWITCH.
039000     IF ROP-PLATFORM NOT = SPACES
039100         PERFORM 2350-CHECK-ONE-TERM-RTN
039200             VARYING WS-FEE-IDX FROM 1 BY 1
039300             UNTIL WS-FEE-IDX > WS-FEE-COUNT OR TERMS-FOUND
039400     END-IF.
039500     COMPUTE WS-LATE-FEE = WS-DAYS-LATE * WS-TERM-LATE-DAY.
039600     IF WS-LATE-FEE > WS-TERM-LATE-CAP
039700         MOVE WS-TERM-LATE-CAP TO WS-LATE-FEE
039800     END-IF.
039900
040000******************************************************************
040100*    2350-CHECK-ONE-TERM-RTN
040200*    COMPARE ONE FEE TABLE ENTRY AGAINST THE RENTAL'S PLATFORM.
040300******************************************************************
040400 2350-CHECK-ONE-TERM-RTN.
040500     IF WS-FEE-PLATFORM(WS-FEE-IDX) = ROP-PLATFORM
040600         MOVE WS-FEE-LATE-DAY(WS-FEE-IDX) TO WS-TERM-LATE-DAY
040700         MOVE WS-FEE-LATE-CAP(WS-FEE-IDX) TO WS-TERM-LATE-CAP
040800         MOVE "Y" TO WS-TERMS-FOUND-SWITCH
040900     END-IF.
041000
041100******************************************************************
041200*    3000-REPORT-SORTED-RTN
041300*    RETURN THE SORTED OVERDUE RENTALS AND DRIVE THE PER-
041400*    CUSTOMER CONTROL BREAK.
041500******************************************************************
041600 3000-REPORT-SORTED-RTN.
041700     MOVE "N" TO WS-SORT-EOF-SWITCH.
041800     PERFORM 3100-RETURN-ONE-RTN UNTIL SORT-AT-EOF.
041900     IF NOT FIRST-CUST-PENDING
042000         PERFORM 3400-CLOSE-CUST-GROUP-RTN
042100     END-IF.
042200
042300******************************************************************
042400*    3100-RETURN-ONE-RTN
042500*    RETURN ONE SORTED RENTAL, BREAK ON A NEW CUSTOMER, AND
042600*    WRITE ITS DETAIL LINE.
042700******************************************************************
042800 3100-RETURN-ONE-RTN.
042900     RETURN SORT-FILE
043000         AT END
043100             MOVE "Y" TO WS-SORT-EOF-SWITCH
043200         NOT AT END
043300             IF FIRST-CUST-PENDING
043400                 MOVE "N" TO WS-FIRST-CUST-SWITCH
043500                 PERFORM 3200-START-CUST-GROUP-RTN
043600             ELSE
043700                 IF SRT-CUSTOMER NOT = WS-PRIOR-CUSTOMER
043800                     PERFORM 3400-CLOSE-CUST-GROUP-RTN
043900                     PERFORM 3200-START-CUST-GROUP-RTN
044000                 END-IF
044100             END-IF
044200             PERFORM 3300-WRITE-DETAIL-RTN
044300     END-RETURN.
044400
044500******************************************************************
044600*    3200-START-CUST-GROUP-RTN
044700*    OPEN A NEW CUSTOMER GROUP WITH THE NAME AND PHONE NUMBER TO
044800*    RING.
044900******************************************************************
045000 3200-START-CUST-GROUP-RTN.
045100     MOVE SRT-CUSTOMER TO WS-PRIOR-CUSTOMER.
045200     ADD 1 TO CUSTOMER-COUNTER.
045300     MOVE 0 TO CUST-LATE-COUNTER.
045400     MOVE 0 TO WS-CUST-FEES.
045500     MOVE SPACES TO REPORT-LINE.
045600     WRITE REPORT-LINE.
045700     MOVE SPACES TO REPORT-LINE.
045800     STRING 'CUSTOMER ' DELIMITED BY SIZE
045900         SRT-CUST-NAME DELIMITED BY SIZE
046000         '  PHONE ' DELIMITED BY SIZE
046100         SRT-CUST-PHONE DELIMITED BY SIZE
046200         INTO REPORT-LINE.
046300     WRITE REPORT-LINE.
046400     MOVE SPACES TO REPORT-LINE.
046500     STRING '  ID     COPY  DUE          DAYS LATE   LATE FEE'
046600         DELIMITED BY SIZE
046700         '  TITLE' DELIMITED BY SIZE
046800         INTO REPORT-LINE.
046900     WRITE REPORT-LINE.
047000
047100******************************************************************
047200*    3300-WRITE-DETAIL-RTN
047300*    WRITE ONE OVERDUE COPY WITH ITS LATE FEE SO FAR.
047400******************************************************************
047500 3300-WRITE-DETAIL-RTN.
047600     ADD 1 TO OVERDUE-COUNTER.
047700     ADD 1 TO CUST-LATE-COUNTER.
047800     ADD SRT-LATE-FEE TO WS-CUST-FEES.
047900     ADD SRT-LATE-FEE TO WS-ALL-FEES.
048000     MOVE SRT-DAYS-LATE TO WS-EDIT-DAYS.
048100     MOVE SRT-LATE-FEE TO WS-EDIT-FEE.
048200     MOVE SPACES TO REPORT-LINE.
048300     STRING '  ' DELIMITED BY SIZE
048400         SRT-ID-GAME DELIMITED BY SIZE
048500         '  ' DELIMITED BY SIZE
048600         SRT-COPY-NO DELIMITED BY SIZE
048700         '   ' DELIMITED BY SIZE
048800         SRT-DUE-DATE DELIMITED BY SIZE
048900         '      ' DELIMITED BY SIZE
049000         WS-EDIT-DAYS DELIMITED BY SIZE
049100         '  ' DELIMITED BY SIZE
049200         WS-EDIT-FEE DELIMITED BY SIZE
049300         '  ' DELIMITED BY SIZE
049400         SRT-TITLE DELIMITED BY SIZE
049500         INTO REPORT-LINE.
049600     WRITE REPORT-LINE.
049700
049800******************************************************************
049900*    3400-CLOSE-CUST-GROUP-RTN
050000*    WRITE THE CUSTOMER'S COUNT OF LATE COPIES AND LATE FEES.
050100******************************************************************
050200 3400-CLOSE-CUST-GROUP-RTN.
050300     MOVE CUST-LATE-COUNTER TO WS-EDIT-COUNT.
050400     MOVE WS-CUST-FEES TO WS-EDIT-VALUE.
050500     MOVE SPACES TO REPORT-LINE.
050600     STRING '  COPIES OVERDUE ' DELIMITED BY SIZE
050700         WS-EDIT-COUNT DELIMITED BY SIZE
050800         '  LATE FEES SO FAR ' DELIMITED BY SIZE
050900         WS-EDIT-VALUE DELIMITED BY SIZE
051000         INTO REPORT-LINE.
051100     WRITE REPORT-LINE.
051200
051300******************************************************************
051400*    6000-COMPUTE-DAY-SERIAL-RTN
051500*    DAYS-SINCE-EPOCH FOR WS-DS-YYYY/MM/DD. LEAP YEARS ARE
051600*    COUNTED THROUGH THE PRIOR YEAR AND THE CURRENT YEAR'S LEAP
051700*    DAY IS ADDED ONCE MARCH IS REACHED.
051800******************************************************************
051900 6000-COMPUTE-DAY-SERIAL-RTN.
052000     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
052100     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
052200     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
052300     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
052400     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
052500     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
052600     COMPUTE WS-DS-SERIAL =
052700         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
052800     EVALUATE WS-DS-MM
052900         WHEN 2  ADD 31 TO WS-DS-SERIAL
053000         WHEN 3  ADD 59 TO WS-DS-SERIAL
053100         WHEN 4  ADD 90 TO WS-DS-SERIAL
053200         WHEN 5  ADD 120 TO WS-DS-SERIAL
053300         WHEN 6  ADD 151 TO WS-DS-SERIAL
053400         WHEN 7  ADD 181 TO WS-DS-SERIAL
053500         WHEN 8  ADD 212 TO WS-DS-SERIAL
053600         WHEN 9  ADD 243 TO WS-DS-SERIAL
053700         WHEN 10 ADD 273 TO WS-DS-SERIAL
053800         WHEN 11 ADD 304 TO WS-DS-SERIAL
053900         WHEN 12 ADD 334 TO WS-DS-SERIAL
054000         WHEN OTHER CONTINUE
054100     END-EVALUATE.
054200     IF WS-DS-MM > 2
054300         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
054400             REMAINDER WS-REM-4
054500         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
054600             REMAINDER WS-REM-100
054700         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
054800             REMAINDER WS-REM-400
054900         IF WS-REM-4 = 0 AND
055000             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
055100             ADD 1 TO WS-DS-SERIAL
055200         END-IF
055300     END-IF.
055400
055500******************************************************************
055600*    8000-WRITE-TOTALS-RTN
055700*    WRITE THE RUN TOTALS AT THE FOOT OF THE LIST.
055800******************************************************************
055900 8000-WRITE-TOTALS-RTN.
056000     MOVE SPACES TO REPORT-LINE.
056100     WRITE REPORT-LINE.
056200     MOVE READ-COUNTER TO WS-EDIT-COUNT.
056300     MOVE SPACES TO REPORT-LINE.
056400     STRING 'COPIES OUT ON RENT . . . . . : ' DELIMITED BY SIZE
056500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
056600     WRITE REPORT-LINE.
056700     MOVE OVERDUE-COUNTER TO WS-EDIT-COUNT.
056800     MOVE SPACES TO REPORT-LINE.
056900     STRING 'COPIES OVERDUE . . . . . . . : ' DELIMITED BY SIZE
057000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
057100     WRITE REPORT-LINE.
057200     MOVE CUSTOMER-COUNTER TO WS-EDIT-COUNT.
057300     MOVE SPACES TO REPORT-LINE.
057400     STRING 'CUSTOMERS TO CONTACT . . . . : ' DELIMITED BY SIZE
057500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
057600     WRITE REPORT-LINE.
057700     MOVE WS-ALL-FEES TO WS-EDIT-VALUE.
057800     MOVE SPACES TO REPORT-LINE.
057900     STRING 'LATE FEES RUN UP SO FAR  . . : ' DELIMITED BY SIZE
058000         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
058100     WRITE REPORT-LINE.
058200
058300******************************************************************
058400*    8500-RAISE-ALERT-RTN
058500*    ANY COPY OVERDUE IS A WARNING FOR THE MORNING DIGEST SO THE
058600*    STAFF KNOW THERE ARE CALLS TO MAKE.
058700******************************************************************
058800 8500-RAISE-ALERT-RTN.
058900     MOVE OVERDUE-COUNTER TO WS-EDIT-COUNT.
059000     MOVE CUSTOMER-COUNTER TO WS-EDIT-DAYS.
059100     MOVE "W" TO ALERT-SEVERITY.
059200     MOVE 'RENTDUE' TO ALERT-PROGRAM.
059300     MOVE SPACES TO ALERT-MESSAGE.
059400     STRING WS-EDIT-COUNT DELIMITED BY SIZE
059500         ' RENTAL COPIES OVERDUE FROM ' DELIMITED BY SIZE
059600         WS-EDIT-DAYS DELIMITED BY SIZE
059700         ' CUSTOMERS - SEE RENTDUE.TXT' DELIMITED BY SIZE
059800         INTO ALERT-MESSAGE.
059900     CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS.
060000
060100******************************************************************
060200*    9000-TERMINATE-RTN
060300*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
060400******************************************************************
060500 9000-TERMINATE-RTN.
060600     MOVE 'END  ' TO WS-AUDIT-EVENT.
060700     IF OVERDUE-COUNTER > 0
060800         MOVE 'OVERDUE' TO WS-AUDIT-STATUS
060900     ELSE
061000         MOVE 'COMPLETE' TO WS-AUDIT-STATUS
061100     END-IF.
061200     MOVE READ-COUNTER TO WS-AUDIT-REC-EDIT.
061300     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
061400     CLOSE AUDIT-FILE.
061500     CLOSE REPORT-FILE.
061600     DISPLAY "RENTDUE COMPLETE - " OVERDUE-COUNTER
061700         " COPIES OVERDUE FROM " CUSTOMER-COUNTER
061800         " CUSTOMERS.".
061900
062000 END PROGRAM RENTDUE.
