000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WEBORDR.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- TAKES IN THE WEB STOREFRONT'S
001200*                      ORDERS. READS THE ORDER LINES THE WEBSITE
001300*                      LEAVES IN WEBORDER.TXT (SEE WEBORDIN) AND,
001400*                      FOR EACH, PICKS A COPY OF THE TITLE THAT IS
001500*                      ON THE SHELF AT THE PICKUP STORE, MARKS IT
001600*                      RESERVED ON HOLDINGS (HOLD-STATUS 'W') SO
001700*                      SALENTRY WILL NOT SELL IT OVER THE COUNTER,
001800*                      AND RECORDS THE RESERVATION ON WEBRESV.TXT
001900*                      (SEE WEBRESV) WITH THE LAST DAY IT WILL BE
002000*                      HELD. EVERY LINE IS ANSWERED ON WEBACK.TXT
002100*                      (SEE WEBACK) -- RESERVED, OR REJECTED WITH
002200*                      THE REASON -- FOR THE WEBSITE TO PICK UP,
002300*                      AND THE COPIES TO PULL ARE LISTED BY STORE
002400*                      ON WEBPICK.TXT. THE ORDER FILE IS EMPTIED
002500*                      ONCE IT HAS BEEN ANSWERED SO A RERUN DOES
002600*                      NOT RESERVE THE SAME ORDER TWICE. ANY
002700*                      REJECTED LINE RAISES A WARNING THROUGH
002800*                      ALERTWTR FOR THE MORNING DIGEST.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ORDER-FILE ASSIGN TO 'WEBORDER.TXT'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ORD-FILE-STATUS.
003700
003800     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS HOLD-KEY
004200         FILE STATUS IS WS-HOLD-FILE-STATUS.
004300
004400     SELECT GAME-FILE ASSIGN TO 'GAMES.TXT'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS ID-GAME
004800         FILE STATUS IS WS-GAME-FILE-STATUS.
004900
005000     SELECT WEBRESV-FILE ASSIGN TO 'WEBRESV.TXT'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS WRS-KEY
005400         FILE STATUS IS WS-WRS-FILE-STATUS.
005500
005600     SELECT ACK-FILE ASSIGN TO 'WEBACK.TXT'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-ACK-FILE-STATUS.
005900
006000     SELECT REPORT-FILE ASSIGN TO 'WEBPICK.TXT'
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ORDER-FILE.
007000 COPY WEBORDIN.
007100
007200 FD  HOLDINGS-FILE.
007300 COPY HOLDREC.
007400
007500 FD  GAME-FILE.
007600 COPY GAMEREC.
007700
007800 FD  WEBRESV-FILE.
007900 COPY WEBRESV.
008000
008100 FD  ACK-FILE.
008200 COPY WEBACK.
008300
008400 FD  REPORT-FILE.
008500 01  REPORT-LINE              PIC X(132).
008600
008700 FD  AUDIT-FILE.
008800 COPY AUDITLOG.
008900
009000 WORKING-STORAGE SECTION.
009100 01  SWITCHES.
009200     05 EOF-SWITCH            PIC X VALUE "N".
009300        88 END-OF-FILE                 VALUE "Y".
009400     05 WS-COPY-SWITCH        PIC X VALUE "N".
009500        88 COPY-PICKED                 VALUE "Y".
009600     05 WS-COPIES-SWITCH      PIC X VALUE "N".
009700        88 COPIES-DONE                 VALUE "Y".
009800     05 WS-STORE-OK-SWITCH    PIC X VALUE "N".
009900        88 STORE-KNOWN                 VALUE "Y".
010000
010100 01  COUNTERS.
010200     05 READ-COUNTER          PIC 9(7) COMP VALUE 0.
010300     05 RESERVED-COUNTER      PIC 9(7) COMP VALUE 0.
010400     05 REJECT-COUNTER        PIC 9(7) COMP VALUE 0.
010500
010600 01  WS-FILE-STATUSES.
010700     05 WS-ORD-FILE-STATUS    PIC X(02) VALUE "00".
010800     05 WS-HOLD-FILE-STATUS   PIC X(02) VALUE "00".
010900     05 WS-GAME-FILE-STATUS   PIC X(02) VALUE "00".
011000     05 WS-WRS-FILE-STATUS    PIC X(02) VALUE "00".
011100     05 WS-ACK-FILE-STATUS    PIC X(02) VALUE "00".
011200
011300*    HOW MANY DAYS A RESERVED COPY IS HELD FOR PICKUP, COUNTING
011400*    TODAY AS NOTHING -- A LINE RESERVED TODAY IS HELD THROUGH
011500*    THE END OF THE THIRD DAY FROM NOW. WEBEXPR RELEASES IT THE
011600*    NIGHT AFTER.
011700 01  WS-HOLD-DAYS             PIC 9(02) VALUE 3.
011800
011900 01  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
012100
012200 01  WS-STORE-TOTAL           PIC 9(3) COMP VALUE 0.
012300 01  WS-STORE-IDX             PIC 9(3) COMP VALUE 0.
012400
012500 01  WS-RUN-DATE.
012600     05 WS-RUN-YYYY           PIC 9(4).
012700     05 WS-RUN-MM             PIC 99.
012800     05 WS-RUN-DD             PIC 99.
012900 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
013000
013100*    LAST PICKUP DAY WORKED FORWARD A DAY AT A TIME FROM TODAY.
013200 01  WS-EXP-FIELDS.
013300     05 WS-EXP-YYYY           PIC 9(4).
013400     05 WS-EXP-MM             PIC 99.
013500     05 WS-EXP-DD             PIC 99.
013600 01  WS-EXPIRY-DATE           PIC X(10) VALUE SPACES.
013700 01  WS-MONTH-DAYS            PIC 99 VALUE 0.
013800 01  WS-LEAP-FIELDS.
013900     05 WS-REM-4              PIC 9.
014000     05 WS-REM-100            PIC 99.
014100     05 WS-REM-400            PIC 9(3).
014200     05 WS-QUOT               PIC 9(4).
014300
014400 01  STORE-REQUEST-FIELDS.
014500     05 STORE-FUNCTION        PIC X.
014600     05 STORE-LOCATION        PIC X(10).
014700     05 STORE-SEQ             PIC 9(3).
014800 01  STORE-RESULT-FIELDS.
014900     05 STORE-CODE            PIC X(04).
015000     05 STORE-COUNT           PIC 9(3).
015100     05 STORE-RESULT          PIC X.
015200        88 STORE-FOUND                 VALUE "Y".
015300        88 STORE-NOT-FOUND             VALUE "N".
015400
015500 01  HJRN-REQUEST-FIELDS.
015600     05 HJRN-PROGRAM          PIC X(10).
015700     05 HJRN-ACTION           PIC X(03).
015800     05 HJRN-REASON           PIC X(02).
015900     05 HJRN-BEFORE-IMAGE     PIC X(40).
016000     05 HJRN-AFTER-IMAGE      PIC X(40).
016100
016200 01  ALERT-REQUEST-FIELDS.
016300     05 ALERT-SEVERITY        PIC X.
016400     05 ALERT-PROGRAM         PIC X(12).
016500     05 ALERT-MESSAGE         PIC X(80).
016600
016700 01  WS-REPORT-FIELDS.
016800     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
016900
017000 01  WS-AUDIT-FIELDS.
017100     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
017200     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
017300     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
017400     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
017500
017600 01  WS-AUDIT-DATE-GROUP.
017700     05 WS-AUDIT-YYYY         PIC 9(4).
017800     05 WS-AUDIT-MM           PIC 99.
017900     05 WS-AUDIT-DD           PIC 99.
018000
018100 01  WS-AUDIT-TIME-GROUP.
018200     05 WS-AUDIT-HH           PIC 99.
018300     05 WS-AUDIT-MIN          PIC 99.
018400     05 WS-AUDIT-SS           PIC 99.
018500     05 WS-AUDIT-HS           PIC 99.
018600
018700 PROCEDURE DIVISION.
018800
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE-RTN.
019100     PERFORM 2000-READ-ORDER-RTN
019200         THRU 2000-READ-ORDER-RTN-EXIT
019300         UNTIL END-OF-FILE.
019400     PERFORM 8000-WRITE-TOTALS-RTN.
019500     IF REJECT-COUNTER > 0
019600         PERFORM 8500-RAISE-ALERT-RTN
019700     END-IF.
019800     PERFORM 9000-TERMINATE-RTN.
019900     STOP RUN.
020000
020100******************************************************************
020200*    1000-INITIALIZE-RTN
020300*    WORK OUT TODAY'S DATE AND THE LAST PICKUP DAY, OPEN THE
020400*    FILES, START THE PICK LIST AND LOG THE START. NO ORDER FILE
020500*    ON HAND IS A NIGHT WITH NO WEB ORDERS; NO HOLDINGS FILE
020600*    MEANS EVERY LINE IS REJECTED. THE RESERVATIONS FILE IS
020700*    STARTED EMPTY THE FIRST TIME THROUGH.
020800******************************************************************
020900 1000-INITIALIZE-RTN.
021000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021100     MOVE SPACES TO WS-TODAY-DATE.
021200     STRING WS-RUN-MM DELIMITED BY SIZE
021300         '/' DELIMITED BY SIZE
021400         WS-RUN-DD DELIMITED BY SIZE
021500         '/' DELIMITED BY SIZE
021600         WS-RUN-YYYY DELIMITED BY SIZE
021700         INTO WS-TODAY-DATE.
021800     PERFORM 1400-FIGURE-EXPIRY-RTN.
021900     MOVE "N" TO STORE-FUNCTION.
022000     MOVE SPACES TO STORE-LOCATION.
022100     MOVE 0 TO STORE-SEQ.
022200     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
022300         STORE-RESULT-FIELDS.
022400     MOVE STORE-COUNT TO WS-STORE-TOTAL.
022500     OPEN INPUT ORDER-FILE.
022600     IF WS-ORD-FILE-STATUS NOT = "00"
022700         MOVE "Y" TO EOF-SWITCH
022800     END-IF.
022900     OPEN I-O HOLDINGS-FILE.
023000     OPEN INPUT GAME-FILE.
023100     OPEN I-O WEBRESV-FILE.
023200     IF WS-WRS-FILE-STATUS NOT = "00"
023300         DISPLAY "NO WEBRESV.TXT ON HAND - STARTING A NEW ONE"
023400         OPEN OUTPUT WEBRESV-FILE
023500         CLOSE WEBRESV-FILE
023600         OPEN I-O WEBRESV-FILE
023700     END-IF.
023800     OPEN EXTEND ACK-FILE.
023900     IF WS-ACK-FILE-STATUS NOT = "00"
024000         OPEN OUTPUT ACK-FILE
024100     END-IF.
024200     OPEN OUTPUT REPORT-FILE.
024300     MOVE SPACES TO REPORT-LINE.
024400     STRING 'WEB ORDER PICK LIST -- COPIES TO PULL FOR PICKUP'
024500         DELIMITED BY SIZE
024600         '  AS OF ' DELIMITED BY SIZE
024700         WS-TODAY-DATE DELIMITED BY SIZE
024800         '  HELD THROUGH ' DELIMITED BY SIZE
024900         WS-EXPIRY-DATE DELIMITED BY SIZE
025000         INTO REPORT-LINE.
025100     WRITE REPORT-LINE.
025200     MOVE SPACES TO REPORT-LINE.
025300     WRITE REPORT-LINE.
025400     MOVE SPACES TO REPORT-LINE.
025500     STRING 'STORE  LOCATION    ID     COPY  ORDER NO      LN'
025600         DELIMITED BY SIZE
025700         '  CUSTOMER                        PHONE'
025800         DELIMITED BY SIZE
025900         '            TITLE' DELIMITED BY SIZE
026000         INTO REPORT-LINE.
026100     WRITE REPORT-LINE.
026200     OPEN EXTEND AUDIT-FILE.
026300     IF WS-AUDIT-FILE-STATUS NOT = "00"
026400         OPEN OUTPUT AUDIT-FILE
026500     END-IF.
026600     MOVE 'START' TO WS-AUDIT-EVENT.
026700     MOVE SPACES TO WS-AUDIT-STATUS.
026800     MOVE 0 TO WS-AUDIT-REC-EDIT.
026900     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
027000
027100******************************************************************
027200*    1100-WRITE-AUDIT-LINE-RTN
027300*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
027400*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
027500*    COMPLETION STATUS.
027600******************************************************************
027700 1100-WRITE-AUDIT-LINE-RTN.
027800     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
027900     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
028000     MOVE SPACES TO AUDIT-LINE.
028100     STRING 'PGM=WEBORDR   EVENT=' DELIMITED BY SIZE
028200         WS-AUDIT-EVENT DELIMITED BY SIZE
028300         '  TS=' DELIMITED BY SIZE
028400         WS-AUDIT-YYYY DELIMITED BY SIZE
028500         '-' DELIMITED BY SIZE
028600         WS-AUDIT-MM DELIMITED BY SIZE
028700         '-' DELIMITED BY SIZE
028800         WS-AUDIT-DD DELIMITED BY SIZE
028900         ' ' DELIMITED BY SIZE
029000         WS-AUDIT-HH DELIMITED BY SIZE
029100         ':' DELIMITED BY SIZE
029200         WS-AUDIT-MIN DELIMITED BY SIZE
029300         ':' DELIMITED BY SIZE
029400         WS-AUDIT-SS DELIMITED BY SIZE
029500         '  RECS=' DELIMITED BY SIZE
029600         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
029700         '  STATUS=' DELIMITED BY SIZE
029800         WS-AUDIT-STATUS DELIMITED BY SIZE
029900         INTO AUDIT-LINE.
030000     WRITE AUDIT-LINE.
030100
030200******************************************************************
030300*    1400-FIGURE-EXPIRY-RTN
030400*    COUNT FORWARD THE HOLD DAYS FROM TODAY, ONE DAY AT A TIME
030500*    ACROSS MONTH AND YEAR ENDS, AND FORMAT THE LAST PICKUP DAY.
030600******************************************************************
030700 1400-FIGURE-EXPIRY-RTN.
030800     MOVE WS-RUN-YYYY TO WS-EXP-YYYY.
030900     MOVE WS-RUN-MM TO WS-EXP-MM.
031000     MOVE WS-RUN-DD TO WS-EXP-DD.
031100     PERFORM 1450-ADD-ONE-DAY-RTN WS-HOLD-DAYS TIMES.
031200     MOVE SPACES TO WS-EXPIRY-DATE.
031300     STRING WS-EXP-MM DELIMITED BY SIZE
031400         '/' DELIMITED BY SIZE
031500         WS-EXP-DD DELIMITED BY SIZE
031600         '/' DELIMITED BY SIZE
031700         WS-EXP-YYYY DELIMITED BY SIZE
031800         INTO WS-EXPIRY-DATE.
031900
032000******************************************************************
032100*    1450-ADD-ONE-DAY-RTN
032200*    MOVE THE LAST PICKUP DAY ON BY ONE DAY.
032300******************************************************************
032400 1450-ADD-ONE-DAY-RTN.
032500     ADD 1 TO WS-EXP-DD.
032600     PERFORM 1460-COUNT-MONTH-DAYS-RTN.
032700     IF WS-EXP-DD > WS-MONTH-DAYS
032800         MOVE 1 TO WS-EXP-DD
032900         ADD 1 TO WS-EXP-MM
033000         IF WS-EXP-MM > 12
033100             MOVE 1 TO WS-EXP-MM
033200             ADD 1 TO WS-EXP-YYYY
033300         END-IF
033400     END-IF.
033500
033600******************************************************************
033700*    1460-COUNT-MONTH-DAYS-RTN
033800*    HOW MANY DAYS THE LAST PICKUP DAY'S MONTH HAS, LEAP
033900*    FEBRUARY INCLUDED.
034000******************************************************************
034100 1460-COUNT-MONTH-DAYS-RTN.
034200     EVALUATE WS-EXP-MM
034300         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
034400             MOVE 31 TO WS-MONTH-DAYS
034500         WHEN 4 WHEN 6 WHEN 9 WHEN 11
034600             MOVE 30 TO WS-MONTH-DAYS
034700         WHEN 2
034800             DIVIDE WS-EXP-YYYY BY 4 GIVING WS-QUOT
034900                 REMAINDER WS-REM-4
035000             DIVIDE WS-EXP-YYYY BY 100 GIVING WS-QUOT
035100                 REMAINDER WS-REM-100
035200             DIVIDE WS-EXP-YYYY BY 400 GIVING WS-QUOT
035300                 REMAINDER WS-REM-400
035400             IF WS-REM-4 = 0 AND
035500                 (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
035600                 MOVE 29 TO WS-MONTH-DAYS
035700             ELSE
035800                 MOVE 28 TO WS-MONTH-DAYS
035900             END-IF
036000     END-EVALUATE.
036100
036200******************************************************************
036300*    2000-READ-ORDER-RTN
036400*    READ ONE WEB ORDER LINE AND VET IT -- A READABLE LINE, AN
036500*    ACTIVE TITLE ON THE CATALOG AND A PICKUP STORE WE HAVE --
036600*    THEN PICK A COPY AND RESERVE IT. ANY FAILED CHECK REJECTS
036700*    THE LINE AND GOES STRAIGHT TO THE EXIT.
036800******************************************************************
036900 2000-READ-ORDER-RTN.
037000     READ ORDER-FILE
037100         AT END
037200             MOVE "Y" TO EOF-SWITCH
037300             GO TO 2000-READ-ORDER-RTN-EXIT
037400     END-READ.
037500     ADD 1 TO READ-COUNTER.
037600     IF WOI-ORDER-NO = SPACES
037700         OR WOI-LINE-NO IS NOT NUMERIC
037800         OR WOI-ID-GAME IS NOT NUMERIC
037900         MOVE 'ORDER LINE NOT READABLE' TO WS-REJECT-REASON
038000         PERFORM 2900-REJECT-LINE-RTN
038100         GO TO 2000-READ-ORDER-RTN-EXIT
038200     END-IF.
038300     IF WS-HOLD-FILE-STATUS = "35"
038400         MOVE 'NO STOCK ON FILE' TO WS-REJECT-REASON
038500         PERFORM 2900-REJECT-LINE-RTN
038600         GO TO 2000-READ-ORDER-RTN-EXIT
038700     END-IF.
038800     MOVE SPACES TO TITLE-GAME.
038900     MOVE 0 TO PRICE-GAME.
039000     IF WS-GAME-FILE-STATUS = "35"
039100         MOVE 'TITLE NOT ON CATALOG' TO WS-REJECT-REASON
039200         PERFORM 2900-REJECT-LINE-RTN
039300         GO TO 2000-READ-ORDER-RTN-EXIT
039400     END-IF.
039500     MOVE WOI-ID-GAME TO ID-GAME.
039600     READ GAME-FILE
039700         INVALID KEY
039800             MOVE 'TITLE NOT ON CATALOG' TO WS-REJECT-REASON
039900             PERFORM 2900-REJECT-LINE-RTN
040000             GO TO 2000-READ-ORDER-RTN-EXIT
040100     END-READ.
040200     IF NOT GAME-IS-ACTIVE
040300         MOVE 'TITLE NO LONGER OFFERED' TO WS-REJECT-REASON
040400         PERFORM 2900-REJECT-LINE-RTN
040500         GO TO 2000-READ-ORDER-RTN-EXIT
040600     END-IF.
040700     PERFORM 2100-CHECK-STORE-RTN.
040800     IF NOT STORE-KNOWN
040900         MOVE 'NO SUCH PICKUP STORE' TO WS-REJECT-REASON
041000         PERFORM 2900-REJECT-LINE-RTN
041100         GO TO 2000-READ-ORDER-RTN-EXIT
041200     END-IF.
041300     PERFORM 2200-PICK-COPY-RTN.
041400     IF NOT COPY-PICKED
041500         MOVE 'NONE ON THE SHELF AT THAT STORE'
041600             TO WS-REJECT-REASON
041700         PERFORM 2900-REJECT-LINE-RTN
041800         GO TO 2000-READ-ORDER-RTN-EXIT
041900     END-IF.
042000     PERFORM 2300-RESERVE-COPY-RTN.
042100
042200 2000-READ-ORDER-RTN-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600*    2100-CHECK-STORE-RTN
042700*    THE PICKUP STORE MUST BE ONE OF LOCSTORE'S STORES.
042800******************************************************************
042900 2100-CHECK-STORE-RTN.
043000     MOVE "N" TO WS-STORE-OK-SWITCH.
043100     PERFORM 2150-CHECK-ONE-STORE-RTN
043200         VARYING WS-STORE-IDX FROM 1 BY 1
043300         UNTIL WS-STORE-IDX > WS-STORE-TOTAL OR STORE-KNOWN.
043400
043500******************************************************************
043600*    2150-CHECK-ONE-STORE-RTN
043700*    COMPARE THE STORE IN THAT POSITION AGAINST THE ORDER'S.
043800******************************************************************
043900 2150-CHECK-ONE-STORE-RTN.
044000     MOVE "N" TO STORE-FUNCTION.
044100     MOVE WS-STORE-IDX TO STORE-SEQ.
044200     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
044300         STORE-RESULT-FIELDS.
044400     IF STORE-FOUND AND STORE-CODE = WOI-STORE
044500         MOVE "Y" TO WS-STORE-OK-SWITCH
044600     END-IF.
044700
044800******************************************************************
044900*    2200-PICK-COPY-RTN
045000*    START AT THE TITLE'S FIRST COPY AND TAKE THE FIRST ONE THAT
045100*    IS ON THE SHELF AT A LOCATION BELONGING TO THE PICKUP STORE.
045200******************************************************************
045300 2200-PICK-COPY-RTN.
045400     MOVE "N" TO WS-COPY-SWITCH.
045500     MOVE "N" TO WS-COPIES-SWITCH.
045600     MOVE WOI-ID-GAME TO HOLD-ID-GAME.
045700     MOVE 0 TO HOLD-COPY-NO.
045800     START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
045900         INVALID KEY
046000             MOVE "Y" TO WS-COPIES-SWITCH
046100     END-START.
046200     PERFORM 2250-CHECK-ONE-COPY-RTN
046300         UNTIL COPY-PICKED OR COPIES-DONE.
046400
046500******************************************************************
046600*    2250-CHECK-ONE-COPY-RTN
046700*    READ THE NEXT COPY. THE SEARCH ENDS ON THE FIRST COPY OF
046800*    ANOTHER TITLE.
046900******************************************************************
047000 2250-CHECK-ONE-COPY-RTN.
047100     READ HOLDINGS-FILE NEXT
047200         AT END
047300             MOVE "Y" TO WS-COPIES-SWITCH
047400         NOT AT END
047500             IF HOLD-ID-GAME NOT = WOI-ID-GAME
047600                 MOVE "Y" TO WS-COPIES-SWITCH
047700             ELSE
047800                 IF HOLD-ON-SHELF
047900                     MOVE "L" TO STORE-FUNCTION
048000                     MOVE HOLD-LOCATION TO STORE-LOCATION
048100                     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
048200                         STORE-RESULT-FIELDS
048300                     IF STORE-FOUND AND STORE-CODE = WOI-STORE
048400                         MOVE "Y" TO WS-COPY-SWITCH
048500                     END-IF
048600                 END-IF
048700             END-IF
048800     END-READ.
048900
049000******************************************************************
049100*    2300-RESERVE-COPY-RTN
049200*    RECORD THE RESERVATION ON WEBRESV.TXT, MARK THE COPY
049300*    RESERVED ON HOLDINGS, ANSWER THE LINE AND LIST THE COPY TO
049400*    PULL. THE RESERVATION GOES FIRST -- IF IT CANNOT BE WRITTEN
049500*    THE COPY IS LEFT ON THE SHELF AND THE LINE REJECTED. IF THE
049550*    COPY CANNOT BE MARKED, THE RESERVATION IS TAKEN BACK AND THE
049575*    LINE REJECTED THE SAME WAY.
049600******************************************************************
049700 2300-RESERVE-COPY-RTN.
049800     MOVE SPACES TO WEB-RESERVATION-RECORD.
049900     MOVE HOLD-ID-GAME TO WRS-ID-GAME.
050000     MOVE HOLD-COPY-NO TO WRS-COPY-NO.
050100     MOVE WOI-ORDER-NO TO WRS-ORDER-NO.
050200     MOVE WOI-LINE-NO TO WRS-LINE-NO.
050300     MOVE WOI-CUST-NAME TO WRS-CUST-NAME.
050400     MOVE WOI-CUST-PHONE TO WRS-CUST-PHONE.
050500     MOVE WOI-STORE TO WRS-STORE.
050600     MOVE WS-TODAY-DATE TO WRS-RESV-DATE.
050700     MOVE WS-EXPIRY-DATE TO WRS-EXPIRY-DATE.
050800     MOVE PRICE-GAME TO WRS-PRICE.
050900     MOVE TITLE-GAME TO WRS-TITLE.
051000     WRITE WEB-RESERVATION-RECORD
051100         INVALID KEY
051200             DISPLAY "ERROR WRITING WEBRESV.TXT - STATUS "
051300                 WS-WRS-FILE-STATUS " - ORDER " WOI-ORDER-NO
051400                 " NOT RESERVED"
051500     END-WRITE.
051600     IF WS-WRS-FILE-STATUS NOT = "00"
051700         MOVE 'RESERVATION NOT RECORDED' TO WS-REJECT-REASON
051800         PERFORM 2900-REJECT-LINE-RTN
051900     ELSE
052000         MOVE HOLDING-RECORD TO HJRN-BEFORE-IMAGE
052100         SET HOLD-RESERVED TO TRUE
052200         REWRITE HOLDING-RECORD
052300             INVALID KEY
052400                 DISPLAY "ERROR REWRITING HOLDINGS.TXT - STATUS "
052500                     WS-HOLD-FILE-STATUS " - SEE HOLDMAINT"
052600         END-REWRITE
052650         IF WS-HOLD-FILE-STATUS NOT = "00"
052660             PERFORM 2350-BACK-OUT-RESERVATION-RTN
052670         ELSE
052700             MOVE 'WR' TO HJRN-REASON
052800             PERFORM 5100-JOURNAL-HOLDING-RTN
053000             ADD 1 TO RESERVED-COUNTER
053100             MOVE SPACES TO WEB-ACK-RECORD
053200             MOVE 'A' TO WAK-STATUS
053300             MOVE HOLD-COPY-NO TO WAK-COPY-NO
053400             MOVE WS-EXPIRY-DATE TO WAK-EXPIRY-DATE
053500             MOVE 'RESERVED FOR PICKUP' TO WAK-REASON
053600             PERFORM 2800-WRITE-ACK-RTN
053700             PERFORM 2400-LIST-PICK-RTN
053750         END-IF
053800     END-IF.
053900
053910******************************************************************
053915*    2350-BACK-OUT-RESERVATION-RTN
053920*    THE COPY COULD NOT BE MARKED RESERVED ON HOLDINGS, SO IT IS
053925*    STILL ON THE SHELF AND CAN BE SOLD OVER THE COUNTER -- TAKE
053930*    BACK THE RESERVATION JUST WRITTEN AND REJECT THE LINE.
053935******************************************************************
053940 2350-BACK-OUT-RESERVATION-RTN.
053945     DELETE WEBRESV-FILE RECORD
053950         INVALID KEY
053955             DISPLAY "ERROR DELETING WEBRESV.TXT - STATUS "
053960                 WS-WRS-FILE-STATUS " - ORDER " WOI-ORDER-NO
053965                 " - WEBEXPR WILL DROP IT"
053970     END-DELETE.
053975     MOVE 'COPY NOT MARKED RESERVED' TO WS-REJECT-REASON.
053980     PERFORM 2900-REJECT-LINE-RTN.
053985
054000******************************************************************
054100*    2400-LIST-PICK-RTN
054200*    ONE LINE ON THE PICK LIST FOR THE COPY JUST RESERVED.
054300******************************************************************
054400 2400-LIST-PICK-RTN.
054500     MOVE SPACES TO REPORT-LINE.
054600     STRING WOI-STORE DELIMITED BY SIZE
054700         '   ' DELIMITED BY SIZE
054800         HOLD-LOCATION DELIMITED BY SIZE
054900         '  ' DELIMITED BY SIZE
055000         HOLD-ID-GAME DELIMITED BY SIZE
055100         '  ' DELIMITED BY SIZE
055200         HOLD-COPY-NO DELIMITED BY SIZE
055300         '   ' DELIMITED BY SIZE
055400         WOI-ORDER-NO DELIMITED BY SIZE
055500         '  ' DELIMITED BY SIZE
055600         WOI-LINE-NO DELIMITED BY SIZE
055700         '  ' DELIMITED BY SIZE
055800         WOI-CUST-NAME DELIMITED BY SIZE
055900         '  ' DELIMITED BY SIZE
056000         WOI-CUST-PHONE DELIMITED BY SIZE
056100         '  ' DELIMITED BY SIZE
056200         TITLE-GAME DELIMITED BY SIZE
056300         INTO REPORT-LINE.
056400     WRITE REPORT-LINE.
056500
056600******************************************************************
056700*    2800-WRITE-ACK-RTN
056800*    APPEND THE ANSWER FOR THE CURRENT ORDER LINE TO WEBACK.TXT.
056900*    THE CALLER FILLS IN THE STATUS, COPY, LAST PICKUP DAY AND
057000*    REASON.
057100******************************************************************
057200 2800-WRITE-ACK-RTN.
057300     MOVE WOI-ORDER-NO TO WAK-ORDER-NO.
057400     IF WOI-LINE-NO IS NUMERIC
057500         MOVE WOI-LINE-NO TO WAK-LINE-NO
057600     ELSE
057700         MOVE 0 TO WAK-LINE-NO
057800     END-IF.
057900     IF WOI-ID-GAME IS NUMERIC
058000         MOVE WOI-ID-GAME TO WAK-ID-GAME
058100     ELSE
058200         MOVE 0 TO WAK-ID-GAME
058300     END-IF.
058400     MOVE WOI-STORE TO WAK-STORE.
058500     WRITE WEB-ACK-RECORD.
058600
058700******************************************************************
058800*    2900-REJECT-LINE-RTN
058900*    ANSWER THE CURRENT LINE AS REJECTED FOR WS-REJECT-REASON AND
059000*    SHOW IT ON THE PICK LIST SO THE STORE KNOWS WHY.
059100******************************************************************
059200 2900-REJECT-LINE-RTN.
059300     ADD 1 TO REJECT-COUNTER.
059400     MOVE SPACES TO WEB-ACK-RECORD.
059500     MOVE 'R' TO WAK-STATUS.
059600     MOVE 0 TO WAK-COPY-NO.
059700     MOVE WS-REJECT-REASON TO WAK-REASON.
059800     PERFORM 2800-WRITE-ACK-RTN.
059900     MOVE SPACES TO REPORT-LINE.
060000     STRING 'REJECTED  ORDER ' DELIMITED BY SIZE
060100         WOI-ORDER-NO DELIMITED BY SIZE
060200         ' LINE ' DELIMITED BY SIZE
060300         WAK-LINE-NO DELIMITED BY SIZE
060400         ' ID ' DELIMITED BY SIZE
060500         WAK-ID-GAME DELIMITED BY SIZE
060600         ' STORE ' DELIMITED BY SIZE
060700         WOI-STORE DELIMITED BY SIZE
060800         ' - ' DELIMITED BY SIZE
060900         WS-REJECT-REASON DELIMITED BY SIZE
061000         INTO REPORT-LINE.
061100     WRITE REPORT-LINE.
061200
061300******************************************************************
061400*    5100-JOURNAL-HOLDING-RTN
061500*    LOG THE COPY'S STATUS CHANGE TO THE HOLDINGS JOURNAL
061600*    THROUGH HOLDJWTR. THE CALLER SETS THE BEFORE-IMAGE AND THE
061700*    REASON.
061800******************************************************************
061900 5100-JOURNAL-HOLDING-RTN.
062000     MOVE 'WEBORDR' TO HJRN-PROGRAM.
062100     MOVE 'CHG' TO HJRN-ACTION.
062200     MOVE HOLDING-RECORD TO HJRN-AFTER-IMAGE.
062300     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
062400
062500******************************************************************
062600*    8000-WRITE-TOTALS-RTN
062700*    WRITE THE RUN TOTALS AT THE FOOT OF THE PICK LIST.
062800******************************************************************
062900 8000-WRITE-TOTALS-RTN.
063000     MOVE SPACES TO REPORT-LINE.
063100     WRITE REPORT-LINE.
063200     MOVE READ-COUNTER TO WS-EDIT-COUNT.
063300     MOVE SPACES TO REPORT-LINE.
063400     STRING 'WEB ORDER LINES READ . . . . : ' DELIMITED BY SIZE
063500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
063600     WRITE REPORT-LINE.
063700     MOVE RESERVED-COUNTER TO WS-EDIT-COUNT.
063800     MOVE SPACES TO REPORT-LINE.
063900     STRING 'COPIES RESERVED  . . . . . . : ' DELIMITED BY SIZE
064000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
064100     WRITE REPORT-LINE.
064200     MOVE REJECT-COUNTER TO WS-EDIT-COUNT.
064300     MOVE SPACES TO REPORT-LINE.
064400     STRING 'LINES REJECTED . . . . . . . : ' DELIMITED BY SIZE
064500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
064600     WRITE REPORT-LINE.
064700
064800******************************************************************
064900*    8500-RAISE-ALERT-RTN
065000*    ANY REJECTED LINE IS A WARNING FOR THE MORNING DIGEST -- A
065100*    CUSTOMER ORDERED SOMETHING WE COULD NOT SET ASIDE.
065200******************************************************************
065300 8500-RAISE-ALERT-RTN.
065400     MOVE REJECT-COUNTER TO WS-EDIT-COUNT.
065500     MOVE "W" TO ALERT-SEVERITY.
065600     MOVE 'WEBORDR' TO ALERT-PROGRAM.
065700     MOVE SPACES TO ALERT-MESSAGE.
065800     STRING WS-EDIT-COUNT DELIMITED BY SIZE
065900         ' WEB ORDER LINES REJECTED - SEE WEBPICK.TXT'
066000         DELIMITED BY SIZE
066100         INTO ALERT-MESSAGE.
066200     CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS.
066300
066400******************************************************************
066500*    9000-TERMINATE-RTN
066600*    EMPTY THE ORDER FILE NOW EVERY LINE HAS BEEN ANSWERED, LOG
066700*    THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
066800******************************************************************
066900 9000-TERMINATE-RTN.
067000     IF WS-ORD-FILE-STATUS NOT = "35"
067100         CLOSE ORDER-FILE
067200         OPEN OUTPUT ORDER-FILE
067300         CLOSE ORDER-FILE
067400     END-IF.
067500     MOVE 'END  ' TO WS-AUDIT-EVENT.
067600     IF REJECT-COUNTER > 0
067700         MOVE 'REJECTS' TO WS-AUDIT-STATUS
067800     ELSE
067900         MOVE 'COMPLETE' TO WS-AUDIT-STATUS
068000     END-IF.
068100     MOVE READ-COUNTER TO WS-AUDIT-REC-EDIT.
068200     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
068300     CLOSE AUDIT-FILE.
068400     CLOSE REPORT-FILE.
068500     CLOSE ACK-FILE.
068600     CLOSE WEBRESV-FILE.
068700     IF WS-GAME-FILE-STATUS NOT = "35"
068800         CLOSE GAME-FILE
068900     END-IF.
069000     IF WS-HOLD-FILE-STATUS NOT = "35"
069100         CLOSE HOLDINGS-FILE
069200     END-IF.
069300     DISPLAY "WEBORDR COMPLETE - " READ-COUNTER
069400         " ORDER LINES, " RESERVED-COUNTER " RESERVED, "
069500         REJECT-COUNTER " REJECTED.".
069600
069700 END PROGRAM WEBORDR.
