000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WEBFEED.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- NIGHTLY PRODUCT FEED FOR THE
001200*                      WEB STOREFRONT. PASSES HOLDINGS.TXT IN KEY
001300*                      ORDER AND, FOR EVERY ACTIVE TITLE ON THE
001400*                      CATALOG, COUNTS THE COPIES EACH STORE HAS
001500*                      ON THE SHELF -- A COPY OUT ON RENT OR
001600*                      ALREADY RESERVED FOR A WEB ORDER IS NOT
001700*                      AVAILABLE. THE STORE COMES FROM THE COPY'S
001800*                      LOCATION THROUGH LOCSTORE; A COPY AT A
001900*                      LOCATION THAT BELONGS TO NO STORE CANNOT
002000*                      BE PICKED UP AND IS NOT OFFERED. WRITES ONE
002100*                      LINE PER TITLE PER STORE WITH STOCK TO
002200*                      WEBFEED.TXT (SEE WEBFEED) -- ID, TITLE,
002300*                      PLATFORM, GENRE, PRICE, STORE AND QUANTITY
002400*                      -- REPLACING LAST NIGHT'S FEED.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS HOLD-KEY
003400         FILE STATUS IS WS-HOLD-FILE-STATUS.
003500
003600     SELECT GAME-FILE ASSIGN TO 'GAMES.TXT'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS ID-GAME
004000         FILE STATUS IS WS-GAME-FILE-STATUS.
004100
004200     SELECT FEED-FILE ASSIGN TO 'WEBFEED.TXT'
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  HOLDINGS-FILE.
005200 COPY HOLDREC.
005300
005400 FD  GAME-FILE.
005500 COPY GAMEREC.
005600
005700 FD  FEED-FILE.
005800 COPY WEBFEED.
005900
006000 FD  AUDIT-FILE.
006100 COPY AUDITLOG.
006200
006300 WORKING-STORAGE SECTION.
006400 01  SWITCHES.
006500     05 EOF-SWITCH            PIC X VALUE "N".
006600        88 END-OF-FILE                 VALUE "Y".
006700     05 WS-OFFER-SWITCH       PIC X VALUE "N".
006800        88 TITLE-OFFERED               VALUE "Y".
006900     05 WS-SLOT-FOUND-SWITCH  PIC X VALUE "N".
007000        88 SLOT-FOUND                  VALUE "Y".
007100
007200 01  COUNTERS.
007300     05 HOLD-REC-COUNTER      PIC 9(7) COMP VALUE 0.
007400     05 TITLE-COUNTER         PIC 9(7) COMP VALUE 0.
007500     05 FEED-LINE-COUNTER     PIC 9(7) COMP VALUE 0.
007600     05 OFFERED-COUNTER       PIC 9(7) COMP VALUE 0.
007700     05 UNMAPPED-COUNTER      PIC 9(7) COMP VALUE 0.
007800     05 WS-LINES-BEFORE       PIC 9(7) COMP VALUE 0.
007900
008000 01  WS-HOLD-FILE-STATUS      PIC X(02) VALUE "00".
008100 01  WS-GAME-FILE-STATUS      PIC X(02) VALUE "00".
008200
008300*    THE TITLE BEING COUNTED -- HOLDINGS COME IN ID-GAME ORDER SO
008400*    THE CATALOG IS READ ONCE PER TITLE, NOT ONCE PER COPY.
008500 01  WS-TITLE-FIELDS.
008600     05 WS-TITLE-ID-GAME      PIC 9(06) VALUE 0.
008700     05 WS-TITLE-NAME         PIC X(40) VALUE SPACES.
008800     05 WS-TITLE-PLATFORM     PIC X(10) VALUE SPACES.
008900     05 WS-TITLE-GENRE        PIC X(12) VALUE SPACES.
009000     05 WS-TITLE-PRICE        PIC 9(3)V99 VALUE 0.
009100
009200*    COPIES ON THE SHELF FOR THE CURRENT TITLE, ONE SLOT PER
009300*    STORE IN LOCSTORE'S ORDER.
009400 01  WS-STORE-TOTAL           PIC 9(3) COMP VALUE 0.
009500 01  WS-HIT-IDX               PIC 9(3) COMP VALUE 0.
009600 01  WS-AVAIL-TABLE.
009700     05 WS-AVL-ENTRY OCCURS 20 TIMES
009800            INDEXED BY WS-AVL-IDX.
009900        10 WS-AVL-STORE       PIC X(04).
010000        10 WS-AVL-QTY         PIC 9(5) COMP.
010100 01  WS-SLOT-STORE            PIC X(04) VALUE SPACES.
010200
010300 01  STORE-REQUEST-FIELDS.
010400     05 STORE-FUNCTION        PIC X.
010500     05 STORE-LOCATION        PIC X(10).
010600     05 STORE-SEQ             PIC 9(3).
010700 01  STORE-RESULT-FIELDS.
010800     05 STORE-CODE            PIC X(04).
010900     05 STORE-COUNT           PIC 9(3).
011000     05 STORE-RESULT          PIC X.
011100        88 STORE-FOUND                 VALUE "Y".
011200        88 STORE-NOT-FOUND             VALUE "N".
011300
011400 01  WS-AUDIT-FIELDS.
011500     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
011600     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
011700     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
011800     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
011900
012000 01  WS-AUDIT-DATE-GROUP.
012100     05 WS-AUDIT-YYYY         PIC 9(4).
012200     05 WS-AUDIT-MM           PIC 99.
012300     05 WS-AUDIT-DD           PIC 99.
012400
012500 01  WS-AUDIT-TIME-GROUP.
012600     05 WS-AUDIT-HH           PIC 99.
012700     05 WS-AUDIT-MIN          PIC 99.
012800     05 WS-AUDIT-SS           PIC 99.
012900     05 WS-AUDIT-HS           PIC 99.
013000
013100 PROCEDURE DIVISION.
013200
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE-RTN.
013500     PERFORM 2000-PASS-HOLDINGS-RTN.
013600     PERFORM 9000-TERMINATE-RTN.
013700     STOP RUN.
013800
013900******************************************************************
014000*    1000-INITIALIZE-RTN
014100*    SET UP ONE SLOT PER STORE, START A FRESH FEED AND LOG THE
014200*    START.
014300******************************************************************
014400 1000-INITIALIZE-RTN.
014500     PERFORM 1200-LOAD-STORES-RTN.
014600     IF WS-STORE-TOTAL = 0
014700         DISPLAY "NO STORES ON LOCMAST.TXT - NOTHING CAN BE"
014800             " OFFERED FOR PICKUP"
014900     END-IF.
015000     OPEN OUTPUT FEED-FILE.
015100     OPEN EXTEND AUDIT-FILE.
015200     IF WS-AUDIT-FILE-STATUS NOT = "00"
015300         OPEN OUTPUT AUDIT-FILE
015400     END-IF.
015500     MOVE 'START' TO WS-AUDIT-EVENT.
015600     MOVE SPACES TO WS-AUDIT-STATUS.
015700     MOVE 0 TO WS-AUDIT-REC-EDIT.
015800     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
015900
016000******************************************************************
016100*    1100-WRITE-AUDIT-LINE-RTN
016200*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
016300*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
016400*    COMPLETION STATUS.
016500******************************************************************
016600 1100-WRITE-AUDIT-LINE-RTN.
016700     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
016800     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
016900     MOVE SPACES TO AUDIT-LINE.
017000     STRING 'PGM=WEBFEED   EVENT=' DELIMITED BY SIZE
017100         WS-AUDIT-EVENT DELIMITED BY SIZE
017200         '  TS=' DELIMITED BY SIZE
017300         WS-AUDIT-YYYY DELIMITED BY SIZE
017400         '-' DELIMITED BY SIZE
017500         WS-AUDIT-MM DELIMITED BY SIZE
017600         '-' DELIMITED BY SIZE
017700         WS-AUDIT-DD DELIMITED BY SIZE
017800         ' ' DELIMITED BY SIZE
017900         WS-AUDIT-HH DELIMITED BY SIZE
018000         ':' DELIMITED BY SIZE
018100         WS-AUDIT-MIN DELIMITED BY SIZE
018200         ':' DELIMITED BY SIZE
018300         WS-AUDIT-SS DELIMITED BY SIZE
018400         '  RECS=' DELIMITED BY SIZE
018500         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
018600         '  STATUS=' DELIMITED BY SIZE
018700         WS-AUDIT-STATUS DELIMITED BY SIZE
018800         INTO AUDIT-LINE.
018900     WRITE AUDIT-LINE.
019000
019100******************************************************************
019200*    1200-LOAD-STORES-RTN
019300*    ASK LOCSTORE HOW MANY STORES THERE ARE AND NAME ONE SLOT
019400*    AFTER EACH, IN STORE CODE ORDER.
019500******************************************************************
019600 1200-LOAD-STORES-RTN.
019700     MOVE "N" TO STORE-FUNCTION.
019800     MOVE SPACES TO STORE-LOCATION.
019900     MOVE 0 TO STORE-SEQ.
020000     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
020100         STORE-RESULT-FIELDS.
020200     MOVE STORE-COUNT TO WS-STORE-TOTAL.
020300     IF WS-STORE-TOTAL > 20
020400         MOVE 20 TO WS-STORE-TOTAL
020500     END-IF.
020600     PERFORM 1250-LOAD-ONE-STORE-RTN
020700         VARYING WS-AVL-IDX FROM 1 BY 1
020800         UNTIL WS-AVL-IDX > WS-STORE-TOTAL.
020900
021000******************************************************************
021100*    1250-LOAD-ONE-STORE-RTN
021200*    NAME ONE SLOT AFTER THE STORE IN THAT POSITION.
021300******************************************************************
021400 1250-LOAD-ONE-STORE-RTN.
021500     MOVE "N" TO STORE-FUNCTION.
021600     SET STORE-SEQ TO WS-AVL-IDX.
021700     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
021800         STORE-RESULT-FIELDS.
021900     MOVE STORE-CODE TO WS-AVL-STORE(WS-AVL-IDX).
022000     MOVE 0 TO WS-AVL-QTY(WS-AVL-IDX).
022100
022200******************************************************************
022300*    2000-PASS-HOLDINGS-RTN
022400*    READ EVERY COPY ON HOLDINGS, BREAKING ON ID-GAME, AND WRITE
022500*    THE LAST TITLE'S LINES AT THE END. NO HOLDINGS FILE ON HAND
022600*    IS AN EMPTY FEED.
022700******************************************************************
022800 2000-PASS-HOLDINGS-RTN.
022900     MOVE "N" TO EOF-SWITCH.
023000     OPEN INPUT GAME-FILE.
023100     OPEN INPUT HOLDINGS-FILE.
023200     IF WS-HOLD-FILE-STATUS NOT = "00"
023300         MOVE "Y" TO EOF-SWITCH
023400     END-IF.
023500     PERFORM 2100-READ-ONE-HOLDING-RTN UNTIL END-OF-FILE.
023600     IF WS-TITLE-ID-GAME > 0
023700         PERFORM 3000-WRITE-TITLE-RTN
023800     END-IF.
023900     IF WS-HOLD-FILE-STATUS NOT = "35"
024000         CLOSE HOLDINGS-FILE
024100     END-IF.
024200     IF WS-GAME-FILE-STATUS NOT = "35"
024300         CLOSE GAME-FILE
024400     END-IF.
024500
024600******************************************************************
024700*    2100-READ-ONE-HOLDING-RTN
024800*    READ ONE COPY. A NEW TITLE CLOSES OFF THE LAST ONE AND
024900*    STARTS THE COUNT AGAIN; A COPY ON THE SHELF OF AN OFFERED
025000*    TITLE IS COUNTED TO ITS STORE.
025100******************************************************************
025200 2100-READ-ONE-HOLDING-RTN.
025300     READ HOLDINGS-FILE
025400         AT END
025500             MOVE "Y" TO EOF-SWITCH
025600         NOT AT END
025700             ADD 1 TO HOLD-REC-COUNTER
025800             IF HOLD-ID-GAME NOT = WS-TITLE-ID-GAME
025900                 IF WS-TITLE-ID-GAME > 0
026000                     PERFORM 3000-WRITE-TITLE-RTN
026100                 END-IF
026200                 PERFORM 2200-START-TITLE-RTN
026300             END-IF
026400             IF HOLD-ON-SHELF AND TITLE-OFFERED
026500                 PERFORM 2300-COUNT-COPY-RTN
026600             END-IF
026700     END-READ.
026800
026900******************************************************************
027000*    2200-START-TITLE-RTN
027100*    ZERO THE STORE COUNTS AND FETCH THE TITLE FROM THE CATALOG.
027200*    ONLY AN ACTIVE TITLE IS OFFERED -- ONE OFF THE CATALOG OR
027300*    MARKED INACTIVE IS PASSED OVER.
027400******************************************************************
027500 2200-START-TITLE-RTN.
027600     MOVE HOLD-ID-GAME TO WS-TITLE-ID-GAME.
027700     MOVE "N" TO WS-OFFER-SWITCH.
027800     PERFORM 2250-ZERO-ONE-STORE-RTN
027900         VARYING WS-AVL-IDX FROM 1 BY 1
028000         UNTIL WS-AVL-IDX > WS-STORE-TOTAL.
028100     IF WS-GAME-FILE-STATUS NOT = "35"
028200         MOVE HOLD-ID-GAME TO ID-GAME
028300         READ GAME-FILE
028400             INVALID KEY
028500                 CONTINUE
028600             NOT INVALID KEY
028700                 IF GAME-IS-ACTIVE
028800                     MOVE "Y" TO WS-OFFER-SWITCH
028900                     MOVE TITLE-GAME TO WS-TITLE-NAME
029000                     MOVE PLATFORM-GAME TO WS-TITLE-PLATFORM
029100                     MOVE GENRE-GAME TO WS-TITLE-GENRE
029200                     MOVE PRICE-GAME TO WS-TITLE-PRICE
029300                 END-IF
029400         END-READ
029500     END-IF.
029600
029700******************************************************************
029800*    2250-ZERO-ONE-STORE-RTN
029900*    CLEAR ONE STORE'S COUNT FOR THE NEW TITLE.
030000******************************************************************
030100 2250-ZERO-ONE-STORE-RTN.
030200     MOVE 0 TO WS-AVL-QTY(WS-AVL-IDX).
030300
030400******************************************************************
030500*    2300-COUNT-COPY-RTN
030600*    COUNT ONE SHELF COPY TO THE STORE ITS LOCATION BELONGS TO.
030700*    A LOCATION WITH NO STORE IS COUNTED AS UNMAPPED ONLY.
030800******************************************************************
030900 2300-COUNT-COPY-RTN.
031000     MOVE "L" TO STORE-FUNCTION.
031100     MOVE HOLD-LOCATION TO STORE-LOCATION.
031200     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
031300         STORE-RESULT-FIELDS.
031400     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
031500     IF STORE-FOUND
031600         MOVE STORE-CODE TO WS-SLOT-STORE
031700         PERFORM 2350-CHECK-ONE-SLOT-RTN
031800             VARYING WS-AVL-IDX FROM 1 BY 1
031900             UNTIL WS-AVL-IDX > WS-STORE-TOTAL
032000                OR SLOT-FOUND
032100     END-IF.
032200     IF SLOT-FOUND
032300         ADD 1 TO WS-AVL-QTY(WS-HIT-IDX)
032400         ADD 1 TO OFFERED-COUNTER
032500     ELSE
032600         ADD 1 TO UNMAPPED-COUNTER
032700     END-IF.
032800
032900******************************************************************
033000*    2350-CHECK-ONE-SLOT-RTN
033100*    COMPARE ONE STORE SLOT AGAINST THE STORE IN WS-SLOT-STORE.
033200******************************************************************
033300 2350-CHECK-ONE-SLOT-RTN.
033400     IF WS-AVL-STORE(WS-AVL-IDX) = WS-SLOT-STORE
033500         SET WS-HIT-IDX TO WS-AVL-IDX
033600         MOVE "Y" TO WS-SLOT-FOUND-SWITCH
033700     END-IF.
033800
033900******************************************************************
034000*    3000-WRITE-TITLE-RTN
034100*    WRITE THE FINISHED TITLE'S FEED LINES -- ONE PER STORE THAT
034200*    HAS A COPY TO OFFER.
034300******************************************************************
034400 3000-WRITE-TITLE-RTN.
034500     IF TITLE-OFFERED
034600         MOVE FEED-LINE-COUNTER TO WS-LINES-BEFORE
034700         PERFORM 3100-WRITE-ONE-STORE-RTN
034800             VARYING WS-AVL-IDX FROM 1 BY 1
034900             UNTIL WS-AVL-IDX > WS-STORE-TOTAL
035000         IF FEED-LINE-COUNTER > WS-LINES-BEFORE
035100             ADD 1 TO TITLE-COUNTER
035200         END-IF
035300     END-IF.
035400
035500******************************************************************
035600*    3100-WRITE-ONE-STORE-RTN
035700*    WRITE ONE STORE'S LINE FOR THE TITLE IF IT HAS STOCK.
035800******************************************************************
035900 3100-WRITE-ONE-STORE-RTN.
036000     IF WS-AVL-QTY(WS-AVL-IDX) > 0
036100         MOVE SPACES TO WEB-FEED-RECORD
036200         MOVE WS-TITLE-ID-GAME TO WFD-ID-GAME
036300         MOVE WS-TITLE-NAME TO WFD-TITLE
036400         MOVE WS-TITLE-PLATFORM TO WFD-PLATFORM
036500         MOVE WS-TITLE-GENRE TO WFD-GENRE
036600         MOVE WS-TITLE-PRICE TO WFD-PRICE
036700         MOVE WS-AVL-STORE(WS-AVL-IDX) TO WFD-STORE
036800         MOVE WS-AVL-QTY(WS-AVL-IDX) TO WFD-QTY-AVAIL
036900         WRITE WEB-FEED-RECORD
037000         ADD 1 TO FEED-LINE-COUNTER
037100     END-IF.
037200
037300******************************************************************
037400*    9000-TERMINATE-RTN
037500*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
037600******************************************************************
037700 9000-TERMINATE-RTN.
037800     MOVE 'END  ' TO WS-AUDIT-EVENT.
037900     IF WS-STORE-TOTAL = 0
038000         MOVE 'NOSTORES' TO WS-AUDIT-STATUS
038100     ELSE
038200         MOVE 'COMPLETE' TO WS-AUDIT-STATUS
038300     END-IF.
038400     MOVE HOLD-REC-COUNTER TO WS-AUDIT-REC-EDIT.
038500     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
038600     CLOSE AUDIT-FILE.
038700     CLOSE FEED-FILE.
038800     DISPLAY "WEBFEED COMPLETE - " TITLE-COUNTER
038900         " TITLES, " FEED-LINE-COUNTER " FEED LINES, "
039000         OFFERED-COUNTER " COPIES OFFERED.".
039100     IF UNMAPPED-COUNTER > 0
039200         DISPLAY "WEBFEED - " UNMAPPED-COUNTER
039300             " SHELF COPIES AT LOCATIONS WITH NO STORE NOT"
039400             " OFFERED"
039500     END-IF.
039600
039700 END PROGRAM WEBFEED.
