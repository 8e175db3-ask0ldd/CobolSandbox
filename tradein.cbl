000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRADEIN.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- USED-GAME TRADE-IN AT THE
001200*                      COUNTER. UNTIL NOW A BUYBACK WAS A PAPER
001300*                      SLIP AND THE COPY WAS KEYED INTO HOLDMAINT
001400*                      AS IF A DISTRIBUTOR HAD SENT IT. THIS
001500*                      PROGRAM TAKES AN ID-GAME, CONFIRMS THE
001600*                      TITLE THROUGH GAMELOOKUP, AND OFFERS A BUY
001700*                      PRICE OFF THE TRADE-IN VALUE GRID
001800*                      (TRADEGRD.DAT -- A CASH AND A STORE-CREDIT
001900*                      PERCENTAGE OF PRICE-GAME FOR EACH
002000*                      CONDITION CODE). WHEN THE CUSTOMER TAKES
002100*                      THE OFFER THE PAYMENT GOES ON THE TRADE-IN
002200*                      LEDGER (TRADEIN.TXT -- SEE TRADEREC) AND
002300*                      THE COPY GOES ON HOLDINGS.TXT AT A
002400*                      LOCATION CHECKED THROUGH LOCLOOKUP.
002500*                      TRADERPT PRINTS THE DAILY REGISTER AND
002600*                      TRADEMRG THE USED-COPY MARGIN VIEW.
002625*    10/15/2026  DLH   THE TRADED-IN COPY IS NOW LOGGED TO THE
002650*                      HOLDINGS JOURNAL (HOLDJRNL.TXT) THROUGH
002675*                      HOLDJWTR WHEN IT GOES ON HOLDINGS.
002680*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002685*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002690*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002695*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002696*    10/15/2026  DLH   A TRADE-IN TAKEN AS STORE CREDIT NOW GOES
002697*                      ON A NUMBERED CARD ON THE STORED-VALUE
002698*                      MASTER THROUGH SVCPOST -- ONTO A CARD THE
002699*                      CUSTOMER ALREADY HOLDS OR ON A NEW TRADE-IN
002719*                      CREDIT ISSUED AT THE COUNTER -- IN PLACE OF
002739*                      THE HANDWRITTEN SLIP, AND THE CARD NUMBER
002759*                      IS CARRIED ON THE LEDGER (TRD-CARD-NO).
002779******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS HOLD-KEY
003600         FILE STATUS IS WS-HOLD-FILE-STATUS.
003700
003800     SELECT CATALOG-FILE ASSIGN TO 'GAMES.TXT'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS ID-GAME
004200         FILE STATUS IS WS-CAT-FILE-STATUS.
004300
004400     SELECT TRADE-FILE ASSIGN TO 'TRADEIN.TXT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TRADE-FILE-STATUS.
004700
004800     SELECT GRID-FILE ASSIGN TO 'TRADEGRD.DAT'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-GRID-FILE-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  HOLDINGS-FILE.
005500 COPY HOLDREC.
005600
005700 FD  CATALOG-FILE.
005800 COPY GAMEREC.
005900
006000 FD  TRADE-FILE.
006100 COPY TRADEREC.
006200
006300 FD  GRID-FILE.
006400 01  GRID-RECORD.
006500     05 GRD-CONDITION     PIC X(02).
006600     05 GRD-F1            PIC X(02).
006700     05 GRD-CASH-PCT      PIC 9(03).
006800     05 GRD-F2            PIC X(02).
006900     05 GRD-CREDIT-PCT    PIC 9(03).
007000
007100 WORKING-STORAGE SECTION.
007200 01  SWITCHES.
007300     05 WS-MENU-SWITCH         PIC X VALUE "Y".
007400        88 MORE-TRADES                  VALUE "Y".
007500     05 WS-CAT-FOUND-SWITCH    PIC X VALUE "N".
007600        88 TITLE-ON-CATALOG             VALUE "Y".
007700     05 WS-ENTRY-LOC-SWITCH    PIC X VALUE "N".
007800        88 ENTRY-LOCATION-VALID         VALUE "Y".
007900     05 WS-GRID-EOF-SWITCH     PIC X VALUE "N".
008000        88 GRID-AT-EOF                  VALUE "Y".
008100
008200 01  COUNTERS.
008300     05 TRADE-COUNTER          PIC 9(5) COMP VALUE 0.
008400     05 DECLINE-COUNTER        PIC 9(5) COMP VALUE 0.
008500     05 REJECT-COUNTER         PIC 9(5) COMP VALUE 0.
008600
008700 01  WS-FILE-STATUSES.
008800     05 WS-HOLD-FILE-STATUS    PIC X(02) VALUE "00".
008900     05 WS-CAT-FILE-STATUS     PIC X(02) VALUE "00".
009000     05 WS-TRADE-FILE-STATUS   PIC X(02) VALUE "00".
009100     05 WS-GRID-FILE-STATUS    PIC X(02) VALUE "00".
009200
009300*    TRADE-IN VALUE GRID -- CASH AND STORE-CREDIT OFFER AS A
009400*    PERCENTAGE OF PRICE-GAME FOR EACH CONDITION CODE. THESE
009500*    BUILT-IN VALUES STAND UNTIL TRADEGRD.DAT OVERRIDES THEM.
009600 01  WS-GRID-VALUES.
009700     05 FILLER                 PIC X(08) VALUE 'NW050060'.
009800     05 FILLER                 PIC X(08) VALUE 'GD040050'.
009900     05 FILLER                 PIC X(08) VALUE 'FR025035'.
010000     05 FILLER                 PIC X(08) VALUE 'PR010015'.
010100 01  WS-GRID-TABLE REDEFINES WS-GRID-VALUES.
010200     05 WS-GRID-ENTRY OCCURS 4 TIMES
010300            INDEXED BY WS-GRID-IDX.
010400         10 WS-GRID-CONDITION  PIC X(02).
010500         10 WS-GRID-CASH-PCT   PIC 9(03).
010600         10 WS-GRID-CREDIT-PCT PIC 9(03).
010700
010800 01  WS-ENTRY-FIELDS.
010900     05 WS-ENTRY-ID            PIC 9(06) VALUE 0.
011000     05 WS-ENTRY-COPY-NO       PIC 9(03) VALUE 0.
011100     05 WS-ENTRY-LOCATION      PIC X(10) VALUE SPACES.
011200     05 WS-ENTRY-CONDITION     PIC X(02) VALUE SPACES.
011300        88 ENTRY-CONDITION-VALID
011400                                VALUE 'NW' 'GD' 'FR' 'PR'.
011500     05 WS-ENTRY-PAY-TYPE      PIC X(01) VALUE SPACES.
011600        88 ENTRY-PAY-CASH               VALUE 'C' 'c'.
011700        88 ENTRY-PAY-CREDIT             VALUE 'S' 's'.
011800        88 ENTRY-DECLINED               VALUE 'N' 'n'.
011850     05 WS-ENTRY-CARD-NO       PIC 9(08) VALUE 0.
011900
012000 01  WS-OFFER-FIELDS.
012100     05 WS-CASH-PCT            PIC 9(03) VALUE 0.
012200     05 WS-CREDIT-PCT          PIC 9(03) VALUE 0.
012300     05 WS-CASH-OFFER          PIC 9(3)V99 VALUE 0.
012400     05 WS-CREDIT-OFFER        PIC 9(3)V99 VALUE 0.
012500
012600 01  WS-RUN-DATE.
012700     05 WS-RUN-YYYY            PIC 9(4).
012800     05 WS-RUN-MM              PIC 99.
012900     05 WS-RUN-DD              PIC 99.
013000 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
013100
013200 01  WS-PRICE-EDIT             PIC ZZ9.99.
013250 01  WS-AMOUNT-EDIT            PIC Z,ZZ9.99.
013300
013400 01  LKUP-ID-GAME              PIC 9(06).
013500 01  LKUP-RESULT-FIELDS.
013600     05 LKUP-TITLE-GAME        PIC X(40).
013700     05 LKUP-DATE-GAME         PIC X(10).
013800     05 LKUP-NOTE-GAME         PIC 99.
013900 01  LKUP-FOUND-SWITCH         PIC X.
014000     88 LKUP-FOUND                      VALUE "Y".
014100     88 LKUP-NOT-FOUND                  VALUE "N".
014200
014300 01  LOC-LKUP-CODE             PIC X(10).
014400 01  LOC-LKUP-NAME             PIC X(30).
014500 01  LOC-LKUP-FOUND-SWITCH     PIC X.
014600     88 LOC-LKUP-FOUND                  VALUE "Y".
014700     88 LOC-LKUP-NOT-FOUND              VALUE "N".
014800
014900 01  LOCK-REQUEST-FIELDS.
015000     05 LOCK-FUNCTION         PIC X.
015100     05 LOCK-CALLER           PIC X(10).
015200 01  LOCK-RESULT-FIELDS.
015300     05 LOCK-RESULT           PIC X.
015400        88 LOCK-GRANTED               VALUE "G".
015500        88 LOCK-BUSY                  VALUE "B".
015600        88 LOCK-FREE                  VALUE "F".
015700     05 LOCK-HOLDER-NAME      PIC X(10).
015800     05 LOCK-TAKEN-TS         PIC X(19).
015900
015912 01  HJRN-REQUEST-FIELDS.
015924     05 HJRN-PROGRAM          PIC X(10).
015936     05 HJRN-ACTION           PIC X(03).
015948     05 HJRN-REASON           PIC X(02).
015949     05 HJRN-BEFORE-IMAGE     PIC X(40).
015950     05 HJRN-AFTER-IMAGE      PIC X(40).
015951
015952 01  SVC-POST-FIELDS.
015953     05 SVPST-FUNCTION         PIC X(01).
015954     05 SVPST-CARD-ID          PIC 9(08).
015955     05 SVPST-TYPE             PIC X(01).
015956     05 SVPST-AMOUNT           PIC 9(4)V99.
015957     05 SVPST-DATE             PIC X(10).
015958     05 SVPST-TENDER           PIC X(02).
015959     05 SVPST-CUST-ID          PIC 9(06).
015960     05 SVPST-HOLDER           PIC X(30).
015961     05 SVPST-ID-GAME          PIC 9(06).
015962     05 SVPST-COPY-NO          PIC 9(03).
015963     05 SVPST-PROGRAM          PIC X(08).
015964     05 SVPST-OPERATOR         PIC X(08).
015965 01  SVC-POST-RESULT-FIELDS.
015966     05 SVPST-RESULT           PIC X(01).
015967        88 SVPST-POSTED                 VALUE 'P'.
015968        88 SVPST-NO-CARD                VALUE 'N'.
015969     05 SVPST-BALANCE          PIC 9(4)V99.
015970     05 SVPST-CARD-TYPE        PIC X(01).
015971     05 SVPST-ISSUE-DATE       PIC X(10).
015972     05 SVPST-LAST-ACTIVITY    PIC X(10).
015973     05 SVPST-HOLDER-NAME      PIC X(30).
015974
015975 01  SIGN-REQUEST-FIELDS.
015976     05 SIGN-FUNCTION          PIC X.
015977     05 SIGN-PROGRAM           PIC X(10).
015988     05 SIGN-ACTION            PIC X(08).
015989     05 SIGN-DETAIL            PIC X(60).
015990 01  SIGN-RESULT-FIELDS.
015991     05 SIGN-RESULT            PIC X.
015992        88 SIGN-GRANTED                 VALUE "G".
015993        88 SIGN-REFUSED                 VALUE "R".
015994     05 SIGN-OPERATOR-ID       PIC X(08).
015995     05 SIGN-OPERATOR-NAME     PIC X(30).
015996     05 SIGN-OPERATOR-ROLE     PIC X(02).
015997     05 SIGN-PASSWORD-HASH     PIC 9(10).
015998
016000 PROCEDURE DIVISION.
016100
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE-RTN.
016400     PERFORM 2000-ENTER-TRADE-RTN
016500         THRU 2000-ENTER-TRADE-RTN-EXIT
016600         UNTIL NOT MORE-TRADES.
016700     PERFORM 9000-TERMINATE-RTN.
016800     STOP RUN.
016900
017000******************************************************************
017100*    1000-INITIALIZE-RTN
017200*    CHECK THE CATALOG UPDATE INTERLOCK, WORK OUT TODAY'S DATE,
017300*    PICK UP THE VALUE GRID AND OPEN THE HOLDINGS FILE, THE
017400*    CATALOG AND THE TRADE-IN LEDGER (CREATED ON ITS FIRST EVER
017500*    TRADE).
017600******************************************************************
017700 1000-INITIALIZE-RTN.
017709     MOVE "S" TO SIGN-FUNCTION.
017718     MOVE "TRADEIN" TO SIGN-PROGRAM.
017727     MOVE SPACES TO SIGN-ACTION.
017736     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
017745         SIGN-RESULT-FIELDS.
017754     IF NOT SIGN-GRANTED
017763         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
017772         MOVE 8 TO RETURN-CODE
017781         STOP RUN
017790     END-IF.
017800     DISPLAY "TRADEIN - USED-GAME TRADE-IN AND BUYBACK".
017900     MOVE "C" TO LOCK-FUNCTION.
018000     MOVE "TRADEIN" TO LOCK-CALLER.
018100     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
018200         LOCK-RESULT-FIELDS.
018300     IF LOCK-BUSY
018400         DISPLAY "CATALOG LOCKED BY " LOCK-HOLDER-NAME
018500             " SINCE " LOCK-TAKEN-TS
018600         DISPLAY "TRY AGAIN WHEN THE UPDATE FINISHES - RUN"
018700             " STOPPED"
018800         MOVE 8 TO RETURN-CODE
018900         STOP RUN
019000     END-IF.
019100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019200     MOVE SPACES TO WS-TODAY-DATE.
019300     STRING WS-RUN-MM DELIMITED BY SIZE
019400         '/' DELIMITED BY SIZE
019500         WS-RUN-DD DELIMITED BY SIZE
019600         '/' DELIMITED BY SIZE
019700         WS-RUN-YYYY DELIMITED BY SIZE
019800         INTO WS-TODAY-DATE.
019900     PERFORM 1500-READ-VALUE-GRID-RTN.
020000     OPEN I-O HOLDINGS-FILE.
020100     IF WS-HOLD-FILE-STATUS NOT = "00"
020200         DISPLAY "NO HOLDINGS.TXT ON HAND - STARTING A NEW ONE"
020300         OPEN OUTPUT HOLDINGS-FILE
020400         CLOSE HOLDINGS-FILE
020500         OPEN I-O HOLDINGS-FILE
020600     END-IF.
020700     OPEN INPUT CATALOG-FILE.
020800     IF WS-CAT-FILE-STATUS NOT = "00"
020900         DISPLAY "NO GAMES.TXT ON HAND - NOTHING CAN BE PRICED"
021000         MOVE "N" TO WS-MENU-SWITCH
021100     END-IF.
021200     OPEN EXTEND TRADE-FILE.
021300     IF WS-TRADE-FILE-STATUS NOT = "00"
021400         OPEN OUTPUT TRADE-FILE
021500     END-IF.
021600
021700******************************************************************
021800*    1500-READ-VALUE-GRID-RTN
021900*    PICK UP THE TRADE-IN VALUE GRID FROM TRADEGRD.DAT -- ONE
022000*    LINE PER CONDITION CODE (CC  NNN  NNN: CASH PERCENT, THEN
022100*    STORE-CREDIT PERCENT). A MISSING FILE OR AN UNREADABLE LINE
022200*    LEAVES THE BUILT-IN PERCENTAGES IN FORCE FOR THAT CODE.
022300******************************************************************
022400 1500-READ-VALUE-GRID-RTN.
022500     OPEN INPUT GRID-FILE.
022600     IF WS-GRID-FILE-STATUS = "00"
022700         PERFORM 1550-READ-ONE-GRID-LINE-RTN UNTIL GRID-AT-EOF
022800         CLOSE GRID-FILE
022900     END-IF.
023000
023100******************************************************************
023200*    1550-READ-ONE-GRID-LINE-RTN
023300*    READ ONE GRID LINE AND LAY IT OVER ITS CONDITION'S SLOT.
023400******************************************************************
023500 1550-READ-ONE-GRID-LINE-RTN.
023600     READ GRID-FILE
023700         AT END
023800             MOVE "Y" TO WS-GRID-EOF-SWITCH
023900         NOT AT END
024000             IF GRD-CASH-PCT IS NUMERIC
024100                 AND GRD-CREDIT-PCT IS NUMERIC
024200                 SET WS-GRID-IDX TO 1
024300                 SEARCH WS-GRID-ENTRY
024400                     AT END
024500                         DISPLAY "TRADEGRD.DAT - UNKNOWN"
024600                             " CONDITION " GRD-CONDITION
024700                             " IGNORED"
024800                     WHEN WS-GRID-CONDITION(WS-GRID-IDX) =
024900                         GRD-CONDITION
025000                         MOVE GRD-CASH-PCT TO
025100                             WS-GRID-CASH-PCT(WS-GRID-IDX)
025200                         MOVE GRD-CREDIT-PCT TO
025300                             WS-GRID-CREDIT-PCT(WS-GRID-IDX)
025400                 END-SEARCH
025500             END-IF
025600     END-READ.
025700
025800******************************************************************
025900*    2000-ENTER-TRADE-RTN
026000*    TAKE ONE TRADE-IN -- CONFIRM THE TITLE, FIGURE THE OFFER,
026100*    AND WHEN THE CUSTOMER ACCEPTS TAKE THE COPY NUMBER AND
026200*    SHELF AND POST IT. ANY FAILED CHECK GOES STRAIGHT TO THE
026300*    EXIT WITH NOTHING WRITTEN.
026400******************************************************************
026500 2000-ENTER-TRADE-RTN.
026600     DISPLAY "ENTER ID-GAME TRADED IN (000000 TO QUIT) : ".
026700     ACCEPT WS-ENTRY-ID.
026800     IF WS-ENTRY-ID = 000000
026900         MOVE "N" TO WS-MENU-SWITCH
027000         GO TO 2000-ENTER-TRADE-RTN-EXIT
027100     END-IF.
027200     MOVE WS-ENTRY-ID TO LKUP-ID-GAME.
027300     CALL 'GAMELOOKUP' USING LKUP-ID-GAME LKUP-RESULT-FIELDS
027400         LKUP-FOUND-SWITCH.
027500     IF LKUP-NOT-FOUND
027600         DISPLAY "ID-GAME " WS-ENTRY-ID
027700             " IS NOT ON THE CATALOG - TRADE-IN REJECTED"
027800         ADD 1 TO REJECT-COUNTER
027900         GO TO 2000-ENTER-TRADE-RTN-EXIT
028000     END-IF.
028100     DISPLAY "TITLE : " LKUP-TITLE-GAME.
028200     PERFORM 2100-FETCH-PRICE-RTN.
028300     IF NOT TITLE-ON-CATALOG OR PRICE-GAME = 0
028400         DISPLAY "NO CATALOG PRICE FOR THIS TITLE - NO OFFER"
028500             " CAN BE FIGURED - TRADE-IN REJECTED"
028600         ADD 1 TO REJECT-COUNTER
028700         GO TO 2000-ENTER-TRADE-RTN-EXIT
028800     END-IF.
028900     DISPLAY "ENTER CONDITION (NW/GD/FR/PR) : ".
029000     ACCEPT WS-ENTRY-CONDITION.
029100     IF NOT ENTRY-CONDITION-VALID
029200         DISPLAY "CONDITION MUST BE NW, GD, FR OR PR"
029300             " - TRADE-IN REJECTED"
029400         ADD 1 TO REJECT-COUNTER
029500         GO TO 2000-ENTER-TRADE-RTN-EXIT
029600     END-IF.
029700     PERFORM 2200-FIGURE-OFFER-RTN.
029800     DISPLAY "TAKE IT AS C=CASH, S=STORE CREDIT, N=DECLINED : ".
029900     ACCEPT WS-ENTRY-PAY-TYPE.
030000     IF ENTRY-DECLINED
030100         DISPLAY "OFFER DECLINED - NOTHING RECORDED"
030200         ADD 1 TO DECLINE-COUNTER
030300         GO TO 2000-ENTER-TRADE-RTN-EXIT
030400     END-IF.
030500     IF NOT ENTRY-PAY-CASH AND NOT ENTRY-PAY-CREDIT
030600         DISPLAY "ANSWER MUST BE C, S OR N - TRADE-IN REJECTED"
030700         ADD 1 TO REJECT-COUNTER
030800         GO TO 2000-ENTER-TRADE-RTN-EXIT
030900     END-IF.
031000     DISPLAY "ENTER COPY NUMBER TO SHELVE IT (001-999) : ".
031100     ACCEPT WS-ENTRY-COPY-NO.
031200     MOVE WS-ENTRY-ID TO HOLD-ID-GAME.
031300     MOVE WS-ENTRY-COPY-NO TO HOLD-COPY-NO.
031400     READ HOLDINGS-FILE
031500         INVALID KEY
031600             CONTINUE
031700         NOT INVALID KEY
031800             DISPLAY "THAT ID/COPY NUMBER IS ALREADY ON FILE"
031900                 " - TRADE-IN REJECTED"
032000             ADD 1 TO REJECT-COUNTER
032100             GO TO 2000-ENTER-TRADE-RTN-EXIT
032200     END-READ.
032300     DISPLAY "ENTER LOCATION : ".
032400     ACCEPT WS-ENTRY-LOCATION.
032500     PERFORM 2300-CHECK-LOCATION-RTN.
032600     IF NOT ENTRY-LOCATION-VALID
032700         DISPLAY "LOCATION " WS-ENTRY-LOCATION
032800             " IS NOT ON THE LOCATION MASTER"
032900             " - TRADE-IN REJECTED (SEE LOCMAINT)"
033000         ADD 1 TO REJECT-COUNTER
033100         GO TO 2000-ENTER-TRADE-RTN-EXIT
033200     END-IF.
033209     MOVE 0 TO WS-ENTRY-CARD-NO.
033218     IF ENTRY-PAY-CREDIT
033227         PERFORM 2350-CREDIT-STORED-VALUE-RTN
033236         IF WS-ENTRY-CARD-NO = 0
033245             DISPLAY "CREDIT NOT PUT ON A CARD"
033254                 " - TRADE-IN REJECTED"
033263             ADD 1 TO REJECT-COUNTER
033272             GO TO 2000-ENTER-TRADE-RTN-EXIT
033281         END-IF
033290     END-IF.
033300     PERFORM 2400-POST-TRADE-RTN.
033400
033500 2000-ENTER-TRADE-RTN-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    2100-FETCH-PRICE-RTN
034000*    GAMELOOKUP CARRIES NO PRICE, SO READ THE CATALOG DIRECTLY
034100*    BY THE ID-GAME FOR THE PRICE-GAME THE OFFER IS FIGURED ON.
034200******************************************************************
034300 2100-FETCH-PRICE-RTN.
034400     MOVE "N" TO WS-CAT-FOUND-SWITCH.
034500     MOVE WS-ENTRY-ID TO ID-GAME.
034600     READ CATALOG-FILE
034700         INVALID KEY
034800             CONTINUE
034900         NOT INVALID KEY
035000             MOVE "Y" TO WS-CAT-FOUND-SWITCH
035100             MOVE PRICE-GAME TO WS-PRICE-EDIT
035200             DISPLAY "CATALOG PRICE : " WS-PRICE-EDIT
035300     END-READ.
035400
035500******************************************************************
035600*    2200-FIGURE-OFFER-RTN
035700*    LOOK THE CONDITION UP ON THE VALUE GRID AND SHOW THE CASH
035800*    AND STORE-CREDIT OFFERS, ROUNDED TO THE CENT.
035900******************************************************************
036000 2200-FIGURE-OFFER-RTN.
036100     SET WS-GRID-IDX TO 1.
036200     SEARCH WS-GRID-ENTRY
036300         AT END
036400             MOVE 0 TO WS-CASH-PCT WS-CREDIT-PCT
036500         WHEN WS-GRID-CONDITION(WS-GRID-IDX) = WS-ENTRY-CONDITION
036600             MOVE WS-GRID-CASH-PCT(WS-GRID-IDX) TO WS-CASH-PCT
036700             MOVE WS-GRID-CREDIT-PCT(WS-GRID-IDX)
036800                 TO WS-CREDIT-PCT
036900     END-SEARCH.
037000     COMPUTE WS-CASH-OFFER ROUNDED =
037100         PRICE-GAME * WS-CASH-PCT / 100.
037200     COMPUTE WS-CREDIT-OFFER ROUNDED =
037300         PRICE-GAME * WS-CREDIT-PCT / 100.
037400     MOVE WS-CASH-OFFER TO WS-PRICE-EDIT.
037500     DISPLAY "CASH OFFER   : " WS-PRICE-EDIT
037600         "  (" WS-CASH-PCT " PCT)".
037700     MOVE WS-CREDIT-OFFER TO WS-PRICE-EDIT.
037800     DISPLAY "CREDIT OFFER : " WS-PRICE-EDIT
037900         "  (" WS-CREDIT-PCT " PCT)".
038000
038100******************************************************************
038200*    2300-CHECK-LOCATION-RTN
038300*    VALIDATE THE KEYED LOCATION AGAINST THE LOCATION MASTER
038400*    THROUGH LOCLOOKUP, SAME AS HOLDMAINT.
038500******************************************************************
038600 2300-CHECK-LOCATION-RTN.
038700     MOVE "N" TO WS-ENTRY-LOC-SWITCH.
038800     MOVE WS-ENTRY-LOCATION TO LOC-LKUP-CODE.
038900     CALL 'LOCLOOKUP' USING LOC-LKUP-CODE LOC-LKUP-NAME
039000         LOC-LKUP-FOUND-SWITCH.
039100     IF LOC-LKUP-FOUND
039200         MOVE "Y" TO WS-ENTRY-LOC-SWITCH
039300     END-IF.
039400
039401******************************************************************
039402*    2350-CREDIT-STORED-VALUE-RTN
039403*    A TRADE-IN TAKEN AS STORE CREDIT GOES ON A NUMBERED CARD
039404*    THROUGH SVCPOST BEFORE THE TRADE POSTS -- ONTO A CARD THE
039405*    CUSTOMER ALREADY HOLDS, OR ON A NEW TRADE-IN CREDIT ISSUED
039406*    HERE. WS-ENTRY-CARD-NO COMES BACK ZERO IF NOTHING WAS
039407*    POSTED.
039408******************************************************************
039409 2350-CREDIT-STORED-VALUE-RTN.
039410     DISPLAY "ENTER GIFT CARD / STORE CREDIT NUMBER TO CREDIT".
039411     DISPLAY "  (0 = ISSUE A NEW TRADE-IN CREDIT) : ".
039412     ACCEPT WS-ENTRY-CARD-NO.
039413     PERFORM 2360-LOAD-CARD-POST-RTN.
039414     IF WS-ENTRY-CARD-NO = 0
039415         MOVE 'I' TO SVPST-FUNCTION
039416         MOVE 'T' TO SVPST-TYPE
039417     ELSE
039418         MOVE 'C' TO SVPST-FUNCTION
039419     END-IF.
039420     CALL 'SVCPOST' USING SVC-POST-FIELDS
039421         SVC-POST-RESULT-FIELDS.
039422     EVALUATE TRUE
039423         WHEN SVPST-POSTED
039424             MOVE SVPST-CARD-ID TO WS-ENTRY-CARD-NO
039425             MOVE SVPST-BALANCE TO WS-AMOUNT-EDIT
039426             DISPLAY "CREDIT PUT ON CARD " WS-ENTRY-CARD-NO
039427                 " - BALANCE NOW : " WS-AMOUNT-EDIT
039428         WHEN SVPST-NO-CARD
039429             DISPLAY "CARD " WS-ENTRY-CARD-NO
039430                 " IS NOT ON FILE (SEE SVCMAINT)"
039431             MOVE 0 TO WS-ENTRY-CARD-NO
039432         WHEN OTHER
039433             DISPLAY "STORE CREDIT COULD NOT BE POSTED"
039434             MOVE 0 TO WS-ENTRY-CARD-NO
039435     END-EVALUATE.
039436
039437******************************************************************
039438*    2360-LOAD-CARD-POST-RTN
039439*    FILL THE SVCPOST REQUEST FOR THIS TRADE-IN'S CREDIT.
039440******************************************************************
039441 2360-LOAD-CARD-POST-RTN.
039442     MOVE SPACES TO SVC-POST-FIELDS.
039443     MOVE WS-ENTRY-CARD-NO TO SVPST-CARD-ID.
039444     MOVE WS-CREDIT-OFFER TO SVPST-AMOUNT.
039445     MOVE WS-TODAY-DATE TO SVPST-DATE.
039446     MOVE 0 TO SVPST-CUST-ID.
039447     MOVE WS-ENTRY-ID TO SVPST-ID-GAME.
039448     MOVE WS-ENTRY-COPY-NO TO SVPST-COPY-NO.
039449     MOVE 'TRADEIN' TO SVPST-PROGRAM.
039450     MOVE SIGN-OPERATOR-ID TO SVPST-OPERATOR.
039451
039452******************************************************************
039453*    2370-REVERSE-STORED-VALUE-RTN
039454*    THE TRADE-IN NEVER REACHED THE LEDGER -- TAKE THE CREDIT
039455*    BACK OFF THE CARD SO NOTHING IS PAID FOR IT.
039456******************************************************************
039457 2370-REVERSE-STORED-VALUE-RTN.
039458     PERFORM 2360-LOAD-CARD-POST-RTN.
039459     MOVE 'R' TO SVPST-FUNCTION.
039460     CALL 'SVCPOST' USING SVC-POST-FIELDS
039461         SVC-POST-RESULT-FIELDS.
039462     IF SVPST-POSTED
039463         DISPLAY "STORE CREDIT TAKEN BACK OFF CARD "
039464             WS-ENTRY-CARD-NO
039465     ELSE
039466         DISPLAY "WARNING - STORE CREDIT NOT TAKEN BACK OFF CARD "
039467             WS-ENTRY-CARD-NO " - ADJUST IT THROUGH SVCMAINT"
039468     END-IF.
039469
039500******************************************************************
039600*    2400-POST-TRADE-RTN
039700*    APPEND THE PAYMENT TO THE TRADE-IN LEDGER, THEN SHELVE THE
039800*    COPY ON HOLDINGS -- IN THAT ORDER, SAME AS SALENTRY, SO
039900*    MONEY PAID OUT IS NEVER LEFT UNRECORDED.
040000******************************************************************
040100 2400-POST-TRADE-RTN.
040200     MOVE SPACES TO TRADE-RECORD.
040300     MOVE WS-TODAY-DATE TO TRD-DATE.
040400     MOVE WS-ENTRY-ID TO TRD-ID-GAME.
040500     MOVE WS-ENTRY-COPY-NO TO TRD-COPY-NO.
040600     MOVE WS-ENTRY-CONDITION TO TRD-CONDITION.
040700     MOVE WS-ENTRY-LOCATION TO TRD-LOCATION.
040800     IF ENTRY-PAY-CASH
040900         MOVE 'C' TO TRD-PAY-TYPE
041000         MOVE WS-CASH-OFFER TO TRD-PAID
041100         MOVE WS-CASH-PCT TO TRD-OFFER-PCT
041200     ELSE
041300         MOVE 'S' TO TRD-PAY-TYPE
041400         MOVE WS-CREDIT-OFFER TO TRD-PAID
041500         MOVE WS-CREDIT-PCT TO TRD-OFFER-PCT
041600     END-IF.
041700     MOVE LKUP-TITLE-GAME TO TRD-TITLE.
041750     MOVE WS-ENTRY-CARD-NO TO TRD-CARD-NO.
041800     WRITE TRADE-RECORD.
041900     IF WS-TRADE-FILE-STATUS NOT = "00"
042000         DISPLAY "ERROR WRITING TRADEIN.TXT - STATUS "
042100             WS-TRADE-FILE-STATUS " - TRADE-IN NOT POSTED"
042200         ADD 1 TO REJECT-COUNTER
042225         IF WS-ENTRY-CARD-NO NOT = 0
042250             PERFORM 2370-REVERSE-STORED-VALUE-RTN
042275         END-IF
042300     ELSE
042400         MOVE SPACES TO HOLDING-RECORD
042500         MOVE WS-ENTRY-ID TO HOLD-ID-GAME
042600         MOVE WS-ENTRY-COPY-NO TO HOLD-COPY-NO
042700         MOVE WS-ENTRY-LOCATION TO HOLD-LOCATION
042800         MOVE WS-ENTRY-CONDITION TO HOLD-CONDITION
042900         MOVE WS-TODAY-DATE TO HOLD-ACQ-DATE
043000         WRITE HOLDING-RECORD
043100             INVALID KEY
043200                 DISPLAY "ERROR WRITING HOLDINGS.TXT - STATUS "
043300                     WS-HOLD-FILE-STATUS " - PAYMENT POSTED,"
043400                     " ADD THE COPY THROUGH HOLDMAINT"
043433             NOT INVALID KEY
043466                 PERFORM 2500-JOURNAL-TRADE-RTN
043500         END-WRITE
043600         ADD 1 TO TRADE-COUNTER
043700         MOVE TRD-PAID TO WS-PRICE-EDIT
043800         DISPLAY "TRADE-IN RECORDED - ID " WS-ENTRY-ID " COPY "
043900             WS-ENTRY-COPY-NO " PAID " WS-PRICE-EDIT
044000     END-IF.
044100
044107******************************************************************
044114*    2500-JOURNAL-TRADE-RTN
044121*    THE TRADED-IN COPY IS ON HOLDINGS -- LOG IT TO THE HOLDINGS
044128*    JOURNAL THROUGH HOLDJWTR AS A NEW COPY.
044135******************************************************************
044142 2500-JOURNAL-TRADE-RTN.
044149     MOVE 'TRADEIN' TO HJRN-PROGRAM.
044156     MOVE 'ADD' TO HJRN-ACTION.
044163     MOVE 'TI' TO HJRN-REASON.
044170     MOVE SPACES TO HJRN-BEFORE-IMAGE.
044177     MOVE HOLDING-RECORD TO HJRN-AFTER-IMAGE.
044184     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
044191
044200******************************************************************
044300*    9000-TERMINATE-RTN
044400*    CLOSE THE FILES AND SIGN OFF.
044500******************************************************************
044600 9000-TERMINATE-RTN.
044700     IF WS-HOLD-FILE-STATUS NOT = "35"
044800         CLOSE HOLDINGS-FILE
044900     END-IF.
045000     IF WS-CAT-FILE-STATUS NOT = "35"
045100         CLOSE CATALOG-FILE
045200     END-IF.
045300     CLOSE TRADE-FILE.
045400     DISPLAY "TRADEIN COMPLETE - " TRADE-COUNTER " BOUGHT, "
045500         DECLINE-COUNTER " DECLINED, " REJECT-COUNTER
045600         " REJECTED.".
045700     DISPLAY "RUN TRADERPT FOR THE DAILY TRADE-IN REGISTER.".
045800
045900 END PROGRAM TRADEIN.
