000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. POCONF.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- BUYER CONFIRMATION OF THE
001200*                      PURCHASE ORDERS REPLEN PROPOSED. WALKS
001300*                      POPROP.TXT ONE SUPPLIER AT A TIME (EACH
001400*                      SUPPLIER'S LINES ARE ONE PROPOSED ORDER),
001500*                      LETS THE BUYER CHANGE THE QUANTITY OR
001600*                      UNIT COST ON ANY LINE OR DROP IT, AND ON
001700*                      CONFIRMATION GIVES THE ORDER THE NEXT PO
001800*                      NUMBER AND WRITES ITS LINES TO THE OPEN-PO
001900*                      FILE (OPENPO.TXT -- SEE POREC) FOR PORECV
002000*                      TO RECEIVE AGAINST. THE NEXT PO NUMBER IS
002100*                      ONE PAST THE HIGHEST ALREADY ON THE FILE.
002200*                      ORDERS SKIPPED OR NOT REACHED ARE WRITTEN
002300*                      BACK TO POPROP.TXT; CONFIRMED AND DROPPED
002400*                      LINES ARE NOT, SO NOTHING IS CONFIRMED
002500*                      TWICE.
002520*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002540*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002560*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002580*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PROPOSAL-FILE ASSIGN TO 'POPROP.TXT'
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PROP-FILE-STATUS.
003400
003500     SELECT OPENPO-FILE ASSIGN TO 'OPENPO.TXT'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PO-KEY
003900         FILE STATUS IS WS-PO-FILE-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PROPOSAL-FILE.
004400 COPY PROPREC.
004500
004600 FD  OPENPO-FILE.
004700 COPY POREC.
004800
004900 WORKING-STORAGE SECTION.
005000 01  SWITCHES.
005100     05 WS-MENU-SWITCH         PIC X VALUE "Y".
005200        88 MORE-ORDERS                  VALUE "Y".
005300     05 WS-PROP-EOF-SWITCH     PIC X VALUE "N".
005400        88 END-OF-PROPOSALS             VALUE "Y".
005500     05 WS-PO-EOF-SWITCH       PIC X VALUE "N".
005600        88 END-OF-OPEN-POS              VALUE "Y".
005700     05 WS-OVERFLOW-SWITCH     PIC X VALUE "N".
005800        88 PROPOSALS-OVERFLOWED         VALUE "Y".
005900     05 WS-DECIDED-SWITCH      PIC X VALUE "N".
006000        88 ORDER-DECIDED                VALUE "Y".
006100
006200 01  COUNTERS.
006300     05 CONFIRM-COUNTER        PIC 9(5) COMP VALUE 0.
006400     05 POLINE-COUNTER         PIC 9(5) COMP VALUE 0.
006500     05 SKIP-COUNTER           PIC 9(5) COMP VALUE 0.
006600     05 KEPT-COUNTER           PIC 9(5) COMP VALUE 0.
006700
006800 01  WS-FILE-STATUSES.
006900     05 WS-PROP-FILE-STATUS    PIC X(02) VALUE "00".
007000     05 WS-PO-FILE-STATUS      PIC X(02) VALUE "00".
007100
007200 01  WS-ENTRY-FIELDS.
007300     05 WS-ENTRY-CHOICE        PIC X VALUE SPACES.
007400     05 WS-ENTRY-QTY           PIC 9(03) VALUE 0.
007500     05 WS-ENTRY-COST          PIC 9(3)V99 VALUE 0.
007600
007700 01  WS-WORK-FIELDS.
007800     05 WS-NEXT-PO             PIC 9(06) VALUE 0.
007900     05 WS-NEXT-LINE           PIC 9(03) VALUE 0.
008000     05 WS-GRP-START           PIC 9(5) COMP VALUE 1.
008100     05 WS-GRP-END             PIC 9(5) COMP VALUE 0.
008200     05 WS-GRP-SUPPLIER        PIC X(04) VALUE SPACES.
008300     05 WS-GRP-LIVE-LINES      PIC 9(5) COMP VALUE 0.
008400     05 WS-SHOW-LINE           PIC 9(5) COMP VALUE 0.
008500     05 WS-PICK-ENTRY          PIC 9(5) COMP VALUE 0.
008600     05 WS-GRP-VALUE           PIC 9(9)V99 COMP VALUE 0.
008700     05 WS-LINE-VALUE          PIC 9(9)V99 COMP VALUE 0.
008800
008900 01  WS-RUN-DATE.
009000     05 WS-RUN-YYYY            PIC 9(4).
009100     05 WS-RUN-MM              PIC 99.
009200     05 WS-RUN-DD              PIC 99.
009300 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
009400
009500*    THE PROPOSALS AS LOADED FROM POPROP.TXT, IN SUPPLIER ORDER.
009600*    WS-PP-STATE: SPACE=PENDING, C=CONFIRMED, D=DROPPED.
009700 01  WS-PP-COUNT               PIC 9(5) COMP VALUE 0.
009800 01  WS-PP-TABLE.
009900     05 WS-PP-ENTRY OCCURS 1000 TIMES
010000            INDEXED BY WS-PP-IDX.
010100         10 WS-PP-SUPPLIER     PIC X(04).
010200         10 WS-PP-ID-GAME      PIC 9(06).
010300         10 WS-PP-ON-HAND      PIC 9(03).
010400         10 WS-PP-ON-ORDER     PIC 9(03).
010500         10 WS-PP-SOLD         PIC 9(03).
010600         10 WS-PP-POINT        PIC 9(03).
010700         10 WS-PP-QTY          PIC 9(03).
010800         10 WS-PP-UNIT-COST    PIC 9(3)V99.
010900         10 WS-PP-TITLE        PIC X(40).
011000         10 WS-PP-STATE        PIC X.
011100            88 PP-PENDING              VALUE SPACE.
011200            88 PP-CONFIRMED            VALUE "C".
011300            88 PP-DROPPED              VALUE "D".
011400
011500 01  WS-LINE-EDIT              PIC ZZ9.
011600 01  WS-QTY-EDIT               PIC ZZ9.
011700 01  WS-COST-EDIT              PIC ZZ9.99.
011800 01  WS-VALUE-EDIT             PIC ZZZ,ZZZ,ZZ9.99.
011900
012000 01  SUP-LKUP-CODE            PIC X(04).
012100 01  SUP-LKUP-RESULT-FIELDS.
012200     05 SUP-LKUP-NAME         PIC X(25).
012300     05 SUP-LKUP-TERMS        PIC X(10).
012400 01  SUP-LKUP-FOUND-SWITCH    PIC X.
012500     88 SUP-LKUP-FOUND                 VALUE "Y".
012600     88 SUP-LKUP-NOT-FOUND             VALUE "N".
012700
012706 01  SIGN-REQUEST-FIELDS.
012712     05 SIGN-FUNCTION          PIC X.
012718     05 SIGN-PROGRAM           PIC X(10).
012724     05 SIGN-ACTION            PIC X(08).
012730     05 SIGN-DETAIL            PIC X(60).
012736 01  SIGN-RESULT-FIELDS.
012742     05 SIGN-RESULT            PIC X.
012748        88 SIGN-GRANTED                 VALUE "G".
012754        88 SIGN-REFUSED                 VALUE "R".
012760     05 SIGN-OPERATOR-ID       PIC X(08).
012766     05 SIGN-OPERATOR-NAME     PIC X(30).
012772     05 SIGN-OPERATOR-ROLE     PIC X(02).
012778     05 SIGN-PASSWORD-HASH     PIC 9(10).
012784
012800 PROCEDURE DIVISION.
012900
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE-RTN.
013200     IF PROPOSALS-OVERFLOWED
013300         DISPLAY "POPROP.TXT OVERFLOWS THE WORK TABLE -"
013400             " SESSION REFUSED, PROPOSALS LEFT UNTOUCHED"
013500     ELSE
013600         PERFORM 2000-REVIEW-ONE-ORDER-RTN
013700             THRU 2000-REVIEW-ONE-ORDER-RTN-EXIT
013800             UNTIL NOT MORE-ORDERS
013900             OR WS-GRP-START > WS-PP-COUNT
014000         PERFORM 8000-REWRITE-PROPOSALS-RTN
014100     END-IF.
014200     PERFORM 9000-TERMINATE-RTN.
014300     STOP RUN.
014400
014500******************************************************************
014600*    1000-INITIALIZE-RTN
014700*    LOAD THE PROPOSALS, OPEN THE OPEN-PO FILE (CREATING IT ON
014800*    THE FIRST EVER CONFIRMATION) AND FIND THE NEXT PO NUMBER.
014900******************************************************************
015000 1000-INITIALIZE-RTN.
015009     MOVE "S" TO SIGN-FUNCTION.
015018     MOVE "POCONF" TO SIGN-PROGRAM.
015027     MOVE SPACES TO SIGN-ACTION.
015036     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
015045         SIGN-RESULT-FIELDS.
015054     IF NOT SIGN-GRANTED
015063         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
015072         MOVE 8 TO RETURN-CODE
015081         STOP RUN
015090     END-IF.
015100     DISPLAY "POCONF - CONFIRM PROPOSED PURCHASE ORDERS".
015200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015300     MOVE SPACES TO WS-TODAY-DATE.
015400     STRING WS-RUN-MM DELIMITED BY SIZE
015500         '/' DELIMITED BY SIZE
015600         WS-RUN-DD DELIMITED BY SIZE
015700         '/' DELIMITED BY SIZE
015800         WS-RUN-YYYY DELIMITED BY SIZE
015900         INTO WS-TODAY-DATE.
016000     OPEN INPUT PROPOSAL-FILE.
016100     IF WS-PROP-FILE-STATUS NOT = "00"
016200         MOVE "Y" TO WS-PROP-EOF-SWITCH
016300         DISPLAY "NO POPROP.TXT ON HAND - RUN REPLEN FIRST"
016400     END-IF.
016500     PERFORM 1200-LOAD-ONE-PROPOSAL-RTN UNTIL END-OF-PROPOSALS.
016600     IF WS-PROP-FILE-STATUS NOT = "35"
016700         CLOSE PROPOSAL-FILE
016800     END-IF.
016900     OPEN I-O OPENPO-FILE.
017000     IF WS-PO-FILE-STATUS NOT = "00"
017100         DISPLAY "NO OPENPO.TXT ON HAND - STARTING A NEW ONE"
017200         OPEN OUTPUT OPENPO-FILE
017300         CLOSE OPENPO-FILE
017400         OPEN I-O OPENPO-FILE
017500     END-IF.
017600     PERFORM 1400-FIND-NEXT-PO-RTN.
017700
017800******************************************************************
017900*    1200-LOAD-ONE-PROPOSAL-RTN
018000*    LOAD ONE PROPOSAL INTO THE WORK TABLE AS PENDING.
018100******************************************************************
018200 1200-LOAD-ONE-PROPOSAL-RTN.
018300     READ PROPOSAL-FILE
018400         AT END
018500             MOVE "Y" TO WS-PROP-EOF-SWITCH
018600         NOT AT END
018700             IF WS-PP-COUNT < 1000
018800                 ADD 1 TO WS-PP-COUNT
018900                 SET WS-PP-IDX TO WS-PP-COUNT
019000                 MOVE PRP-SUPPLIER TO WS-PP-SUPPLIER(WS-PP-IDX)
019100                 MOVE PRP-ID-GAME TO WS-PP-ID-GAME(WS-PP-IDX)
019200                 MOVE PRP-ON-HAND TO WS-PP-ON-HAND(WS-PP-IDX)
019300                 MOVE PRP-ON-ORDER TO WS-PP-ON-ORDER(WS-PP-IDX)
019400                 MOVE PRP-RECENT-SALES TO WS-PP-SOLD(WS-PP-IDX)
019500                 MOVE PRP-POINT TO WS-PP-POINT(WS-PP-IDX)
019600                 MOVE PRP-QTY TO WS-PP-QTY(WS-PP-IDX)
019700                 MOVE PRP-UNIT-COST
019800                     TO WS-PP-UNIT-COST(WS-PP-IDX)
019900                 MOVE PRP-TITLE TO WS-PP-TITLE(WS-PP-IDX)
020000                 MOVE SPACE TO WS-PP-STATE(WS-PP-IDX)
020100             ELSE
020200                 MOVE "Y" TO WS-OVERFLOW-SWITCH
020300                 MOVE "Y" TO WS-PROP-EOF-SWITCH
020400             END-IF
020500     END-READ.
020600
020700******************************************************************
020800*    1400-FIND-NEXT-PO-RTN
020900*    THE FILE IS KEYED ON PO NUMBER, SO THE LAST RECORD READ IN
021000*    KEY ORDER CARRIES THE HIGHEST NUMBER ISSUED SO FAR.
021100******************************************************************
021200 1400-FIND-NEXT-PO-RTN.
021300     MOVE 0 TO WS-NEXT-PO.
021400     MOVE "N" TO WS-PO-EOF-SWITCH.
021500     MOVE LOW-VALUES TO PO-KEY.
021600     START OPENPO-FILE KEY IS NOT LESS THAN PO-KEY
021700         INVALID KEY
021800             MOVE "Y" TO WS-PO-EOF-SWITCH
021900     END-START.
022000     PERFORM 1450-READ-ONE-PO-RTN UNTIL END-OF-OPEN-POS.
022100     ADD 1 TO WS-NEXT-PO.
022200
022300******************************************************************
022400*    1450-READ-ONE-PO-RTN
022500*    READ THE NEXT PO LINE IN KEY ORDER AND KEEP ITS NUMBER.
022600******************************************************************
022700 1450-READ-ONE-PO-RTN.
022800     READ OPENPO-FILE NEXT RECORD
022900         AT END
023000             MOVE "Y" TO WS-PO-EOF-SWITCH
023100         NOT AT END
023200             MOVE PO-NUMBER TO WS-NEXT-PO
023300     END-READ.
023400
023500******************************************************************
023600*    2000-REVIEW-ONE-ORDER-RTN
023700*    FIND THE RUN OF LINES FOR THE NEXT SUPPLIER, SHOW THEM AND
023800*    TAKE THE BUYER'S DECISION UNTIL THE ORDER IS CONFIRMED,
023900*    SKIPPED OR THE SESSION IS QUIT.
024000******************************************************************
024100 2000-REVIEW-ONE-ORDER-RTN.
024200     SET WS-PP-IDX TO WS-GRP-START.
024300     MOVE WS-PP-SUPPLIER(WS-PP-IDX) TO WS-GRP-SUPPLIER.
024400     MOVE WS-GRP-START TO WS-GRP-END.
024500     PERFORM 2050-EXTEND-GROUP-RTN
024600         UNTIL WS-GRP-END >= WS-PP-COUNT
024700         OR WS-PP-SUPPLIER(WS-GRP-END + 1) NOT = WS-GRP-SUPPLIER.
024800     MOVE WS-GRP-SUPPLIER TO SUP-LKUP-CODE.
024900     CALL 'SUPLOOKUP' USING SUP-LKUP-CODE
025000         SUP-LKUP-RESULT-FIELDS SUP-LKUP-FOUND-SWITCH.
025100     IF SUP-LKUP-NOT-FOUND
025200         MOVE '*** NOT ON SUPPLIER MASTER ***' TO SUP-LKUP-NAME
025300     END-IF.
025400     MOVE "N" TO WS-DECIDED-SWITCH.
025500     PERFORM 2100-SHOW-AND-DECIDE-RTN
025600         UNTIL ORDER-DECIDED OR NOT MORE-ORDERS.
025700     COMPUTE WS-GRP-START = WS-GRP-END + 1.
025800
025900 2000-REVIEW-ONE-ORDER-RTN-EXIT.
026000     EXIT.
026100
026200******************************************************************
026300*    2050-EXTEND-GROUP-RTN
026400*    TAKE ONE MORE LINE INTO THE CURRENT SUPPLIER'S ORDER.
026500******************************************************************
026600 2050-EXTEND-GROUP-RTN.
026700     ADD 1 TO WS-GRP-END.
026800
026900******************************************************************
027000*    2100-SHOW-AND-DECIDE-RTN
027100*    SHOW THE ORDER AS IT STANDS AND ACT ON THE BUYER'S CHOICE.
027200******************************************************************
027300 2100-SHOW-AND-DECIDE-RTN.
027400     DISPLAY "   ".
027500     DISPLAY "SUPPLIER " WS-GRP-SUPPLIER "  " SUP-LKUP-NAME
027600         "  TERMS " SUP-LKUP-TERMS.
027700     DISPLAY " LN ID-GAME HAND ORDR SOLD  ROP  QTY   COST  TITLE".
027800     MOVE 0 TO WS-GRP-LIVE-LINES.
027900     MOVE 0 TO WS-SHOW-LINE.
028000     MOVE 0 TO WS-GRP-VALUE.
028100     PERFORM 2150-SHOW-ONE-LINE-RTN
028200         VARYING WS-PP-IDX FROM WS-GRP-START BY 1
028300         UNTIL WS-PP-IDX > WS-GRP-END.
028400     MOVE WS-GRP-VALUE TO WS-VALUE-EDIT.
028500     DISPLAY "ORDER COST " WS-VALUE-EDIT.
028600     DISPLAY "C) CONFIRM  E) EDIT A LINE  S) SKIP  Q) QUIT : ".
028700     ACCEPT WS-ENTRY-CHOICE.
028800     EVALUATE WS-ENTRY-CHOICE
028900         WHEN "C" WHEN "c"
029000             PERFORM 2300-CONFIRM-ORDER-RTN
029100         WHEN "E" WHEN "e"
029200             PERFORM 2200-EDIT-LINE-RTN
029300         WHEN "S" WHEN "s"
029400             ADD 1 TO SKIP-COUNTER
029500             MOVE "Y" TO WS-DECIDED-SWITCH
029600         WHEN "Q" WHEN "q"
029700             MOVE "N" TO WS-MENU-SWITCH
029800         WHEN OTHER
029900             DISPLAY "INVALID CHOICE - TRY AGAIN."
030000     END-EVALUATE.
030100
030200******************************************************************
030300*    2150-SHOW-ONE-LINE-RTN
030400*    SHOW ONE PENDING LINE, NUMBERED FROM 1 WITHIN THE ORDER.
030500******************************************************************
030600 2150-SHOW-ONE-LINE-RTN.
030700     ADD 1 TO WS-SHOW-LINE.
030800     IF PP-PENDING(WS-PP-IDX)
030900         ADD 1 TO WS-GRP-LIVE-LINES
031000         COMPUTE WS-LINE-VALUE = WS-PP-QTY(WS-PP-IDX)
031100             * WS-PP-UNIT-COST(WS-PP-IDX)
031200         ADD WS-LINE-VALUE TO WS-GRP-VALUE
031300         MOVE WS-SHOW-LINE TO WS-LINE-EDIT
031400         MOVE WS-PP-QTY(WS-PP-IDX) TO WS-QTY-EDIT
031500         MOVE WS-PP-UNIT-COST(WS-PP-IDX) TO WS-COST-EDIT
031600         DISPLAY WS-LINE-EDIT " " WS-PP-ID-GAME(WS-PP-IDX) "  "
031700             WS-PP-ON-HAND(WS-PP-IDX) "  "
031800             WS-PP-ON-ORDER(WS-PP-IDX) "  "
031900             WS-PP-SOLD(WS-PP-IDX) "  "
032000             WS-PP-POINT(WS-PP-IDX) "  " WS-QTY-EDIT " "
032100             WS-COST-EDIT "  " WS-PP-TITLE(WS-PP-IDX)
032200     END-IF.
032300
032400******************************************************************
032500*    2200-EDIT-LINE-RTN
032600*    CHANGE THE QUANTITY AND UNIT COST ON ONE LINE. A QUANTITY
032700*    OF ZERO DROPS THE LINE; A COST OF ZERO KEEPS THE ONE SHOWN.
032800******************************************************************
032900 2200-EDIT-LINE-RTN.
033000     DISPLAY "ENTER LINE NUMBER : ".
033100     ACCEPT WS-ENTRY-QTY.
033200     IF WS-ENTRY-QTY = 0
033300         OR WS-ENTRY-QTY > WS-GRP-END - WS-GRP-START + 1
033400         DISPLAY "NO SUCH LINE ON THIS ORDER"
033500     ELSE
033600         COMPUTE WS-PICK-ENTRY = WS-GRP-START + WS-ENTRY-QTY - 1
033700         SET WS-PP-IDX TO WS-PICK-ENTRY
033800         IF NOT PP-PENDING(WS-PP-IDX)
033900             DISPLAY "THAT LINE HAS BEEN DROPPED"
034000         ELSE
034100             DISPLAY "ENTER QUANTITY (0 DROPS THE LINE) : "
034200             ACCEPT WS-ENTRY-QTY
034300             IF WS-ENTRY-QTY = 0
034400                 MOVE "D" TO WS-PP-STATE(WS-PP-IDX)
034500                 DISPLAY "LINE DROPPED."
034600             ELSE
034700                 MOVE WS-ENTRY-QTY TO WS-PP-QTY(WS-PP-IDX)
034800                 DISPLAY "ENTER UNIT COST (0 KEEPS CURRENT) : "
034900                 ACCEPT WS-ENTRY-COST
035000                 IF WS-ENTRY-COST > 0
035100                     MOVE WS-ENTRY-COST
035200                         TO WS-PP-UNIT-COST(WS-PP-IDX)
035300                 END-IF
035400                 DISPLAY "LINE CHANGED."
035500             END-IF
035600         END-IF
035700     END-IF.
035800
035900******************************************************************
036000*    2300-CONFIRM-ORDER-RTN
036100*    ISSUE THE NEXT PO NUMBER AND WRITE EVERY PENDING LINE OF
036200*    THE ORDER TO THE OPEN-PO FILE AS AN OPEN LINE.
036300******************************************************************
036400 2300-CONFIRM-ORDER-RTN.
036500     IF WS-GRP-LIVE-LINES = 0
036600         DISPLAY "EVERY LINE HAS BEEN DROPPED - NOTHING TO"
036700             " CONFIRM"
036800         MOVE "Y" TO WS-DECIDED-SWITCH
036900     ELSE
037000         MOVE 0 TO WS-NEXT-LINE
037100         PERFORM 2350-WRITE-ONE-PO-LINE-RTN
037200             VARYING WS-PP-IDX FROM WS-GRP-START BY 1
037300             UNTIL WS-PP-IDX > WS-GRP-END
037400         DISPLAY "PO " WS-NEXT-PO " CONFIRMED TO "
037500             WS-GRP-SUPPLIER " - " WS-NEXT-LINE " LINES"
037600         ADD 1 TO CONFIRM-COUNTER
037700         ADD 1 TO WS-NEXT-PO
037800         MOVE "Y" TO WS-DECIDED-SWITCH
037900     END-IF.
038000
038100******************************************************************
038200*    2350-WRITE-ONE-PO-LINE-RTN
038300*    WRITE ONE PENDING PROPOSAL AS THE NEXT LINE OF THE PO.
038400******************************************************************
038500 2350-WRITE-ONE-PO-LINE-RTN.
038600     IF PP-PENDING(WS-PP-IDX)
038700         ADD 1 TO WS-NEXT-LINE
038800         MOVE SPACES TO PO-RECORD
038900         MOVE WS-NEXT-PO TO PO-NUMBER
039000         MOVE WS-NEXT-LINE TO PO-LINE
039100         MOVE WS-GRP-SUPPLIER TO PO-SUPPLIER
039200         MOVE WS-PP-ID-GAME(WS-PP-IDX) TO PO-ID-GAME
039300         MOVE WS-PP-QTY(WS-PP-IDX) TO PO-QTY-ORDERED
039400         MOVE 0 TO PO-QTY-RECEIVED
039500         MOVE WS-PP-UNIT-COST(WS-PP-IDX) TO PO-UNIT-COST
039600         MOVE WS-TODAY-DATE TO PO-ORDER-DATE
039700         MOVE 'O' TO PO-STATUS
039800         MOVE WS-PP-TITLE(WS-PP-IDX) TO PO-TITLE
039900         WRITE PO-RECORD
040000             INVALID KEY
040100                 DISPLAY "ERROR WRITING OPENPO.TXT - STATUS "
040200                     WS-PO-FILE-STATUS " - PO " WS-NEXT-PO
040300                     " LINE " WS-NEXT-LINE
040400         END-WRITE
040500         MOVE "C" TO WS-PP-STATE(WS-PP-IDX)
040600         ADD 1 TO POLINE-COUNTER
040700     END-IF.
040800
040900******************************************************************
041000*    8000-REWRITE-PROPOSALS-RTN
041100*    WRITE THE STILL-PENDING PROPOSALS BACK OVER POPROP.TXT.
041200******************************************************************
041300 8000-REWRITE-PROPOSALS-RTN.
041400     OPEN OUTPUT PROPOSAL-FILE.
041500     PERFORM 8100-WRITE-ONE-PROPOSAL-RTN
041600         VARYING WS-PP-IDX FROM 1 BY 1
041700         UNTIL WS-PP-IDX > WS-PP-COUNT.
041800     CLOSE PROPOSAL-FILE.
041900
042000******************************************************************
042100*    8100-WRITE-ONE-PROPOSAL-RTN
042200*    WRITE ONE PENDING TABLE ENTRY BACK TO THE PROPOSAL FILE.
042300******************************************************************
042400 8100-WRITE-ONE-PROPOSAL-RTN.
042500     IF PP-PENDING(WS-PP-IDX)
042600         MOVE SPACES TO PROPOSAL-RECORD
042700         MOVE WS-PP-SUPPLIER(WS-PP-IDX) TO PRP-SUPPLIER
042800         MOVE WS-PP-ID-GAME(WS-PP-IDX) TO PRP-ID-GAME
042900         MOVE WS-PP-ON-HAND(WS-PP-IDX) TO PRP-ON-HAND
043000         MOVE WS-PP-ON-ORDER(WS-PP-IDX) TO PRP-ON-ORDER
043100         MOVE WS-PP-SOLD(WS-PP-IDX) TO PRP-RECENT-SALES
043200         MOVE WS-PP-POINT(WS-PP-IDX) TO PRP-POINT
043300         MOVE WS-PP-QTY(WS-PP-IDX) TO PRP-QTY
043400         MOVE WS-PP-UNIT-COST(WS-PP-IDX) TO PRP-UNIT-COST
043500         MOVE WS-PP-TITLE(WS-PP-IDX) TO PRP-TITLE
043600         WRITE PROPOSAL-RECORD
043700         ADD 1 TO KEPT-COUNTER
043800     END-IF.
043900
044000******************************************************************
044100*    9000-TERMINATE-RTN
044200*    CLOSE THE OPEN-PO FILE AND SIGN OFF.
044300******************************************************************
044400 9000-TERMINATE-RTN.
044500     CLOSE OPENPO-FILE.
044600     DISPLAY "POCONF COMPLETE - " CONFIRM-COUNTER
044700         " ORDERS CONFIRMED (" POLINE-COUNTER " LINES), "
044800         SKIP-COUNTER " SKIPPED, " KEPT-COUNTER
044900         " LINES LEFT PROPOSED.".
045000
045100 END PROGRAM POCONF.
