000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ROPMAINT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- MENU-DRIVEN MAINTENANCE OF THE
001200*                      REORDER-POINT FILE (REORDPT.DAT -- SEE
001300*                      REORDREC). ONE RECORD PER TITLE WE KEEP IN
001400*                      STOCK: THE REORDER POINT, THE QUANTITY TO
001500*                      ORDER AND AN OPTIONAL PREFERRED SUPPLIER.
001600*                      THE TITLE IS CHECKED THROUGH GAMELOOKUP AND
001700*                      THE SUPPLIER THROUGH SUPLOOKUP. BUILT THE
001800*                      SAME WAY AS LOCMAINT -- THE WHOLE FILE IS
001900*                      LOADED INTO A TABLE, WORKED ON THERE, AND
002000*                      WRITTEN BACK WHEN THE OPERATOR QUITS.
002100*                      REPLEN READS THE FILE.
002120*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002140*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002160*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002180*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT REORDER-FILE ASSIGN TO 'REORDPT.DAT'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-ROP-FILE-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  REORDER-FILE.
003400 COPY REORDREC.
003500
003600 WORKING-STORAGE SECTION.
003700 01  SWITCHES.
003800     05 WS-MENU-SWITCH         PIC X VALUE "Y".
003900        88 MORE-MAINTENANCE             VALUE "Y".
004000     05 WS-ROP-EOF-SWITCH      PIC X VALUE "N".
004100        88 END-OF-REORDER-FILE          VALUE "Y".
004200     05 WS-FOUND-SWITCH        PIC X VALUE "N".
004300        88 TITLE-FOUND                  VALUE "Y".
004400     05 WS-CHANGED-SWITCH      PIC X VALUE "N".
004500        88 FILE-CHANGED                 VALUE "Y".
004600     05 WS-OVERFLOW-SWITCH     PIC X VALUE "N".
004700        88 FILE-OVERFLOWED              VALUE "Y".
004800     05 WS-ENTRY-OK-SWITCH     PIC X VALUE "N".
004900        88 ENTRY-OK                     VALUE "Y".
005000
005100 01  COUNTERS.
005200     05 ADD-COUNTER            PIC 9(5) COMP VALUE 0.
005300     05 CHANGE-COUNTER         PIC 9(5) COMP VALUE 0.
005400     05 DELETE-COUNTER         PIC 9(5) COMP VALUE 0.
005500
005600 01  WS-ROP-FILE-STATUS        PIC X(02) VALUE "00".
005700 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
005800
005900 01  WS-ENTRY-FIELDS.
006000     05 WS-ENTRY-ID            PIC 9(06) VALUE 0.
006100     05 WS-ENTRY-POINT         PIC 9(03) VALUE 0.
006200     05 WS-ENTRY-ORDER-QTY     PIC 9(03) VALUE 0.
006300     05 WS-ENTRY-SUPPLIER      PIC X(04) VALUE SPACES.
006400
006500 01  WS-ROP-COUNT              PIC 9(5) COMP VALUE 0.
006600 01  WS-HIT-IDX                PIC 9(5) COMP VALUE 0.
006700 01  WS-ROP-TABLE.
006800     05 WS-ROP-ENTRY OCCURS 2000 TIMES
006900            INDEXED BY WS-ROP-IDX.
007000         10 WS-ROP-ID-GAME     PIC 9(06).
007100         10 WS-ROP-POINT       PIC 9(03).
007200         10 WS-ROP-ORDER-QTY   PIC 9(03).
007300         10 WS-ROP-SUPPLIER    PIC X(04).
007400         10 WS-ROP-LIVE        PIC X.
007500            88 ROP-ENTRY-LIVE          VALUE "Y".
007600
007700 01  LKUP-ID-GAME             PIC 9(06).
007800 01  LKUP-RESULT-FIELDS.
007900     05 LKUP-TITLE-GAME       PIC X(40).
008000     05 LKUP-DATE-GAME        PIC X(10).
008100     05 LKUP-NOTE-GAME        PIC 99.
008200 01  LKUP-FOUND-SWITCH        PIC X.
008300     88 LKUP-FOUND                     VALUE "Y".
008400     88 LKUP-NOT-FOUND                 VALUE "N".
008500
008600 01  SUP-LKUP-CODE            PIC X(04).
008700 01  SUP-LKUP-RESULT-FIELDS.
008800     05 SUP-LKUP-NAME         PIC X(25).
008900     05 SUP-LKUP-TERMS        PIC X(10).
009000 01  SUP-LKUP-FOUND-SWITCH    PIC X.
009100     88 SUP-LKUP-FOUND                 VALUE "Y".
009200     88 SUP-LKUP-NOT-FOUND             VALUE "N".
009300
009306 01  SIGN-REQUEST-FIELDS.
009312     05 SIGN-FUNCTION          PIC X.
009318     05 SIGN-PROGRAM           PIC X(10).
009324     05 SIGN-ACTION            PIC X(08).
009330     05 SIGN-DETAIL            PIC X(60).
009336 01  SIGN-RESULT-FIELDS.
009342     05 SIGN-RESULT            PIC X.
009348        88 SIGN-GRANTED                 VALUE "G".
009354        88 SIGN-REFUSED                 VALUE "R".
009360     05 SIGN-OPERATOR-ID       PIC X(08).
009366     05 SIGN-OPERATOR-NAME     PIC X(30).
009372     05 SIGN-OPERATOR-ROLE     PIC X(02).
009378     05 SIGN-PASSWORD-HASH     PIC 9(10).
009384
009400 PROCEDURE DIVISION.
009500
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE-RTN.
009800     IF FILE-OVERFLOWED
009900         DISPLAY "REORDPT.DAT OVERFLOWS THE WORK TABLE -"
010000             " SESSION REFUSED, FILE LEFT UNTOUCHED -"
010100             " A PARTIAL REWRITE WOULD DROP TITLES"
010200     ELSE
010300         PERFORM 2000-MAINTENANCE-MENU-RTN
010400             UNTIL NOT MORE-MAINTENANCE
010500         PERFORM 8000-REWRITE-FILE-RTN
010600     END-IF.
010700     PERFORM 9000-TERMINATE-RTN.
010800     STOP RUN.
010900
011000******************************************************************
011100*    1000-INITIALIZE-RTN
011200*    LOAD THE REORDER-POINT FILE INTO THE WORK TABLE. NO FILE ON
011300*    HAND IS THE FIRST EVER RUN -- START EMPTY.
011400******************************************************************
011500 1000-INITIALIZE-RTN.
011509     MOVE "S" TO SIGN-FUNCTION.
011518     MOVE "ROPMAINT" TO SIGN-PROGRAM.
011527     MOVE SPACES TO SIGN-ACTION.
011536     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
011545         SIGN-RESULT-FIELDS.
011554     IF NOT SIGN-GRANTED
011563         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
011572         MOVE 8 TO RETURN-CODE
011581         STOP RUN
011590     END-IF.
011600     DISPLAY "ROPMAINT - REORDER POINT MAINTENANCE".
011700     OPEN INPUT REORDER-FILE.
011800     IF WS-ROP-FILE-STATUS NOT = "00"
011900         MOVE "Y" TO WS-ROP-EOF-SWITCH
012000         DISPLAY "NO REORDPT.DAT ON HAND - STARTING A NEW ONE"
012100     END-IF.
012200     PERFORM 1200-LOAD-ONE-TITLE-RTN UNTIL END-OF-REORDER-FILE.
012300     IF WS-ROP-FILE-STATUS NOT = "35"
012400         CLOSE REORDER-FILE
012500     END-IF.
012600
012700******************************************************************
012800*    1200-LOAD-ONE-TITLE-RTN
012900*    LOAD ONE REORDER RECORD INTO THE WORK TABLE.
013000******************************************************************
013100 1200-LOAD-ONE-TITLE-RTN.
013200     READ REORDER-FILE
013300         AT END
013400             MOVE "Y" TO WS-ROP-EOF-SWITCH
013500         NOT AT END
013600             IF WS-ROP-COUNT < 2000
013700                 ADD 1 TO WS-ROP-COUNT
013800                 SET WS-ROP-IDX TO WS-ROP-COUNT
013900                 MOVE ROP-ID-GAME TO WS-ROP-ID-GAME(WS-ROP-IDX)
014000                 MOVE ROP-POINT TO WS-ROP-POINT(WS-ROP-IDX)
014100                 MOVE ROP-ORDER-QTY
014200                     TO WS-ROP-ORDER-QTY(WS-ROP-IDX)
014300                 MOVE ROP-SUPPLIER
014400                     TO WS-ROP-SUPPLIER(WS-ROP-IDX)
014500                 MOVE "Y" TO WS-ROP-LIVE(WS-ROP-IDX)
014600             ELSE
014700                 MOVE "Y" TO WS-OVERFLOW-SWITCH
014800                 MOVE "Y" TO WS-ROP-EOF-SWITCH
014900             END-IF
015000     END-READ.
015100
015200******************************************************************
015300*    2000-MAINTENANCE-MENU-RTN
015400*    SHOW THE MENU AND DISPATCH TO THE CHOSEN MAINTENANCE ACTION.
015500******************************************************************
015600 2000-MAINTENANCE-MENU-RTN.
015700     DISPLAY "A) ADD A REORDER POINT".
015800     DISPLAY "C) CHANGE A REORDER POINT".
015900     DISPLAY "D) DELETE A REORDER POINT".
016000     DISPLAY "L) LIST ALL REORDER POINTS".
016100     DISPLAY "Q) QUIT".
016200     DISPLAY "ENTER CHOICE : ".
016300     ACCEPT WS-MENU-CHOICE.
016400     EVALUATE WS-MENU-CHOICE
016500         WHEN "A" WHEN "a"
016600             PERFORM 2100-ADD-TITLE-RTN
016700         WHEN "C" WHEN "c"
016800             PERFORM 2200-CHANGE-TITLE-RTN
016900         WHEN "D" WHEN "d"
017000             PERFORM 2300-DELETE-TITLE-RTN
017100         WHEN "L" WHEN "l"
017200             PERFORM 2400-LIST-TITLES-RTN
017300         WHEN "Q" WHEN "q"
017400             MOVE "N" TO WS-MENU-SWITCH
017500         WHEN OTHER
017600             DISPLAY "INVALID CHOICE - TRY AGAIN."
017700     END-EVALUATE.
017800
017900******************************************************************
018000*    2100-ADD-TITLE-RTN
018100*    TAKE A NEW TITLE. IT MUST BE ON THE CATALOG AND NOT ALREADY
018200*    ON THE REORDER FILE.
018300******************************************************************
018400 2100-ADD-TITLE-RTN.
018500     DISPLAY "ENTER ID-GAME : ".
018600     ACCEPT WS-ENTRY-ID.
018700     MOVE WS-ENTRY-ID TO LKUP-ID-GAME.
018800     CALL 'GAMELOOKUP' USING LKUP-ID-GAME LKUP-RESULT-FIELDS
018900         LKUP-FOUND-SWITCH.
019000     IF LKUP-NOT-FOUND
019100         DISPLAY "ID " WS-ENTRY-ID
019200             " IS NOT ON THE CATALOG - ADD REJECTED"
019300     ELSE
019400         PERFORM 2500-FIND-TITLE-RTN
019500         IF TITLE-FOUND
019600             DISPLAY "ID " WS-ENTRY-ID
019700                 " ALREADY HAS A REORDER POINT - ADD REJECTED"
019800         ELSE
019900             IF WS-ROP-COUNT >= 2000
020000                 DISPLAY "REORDER TABLE FULL - ADD REJECTED"
020100             ELSE
020200                 DISPLAY "TITLE : " LKUP-TITLE-GAME
020300                 PERFORM 2600-ACCEPT-VALUES-RTN
020400                 IF ENTRY-OK
020500                     ADD 1 TO WS-ROP-COUNT
020600                     SET WS-ROP-IDX TO WS-ROP-COUNT
020700                     MOVE WS-ENTRY-ID
020800                         TO WS-ROP-ID-GAME(WS-ROP-IDX)
020900                     PERFORM 2700-STORE-VALUES-RTN
021000                     ADD 1 TO ADD-COUNTER
021100                     DISPLAY "REORDER POINT ADDED."
021200                 END-IF
021300             END-IF
021400         END-IF
021500     END-IF.
021600
021700******************************************************************
021800*    2200-CHANGE-TITLE-RTN
021900*    RE-ACCEPT THE VALUES FOR A TITLE ALREADY ON THE FILE.
022000******************************************************************
022100 2200-CHANGE-TITLE-RTN.
022200     DISPLAY "ENTER ID-GAME : ".
022300     ACCEPT WS-ENTRY-ID.
022400     PERFORM 2500-FIND-TITLE-RTN.
022500     IF NOT TITLE-FOUND
022600         DISPLAY "ID " WS-ENTRY-ID " HAS NO REORDER POINT"
022700     ELSE
022800         SET WS-ROP-IDX TO WS-HIT-IDX
022900         DISPLAY "CURRENT POINT " WS-ROP-POINT(WS-ROP-IDX)
023000             "  ORDER QTY " WS-ROP-ORDER-QTY(WS-ROP-IDX)
023100             "  SUPPLIER " WS-ROP-SUPPLIER(WS-ROP-IDX)
023200         PERFORM 2600-ACCEPT-VALUES-RTN
023300         IF ENTRY-OK
023400             SET WS-ROP-IDX TO WS-HIT-IDX
023500             PERFORM 2700-STORE-VALUES-RTN
023600             ADD 1 TO CHANGE-COUNTER
023700             DISPLAY "REORDER POINT CHANGED."
023800         END-IF
023900     END-IF.
024000
024100******************************************************************
024200*    2300-DELETE-TITLE-RTN
024300*    DROP A TITLE FROM THE FILE -- REPLEN STOPS PROPOSING IT.
024400******************************************************************
024500 2300-DELETE-TITLE-RTN.
024600     DISPLAY "ENTER ID-GAME : ".
024700     ACCEPT WS-ENTRY-ID.
024800     PERFORM 2500-FIND-TITLE-RTN.
024900     IF NOT TITLE-FOUND
025000         DISPLAY "ID " WS-ENTRY-ID " HAS NO REORDER POINT"
025100     ELSE
025200         SET WS-ROP-IDX TO WS-HIT-IDX
025300         MOVE "N" TO WS-ROP-LIVE(WS-ROP-IDX)
025400         ADD 1 TO DELETE-COUNTER
025500         MOVE "Y" TO WS-CHANGED-SWITCH
025600         DISPLAY "REORDER POINT DELETED."
025700     END-IF.
025800
025900******************************************************************
026000*    2400-LIST-TITLES-RTN
026100*    SHOW EVERY LIVE ENTRY.
026200******************************************************************
026300 2400-LIST-TITLES-RTN.
026400     DISPLAY "  ID-GAME  POINT  ORDER  SUPPLIER".
026500     PERFORM 2450-LIST-ONE-TITLE-RTN
026600         VARYING WS-ROP-IDX FROM 1 BY 1
026700         UNTIL WS-ROP-IDX > WS-ROP-COUNT.
026800     DISPLAY "   ".
026900
027000******************************************************************
027100*    2450-LIST-ONE-TITLE-RTN
027200*    SHOW ONE LIVE TABLE ENTRY.
027300******************************************************************
027400 2450-LIST-ONE-TITLE-RTN.
027500     IF ROP-ENTRY-LIVE(WS-ROP-IDX)
027600         DISPLAY "  " WS-ROP-ID-GAME(WS-ROP-IDX) "   "
027700             WS-ROP-POINT(WS-ROP-IDX) "    "
027800             WS-ROP-ORDER-QTY(WS-ROP-IDX) "    "
027900             WS-ROP-SUPPLIER(WS-ROP-IDX)
028000     END-IF.
028100
028200******************************************************************
028300*    2500-FIND-TITLE-RTN
028400*    SEARCH THE WORK TABLE FOR WS-ENTRY-ID AMONG THE LIVE
028500*    ENTRIES. SETS WS-FOUND-SWITCH/WS-HIT-IDX.
028600******************************************************************
028700 2500-FIND-TITLE-RTN.
028800     MOVE "N" TO WS-FOUND-SWITCH.
028900     MOVE 0 TO WS-HIT-IDX.
029000     PERFORM 2550-CHECK-ONE-TITLE-RTN
029100         VARYING WS-ROP-IDX FROM 1 BY 1
029200         UNTIL WS-ROP-IDX > WS-ROP-COUNT OR TITLE-FOUND.
029300
029400******************************************************************
029500*    2550-CHECK-ONE-TITLE-RTN
029600*    COMPARE ONE LIVE TABLE ENTRY AGAINST WS-ENTRY-ID.
029700******************************************************************
029800 2550-CHECK-ONE-TITLE-RTN.
029900     IF ROP-ENTRY-LIVE(WS-ROP-IDX)
030000         AND WS-ROP-ID-GAME(WS-ROP-IDX) = WS-ENTRY-ID
030100         MOVE "Y" TO WS-FOUND-SWITCH
030200         MOVE WS-ROP-IDX TO WS-HIT-IDX
030300     END-IF.
030400
030500******************************************************************
030600*    2600-ACCEPT-VALUES-RTN
030700*    TAKE THE REORDER POINT, ORDER QUANTITY AND PREFERRED
030800*    SUPPLIER. THE ORDER QUANTITY MUST BE ABOVE ZERO AND A
030900*    NON-BLANK SUPPLIER MUST BE ON THE SUPPLIER MASTER.
031000******************************************************************
031100 2600-ACCEPT-VALUES-RTN.
031200     MOVE "N" TO WS-ENTRY-OK-SWITCH.
031300     DISPLAY "ENTER REORDER POINT (COPIES) : ".
031400     ACCEPT WS-ENTRY-POINT.
031500     DISPLAY "ENTER QUANTITY TO ORDER : ".
031600     ACCEPT WS-ENTRY-ORDER-QTY.
031700     DISPLAY "ENTER SUPPLIER (BLANK = LATEST ON GAMECOST) : ".
031800     ACCEPT WS-ENTRY-SUPPLIER.
031900     IF WS-ENTRY-ORDER-QTY = 0
032000         DISPLAY "ORDER QUANTITY MUST BE ABOVE ZERO"
032100             " - ENTRY REJECTED"
032200     ELSE
032300         IF WS-ENTRY-SUPPLIER = SPACES
032400             MOVE "Y" TO WS-ENTRY-OK-SWITCH
032500         ELSE
032600             MOVE WS-ENTRY-SUPPLIER TO SUP-LKUP-CODE
032700             CALL 'SUPLOOKUP' USING SUP-LKUP-CODE
032800                 SUP-LKUP-RESULT-FIELDS SUP-LKUP-FOUND-SWITCH
032900             IF SUP-LKUP-FOUND
033000                 MOVE "Y" TO WS-ENTRY-OK-SWITCH
033100             ELSE
033200                 DISPLAY "SUPPLIER " WS-ENTRY-SUPPLIER
033300                     " IS NOT ON THE SUPPLIER MASTER"
033400                     " - ENTRY REJECTED (SEE SUPMAINT)"
033500             END-IF
033600         END-IF
033700     END-IF.
033800
033900******************************************************************
034000*    2700-STORE-VALUES-RTN
034100*    MOVE THE ACCEPTED VALUES INTO THE TABLE ENTRY AT
034200*    WS-ROP-IDX AND MARK THE FILE FOR REWRITE.
034300******************************************************************
034400 2700-STORE-VALUES-RTN.
034500     MOVE WS-ENTRY-POINT TO WS-ROP-POINT(WS-ROP-IDX).
034600     MOVE WS-ENTRY-ORDER-QTY TO WS-ROP-ORDER-QTY(WS-ROP-IDX).
034700     MOVE WS-ENTRY-SUPPLIER TO WS-ROP-SUPPLIER(WS-ROP-IDX).
034800     MOVE "Y" TO WS-ROP-LIVE(WS-ROP-IDX).
034900     MOVE "Y" TO WS-CHANGED-SWITCH.
035000
035100******************************************************************
035200*    8000-REWRITE-FILE-RTN
035300*    WRITE THE LIVE TABLE ENTRIES BACK OVER REORDPT.DAT -- ONLY
035400*    WHEN SOMETHING ACTUALLY CHANGED.
035500******************************************************************
035600 8000-REWRITE-FILE-RTN.
035700     IF FILE-CHANGED
035800         OPEN OUTPUT REORDER-FILE
035900         PERFORM 8100-WRITE-ONE-TITLE-RTN
036000             VARYING WS-ROP-IDX FROM 1 BY 1
036100             UNTIL WS-ROP-IDX > WS-ROP-COUNT
036200         CLOSE REORDER-FILE
036300     END-IF.
036400
036500******************************************************************
036600*    8100-WRITE-ONE-TITLE-RTN
036700*    WRITE ONE LIVE TABLE ENTRY BACK TO THE FILE.
036800******************************************************************
036900 8100-WRITE-ONE-TITLE-RTN.
037000     IF ROP-ENTRY-LIVE(WS-ROP-IDX)
037100         MOVE SPACES TO REORDER-RECORD
037200         MOVE WS-ROP-ID-GAME(WS-ROP-IDX) TO ROP-ID-GAME
037300         MOVE WS-ROP-POINT(WS-ROP-IDX) TO ROP-POINT
037400         MOVE WS-ROP-ORDER-QTY(WS-ROP-IDX) TO ROP-ORDER-QTY
037500         MOVE WS-ROP-SUPPLIER(WS-ROP-IDX) TO ROP-SUPPLIER
037600         WRITE REORDER-RECORD
037700     END-IF.
037800
037900******************************************************************
038000*    9000-TERMINATE-RTN
038100*    SIGN OFF.
038200******************************************************************
038300 9000-TERMINATE-RTN.
038400     DISPLAY "ROPMAINT COMPLETE - " ADD-COUNTER " ADDED, "
038500         CHANGE-COUNTER " CHANGED, " DELETE-COUNTER " DELETED.".
038600
038700 END PROGRAM ROPMAINT.
