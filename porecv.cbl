000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PORECV.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- RECEIVING AGAINST PURCHASE
001200*                      ORDERS. THE RECEIVING CLERK BOOKS EACH
001300*                      DELIVERY AGAINST ITS PO LINE ON THE
001400*                      OPEN-PO FILE (OPENPO.TXT -- SEE POREC):
001500*                      THE COPIES GO ONTO HOLDINGS.TXT UNDER
001600*                      CONSECUTIVE COPY NUMBERS AT A LOCATION
001700*                      CHECKED THROUGH LOCLOOKUP, THE UNIT COST
001800*                      IS APPENDED TO GAMECOST.TXT THE SAME WAY
001900*                      GAMEINTK BOOKS IT, AND THE LINE'S RECEIVED
002000*                      QUANTITY IS UPDATED. A DELIVERY THAT
002100*                      LEAVES THE LINE SHORT (THE BUYER MAY CLOSE
002200*                      IT SHORT), GOES OVER THE ORDERED QUANTITY,
002300*                      OR HAS NO PO AT ALL IS FLAGGED ON THE
002400*                      RECEIVING REGISTER (RECVREG.TXT -- SEE
002500*                      RECVREC) ALONG WITH EVERY CLEAN RECEIPT.
002525*    10/15/2026  DLH   EVERY COPY RECEIVED IS NOW LOGGED TO THE
002550*                      HOLDINGS JOURNAL (HOLDJRNL.TXT) THROUGH
002575*                      HOLDJWTR AS IT GOES ON HOLDINGS.
002580*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002585*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002590*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002595*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS HOLD-KEY
003500         FILE STATUS IS WS-HOLD-FILE-STATUS.
003600
003700     SELECT OPENPO-FILE ASSIGN TO 'OPENPO.TXT'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS PO-KEY
004100         FILE STATUS IS WS-PO-FILE-STATUS.
004200
004300     SELECT COST-FILE ASSIGN TO 'GAMECOST.TXT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-COST-FILE-STATUS.
004600
004700     SELECT RECEIPT-FILE ASSIGN TO 'RECVREG.TXT'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RCV-FILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  HOLDINGS-FILE.
005400 COPY HOLDREC.
005500
005600 FD  OPENPO-FILE.
005700 COPY POREC.
005800
005900 FD  COST-FILE.
006000 COPY COSTREC.
006100
006200 FD  RECEIPT-FILE.
006300 COPY RECVREC.
006400
006500 WORKING-STORAGE SECTION.
006600 01  SWITCHES.
006700     05 WS-MENU-SWITCH         PIC X VALUE "Y".
006800        88 MORE-RECEIPTS                VALUE "Y".
006900     05 WS-HOLD-EOF-SWITCH     PIC X VALUE "N".
007000        88 END-OF-TITLE-COPIES          VALUE "Y".
007100     05 WS-COPY-CLASH-SWITCH   PIC X VALUE "N".
007200        88 COPY-NUMBER-TAKEN            VALUE "Y".
007300     05 WS-ENTRY-LOC-SWITCH    PIC X VALUE "N".
007400        88 ENTRY-LOCATION-VALID         VALUE "Y".
007500     05 WS-AGAINST-PO-SWITCH   PIC X VALUE "N".
007600        88 RECEIVING-AGAINST-PO         VALUE "Y".
007700
007800 01  COUNTERS.
007900     05 RECEIPT-COUNTER        PIC 9(5) COMP VALUE 0.
008000     05 COPY-COUNTER           PIC 9(5) COMP VALUE 0.
008100     05 FLAG-COUNTER           PIC 9(5) COMP VALUE 0.
008200     05 REJECT-COUNTER         PIC 9(5) COMP VALUE 0.
008300
008400 01  WS-FILE-STATUSES.
008500     05 WS-HOLD-FILE-STATUS    PIC X(02) VALUE "00".
008600     05 WS-PO-FILE-STATUS      PIC X(02) VALUE "00".
008700     05 WS-COST-FILE-STATUS    PIC X(02) VALUE "00".
008800     05 WS-RCV-FILE-STATUS     PIC X(02) VALUE "00".
008900
009000 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
009100
009200 01  WS-ENTRY-FIELDS.
009300     05 WS-ENTRY-PO            PIC 9(06) VALUE 0.
009400     05 WS-ENTRY-LINE          PIC 9(03) VALUE 0.
009500     05 WS-ENTRY-SUPPLIER      PIC X(04) VALUE SPACES.
009600     05 WS-ENTRY-ID            PIC 9(06) VALUE 0.
009700     05 WS-ENTRY-QTY           PIC 9(03) VALUE 0.
009800     05 WS-ENTRY-COST          PIC 9(3)V99 VALUE 0.
009900     05 WS-ENTRY-LOCATION      PIC X(10) VALUE SPACES.
010000     05 WS-ENTRY-CONDITION     PIC X(02) VALUE SPACES.
010100        88 ENTRY-CONDITION-VALID
010200                                VALUE 'NW' 'GD' 'FR' 'PR'.
010300     05 WS-ENTRY-FIRST-COPY    PIC 9(03) VALUE 0.
010400     05 WS-ENTRY-CLOSE         PIC X VALUE SPACES.
010500
010600 01  WS-WORK-FIELDS.
010700     05 WS-ENTRY-TITLE         PIC X(40) VALUE SPACES.
010800     05 WS-HIGH-COPY           PIC 9(03) VALUE 0.
010900     05 WS-LAST-COPY           PIC 9(5) COMP VALUE 0.
011000     05 WS-COPY-NO             PIC 9(5) COMP VALUE 0.
011100     05 WS-DUE-QTY             PIC S9(5) COMP VALUE 0.
011200     05 WS-NEW-RECEIVED        PIC 9(5) COMP VALUE 0.
011300     05 WS-RCV-FLAG            PIC X(05) VALUE SPACES.
011400
011500 01  WS-RUN-DATE.
011600     05 WS-RUN-YYYY            PIC 9(4).
011700     05 WS-RUN-MM              PIC 99.
011800     05 WS-RUN-DD              PIC 99.
011900 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
012000
012100 01  WS-QTY-EDIT               PIC ZZ9.
012200 01  WS-COST-EDIT              PIC ZZ9.99.
012300
012400 01  LKUP-ID-GAME             PIC 9(06).
012500 01  LKUP-RESULT-FIELDS.
012600     05 LKUP-TITLE-GAME       PIC X(40).
012700     05 LKUP-DATE-GAME        PIC X(10).
012800     05 LKUP-NOTE-GAME        PIC 99.
012900 01  LKUP-FOUND-SWITCH        PIC X.
013000     88 LKUP-FOUND                     VALUE "Y".
013100     88 LKUP-NOT-FOUND                 VALUE "N".
013200
013300 01  SUP-LKUP-CODE            PIC X(04).
013400 01  SUP-LKUP-RESULT-FIELDS.
013500     05 SUP-LKUP-NAME         PIC X(25).
013600     05 SUP-LKUP-TERMS        PIC X(10).
013700 01  SUP-LKUP-FOUND-SWITCH    PIC X.
013800     88 SUP-LKUP-FOUND                 VALUE "Y".
013900     88 SUP-LKUP-NOT-FOUND             VALUE "N".
014000
014100 01  LOC-LKUP-CODE             PIC X(10).
014200 01  LOC-LKUP-NAME             PIC X(30).
014300 01  LOC-LKUP-FOUND-SWITCH     PIC X.
014400     88 LOC-LKUP-FOUND                  VALUE "Y".
014500     88 LOC-LKUP-NOT-FOUND              VALUE "N".
014600
014700 01  LOCK-REQUEST-FIELDS.
014800     05 LOCK-FUNCTION         PIC X.
014900     05 LOCK-CALLER           PIC X(10).
015000 01  LOCK-RESULT-FIELDS.
015100     05 LOCK-RESULT           PIC X.
015200        88 LOCK-GRANTED               VALUE "G".
015300        88 LOCK-BUSY                  VALUE "B".
015400        88 LOCK-FREE                  VALUE "F".
015500     05 LOCK-HOLDER-NAME      PIC X(10).
015600     05 LOCK-TAKEN-TS         PIC X(19).
015700
015712 01  HJRN-REQUEST-FIELDS.
015724     05 HJRN-PROGRAM          PIC X(10).
015736     05 HJRN-ACTION           PIC X(03).
015748     05 HJRN-REASON           PIC X(02).
015760     05 HJRN-BEFORE-IMAGE     PIC X(40).
015772     05 HJRN-AFTER-IMAGE      PIC X(40).
015784
015785 01  SIGN-REQUEST-FIELDS.
015786     05 SIGN-FUNCTION          PIC X.
015787     05 SIGN-PROGRAM           PIC X(10).
015788     05 SIGN-ACTION            PIC X(08).
015789     05 SIGN-DETAIL            PIC X(60).
015790 01  SIGN-RESULT-FIELDS.
015791     05 SIGN-RESULT            PIC X.
015792        88 SIGN-GRANTED                 VALUE "G".
015793        88 SIGN-REFUSED                 VALUE "R".
015794     05 SIGN-OPERATOR-ID       PIC X(08).
015795     05 SIGN-OPERATOR-NAME     PIC X(30).
015796     05 SIGN-OPERATOR-ROLE     PIC X(02).
015797     05 SIGN-PASSWORD-HASH     PIC 9(10).
015798
015800 PROCEDURE DIVISION.
015900
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE-RTN.
016200     PERFORM 2000-RECEIVING-MENU-RTN
016300         UNTIL NOT MORE-RECEIPTS.
016400     PERFORM 9000-TERMINATE-RTN.
016500     STOP RUN.
016600
016700******************************************************************
016800*    1000-INITIALIZE-RTN
016900*    CHECK THE CATALOG UPDATE INTERLOCK, WORK OUT TODAY'S DATE
017000*    AND OPEN THE FILES. THE COST LEDGER AND THE REGISTER ARE
017100*    EXTENDED FOR THE SESSION.
017200******************************************************************
017300 1000-INITIALIZE-RTN.
017309     MOVE "S" TO SIGN-FUNCTION.
017318     MOVE "PORECV" TO SIGN-PROGRAM.
017327     MOVE SPACES TO SIGN-ACTION.
017336     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
017345         SIGN-RESULT-FIELDS.
017354     IF NOT SIGN-GRANTED
017363         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
017372         MOVE 8 TO RETURN-CODE
017381         STOP RUN
017390     END-IF.
017400     DISPLAY "PORECV - RECEIVE DELIVERIES AGAINST PURCHASE"
017500         " ORDERS".
017600     MOVE "C" TO LOCK-FUNCTION.
017700     MOVE "PORECV" TO LOCK-CALLER.
017800     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
017900         LOCK-RESULT-FIELDS.
018000     IF LOCK-BUSY
018100         DISPLAY "CATALOG LOCKED BY " LOCK-HOLDER-NAME
018200             " SINCE " LOCK-TAKEN-TS
018300         DISPLAY "TRY AGAIN WHEN THE UPDATE FINISHES - RUN"
018400             " STOPPED"
018500         MOVE 8 TO RETURN-CODE
018600         STOP RUN
018700     END-IF.
018800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018900     MOVE SPACES TO WS-TODAY-DATE.
019000     STRING WS-RUN-MM DELIMITED BY SIZE
019100         '/' DELIMITED BY SIZE
019200         WS-RUN-DD DELIMITED BY SIZE
019300         '/' DELIMITED BY SIZE
019400         WS-RUN-YYYY DELIMITED BY SIZE
019500         INTO WS-TODAY-DATE.
019600     OPEN I-O HOLDINGS-FILE.
019700     IF WS-HOLD-FILE-STATUS NOT = "00"
019800         DISPLAY "NO HOLDINGS.TXT ON HAND - STARTING A NEW ONE"
019900         OPEN OUTPUT HOLDINGS-FILE
020000         CLOSE HOLDINGS-FILE
020100         OPEN I-O HOLDINGS-FILE
020200     END-IF.
020300     OPEN I-O OPENPO-FILE.
020400     IF WS-PO-FILE-STATUS NOT = "00"
020500         DISPLAY "NO OPENPO.TXT ON HAND - ONLY UNORDERED"
020600             " DELIVERIES CAN BE BOOKED"
020700         OPEN OUTPUT OPENPO-FILE
020800         CLOSE OPENPO-FILE
020900         OPEN I-O OPENPO-FILE
021000     END-IF.
021100     OPEN EXTEND COST-FILE.
021200     IF WS-COST-FILE-STATUS NOT = "00"
021300         OPEN OUTPUT COST-FILE
021400     END-IF.
021500     OPEN EXTEND RECEIPT-FILE.
021600     IF WS-RCV-FILE-STATUS NOT = "00"
021700         OPEN OUTPUT RECEIPT-FILE
021800     END-IF.
021900
022000******************************************************************
022100*    2000-RECEIVING-MENU-RTN
022200*    SHOW THE MENU AND DISPATCH TO THE CHOSEN KIND OF RECEIPT.
022300******************************************************************
022400 2000-RECEIVING-MENU-RTN.
022500     DISPLAY "R) RECEIVE AGAINST A PO LINE".
022600     DISPLAY "U) RECEIVE AN UNORDERED DELIVERY".
022700     DISPLAY "Q) QUIT".
022800     DISPLAY "ENTER CHOICE : ".
022900     ACCEPT WS-MENU-CHOICE.
023000     EVALUATE WS-MENU-CHOICE
023100         WHEN "R" WHEN "r"
023200             PERFORM 2100-RECEIVE-AGAINST-PO-RTN
023300                 THRU 2100-RECEIVE-AGAINST-PO-RTN-EXIT
023400         WHEN "U" WHEN "u"
023500             PERFORM 2300-RECEIVE-UNORDERED-RTN
023600                 THRU 2300-RECEIVE-UNORDERED-RTN-EXIT
023700         WHEN "Q" WHEN "q"
023800             MOVE "N" TO WS-MENU-SWITCH
023900         WHEN OTHER
024000             DISPLAY "INVALID CHOICE - TRY AGAIN."
024100     END-EVALUATE.
024200
024300******************************************************************
024400*    2100-RECEIVE-AGAINST-PO-RTN
024500*    BOOK ONE DELIVERY AGAINST AN OPEN PO LINE. THE LINE MUST BE
024600*    ON FILE AND STILL OPEN. ANY FAILED CHECK REJECTS THE
024700*    RECEIPT AND GOES STRAIGHT TO THE EXIT.
024800******************************************************************
024900 2100-RECEIVE-AGAINST-PO-RTN.
025000     MOVE "Y" TO WS-AGAINST-PO-SWITCH.
025100     DISPLAY "ENTER PO NUMBER : ".
025200     ACCEPT WS-ENTRY-PO.
025300     DISPLAY "ENTER PO LINE : ".
025400     ACCEPT WS-ENTRY-LINE.
025500     MOVE WS-ENTRY-PO TO PO-NUMBER.
025600     MOVE WS-ENTRY-LINE TO PO-LINE.
025700     READ OPENPO-FILE
025800         INVALID KEY
025900             DISPLAY "PO " WS-ENTRY-PO " LINE " WS-ENTRY-LINE
026000                 " IS NOT ON THE OPEN-PO FILE - USE U FOR AN"
026100                 " UNORDERED DELIVERY"
026200             ADD 1 TO REJECT-COUNTER
026300             GO TO 2100-RECEIVE-AGAINST-PO-RTN-EXIT
026400     END-READ.
026500     IF NOT PO-LINE-OPEN
026600         DISPLAY "THAT PO LINE IS ALREADY CLOSED (STATUS "
026700             PO-STATUS ") - USE U FOR AN UNORDERED DELIVERY"
026800         ADD 1 TO REJECT-COUNTER
026900         GO TO 2100-RECEIVE-AGAINST-PO-RTN-EXIT
027000     END-IF.
027100     MOVE PO-SUPPLIER TO WS-ENTRY-SUPPLIER.
027200     MOVE PO-ID-GAME TO WS-ENTRY-ID.
027300     MOVE PO-TITLE TO WS-ENTRY-TITLE.
027400     COMPUTE WS-DUE-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED.
027500     MOVE PO-UNIT-COST TO WS-COST-EDIT.
027600     DISPLAY "SUPPLIER " PO-SUPPLIER "  ID " PO-ID-GAME "  "
027700         PO-TITLE.
027800     MOVE WS-DUE-QTY TO WS-QTY-EDIT.
027900     DISPLAY "ORDERED " PO-QTY-ORDERED "  RECEIVED "
028000         PO-QTY-RECEIVED "  STILL DUE " WS-QTY-EDIT
028100         "  UNIT COST " WS-COST-EDIT.
028200     PERFORM 2500-ACCEPT-DELIVERY-RTN.
028300     IF WS-ENTRY-COST = 0
028400         MOVE PO-UNIT-COST TO WS-ENTRY-COST
028500     END-IF.
028600     PERFORM 2600-CHECK-DELIVERY-RTN
028700         THRU 2600-CHECK-DELIVERY-RTN-EXIT.
028800     IF WS-RCV-FLAG = 'REJ'
028900         ADD 1 TO REJECT-COUNTER
029000         GO TO 2100-RECEIVE-AGAINST-PO-RTN-EXIT
029100     END-IF.
029200     COMPUTE WS-NEW-RECEIVED = PO-QTY-RECEIVED + WS-ENTRY-QTY.
029300     EVALUATE TRUE
029400         WHEN WS-NEW-RECEIVED > PO-QTY-ORDERED
029500             MOVE 'OVER ' TO WS-RCV-FLAG
029600             MOVE 'R' TO PO-STATUS
029700         WHEN WS-NEW-RECEIVED = PO-QTY-ORDERED
029800             MOVE 'FULL ' TO WS-RCV-FLAG
029900             MOVE 'R' TO PO-STATUS
030000         WHEN OTHER
030100             DISPLAY "DELIVERY LEAVES THE LINE SHORT - CLOSE"
030200                 " IT SHORT? (Y/N) : "
030300             ACCEPT WS-ENTRY-CLOSE
030400             IF WS-ENTRY-CLOSE = "Y" OR WS-ENTRY-CLOSE = "y"
030500                 MOVE 'CLSSH' TO WS-RCV-FLAG
030600                 MOVE 'S' TO PO-STATUS
030700             ELSE
030800                 MOVE 'SHORT' TO WS-RCV-FLAG
030900             END-IF
031000     END-EVALUATE.
031100     IF WS-NEW-RECEIVED > 999
031200         MOVE 999 TO PO-QTY-RECEIVED
031300     ELSE
031400         MOVE WS-NEW-RECEIVED TO PO-QTY-RECEIVED
031500     END-IF.
031600     PERFORM 2700-POST-DELIVERY-RTN.
031700     REWRITE PO-RECORD
031800         INVALID KEY
031900             DISPLAY "ERROR REWRITING OPENPO.TXT - STATUS "
032000                 WS-PO-FILE-STATUS " - COPIES BOOKED, CORRECT"
032100                 " THE PO LINE BY HAND"
032200     END-REWRITE.
032300
032400 2100-RECEIVE-AGAINST-PO-RTN-EXIT.
032500     EXIT.
032600
032700******************************************************************
032800*    2300-RECEIVE-UNORDERED-RTN
032900*    BOOK A DELIVERY NOTHING WAS ORDERED FOR. THE SUPPLIER MUST
033000*    BE ON THE SUPPLIER MASTER, THE TITLE ON THE CATALOG, AND A
033100*    UNIT COST MUST BE KEYED SINCE THERE IS NO PO TO TAKE IT
033200*    FROM. ALWAYS FLAGGED UNORD ON THE REGISTER.
033300******************************************************************
033400 2300-RECEIVE-UNORDERED-RTN.
033500     MOVE "N" TO WS-AGAINST-PO-SWITCH.
033600     MOVE 0 TO WS-ENTRY-PO.
033700     MOVE 0 TO WS-ENTRY-LINE.
033800     DISPLAY "ENTER SUPPLIER CODE : ".
033900     ACCEPT WS-ENTRY-SUPPLIER.
034000     MOVE WS-ENTRY-SUPPLIER TO SUP-LKUP-CODE.
034100     CALL 'SUPLOOKUP' USING SUP-LKUP-CODE
034200         SUP-LKUP-RESULT-FIELDS SUP-LKUP-FOUND-SWITCH.
034300     IF SUP-LKUP-NOT-FOUND
034400         DISPLAY "SUPPLIER " WS-ENTRY-SUPPLIER
034500             " IS NOT ON THE SUPPLIER MASTER - RECEIPT REJECTED"
034600             " (SEE SUPMAINT)"
034700         ADD 1 TO REJECT-COUNTER
034800         GO TO 2300-RECEIVE-UNORDERED-RTN-EXIT
034900     END-IF.
035000     DISPLAY "ENTER ID-GAME : ".
035100     ACCEPT WS-ENTRY-ID.
035200     MOVE WS-ENTRY-ID TO LKUP-ID-GAME.
035300     CALL 'GAMELOOKUP' USING LKUP-ID-GAME LKUP-RESULT-FIELDS
035400         LKUP-FOUND-SWITCH.
035500     IF LKUP-NOT-FOUND
035600         DISPLAY "ID " WS-ENTRY-ID
035700             " IS NOT ON THE CATALOG - RECEIPT REJECTED"
035800         ADD 1 TO REJECT-COUNTER
035900         GO TO 2300-RECEIVE-UNORDERED-RTN-EXIT
036000     END-IF.
036100     MOVE LKUP-TITLE-GAME TO WS-ENTRY-TITLE.
036200     DISPLAY "TITLE : " WS-ENTRY-TITLE.
036300     PERFORM 2500-ACCEPT-DELIVERY-RTN.
036400     IF WS-ENTRY-COST = 0
036500         DISPLAY "A UNIT COST MUST BE KEYED FOR AN UNORDERED"
036600             " DELIVERY - RECEIPT REJECTED"
036700         ADD 1 TO REJECT-COUNTER
036800         GO TO 2300-RECEIVE-UNORDERED-RTN-EXIT
036900     END-IF.
037000     PERFORM 2600-CHECK-DELIVERY-RTN
037100         THRU 2600-CHECK-DELIVERY-RTN-EXIT.
037200     IF WS-RCV-FLAG = 'REJ'
037300         ADD 1 TO REJECT-COUNTER
037400         GO TO 2300-RECEIVE-UNORDERED-RTN-EXIT
037500     END-IF.
037600     MOVE 'UNORD' TO WS-RCV-FLAG.
037700     MOVE WS-ENTRY-QTY TO WS-NEW-RECEIVED.
037800     PERFORM 2700-POST-DELIVERY-RTN.
037900
038000 2300-RECEIVE-UNORDERED-RTN-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400*    2500-ACCEPT-DELIVERY-RTN
038500*    ASK FOR THE QUANTITY IN THE DELIVERY, THE UNIT COST ON THE
038600*    INVOICE (0 = THE PO COST), THE CONDITION (BLANK = NW), THE
038700*    SHELF AND THE FIRST COPY NUMBER (0 = NEXT FREE FOR THE
038800*    TITLE).
038900******************************************************************
039000 2500-ACCEPT-DELIVERY-RTN.
039100     DISPLAY "ENTER QUANTITY RECEIVED : ".
039200     ACCEPT WS-ENTRY-QTY.
039300     DISPLAY "ENTER UNIT COST (NNN.NN, 0 = PO COST) : ".
039400     ACCEPT WS-ENTRY-COST.
039500     DISPLAY "ENTER CONDITION (NW/GD/FR/PR, BLANK = NW) : ".
039600     ACCEPT WS-ENTRY-CONDITION.
039700     IF WS-ENTRY-CONDITION = SPACES
039800         MOVE 'NW' TO WS-ENTRY-CONDITION
039900     END-IF.
040000     DISPLAY "ENTER LOCATION TO SHELVE THEM : ".
040100     ACCEPT WS-ENTRY-LOCATION.
040200     DISPLAY "ENTER FIRST COPY NUMBER (0 = NEXT FREE) : ".
040300     ACCEPT WS-ENTRY-FIRST-COPY.
040400
040500******************************************************************
040600*    2600-CHECK-DELIVERY-RTN
040700*    VALIDATE THE DELIVERY FIELDS AND MAKE SURE EVERY COPY
040800*    NUMBER THE DELIVERY WILL TAKE IS FREE. A FAILURE SETS
040900*    WS-RCV-FLAG TO 'REJ' AND GOES STRAIGHT TO THE EXIT.
041000******************************************************************
041100 2600-CHECK-DELIVERY-RTN.
041200     MOVE SPACES TO WS-RCV-FLAG.
041300     IF WS-ENTRY-QTY = 0
041400         DISPLAY "QUANTITY MUST BE ABOVE ZERO - RECEIPT"
041500             " REJECTED"
041600         MOVE 'REJ' TO WS-RCV-FLAG
041700         GO TO 2600-CHECK-DELIVERY-RTN-EXIT
041800     END-IF.
041900     IF NOT ENTRY-CONDITION-VALID
042000         DISPLAY "CONDITION MUST BE NW, GD, FR OR PR"
042100             " - RECEIPT REJECTED"
042200         MOVE 'REJ' TO WS-RCV-FLAG
042300         GO TO 2600-CHECK-DELIVERY-RTN-EXIT
042400     END-IF.
042500     MOVE "N" TO WS-ENTRY-LOC-SWITCH.
042600     MOVE WS-ENTRY-LOCATION TO LOC-LKUP-CODE.
042700     CALL 'LOCLOOKUP' USING LOC-LKUP-CODE LOC-LKUP-NAME
042800         LOC-LKUP-FOUND-SWITCH.
042900     IF LOC-LKUP-FOUND
043000         MOVE "Y" TO WS-ENTRY-LOC-SWITCH
043100     END-IF.
043200     IF NOT ENTRY-LOCATION-VALID
043300         DISPLAY "LOCATION " WS-ENTRY-LOCATION
043400             " IS NOT ON THE LOCATION MASTER"
043500             " - RECEIPT REJECTED (SEE LOCMAINT)"
043600         MOVE 'REJ' TO WS-RCV-FLAG
043700         GO TO 2600-CHECK-DELIVERY-RTN-EXIT
043800     END-IF.
043900     IF WS-ENTRY-FIRST-COPY = 0
044000         PERFORM 2650-FIND-HIGH-COPY-RTN
044100         COMPUTE WS-ENTRY-FIRST-COPY = WS-HIGH-COPY + 1
044200     END-IF.
044300     COMPUTE WS-LAST-COPY =
044400         WS-ENTRY-FIRST-COPY + WS-ENTRY-QTY - 1.
044500     IF WS-LAST-COPY > 999
044600         DISPLAY "COPY NUMBERS WOULD RUN PAST 999 FOR THIS"
044700             " TITLE - RECEIPT REJECTED"
044800         MOVE 'REJ' TO WS-RCV-FLAG
044900         GO TO 2600-CHECK-DELIVERY-RTN-EXIT
045000     END-IF.
045100     MOVE "N" TO WS-COPY-CLASH-SWITCH.
045200     PERFORM 2680-CHECK-ONE-COPY-RTN
045300         VARYING WS-COPY-NO FROM WS-ENTRY-FIRST-COPY BY 1
045400         UNTIL WS-COPY-NO > WS-LAST-COPY OR COPY-NUMBER-TAKEN.
045500     IF COPY-NUMBER-TAKEN
045600         DISPLAY "COPY " HOLD-COPY-NO " OF ID " WS-ENTRY-ID
045700             " IS ALREADY ON HOLDINGS - RECEIPT REJECTED"
045800         MOVE 'REJ' TO WS-RCV-FLAG
045900     END-IF.
046000
046100 2600-CHECK-DELIVERY-RTN-EXIT.
046200     EXIT.
046300
046400******************************************************************
046500*    2650-FIND-HIGH-COPY-RTN
046600*    POSITION AT THE TITLE'S FIRST COPY AND READ FORWARD WHILE
046700*    THE ID HOLDS, KEEPING THE HIGHEST COPY NUMBER SEEN. NEW
046800*    COPIES ARE NUMBERED PAST IT SO A NUMBER ONCE SOLD IS NOT
046900*    HANDED OUT AGAIN WHILE IT COULD STILL COME BACK.
047000******************************************************************
047100 2650-FIND-HIGH-COPY-RTN.
047200     MOVE 0 TO WS-HIGH-COPY.
047300     MOVE "N" TO WS-HOLD-EOF-SWITCH.
047400     MOVE WS-ENTRY-ID TO HOLD-ID-GAME.
047500     MOVE 0 TO HOLD-COPY-NO.
047600     START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
047700         INVALID KEY
047800             MOVE "Y" TO WS-HOLD-EOF-SWITCH
047900     END-START.
048000     PERFORM 2660-READ-ONE-COPY-RTN UNTIL END-OF-TITLE-COPIES.
048100
048200******************************************************************
048300*    2660-READ-ONE-COPY-RTN
048400*    READ THE NEXT HOLDING; STOP AT THE FIRST OTHER TITLE.
048500******************************************************************
048600 2660-READ-ONE-COPY-RTN.
048700     READ HOLDINGS-FILE NEXT RECORD
048800         AT END
048900             MOVE "Y" TO WS-HOLD-EOF-SWITCH
049000         NOT AT END
049100             IF HOLD-ID-GAME NOT = WS-ENTRY-ID
049200                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
049300             ELSE
049400                 MOVE HOLD-COPY-NO TO WS-HIGH-COPY
049500             END-IF
049600     END-READ.
049700
049800******************************************************************
049900*    2680-CHECK-ONE-COPY-RTN
050000*    RANDOM READ FOR ONE COPY NUMBER IN THE DELIVERY'S RANGE.
050100******************************************************************
050200 2680-CHECK-ONE-COPY-RTN.
050300     MOVE WS-ENTRY-ID TO HOLD-ID-GAME.
050400     MOVE WS-COPY-NO TO HOLD-COPY-NO.
050500     READ HOLDINGS-FILE
050600         INVALID KEY
050700             CONTINUE
050800         NOT INVALID KEY
050900             MOVE "Y" TO WS-COPY-CLASH-SWITCH
051000     END-READ.
051100
051200******************************************************************
051300*    2700-POST-DELIVERY-RTN
051400*    SHELVE THE COPIES, BOOK THE UNIT COST TO THE COST LEDGER
051500*    AND WRITE THE RECEIVING REGISTER LINE WITH ITS FLAG.
051600******************************************************************
051700 2700-POST-DELIVERY-RTN.
051800     PERFORM 2750-ADD-ONE-COPY-RTN
051900         VARYING WS-COPY-NO FROM WS-ENTRY-FIRST-COPY BY 1
052000         UNTIL WS-COPY-NO > WS-LAST-COPY.
052100     MOVE SPACES TO COST-RECORD.
052200     MOVE WS-ENTRY-ID TO COST-ID-GAME.
052300     MOVE WS-ENTRY-SUPPLIER TO COST-SUPPLIER.
052400     MOVE WS-ENTRY-COST TO COST-UNIT.
052500     MOVE WS-TODAY-DATE TO COST-DATE.
052600     WRITE COST-RECORD.
052700     MOVE SPACES TO RECEIPT-RECORD.
052800     MOVE WS-TODAY-DATE TO RCV-DATE.
052900     MOVE WS-ENTRY-PO TO RCV-PO-NUMBER.
053000     MOVE WS-ENTRY-LINE TO RCV-PO-LINE.
053100     MOVE WS-ENTRY-SUPPLIER TO RCV-SUPPLIER.
053200     MOVE WS-ENTRY-ID TO RCV-ID-GAME.
053300     MOVE WS-ENTRY-QTY TO RCV-QTY.
053400     IF RECEIVING-AGAINST-PO
053500         MOVE PO-QTY-RECEIVED TO RCV-QTY-TO-DATE
053600         MOVE PO-QTY-ORDERED TO RCV-QTY-ORDERED
053700     ELSE
053800         MOVE WS-ENTRY-QTY TO RCV-QTY-TO-DATE
053900         MOVE 0 TO RCV-QTY-ORDERED
054000     END-IF.
054100     MOVE WS-ENTRY-COST TO RCV-UNIT-COST.
054200     MOVE WS-RCV-FLAG TO RCV-FLAG.
054300     MOVE WS-ENTRY-TITLE TO RCV-TITLE.
054400     WRITE RECEIPT-RECORD.
054500     ADD 1 TO RECEIPT-COUNTER.
054600     IF NOT RCV-FLAG-FULL
054700         ADD 1 TO FLAG-COUNTER
054800     END-IF.
054900     MOVE WS-ENTRY-QTY TO WS-QTY-EDIT.
055000     DISPLAY "RECEIVED " WS-QTY-EDIT " OF ID " WS-ENTRY-ID
055100         " AS COPIES " WS-ENTRY-FIRST-COPY " ON - FLAG "
055200         WS-RCV-FLAG.
055300
055400******************************************************************
055500*    2750-ADD-ONE-COPY-RTN
055600*    WRITE ONE NEW COPY TO HOLDINGS, ACQUIRED TODAY.
055700******************************************************************
055800 2750-ADD-ONE-COPY-RTN.
055900     MOVE SPACES TO HOLDING-RECORD.
056000     MOVE WS-ENTRY-ID TO HOLD-ID-GAME.
056100     MOVE WS-COPY-NO TO HOLD-COPY-NO.
056200     MOVE WS-ENTRY-LOCATION TO HOLD-LOCATION.
056300     MOVE WS-ENTRY-CONDITION TO HOLD-CONDITION.
056400     MOVE WS-TODAY-DATE TO HOLD-ACQ-DATE.
056500     WRITE HOLDING-RECORD
056600         INVALID KEY
056700             DISPLAY "ERROR WRITING HOLDINGS.TXT - STATUS "
056800                 WS-HOLD-FILE-STATUS " - COPY " HOLD-COPY-NO
056900                 " NOT SHELVED, ADD IT THROUGH HOLDMAINT"
057000         NOT INVALID KEY
057100             ADD 1 TO COPY-COUNTER
057150             PERFORM 2760-JOURNAL-ONE-COPY-RTN
057200     END-WRITE.
057300
057307******************************************************************
057314*    2760-JOURNAL-ONE-COPY-RTN
057321*    THE NEW COPY IS ON HOLDINGS -- LOG ITS ACQUISITION TO THE
057328*    HOLDINGS JOURNAL THROUGH HOLDJWTR.
057335******************************************************************
057342 2760-JOURNAL-ONE-COPY-RTN.
057349     MOVE 'PORECV' TO HJRN-PROGRAM.
057356     MOVE 'ADD' TO HJRN-ACTION.
057363     MOVE 'AC' TO HJRN-REASON.
057370     MOVE SPACES TO HJRN-BEFORE-IMAGE.
057377     MOVE HOLDING-RECORD TO HJRN-AFTER-IMAGE.
057384     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
057391
057400******************************************************************
057500*    9000-TERMINATE-RTN
057600*    CLOSE THE FILES AND SIGN OFF.
057700******************************************************************
057800 9000-TERMINATE-RTN.
057900     CLOSE HOLDINGS-FILE.
058000     CLOSE OPENPO-FILE.
058100     CLOSE COST-FILE.
058200     CLOSE RECEIPT-FILE.
058300     DISPLAY "PORECV COMPLETE - " RECEIPT-COUNTER
058400         " DELIVERIES BOOKED (" COPY-COUNTER " COPIES), "
058500         FLAG-COUNTER " FLAGGED, " REJECT-COUNTER
058600         " REJECTED.".
058700
058800 END PROGRAM PORECV.
