000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RTVENT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- RETURN-TO-VENDOR SHIPMENTS.
001200*                      THE CLERK NAMES THE SUPPLIER AND PICKS THE
001300*                      DEFECTIVE OR OVERSTOCK COPIES GOING BACK
001400*                      BY ID-GAME AND COPY NUMBER. EACH PICK MUST
001500*                      BE ON HOLDINGS.TXT AND THE TITLE MUST HAVE
001600*                      BEEN BOUGHT FROM THAT SUPPLIER PER
001700*                      GAMECOST.TXT, WHOSE LATEST COST FROM THE
001800*                      SUPPLIER IS THE CREDIT VALUE OF THE COPY.
001900*                      WHEN THE SHIPMENT IS CONFIRMED THE COPIES
002000*                      COME OFF HOLDINGS, ONE LINE PER COPY GOES
002100*                      TO THE RTV LEDGER (RTVTRAN.TXT -- SEE
002200*                      RTVREC) AND THE SHIPMENT IS BOOKED ON
002300*                      RTVSHIP.TXT (SEE RTVSREC) WITH ITS CREDIT
002400*                      OUTSTANDING UNTIL RTVCRED MARKS IT IN.
002425*    10/15/2026  DLH   A COPY OUT ON RENT (HOLD-STATUS R, SEE
002450*                      RENTDESK) CANNOT BE PICKED FOR A RETURN-TO-
002475*                      VENDOR SHIPMENT.
002481*    10/15/2026  DLH   EVERY COPY SHIPPED BACK IS NOW LOGGED TO
002487*                      THE HOLDINGS JOURNAL (HOLDJRNL.TXT) THROUGH
002493*                      HOLDJWTR AS IT IS DROPPED FROM HOLDINGS.
002494*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002495*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002496*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002497*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002498*    10/15/2026  DLH   A COPY RESERVED FOR A WEB ORDER PICKUP
002499*                      (HOLD-STATUS W, SEE WEBORDR) CANNOT BE
002499*                      PICKED FOR A RETURN TO VENDOR.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS HOLD-KEY
003400         FILE STATUS IS WS-HOLD-FILE-STATUS.
003500
003600     SELECT RTVSHIP-FILE ASSIGN TO 'RTVSHIP.TXT'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS RTS-NUMBER
004000         FILE STATUS IS WS-RTS-FILE-STATUS.
004100
004200     SELECT COST-FILE ASSIGN TO 'GAMECOST.TXT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-COST-FILE-STATUS.
004500
004600     SELECT RTV-FILE ASSIGN TO 'RTVTRAN.TXT'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RTV-FILE-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  HOLDINGS-FILE.
005300 COPY HOLDREC.
005400
005500 FD  RTVSHIP-FILE.
005600 COPY RTVSREC.
005700
005800 FD  COST-FILE.
005900 COPY COSTREC.
006000
006100 FD  RTV-FILE.
006200 COPY RTVREC.
006300
006400 WORKING-STORAGE SECTION.
006500 01  SWITCHES.
006600     05 WS-MENU-SWITCH         PIC X VALUE "Y".
006700        88 MORE-SHIPMENTS               VALUE "Y".
006800     05 WS-PICK-SWITCH         PIC X VALUE "Y".
006900        88 MORE-PICKS                   VALUE "Y".
007000     05 WS-RTS-EOF-SWITCH      PIC X VALUE "N".
007100        88 END-OF-SHIPMENTS             VALUE "Y".
007200     05 WS-COST-EOF-SWITCH     PIC X VALUE "N".
007300        88 END-OF-COSTS                 VALUE "Y".
007400     05 WS-COST-FOUND-SWITCH   PIC X VALUE "N".
007500        88 BOUGHT-FROM-SUPPLIER         VALUE "Y".
007600     05 WS-DUP-PICK-SWITCH     PIC X VALUE "N".
007700        88 ALREADY-PICKED               VALUE "Y".
007800
007900 01  COUNTERS.
008000     05 SHIPMENT-COUNTER       PIC 9(5) COMP VALUE 0.
008100     05 COPY-COUNTER           PIC 9(5) COMP VALUE 0.
008200     05 REJECT-COUNTER         PIC 9(5) COMP VALUE 0.
008300
008400 01  WS-FILE-STATUSES.
008500     05 WS-HOLD-FILE-STATUS    PIC X(02) VALUE "00".
008600     05 WS-RTS-FILE-STATUS     PIC X(02) VALUE "00".
008700     05 WS-COST-FILE-STATUS    PIC X(02) VALUE "00".
008800     05 WS-RTV-FILE-STATUS     PIC X(02) VALUE "00".
008900
009000 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
009100 01  WS-CONFIRM                PIC X VALUE SPACES.
009200
009300 01  WS-ENTRY-FIELDS.
009400     05 WS-ENTRY-SUPPLIER      PIC X(04) VALUE SPACES.
009500     05 WS-ENTRY-ID            PIC 9(06) VALUE 0.
009600     05 WS-ENTRY-COPY          PIC 9(03) VALUE 0.
009700     05 WS-ENTRY-REASON        PIC X(02) VALUE SPACES.
009800        88 ENTRY-REASON-VALID           VALUE 'DF' 'OS'.
009900
010000*    COPIES PICKED FOR THE SHIPMENT IN HAND. NOTHING LEAVES
010100*    HOLDINGS UNTIL THE WHOLE SHIPMENT IS CONFIRMED.
010200 01  WS-PICK-TABLE-AREA.
010300     05 WS-PICK-MAX            PIC 9(3) COMP VALUE 200.
010400     05 WS-PICK-COUNT          PIC 9(3) COMP VALUE 0.
010500     05 WS-PICK-ENTRY OCCURS 200 TIMES
010600                               INDEXED BY WS-PK-IDX.
010700         10 WS-PK-ID-GAME      PIC 9(06).
010800         10 WS-PK-COPY-NO      PIC 9(03).
010900         10 WS-PK-LOCATION     PIC X(10).
011000         10 WS-PK-CONDITION    PIC X(02).
011100         10 WS-PK-REASON       PIC X(02).
011200         10 WS-PK-UNIT-COST    PIC 9(3)V99.
011300         10 WS-PK-TITLE        PIC X(40).
011400
011500 01  WS-WORK-FIELDS.
011600     05 WS-NEXT-RTV            PIC 9(06) VALUE 0.
011700     05 WS-LATEST-COST         PIC 9(3)V99 VALUE 0.
011800     05 WS-SHIP-VALUE          PIC 9(5)V99 VALUE 0.
011900     05 WS-SHIP-COPIES         PIC 9(03) VALUE 0.
012000
012100 01  WS-RUN-DATE.
012200     05 WS-RUN-YYYY            PIC 9(4).
012300     05 WS-RUN-MM              PIC 99.
012400     05 WS-RUN-DD              PIC 99.
012500 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
012600
012700 01  WS-QTY-EDIT               PIC ZZ9.
012800 01  WS-COST-EDIT              PIC ZZ9.99.
012900 01  WS-VALUE-EDIT             PIC ZZ,ZZ9.99.
013000
013100 01  LKUP-ID-GAME             PIC 9(06).
013200 01  LKUP-RESULT-FIELDS.
013300     05 LKUP-TITLE-GAME       PIC X(40).
013400     05 LKUP-DATE-GAME        PIC X(10).
013500     05 LKUP-NOTE-GAME        PIC 99.
013600 01  LKUP-FOUND-SWITCH        PIC X.
013700     88 LKUP-FOUND                     VALUE "Y".
013800     88 LKUP-NOT-FOUND                 VALUE "N".
013900
014000 01  SUP-LKUP-CODE            PIC X(04).
014100 01  SUP-LKUP-RESULT-FIELDS.
014200     05 SUP-LKUP-NAME         PIC X(25).
014300     05 SUP-LKUP-TERMS        PIC X(10).
014400 01  SUP-LKUP-FOUND-SWITCH    PIC X.
014500     88 SUP-LKUP-FOUND                 VALUE "Y".
014600     88 SUP-LKUP-NOT-FOUND             VALUE "N".
014700
014800 01  LOCK-REQUEST-FIELDS.
014900     05 LOCK-FUNCTION         PIC X.
015000     05 LOCK-CALLER           PIC X(10).
015100 01  LOCK-RESULT-FIELDS.
015200     05 LOCK-RESULT           PIC X.
015300        88 LOCK-GRANTED               VALUE "G".
015400        88 LOCK-BUSY                  VALUE "B".
015500        88 LOCK-FREE                  VALUE "F".
015600     05 LOCK-HOLDER-NAME      PIC X(10).
015700     05 LOCK-TAKEN-TS         PIC X(19).
015800
015812 01  HJRN-REQUEST-FIELDS.
015824     05 HJRN-PROGRAM          PIC X(10).
015836     05 HJRN-ACTION           PIC X(03).
015848     05 HJRN-REASON           PIC X(02).
015860     05 HJRN-BEFORE-IMAGE     PIC X(40).
015872     05 HJRN-AFTER-IMAGE      PIC X(40).
015884
015885 01  SIGN-REQUEST-FIELDS.
015886     05 SIGN-FUNCTION          PIC X.
015887     05 SIGN-PROGRAM           PIC X(10).
015888     05 SIGN-ACTION            PIC X(08).
015889     05 SIGN-DETAIL            PIC X(60).
015890 01  SIGN-RESULT-FIELDS.
015891     05 SIGN-RESULT            PIC X.
015892        88 SIGN-GRANTED                 VALUE "G".
015893        88 SIGN-REFUSED                 VALUE "R".
015894     05 SIGN-OPERATOR-ID       PIC X(08).
015895     05 SIGN-OPERATOR-NAME     PIC X(30).
015896     05 SIGN-OPERATOR-ROLE     PIC X(02).
015897     05 SIGN-PASSWORD-HASH     PIC 9(10).
015898
015900 PROCEDURE DIVISION.
016000
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE-RTN.
016300     PERFORM 2000-RTV-MENU-RTN
016400         UNTIL NOT MORE-SHIPMENTS.
016500     PERFORM 9000-TERMINATE-RTN.
016600     STOP RUN.
016700
016800******************************************************************
016900*    1000-INITIALIZE-RTN
017000*    CHECK THE CATALOG UPDATE INTERLOCK, WORK OUT TODAY'S DATE
017100*    AND OPEN THE FILES. THE SHIPMENT FILE IS STARTED EMPTY IF
017200*    THIS IS THE FIRST RTV EVER BOOKED.
017300******************************************************************
017400 1000-INITIALIZE-RTN.
017409     MOVE "S" TO SIGN-FUNCTION.
017418     MOVE "RTVENT" TO SIGN-PROGRAM.
017427     MOVE SPACES TO SIGN-ACTION.
017436     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
017445         SIGN-RESULT-FIELDS.
017454     IF NOT SIGN-GRANTED
017463         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
017472         MOVE 8 TO RETURN-CODE
017481         STOP RUN
017490     END-IF.
017500     DISPLAY "RTVENT - RETURN-TO-VENDOR SHIPMENTS".
017600     MOVE "C" TO LOCK-FUNCTION.
017700     MOVE "RTVENT" TO LOCK-CALLER.
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
019800         DISPLAY "NO HOLDINGS.TXT ON HAND - NOTHING CAN BE"
019900             " RETURNED - RUN STOPPED"
020000         MOVE 8 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     OPEN I-O RTVSHIP-FILE.
020400     IF WS-RTS-FILE-STATUS NOT = "00"
020500         DISPLAY "NO RTVSHIP.TXT ON HAND - STARTING A NEW ONE"
020600         OPEN OUTPUT RTVSHIP-FILE
020700         CLOSE RTVSHIP-FILE
020800         OPEN I-O RTVSHIP-FILE
020900     END-IF.
021000     OPEN EXTEND RTV-FILE.
021100     IF WS-RTV-FILE-STATUS NOT = "00"
021200         OPEN OUTPUT RTV-FILE
021300     END-IF.
021400
021500******************************************************************
021600*    2000-RTV-MENU-RTN
021700*    SHOW THE MENU AND DISPATCH.
021800******************************************************************
021900 2000-RTV-MENU-RTN.
022000     DISPLAY "S) START A RETURN-TO-VENDOR SHIPMENT".
022100     DISPLAY "Q) QUIT".
022200     DISPLAY "ENTER CHOICE : ".
022300     ACCEPT WS-MENU-CHOICE.
022400     EVALUATE WS-MENU-CHOICE
022500         WHEN "S" WHEN "s"
022600             PERFORM 2100-BUILD-SHIPMENT-RTN
022700                 THRU 2100-BUILD-SHIPMENT-RTN-EXIT
022800         WHEN "Q" WHEN "q"
022900             MOVE "N" TO WS-MENU-SWITCH
023000         WHEN OTHER
023100             DISPLAY "INVALID CHOICE - TRY AGAIN."
023200     END-EVALUATE.
023300
023400******************************************************************
023500*    2100-BUILD-SHIPMENT-RTN
023600*    TAKE THE SUPPLIER, COLLECT THE PICKS, SHOW THE SHIPMENT
023700*    TOTAL AND POST IT ONLY ON THE CLERK'S CONFIRMATION.
023800******************************************************************
023900 2100-BUILD-SHIPMENT-RTN.
024000     DISPLAY "ENTER SUPPLIER CODE : ".
024100     ACCEPT WS-ENTRY-SUPPLIER.
024200     MOVE WS-ENTRY-SUPPLIER TO SUP-LKUP-CODE.
024300     CALL 'SUPLOOKUP' USING SUP-LKUP-CODE
024400         SUP-LKUP-RESULT-FIELDS SUP-LKUP-FOUND-SWITCH.
024500     IF SUP-LKUP-NOT-FOUND
024600         DISPLAY "SUPPLIER " WS-ENTRY-SUPPLIER
024700             " IS NOT ON THE SUPPLIER MASTER (SEE SUPMAINT)"
024800         GO TO 2100-BUILD-SHIPMENT-RTN-EXIT
024900     END-IF.
025000     DISPLAY "RETURNING TO " SUP-LKUP-NAME.
025100     MOVE 0 TO WS-PICK-COUNT.
025200     MOVE 0 TO WS-SHIP-VALUE.
025300     MOVE "Y" TO WS-PICK-SWITCH.
025400     PERFORM 2200-PICK-ONE-COPY-RTN
025500         THRU 2200-PICK-ONE-COPY-RTN-EXIT
025600         UNTIL NOT MORE-PICKS.
025700     IF WS-PICK-COUNT = 0
025800         DISPLAY "NO COPIES PICKED - NOTHING SHIPPED."
025900         GO TO 2100-BUILD-SHIPMENT-RTN-EXIT
026000     END-IF.
026100     MOVE WS-PICK-COUNT TO WS-QTY-EDIT.
026200     MOVE WS-SHIP-VALUE TO WS-VALUE-EDIT.
026300     DISPLAY WS-QTY-EDIT " COPIES TO " WS-ENTRY-SUPPLIER
026400         " AT A COST VALUE OF " WS-VALUE-EDIT.
026500     DISPLAY "SHIP THESE COPIES? (Y/N) : ".
026600     ACCEPT WS-CONFIRM.
026700     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
026800         DISPLAY "SHIPMENT ABANDONED - HOLDINGS NOT CHANGED."
026900         GO TO 2100-BUILD-SHIPMENT-RTN-EXIT
027000     END-IF.
027100     PERFORM 2500-POST-SHIPMENT-RTN.
027200
027300 2100-BUILD-SHIPMENT-RTN-EXIT.
027400     EXIT.
027500
027600******************************************************************
027700*    2200-PICK-ONE-COPY-RTN
027800*    TAKE ONE COPY FOR THE SHIPMENT. ID 0 ENDS THE PICKING. THE
027900*    COPY MUST BE ON HOLDINGS, NOT ALREADY PICKED, AND BOUGHT
028000*    FROM THIS SUPPLIER. A FAILED CHECK REJECTS THE PICK ONLY.
028100******************************************************************
028200 2200-PICK-ONE-COPY-RTN.
028300     DISPLAY "ENTER ID-GAME (0 = FINISHED PICKING) : ".
028400     ACCEPT WS-ENTRY-ID.
028500     IF WS-ENTRY-ID = 0
028600         MOVE "N" TO WS-PICK-SWITCH
028700         GO TO 2200-PICK-ONE-COPY-RTN-EXIT
028800     END-IF.
028900     IF WS-PICK-COUNT >= WS-PICK-MAX
029000         DISPLAY "SHIPMENT IS FULL AT " WS-PICK-MAX
029100             " COPIES - SHIP IT AND START ANOTHER"
029200         MOVE "N" TO WS-PICK-SWITCH
029300         GO TO 2200-PICK-ONE-COPY-RTN-EXIT
029400     END-IF.
029500     DISPLAY "ENTER COPY NUMBER : ".
029600     ACCEPT WS-ENTRY-COPY.
029700     MOVE WS-ENTRY-ID TO HOLD-ID-GAME.
029800     MOVE WS-ENTRY-COPY TO HOLD-COPY-NO.
029900     READ HOLDINGS-FILE
030000         INVALID KEY
030100             DISPLAY "NO COPY ON FILE FOR THAT ID/COPY NUMBER"
030200             ADD 1 TO REJECT-COUNTER
030300             GO TO 2200-PICK-ONE-COPY-RTN-EXIT
030400     END-READ.
030414     IF HOLD-ON-RENT
030428         DISPLAY "THAT COPY IS OUT ON RENT - CHECK IT IN THROUGH"
030442             " RENTDESK BEFORE SHIPPING IT BACK"
030456         ADD 1 TO REJECT-COUNTER
030470         GO TO 2200-PICK-ONE-COPY-RTN-EXIT
030484     END-IF.
030486     IF HOLD-RESERVED
030488         DISPLAY "THAT COPY IS RESERVED FOR A WEB ORDER - IT"
030490             " CANNOT BE SHIPPED BACK"
030492         ADD 1 TO REJECT-COUNTER
030494         GO TO 2200-PICK-ONE-COPY-RTN-EXIT
030496     END-IF.
030500     MOVE "N" TO WS-DUP-PICK-SWITCH.
030600     PERFORM 2250-CHECK-DUP-PICK-RTN
030700         VARYING WS-PK-IDX FROM 1 BY 1
030800         UNTIL WS-PK-IDX > WS-PICK-COUNT OR ALREADY-PICKED.
030900     IF ALREADY-PICKED
031000         DISPLAY "THAT COPY IS ALREADY IN THIS SHIPMENT"
031100         ADD 1 TO REJECT-COUNTER
031200         GO TO 2200-PICK-ONE-COPY-RTN-EXIT
031300     END-IF.
031400     PERFORM 2300-FIND-SUPPLIER-COST-RTN.
031500     IF NOT BOUGHT-FROM-SUPPLIER
031600         DISPLAY "ID " WS-ENTRY-ID " WAS NEVER BOUGHT FROM "
031700             WS-ENTRY-SUPPLIER " PER GAMECOST.TXT - PICK"
031800             " REJECTED"
031900         ADD 1 TO REJECT-COUNTER
032000         GO TO 2200-PICK-ONE-COPY-RTN-EXIT
032100     END-IF.
032200     MOVE WS-ENTRY-ID TO LKUP-ID-GAME.
032300     CALL 'GAMELOOKUP' USING LKUP-ID-GAME LKUP-RESULT-FIELDS
032400         LKUP-FOUND-SWITCH.
032500     IF LKUP-NOT-FOUND
032600         MOVE '*** NOT ON CATALOG ***' TO LKUP-TITLE-GAME
032700     END-IF.
032800     DISPLAY "TITLE : " LKUP-TITLE-GAME.
032900     DISPLAY "ENTER REASON (DF=DEFECTIVE, OS=OVERSTOCK) : ".
033000     ACCEPT WS-ENTRY-REASON.
033100     IF NOT ENTRY-REASON-VALID
033200         DISPLAY "REASON MUST BE DF OR OS - PICK REJECTED"
033300         ADD 1 TO REJECT-COUNTER
033400         GO TO 2200-PICK-ONE-COPY-RTN-EXIT
033500     END-IF.
033600     ADD 1 TO WS-PICK-COUNT.
033700     SET WS-PK-IDX TO WS-PICK-COUNT.
033800     MOVE HOLD-ID-GAME TO WS-PK-ID-GAME(WS-PK-IDX).
033900     MOVE HOLD-COPY-NO TO WS-PK-COPY-NO(WS-PK-IDX).
034000     MOVE HOLD-LOCATION TO WS-PK-LOCATION(WS-PK-IDX).
034100     MOVE HOLD-CONDITION TO WS-PK-CONDITION(WS-PK-IDX).
034200     MOVE WS-ENTRY-REASON TO WS-PK-REASON(WS-PK-IDX).
034300     MOVE WS-LATEST-COST TO WS-PK-UNIT-COST(WS-PK-IDX).
034400     MOVE LKUP-TITLE-GAME TO WS-PK-TITLE(WS-PK-IDX).
034500     ADD WS-LATEST-COST TO WS-SHIP-VALUE.
034600     MOVE WS-LATEST-COST TO WS-COST-EDIT.
034700     DISPLAY "PICKED - COPY " HOLD-COPY-NO " FROM "
034800         HOLD-LOCATION " AT COST " WS-COST-EDIT.
034900
035000 2200-PICK-ONE-COPY-RTN-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*    2250-CHECK-DUP-PICK-RTN
035500*    COMPARE ONE EARLIER PICK WITH THE COPY JUST KEYED.
035600******************************************************************
035700 2250-CHECK-DUP-PICK-RTN.
035800     IF WS-PK-ID-GAME(WS-PK-IDX) = WS-ENTRY-ID
035900         AND WS-PK-COPY-NO(WS-PK-IDX) = WS-ENTRY-COPY
036000         MOVE "Y" TO WS-DUP-PICK-SWITCH
036100     END-IF.
036200
036300******************************************************************
036400*    2300-FIND-SUPPLIER-COST-RTN
036500*    SCAN THE COST LEDGER FOR THE TITLE FROM THIS SUPPLIER. THE
036600*    LEDGER IS APPENDED IN DATE ORDER, SO THE LAST MATCH IS THE
036700*    LATEST COST AND IS WHAT THE CREDIT IS FIGURED AT.
036800******************************************************************
036900 2300-FIND-SUPPLIER-COST-RTN.
037000     MOVE "N" TO WS-COST-FOUND-SWITCH.
037100     MOVE 0 TO WS-LATEST-COST.
037200     MOVE "N" TO WS-COST-EOF-SWITCH.
037300     OPEN INPUT COST-FILE.
037400     IF WS-COST-FILE-STATUS NOT = "00"
037500         MOVE "Y" TO WS-COST-EOF-SWITCH
037600     END-IF.
037700     PERFORM 2350-READ-ONE-COST-RTN UNTIL END-OF-COSTS.
037800     IF WS-COST-FILE-STATUS NOT = "35"
037900         CLOSE COST-FILE
038000     END-IF.
038100
038200******************************************************************
038300*    2350-READ-ONE-COST-RTN
038400*    READ ONE COST LINE AND KEEP IT IF IT IS THIS TITLE FROM
038500*    THIS SUPPLIER.
038600******************************************************************
038700 2350-READ-ONE-COST-RTN.
038800     READ COST-FILE
038900         AT END
039000             MOVE "Y" TO WS-COST-EOF-SWITCH
039100         NOT AT END
039200             IF COST-ID-GAME = WS-ENTRY-ID
039300                 AND COST-SUPPLIER = WS-ENTRY-SUPPLIER
039400                 MOVE "Y" TO WS-COST-FOUND-SWITCH
039500                 MOVE COST-UNIT TO WS-LATEST-COST
039600             END-IF
039700     END-READ.
039800
039900******************************************************************
040000*    2500-POST-SHIPMENT-RTN
040100*    NUMBER THE SHIPMENT, TAKE EACH PICKED COPY OFF HOLDINGS
040200*    WITH ITS LEDGER LINE, AND BOOK THE SHIPMENT WITH ITS
040300*    CREDIT OUTSTANDING.
040400******************************************************************
040500 2500-POST-SHIPMENT-RTN.
040600     PERFORM 2600-FIND-NEXT-RTV-RTN.
040700     MOVE 0 TO WS-SHIP-COPIES.
040800     MOVE 0 TO WS-SHIP-VALUE.
040900     PERFORM 2700-SHIP-ONE-COPY-RTN
041000         VARYING WS-PK-IDX FROM 1 BY 1
041100         UNTIL WS-PK-IDX > WS-PICK-COUNT.
041200     MOVE SPACES TO RTV-SHIP-RECORD.
041300     MOVE WS-NEXT-RTV TO RTS-NUMBER.
041400     MOVE WS-ENTRY-SUPPLIER TO RTS-SUPPLIER.
041500     MOVE WS-TODAY-DATE TO RTS-SHIP-DATE.
041600     MOVE WS-SHIP-COPIES TO RTS-COPIES.
041700     MOVE WS-SHIP-VALUE TO RTS-COST-VALUE.
041800     MOVE 'O' TO RTS-STATUS.
041900     MOVE 0 TO RTS-CREDIT-AMT.
042000     WRITE RTV-SHIP-RECORD
042100         INVALID KEY
042200             DISPLAY "ERROR WRITING RTVSHIP.TXT - STATUS "
042300                 WS-RTS-FILE-STATUS " - RTV " WS-NEXT-RTV
042400                 " IS ON THE LEDGER ONLY, BOOK IT BY HAND"
042500     END-WRITE.
042600     ADD 1 TO SHIPMENT-COUNTER.
042700     MOVE WS-SHIP-COPIES TO WS-QTY-EDIT.
042800     MOVE WS-SHIP-VALUE TO WS-VALUE-EDIT.
042900     DISPLAY "RTV " WS-NEXT-RTV " BOOKED - " WS-QTY-EDIT
043000         " COPIES, COST VALUE " WS-VALUE-EDIT.
043100     DISPLAY "MARK THE PACKING SLIP WITH RTV " WS-NEXT-RTV.
043200
043300******************************************************************
043400*    2600-FIND-NEXT-RTV-RTN
043500*    READ THE SHIPMENT FILE IN KEY ORDER; THE NEXT RTV NUMBER IS
043600*    ONE PAST THE HIGHEST ON FILE.
043700******************************************************************
043800 2600-FIND-NEXT-RTV-RTN.
043900     MOVE 0 TO WS-NEXT-RTV.
044000     MOVE "N" TO WS-RTS-EOF-SWITCH.
044100     MOVE 0 TO RTS-NUMBER.
044200     START RTVSHIP-FILE KEY IS NOT LESS THAN RTS-NUMBER
044300         INVALID KEY
044400             MOVE "Y" TO WS-RTS-EOF-SWITCH
044500     END-START.
044600     PERFORM 2650-READ-ONE-RTV-RTN UNTIL END-OF-SHIPMENTS.
044700     ADD 1 TO WS-NEXT-RTV.
044800
044900******************************************************************
045000*    2650-READ-ONE-RTV-RTN
045100*    READ THE NEXT SHIPMENT IN KEY ORDER AND KEEP ITS NUMBER.
045200******************************************************************
045300 2650-READ-ONE-RTV-RTN.
045400     READ RTVSHIP-FILE NEXT RECORD
045500         AT END
045600             MOVE "Y" TO WS-RTS-EOF-SWITCH
045700         NOT AT END
045800             MOVE RTS-NUMBER TO WS-NEXT-RTV
045900     END-READ.
046000
046100******************************************************************
046200*    2700-SHIP-ONE-COPY-RTN
046300*    DELETE ONE PICKED COPY FROM HOLDINGS AND WRITE ITS LEDGER
046400*    LINE. A COPY THAT HAS GONE FROM HOLDINGS SINCE IT WAS
046500*    PICKED IS LEFT OFF THE SHIPMENT. THE COPY IS READ FIRST SO
046550*    ITS LAST IMAGE CAN GO TO THE HOLDINGS JOURNAL.
046600******************************************************************
046700 2700-SHIP-ONE-COPY-RTN.
046800     MOVE WS-PK-ID-GAME(WS-PK-IDX) TO HOLD-ID-GAME.
046900     MOVE WS-PK-COPY-NO(WS-PK-IDX) TO HOLD-COPY-NO.
046912     MOVE SPACES TO HJRN-BEFORE-IMAGE.
046924     READ HOLDINGS-FILE
046936         INVALID KEY
046948             CONTINUE
046960         NOT INVALID KEY
046972             MOVE HOLDING-RECORD TO HJRN-BEFORE-IMAGE
046984     END-READ.
047000     DELETE HOLDINGS-FILE
047100         INVALID KEY
047200             DISPLAY "COPY " HOLD-COPY-NO " OF ID " HOLD-ID-GAME
047300                 " IS NO LONGER ON HOLDINGS - LEFT OFF THE"
047400                 " SHIPMENT"
047500         NOT INVALID KEY
047600             MOVE SPACES TO RTV-RECORD
047700             MOVE WS-NEXT-RTV TO RTV-NUMBER
047800             MOVE WS-TODAY-DATE TO RTV-DATE
047900             MOVE WS-ENTRY-SUPPLIER TO RTV-SUPPLIER
048000             MOVE WS-PK-ID-GAME(WS-PK-IDX) TO RTV-ID-GAME
048100             MOVE WS-PK-COPY-NO(WS-PK-IDX) TO RTV-COPY-NO
048200             MOVE WS-PK-LOCATION(WS-PK-IDX) TO RTV-LOCATION
048300             MOVE WS-PK-CONDITION(WS-PK-IDX) TO RTV-CONDITION
048400             MOVE WS-PK-REASON(WS-PK-IDX) TO RTV-REASON
048500             MOVE WS-PK-UNIT-COST(WS-PK-IDX) TO RTV-UNIT-COST
048600             MOVE WS-PK-TITLE(WS-PK-IDX) TO RTV-TITLE
048700             WRITE RTV-RECORD
048800             ADD 1 TO WS-SHIP-COPIES
048900             ADD 1 TO COPY-COUNTER
049000             ADD WS-PK-UNIT-COST(WS-PK-IDX) TO WS-SHIP-VALUE
049050             PERFORM 2750-JOURNAL-ONE-COPY-RTN
049100     END-DELETE.
049200
049207******************************************************************
049214*    2750-JOURNAL-ONE-COPY-RTN
049221*    THE SHIPPED COPY IS OFF HOLDINGS -- LOG ITS LAST IMAGE TO
049228*    THE HOLDINGS JOURNAL THROUGH HOLDJWTR.
049235******************************************************************
049242 2750-JOURNAL-ONE-COPY-RTN.
049249     MOVE 'RTVENT' TO HJRN-PROGRAM.
049256     MOVE 'DEL' TO HJRN-ACTION.
049263     MOVE 'RV' TO HJRN-REASON.
049270     MOVE SPACES TO HJRN-AFTER-IMAGE.
049277     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
049284
049300******************************************************************
049400*    9000-TERMINATE-RTN
049500*    CLOSE THE FILES AND SIGN OFF.
049600******************************************************************
049700 9000-TERMINATE-RTN.
049800     CLOSE HOLDINGS-FILE.
049900     CLOSE RTVSHIP-FILE.
050000     CLOSE RTV-FILE.
050100     DISPLAY "RTVENT COMPLETE - " SHIPMENT-COUNTER
050200         " SHIPMENTS BOOKED (" COPY-COUNTER " COPIES), "
050300         REJECT-COUNTER " PICKS REJECTED.".
050400
050500 END PROGRAM RTVENT.
