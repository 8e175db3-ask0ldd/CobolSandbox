000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RTVCRED.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- SUPPLIER CREDIT POSTING FOR
001200*                      RETURN-TO-VENDOR SHIPMENTS. THE ACCOUNTANT
001300*                      LISTS THE SHIPMENTS STILL AWAITING CREDIT
001400*                      ON RTVSHIP.TXT (SEE RTVSREC) AND, AS EACH
001500*                      CREDIT MEMO ARRIVES, MARKS THE SHIPMENT
001600*                      RECEIVED WITH THE MEMO REFERENCE AND THE
001700*                      AMOUNT ACTUALLY CREDITED. A MARK MADE IN
001800*                      ERROR CAN BE REOPENED. THE SHIPMENT THEN
001900*                      DROPS OFF (OR RETURNS TO) THE RTVOUT
002000*                      OUTSTANDING-CREDITS REPORT.
002020*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002040*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002060*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002080*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT RTVSHIP-FILE ASSIGN TO 'RTVSHIP.TXT'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS RTS-NUMBER
003000         FILE STATUS IS WS-RTS-FILE-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  RTVSHIP-FILE.
003500 COPY RTVSREC.
003600
003700 WORKING-STORAGE SECTION.
003800 01  SWITCHES.
003900     05 WS-MENU-SWITCH         PIC X VALUE "Y".
004000        88 MORE-REQUESTS                VALUE "Y".
004100     05 WS-RTS-EOF-SWITCH      PIC X VALUE "N".
004200        88 END-OF-SHIPMENTS             VALUE "Y".
004300
004400 01  COUNTERS.
004500     05 MARKED-COUNTER         PIC 9(5) COMP VALUE 0.
004600     05 REOPEN-COUNTER         PIC 9(5) COMP VALUE 0.
004700     05 LISTED-COUNTER         PIC 9(5) COMP VALUE 0.
004800
004900 01  WS-RTS-FILE-STATUS        PIC X(02) VALUE "00".
005000
005100 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
005200 01  WS-CONFIRM                PIC X VALUE SPACES.
005300
005400 01  WS-ENTRY-FIELDS.
005500     05 WS-ENTRY-RTV           PIC 9(06) VALUE 0.
005600     05 WS-ENTRY-AMOUNT        PIC 9(5)V99 VALUE 0.
005700     05 WS-ENTRY-REF           PIC X(12) VALUE SPACES.
005800
005900 01  WS-RUN-DATE.
006000     05 WS-RUN-YYYY            PIC 9(4).
006100     05 WS-RUN-MM              PIC 99.
006200     05 WS-RUN-DD              PIC 99.
006300 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
006400
006500 01  WS-OPEN-VALUE             PIC 9(9)V99 COMP VALUE 0.
006600 01  WS-QTY-EDIT               PIC ZZ9.
006700 01  WS-VALUE-EDIT             PIC ZZ,ZZ9.99.
006800 01  WS-TOTAL-EDIT             PIC ZZZ,ZZZ,ZZ9.99.
006900
006906 01  SIGN-REQUEST-FIELDS.
006912     05 SIGN-FUNCTION          PIC X.
006918     05 SIGN-PROGRAM           PIC X(10).
006924     05 SIGN-ACTION            PIC X(08).
006930     05 SIGN-DETAIL            PIC X(60).
006936 01  SIGN-RESULT-FIELDS.
006942     05 SIGN-RESULT            PIC X.
006948        88 SIGN-GRANTED                 VALUE "G".
006954        88 SIGN-REFUSED                 VALUE "R".
006960     05 SIGN-OPERATOR-ID       PIC X(08).
006966     05 SIGN-OPERATOR-NAME     PIC X(30).
006972     05 SIGN-OPERATOR-ROLE     PIC X(02).
006978     05 SIGN-PASSWORD-HASH     PIC 9(10).
006984
007000 PROCEDURE DIVISION.
007100
007200 0000-MAINLINE.
007300     PERFORM 1000-INITIALIZE-RTN.
007400     PERFORM 2000-CREDIT-MENU-RTN
007500         UNTIL NOT MORE-REQUESTS.
007600     PERFORM 9000-TERMINATE-RTN.
007700     STOP RUN.
007800
007900******************************************************************
008000*    1000-INITIALIZE-RTN
008100*    WORK OUT TODAY'S DATE AND OPEN THE SHIPMENT FILE. WITH NO
008200*    FILE THERE IS NOTHING TO POST AGAINST.
008300******************************************************************
008400 1000-INITIALIZE-RTN.
008409     MOVE "S" TO SIGN-FUNCTION.
008418     MOVE "RTVCRED" TO SIGN-PROGRAM.
008427     MOVE SPACES TO SIGN-ACTION.
008436     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
008445         SIGN-RESULT-FIELDS.
008454     IF NOT SIGN-GRANTED
008463         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
008472         MOVE 8 TO RETURN-CODE
008481         STOP RUN
008490     END-IF.
008500     DISPLAY "RTVCRED - RETURN-TO-VENDOR CREDIT POSTING".
008600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008700     MOVE SPACES TO WS-TODAY-DATE.
008800     STRING WS-RUN-MM DELIMITED BY SIZE
008900         '/' DELIMITED BY SIZE
009000         WS-RUN-DD DELIMITED BY SIZE
009100         '/' DELIMITED BY SIZE
009200         WS-RUN-YYYY DELIMITED BY SIZE
009300         INTO WS-TODAY-DATE.
009400     OPEN I-O RTVSHIP-FILE.
009500     IF WS-RTS-FILE-STATUS NOT = "00"
009600         DISPLAY "NO RTVSHIP.TXT ON HAND - NO RTV SHIPMENTS"
009700             " HAVE BEEN BOOKED"
009800         MOVE 4 TO RETURN-CODE
009900         STOP RUN
010000     END-IF.
010100
010200******************************************************************
010300*    2000-CREDIT-MENU-RTN
010400*    SHOW THE MENU AND DISPATCH.
010500******************************************************************
010600 2000-CREDIT-MENU-RTN.
010700     DISPLAY "L) LIST SHIPMENTS AWAITING CREDIT".
010800     DISPLAY "M) MARK A CREDIT RECEIVED".
010900     DISPLAY "R) REOPEN A SHIPMENT MARKED IN ERROR".
011000     DISPLAY "Q) QUIT".
011100     DISPLAY "ENTER CHOICE : ".
011200     ACCEPT WS-MENU-CHOICE.
011300     EVALUATE WS-MENU-CHOICE
011400         WHEN "L" WHEN "l"
011500             PERFORM 2100-LIST-OPEN-RTN
011600         WHEN "M" WHEN "m"
011700             PERFORM 2200-MARK-RECEIVED-RTN
011800                 THRU 2200-MARK-RECEIVED-RTN-EXIT
011900         WHEN "R" WHEN "r"
012000             PERFORM 2300-REOPEN-RTN
012100                 THRU 2300-REOPEN-RTN-EXIT
012200         WHEN "Q" WHEN "q"
012300             MOVE "N" TO WS-MENU-SWITCH
012400         WHEN OTHER
012500             DISPLAY "INVALID CHOICE - TRY AGAIN."
012600     END-EVALUATE.
012700
012800******************************************************************
012900*    2100-LIST-OPEN-RTN
013000*    BROWSE THE SHIPMENT FILE IN RTV NUMBER ORDER AND SHOW EACH
013100*    SHIPMENT WHOSE CREDIT IS STILL OUTSTANDING.
013200******************************************************************
013300 2100-LIST-OPEN-RTN.
013400     MOVE 0 TO LISTED-COUNTER.
013500     MOVE 0 TO WS-OPEN-VALUE.
013600     MOVE "N" TO WS-RTS-EOF-SWITCH.
013700     MOVE 0 TO RTS-NUMBER.
013800     START RTVSHIP-FILE KEY IS NOT LESS THAN RTS-NUMBER
013900         INVALID KEY
014000             MOVE "Y" TO WS-RTS-EOF-SWITCH
014100     END-START.
014200     DISPLAY "RTV NO  SUP   SHIPPED     COPIES  COST VALUE".
014300     PERFORM 2150-LIST-ONE-RTN UNTIL END-OF-SHIPMENTS.
014400     MOVE WS-OPEN-VALUE TO WS-TOTAL-EDIT.
014500     DISPLAY LISTED-COUNTER " SHIPMENTS AWAITING CREDIT"
014600         " TOTALLING " WS-TOTAL-EDIT.
014700
014800******************************************************************
014900*    2150-LIST-ONE-RTN
015000*    READ THE NEXT SHIPMENT AND SHOW IT IF STILL OPEN.
015100******************************************************************
015200 2150-LIST-ONE-RTN.
015300     READ RTVSHIP-FILE NEXT RECORD
015400         AT END
015500             MOVE "Y" TO WS-RTS-EOF-SWITCH
015600         NOT AT END
015700             IF RTS-CREDIT-OPEN
015800                 ADD 1 TO LISTED-COUNTER
015900                 ADD RTS-COST-VALUE TO WS-OPEN-VALUE
016000                 MOVE RTS-COPIES TO WS-QTY-EDIT
016100                 MOVE RTS-COST-VALUE TO WS-VALUE-EDIT
016200                 DISPLAY RTS-NUMBER "  " RTS-SUPPLIER "  "
016300                     RTS-SHIP-DATE "  " WS-QTY-EDIT "    "
016400                     WS-VALUE-EDIT
016500             END-IF
016600     END-READ.
016700
016800******************************************************************
016900*    2200-MARK-RECEIVED-RTN
017000*    POST THE SUPPLIER'S CREDIT MEMO AGAINST ONE OPEN SHIPMENT.
017100*    AN AMOUNT OF 0 TAKES THE SHIPMENT'S COST VALUE. ANY FAILED
017200*    CHECK GOES STRAIGHT TO THE EXIT.
017300******************************************************************
017400 2200-MARK-RECEIVED-RTN.
017500     DISPLAY "ENTER RTV NUMBER : ".
017600     ACCEPT WS-ENTRY-RTV.
017700     MOVE WS-ENTRY-RTV TO RTS-NUMBER.
017800     READ RTVSHIP-FILE
017900         INVALID KEY
018000             DISPLAY "RTV " WS-ENTRY-RTV " IS NOT ON FILE"
018100             GO TO 2200-MARK-RECEIVED-RTN-EXIT
018200     END-READ.
018300     IF NOT RTS-CREDIT-OPEN
018400         DISPLAY "CREDIT FOR RTV " WS-ENTRY-RTV
018500             " WAS ALREADY RECEIVED ON " RTS-CREDIT-DATE
018600             " (MEMO " RTS-CREDIT-REF ")"
018700         GO TO 2200-MARK-RECEIVED-RTN-EXIT
018800     END-IF.
018900     MOVE RTS-COPIES TO WS-QTY-EDIT.
019000     MOVE RTS-COST-VALUE TO WS-VALUE-EDIT.
019100     DISPLAY "SUPPLIER " RTS-SUPPLIER "  SHIPPED " RTS-SHIP-DATE
019200         "  " WS-QTY-EDIT " COPIES  COST VALUE " WS-VALUE-EDIT.
019300     DISPLAY "ENTER CREDIT MEMO REFERENCE : ".
019400     ACCEPT WS-ENTRY-REF.
019500     IF WS-ENTRY-REF = SPACES
019600         DISPLAY "A CREDIT MEMO REFERENCE IS REQUIRED - NOT"
019700             " POSTED"
019800         GO TO 2200-MARK-RECEIVED-RTN-EXIT
019900     END-IF.
020000     DISPLAY "ENTER AMOUNT CREDITED (NNNNN.NN, 0 = COST"
020100         " VALUE) : ".
020200     ACCEPT WS-ENTRY-AMOUNT.
020300     IF WS-ENTRY-AMOUNT = 0
020400         MOVE RTS-COST-VALUE TO WS-ENTRY-AMOUNT
020500     END-IF.
020600     IF WS-ENTRY-AMOUNT NOT = RTS-COST-VALUE
020700         MOVE WS-ENTRY-AMOUNT TO WS-VALUE-EDIT
020800         DISPLAY "CREDIT OF " WS-VALUE-EDIT
020900             " DIFFERS FROM THE COST VALUE - POST IT? (Y/N) : "
021000         ACCEPT WS-CONFIRM
021100         IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
021200             DISPLAY "NOT POSTED."
021300             GO TO 2200-MARK-RECEIVED-RTN-EXIT
021400         END-IF
021500     END-IF.
021600     MOVE 'R' TO RTS-STATUS.
021700     MOVE WS-TODAY-DATE TO RTS-CREDIT-DATE.
021800     MOVE WS-ENTRY-AMOUNT TO RTS-CREDIT-AMT.
021900     MOVE WS-ENTRY-REF TO RTS-CREDIT-REF.
022000     REWRITE RTV-SHIP-RECORD
022100         INVALID KEY
022200             DISPLAY "ERROR REWRITING RTVSHIP.TXT - STATUS "
022300                 WS-RTS-FILE-STATUS
022400         NOT INVALID KEY
022500             ADD 1 TO MARKED-COUNTER
022600             DISPLAY "CREDIT POSTED AGAINST RTV " WS-ENTRY-RTV
022700     END-REWRITE.
022800
022900 2200-MARK-RECEIVED-RTN-EXIT.
023000     EXIT.
023100
023200******************************************************************
023300*    2300-REOPEN-RTN
023400*    PUT A SHIPMENT BACK TO CREDIT OUTSTANDING WHEN A MEMO WAS
023500*    POSTED AGAINST THE WRONG RTV.
023600******************************************************************
023700 2300-REOPEN-RTN.
023800     DISPLAY "ENTER RTV NUMBER : ".
023900     ACCEPT WS-ENTRY-RTV.
024000     MOVE WS-ENTRY-RTV TO RTS-NUMBER.
024100     READ RTVSHIP-FILE
024200         INVALID KEY
024300             DISPLAY "RTV " WS-ENTRY-RTV " IS NOT ON FILE"
024400             GO TO 2300-REOPEN-RTN-EXIT
024500     END-READ.
024600     IF RTS-CREDIT-OPEN
024700         DISPLAY "RTV " WS-ENTRY-RTV " IS ALREADY AWAITING"
024800             " CREDIT"
024900         GO TO 2300-REOPEN-RTN-EXIT
025000     END-IF.
025100     DISPLAY "CREDIT MEMO " RTS-CREDIT-REF " POSTED "
025200         RTS-CREDIT-DATE " - REOPEN? (Y/N) : ".
025300     ACCEPT WS-CONFIRM.
025400     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
025500         GO TO 2300-REOPEN-RTN-EXIT
025600     END-IF.
025700     MOVE 'O' TO RTS-STATUS.
025800     MOVE SPACES TO RTS-CREDIT-DATE.
025900     MOVE 0 TO RTS-CREDIT-AMT.
026000     MOVE SPACES TO RTS-CREDIT-REF.
026100     REWRITE RTV-SHIP-RECORD
026200         INVALID KEY
026300             DISPLAY "ERROR REWRITING RTVSHIP.TXT - STATUS "
026400                 WS-RTS-FILE-STATUS
026500         NOT INVALID KEY
026600             ADD 1 TO REOPEN-COUNTER
026700             DISPLAY "RTV " WS-ENTRY-RTV " REOPENED"
026800     END-REWRITE.
026900
027000 2300-REOPEN-RTN-EXIT.
027100     EXIT.
027200
027300******************************************************************
027400*    9000-TERMINATE-RTN
027500*    CLOSE THE FILE AND SIGN OFF.
027600******************************************************************
027700 9000-TERMINATE-RTN.
027800     CLOSE RTVSHIP-FILE.
027900     DISPLAY "RTVCRED COMPLETE - " MARKED-COUNTER
028000         " CREDITS POSTED, " REOPEN-COUNTER " REOPENED.".
028100
028200 END PROGRAM RTVCRED.
