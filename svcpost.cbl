000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SVCPOST.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- CALLABLE STORED-VALUE POSTER.
001200*                      THE ONE PLACE A GIFT CARD OR STORE CREDIT
001300*                      BALANCE MOVES. FUNCTIONS: I=ISSUE A NEW
001400*                      CARD (NUMBERED ONE PAST THE HIGHEST ON
001500*                      FILE) WITH ITS STARTING BALANCE, R=REDEEM
001600*                      AN AMOUNT AS A TENDER, C=CREDIT AN AMOUNT
001700*                      BACK ONTO A CARD, Q=BALANCE INQUIRY ONLY.
001800*                      A REDEMPTION LARGER THAN THE BALANCE LEFT
001900*                      IS REFUSED WHOLE -- NOTHING IS TAKEN AND
002000*                      THE BALANCE COMES BACK TO THE CALLER SO
002100*                      THE CLERK CAN TAKE ANOTHER TENDER. THE
002200*                      STORED-VALUE MASTER (SVCMAST.TXT) IS
002300*                      UPDATED IN PLACE AND A LINE IS APPENDED TO
002400*                      THE STORED-VALUE LEDGER (SVCLEDG.TXT) WITH
002500*                      THE BALANCE LEFT. OPENS AND CLOSES BOTH
002600*                      FILES ON EVERY CALL, SAME AS LOYPOST.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SVC-FILE ASSIGN TO 'SVCMAST.TXT'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SVC-ID
003600         FILE STATUS IS WS-SVC-FILE-STATUS.
003700
003800     SELECT SVL-FILE ASSIGN TO 'SVCLEDG.TXT'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-SVL-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SVC-FILE.
004500 COPY SVCREC.
004600
004700 FD  SVL-FILE.
004800 COPY SVCLREC.
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-FILE-STATUSES.
005200     05 WS-SVC-FILE-STATUS    PIC X(02) VALUE "00".
005300     05 WS-SVL-FILE-STATUS    PIC X(02) VALUE "00".
005400
005500 01  WS-SVC-EOF-SWITCH        PIC X VALUE "N".
005600     88 END-OF-CARDS                  VALUE "Y".
005700
005800 01  WS-HIGH-CARD-ID          PIC 9(08) VALUE 0.
005900 01  WS-NEW-BALANCE           PIC 9(5)V99 VALUE 0.
006000 01  WS-LEDGER-EVENT          PIC X(01) VALUE SPACE.
006100
006200 LINKAGE SECTION.
006300 01  SVC-POST-FIELDS.
006400     05 SVPST-FUNCTION        PIC X(01).
006500        88 SVPST-ISSUE                VALUE 'I'.
006600        88 SVPST-REDEEM               VALUE 'R'.
006700        88 SVPST-CREDIT               VALUE 'C'.
006800        88 SVPST-INQUIRE              VALUE 'Q'.
006900        88 SVPST-FUNCTION-VALID       VALUE 'I' 'R' 'C' 'Q'.
007000     05 SVPST-CARD-ID         PIC 9(08).
007100     05 SVPST-TYPE            PIC X(01).
007200        88 SVPST-TYPE-VALID           VALUE 'G' 'T' 'R'.
007300     05 SVPST-AMOUNT          PIC 9(4)V99.
007400     05 SVPST-DATE            PIC X(10).
007500     05 SVPST-TENDER          PIC X(02).
007600     05 SVPST-CUST-ID         PIC 9(06).
007700     05 SVPST-HOLDER          PIC X(30).
007800     05 SVPST-ID-GAME         PIC 9(06).
007900     05 SVPST-COPY-NO         PIC 9(03).
008000     05 SVPST-PROGRAM         PIC X(08).
008100     05 SVPST-OPERATOR        PIC X(08).
008200 01  SVC-POST-RESULT-FIELDS.
008300     05 SVPST-RESULT          PIC X(01).
008400        88 SVPST-POSTED               VALUE 'P'.
008500        88 SVPST-NO-CARD              VALUE 'N'.
008600        88 SVPST-SHORT                VALUE 'S'.
008700        88 SVPST-FAILED               VALUE 'F'.
008800     05 SVPST-BALANCE         PIC 9(4)V99.
008900     05 SVPST-CARD-TYPE       PIC X(01).
009000     05 SVPST-ISSUE-DATE      PIC X(10).
009100     05 SVPST-LAST-ACTIVITY   PIC X(10).
009200     05 SVPST-HOLDER-NAME     PIC X(30).
009300
009400 PROCEDURE DIVISION USING SVC-POST-FIELDS
009500         SVC-POST-RESULT-FIELDS.
009600
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE-RTN.
009900     IF SVPST-FUNCTION-VALID AND WS-SVC-FILE-STATUS = "00"
010000         EVALUATE TRUE
010100             WHEN SVPST-ISSUE
010200                 PERFORM 2000-ISSUE-CARD-RTN
010300             WHEN OTHER
010400                 PERFORM 3000-MOVE-CARD-RTN
010500         END-EVALUATE
010600     END-IF.
010700     PERFORM 9000-TERMINATE-RTN.
010800     GOBACK.
010900
011000******************************************************************
011100*    1000-INITIALIZE-RTN
011200*    CLEAR THE RESULT AND OPEN THE MASTER FOR UPDATE. THE FIRST
011300*    CARD EVER ISSUED CREATES THE MASTER; ANY OTHER FUNCTION
011400*    WITH NO MASTER ON HAND FINDS NO CARD.
011500******************************************************************
011600 1000-INITIALIZE-RTN.
011700     SET SVPST-NO-CARD TO TRUE.
011800     MOVE 0 TO SVPST-BALANCE.
011900     MOVE SPACES TO SVPST-CARD-TYPE.
012000     MOVE SPACES TO SVPST-ISSUE-DATE.
012100     MOVE SPACES TO SVPST-LAST-ACTIVITY.
012200     MOVE SPACES TO SVPST-HOLDER-NAME.
012300     IF NOT SVPST-FUNCTION-VALID
012400         SET SVPST-FAILED TO TRUE
012500     ELSE
012600         OPEN I-O SVC-FILE
012700         IF WS-SVC-FILE-STATUS NOT = "00" AND SVPST-ISSUE
012800             OPEN OUTPUT SVC-FILE
012900             CLOSE SVC-FILE
013000             OPEN I-O SVC-FILE
013100         END-IF
013200     END-IF.
013300
013400******************************************************************
013500*    2000-ISSUE-CARD-RTN
013600*    FILE A NEW CARD UNDER THE NEXT FREE NUMBER WITH THE AMOUNT
013700*    AS ITS STARTING BALANCE, THEN LEDGER THE ISSUE. A ZERO
013800*    AMOUNT OR A BAD CARD TYPE ISSUES NOTHING.
013900******************************************************************
014000 2000-ISSUE-CARD-RTN.
014100     SET SVPST-FAILED TO TRUE.
014200     IF SVPST-AMOUNT > 0 AND SVPST-TYPE-VALID
014300         PERFORM 2100-FIND-HIGH-NUMBER-RTN
014400         IF WS-HIGH-CARD-ID < 99999999
014500             PERFORM 2200-WRITE-NEW-CARD-RTN
014600         END-IF
014700     END-IF.
014800
014900******************************************************************
015000*    2100-FIND-HIGH-NUMBER-RTN
015100*    ONE PASS OVER THE MASTER IN KEY ORDER -- THE LAST NUMBER
015200*    READ IS THE HIGHEST ON FILE.
015300******************************************************************
015400 2100-FIND-HIGH-NUMBER-RTN.
015500     MOVE 0 TO WS-HIGH-CARD-ID.
015600     MOVE "N" TO WS-SVC-EOF-SWITCH.
015700     MOVE 0 TO SVC-ID.
015800     START SVC-FILE KEY IS NOT LESS THAN SVC-ID
015900         INVALID KEY
016000             MOVE "Y" TO WS-SVC-EOF-SWITCH
016100     END-START.
016200     PERFORM 2150-READ-NEXT-NUMBER-RTN UNTIL END-OF-CARDS.
016300
016400******************************************************************
016500*    2150-READ-NEXT-NUMBER-RTN
016600*    READ ONE MASTER RECORD AND KEEP ITS NUMBER AS THE HIGHEST.
016700******************************************************************
016800 2150-READ-NEXT-NUMBER-RTN.
016900     READ SVC-FILE NEXT RECORD
017000         AT END
017100             MOVE "Y" TO WS-SVC-EOF-SWITCH
017200         NOT AT END
017300             MOVE SVC-ID TO WS-HIGH-CARD-ID
017400     END-READ.
017500
017600******************************************************************
017700*    2200-WRITE-NEW-CARD-RTN
017800*    BUILD AND WRITE THE NEW CARD AND HAND ITS NUMBER BACK.
017900******************************************************************
018000 2200-WRITE-NEW-CARD-RTN.
018100     MOVE SPACES TO SVC-RECORD.
018200     COMPUTE SVC-ID = WS-HIGH-CARD-ID + 1.
018300     MOVE SVPST-TYPE TO SVC-TYPE.
018400     MOVE SVPST-DATE TO SVC-ISSUE-DATE.
018500     MOVE SVPST-AMOUNT TO SVC-ISSUED-AMT.
018600     MOVE SVPST-AMOUNT TO SVC-BALANCE.
018700     MOVE SVPST-DATE TO SVC-LAST-ACTIVITY.
018800     MOVE SVPST-CUST-ID TO SVC-CUST-ID.
018900     MOVE SVPST-HOLDER TO SVC-HOLDER.
019000     MOVE SVPST-PROGRAM TO SVC-ISSUED-BY.
019100     WRITE SVC-RECORD
019200         INVALID KEY
019300             SET SVPST-FAILED TO TRUE
019400         NOT INVALID KEY
019500             SET SVPST-POSTED TO TRUE
019600             MOVE SVC-ID TO SVPST-CARD-ID
019700             PERFORM 4000-RETURN-CARD-RTN
019800             MOVE 'I' TO WS-LEDGER-EVENT
019900             PERFORM 5000-WRITE-LEDGER-RTN
020000     END-WRITE.
020100
020200******************************************************************
020300*    3000-MOVE-CARD-RTN
020400*    READ THE CARD, THEN REDEEM, CREDIT OR JUST REPORT THE
020500*    BALANCE. A REDEMPTION MORE THAN THE BALANCE, OR A CREDIT
020600*    THAT WOULD TAKE THE BALANCE PAST WHAT A CARD CAN HOLD,
020700*    MOVES NOTHING.
020800******************************************************************
020900 3000-MOVE-CARD-RTN.
021000     MOVE SVPST-CARD-ID TO SVC-ID.
021100     READ SVC-FILE
021200         INVALID KEY
021300             SET SVPST-NO-CARD TO TRUE
021400         NOT INVALID KEY
021500             IF SVC-BALANCE IS NOT NUMERIC
021600                 MOVE 0 TO SVC-BALANCE
021700             END-IF
021800             PERFORM 4000-RETURN-CARD-RTN
021900             EVALUATE TRUE
022000                 WHEN SVPST-INQUIRE
022100                     SET SVPST-POSTED TO TRUE
022200                 WHEN SVPST-AMOUNT = 0
022300                     SET SVPST-FAILED TO TRUE
022400                 WHEN SVPST-REDEEM
022500                     IF SVPST-AMOUNT > SVC-BALANCE
022600                         SET SVPST-SHORT TO TRUE
022700                     ELSE
022800                         PERFORM 3100-REDEEM-RTN
022900                     END-IF
023000                 WHEN SVPST-CREDIT
023100                     COMPUTE WS-NEW-BALANCE =
023200                         SVC-BALANCE + SVPST-AMOUNT
023300                     IF WS-NEW-BALANCE > 9999.99
023400                         SET SVPST-FAILED TO TRUE
023500                     ELSE
023600                         PERFORM 3200-CREDIT-RTN
023700                     END-IF
023800             END-EVALUATE
023900     END-READ.
024000
024100******************************************************************
024200*    3100-REDEEM-RTN
024300*    TAKE THE AMOUNT OFF THE CARD, REWRITE, THEN LEDGER IT.
024400******************************************************************
024500 3100-REDEEM-RTN.
024600     SUBTRACT SVPST-AMOUNT FROM SVC-BALANCE.
024700     MOVE SVPST-DATE TO SVC-LAST-ACTIVITY.
024800     MOVE 'R' TO WS-LEDGER-EVENT.
024900     PERFORM 3300-REWRITE-CARD-RTN.
025000
025100******************************************************************
025200*    3200-CREDIT-RTN
025300*    ADD THE AMOUNT TO THE CARD, REWRITE, THEN LEDGER IT.
025400******************************************************************
025500 3200-CREDIT-RTN.
025600     ADD SVPST-AMOUNT TO SVC-BALANCE.
025700     MOVE SVPST-DATE TO SVC-LAST-ACTIVITY.
025800     MOVE 'C' TO WS-LEDGER-EVENT.
025900     PERFORM 3300-REWRITE-CARD-RTN.
026000
026100******************************************************************
026200*    3300-REWRITE-CARD-RTN
026300*    PUT THE MOVED CARD BACK AND, ONCE IT IS SAFELY ON THE
026400*    MASTER, LEDGER THE MOVE.
026500******************************************************************
026600 3300-REWRITE-CARD-RTN.
026700     REWRITE SVC-RECORD
026800         INVALID KEY
026900             SET SVPST-FAILED TO TRUE
027000         NOT INVALID KEY
027100             SET SVPST-POSTED TO TRUE
027200             PERFORM 4000-RETURN-CARD-RTN
027300             PERFORM 5000-WRITE-LEDGER-RTN
027400     END-REWRITE.
027500
027600******************************************************************
027700*    4000-RETURN-CARD-RTN
027800*    HAND THE CARD'S STANDING BACK TO THE CALLER.
027900******************************************************************
028000 4000-RETURN-CARD-RTN.
028100     MOVE SVC-BALANCE TO SVPST-BALANCE.
028200     MOVE SVC-TYPE TO SVPST-CARD-TYPE.
028300     MOVE SVC-ISSUE-DATE TO SVPST-ISSUE-DATE.
028400     MOVE SVC-LAST-ACTIVITY TO SVPST-LAST-ACTIVITY.
028500     MOVE SVC-HOLDER TO SVPST-HOLDER-NAME.
028600
028700******************************************************************
028800*    5000-WRITE-LEDGER-RTN
028900*    APPEND THE MOVE (EVENT IN WS-LEDGER-EVENT) TO THE
029000*    STORED-VALUE LEDGER, CREATING IT ON THE FIRST EVER POST.
029100*    THE TENDER IS ONLY CARRIED ON A GIFT CARD SOLD.
029200******************************************************************
029300 5000-WRITE-LEDGER-RTN.
029400     OPEN EXTEND SVL-FILE.
029500     IF WS-SVL-FILE-STATUS NOT = "00"
029600         OPEN OUTPUT SVL-FILE
029700     END-IF.
029800     MOVE SPACES TO SVL-RECORD.
029900     MOVE WS-LEDGER-EVENT TO SVL-EVENT.
030000     MOVE SVPST-DATE TO SVL-DATE.
030100     MOVE SVC-ID TO SVL-CARD-ID.
030200     MOVE SVC-TYPE TO SVL-TYPE.
030300     MOVE SVPST-AMOUNT TO SVL-AMOUNT.
030400     MOVE SVC-BALANCE TO SVL-BALANCE.
030500     IF SVL-IS-ISSUE AND SVC-IS-GIFT
030600         MOVE SVPST-TENDER TO SVL-TENDER
030700     END-IF.
030800     MOVE SVPST-ID-GAME TO SVL-ID-GAME.
030900     MOVE SVPST-COPY-NO TO SVL-COPY-NO.
031000     MOVE SVPST-PROGRAM TO SVL-PROGRAM.
031100     MOVE SVPST-OPERATOR TO SVL-OPERATOR.
031200     WRITE SVL-RECORD.
031300     CLOSE SVL-FILE.
031400
031500******************************************************************
031600*    9000-TERMINATE-RTN
031700*    CLOSE THE MASTER.
031800******************************************************************
031900 9000-TERMINATE-RTN.
032000     IF SVPST-FUNCTION-VALID AND WS-SVC-FILE-STATUS NOT = "35"
032100         CLOSE SVC-FILE
032200     END-IF.
032300
032400 END PROGRAM SVCPOST.
