000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOYPOST.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- CALLABLE LOYALTY POINTS
001200*                      POSTER. THE ONE PLACE A CUSTOMER'S POINTS
001300*                      BALANCE MOVES: THE CALLER PASSES THE
001400*                      CUSTOMER NUMBER, THE EVENT (E=EARNED,
001500*                      R=REDEEMED, X=EARNED POINTS TAKEN BACK,
001600*                      B=REDEEMED POINTS GIVEN BACK -- SEE
001700*                      LOYREC), THE POINTS, THE MONEY THEY WENT
001800*                      WITH AND THE COPY. THE CUSTOMER MASTER
001900*                      (CUSTMAST.TXT) IS UPDATED IN PLACE AND A
002000*                      LINE IS APPENDED TO THE POINTS LEDGER
002100*                      (LOYALTY.TXT) WITH THE BALANCE LEFT. A
002200*                      TAKE NEVER DRIVES THE BALANCE BELOW ZERO --
002300*                      ONLY WHAT IS THERE IS TAKEN, AND THE
002400*                      POINTS ACTUALLY MOVED COME BACK TO THE
002500*                      CALLER. OPENS AND CLOSES BOTH FILES ON
002600*                      EVERY CALL, SAME AS ALERTWTR.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST.TXT'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CUS-ID
003600         FILE STATUS IS WS-CUS-FILE-STATUS.
003700
003800     SELECT LOYALTY-FILE ASSIGN TO 'LOYALTY.TXT'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-LOY-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CUSTOMER-FILE.
004500 COPY CUSTREC.
004600
004700 FD  LOYALTY-FILE.
004800 COPY LOYREC.
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-FILE-STATUSES.
005200     05 WS-CUS-FILE-STATUS    PIC X(02) VALUE "00".
005300     05 WS-LOY-FILE-STATUS    PIC X(02) VALUE "00".
005400
005500 LINKAGE SECTION.
005600 01  LOY-POST-FIELDS.
005700     05 LPST-CUST-ID          PIC 9(06).
005800     05 LPST-EVENT            PIC X(01).
005900        88 LPST-ADDS-POINTS           VALUE 'E' 'B'.
006000        88 LPST-EVENT-VALID           VALUE 'E' 'R' 'X' 'B'.
006100     05 LPST-POINTS           PIC 9(05).
006200     05 LPST-AMOUNT           PIC 9(3)V99.
006300     05 LPST-DATE             PIC X(10).
006400     05 LPST-ID-GAME          PIC 9(06).
006500     05 LPST-COPY-NO          PIC 9(03).
006600     05 LPST-PROGRAM          PIC X(08).
006700 01  LOY-POST-RESULT-FIELDS.
006800     05 LPST-RESULT           PIC X(01).
006900        88 LPST-POSTED                VALUE 'P'.
007000        88 LPST-NO-CUSTOMER           VALUE 'N'.
007100        88 LPST-FAILED                VALUE 'F'.
007200     05 LPST-BALANCE          PIC 9(07).
007300
007400 PROCEDURE DIVISION USING LOY-POST-FIELDS
007500         LOY-POST-RESULT-FIELDS.
007600
007700 0000-MAINLINE.
007800     PERFORM 1000-INITIALIZE-RTN.
007900     IF LPST-EVENT-VALID AND WS-CUS-FILE-STATUS = "00"
008000         PERFORM 2000-POST-POINTS-RTN
008100     END-IF.
008200     PERFORM 9000-TERMINATE-RTN.
008300     GOBACK.
008400
008500******************************************************************
008600*    1000-INITIALIZE-RTN
008700*    CLEAR THE RESULT AND OPEN THE CUSTOMER MASTER FOR UPDATE. A
008800*    BAD EVENT CODE OR NO MASTER ON HAND POSTS NOTHING.
008900******************************************************************
009000 1000-INITIALIZE-RTN.
009100     SET LPST-NO-CUSTOMER TO TRUE.
009200     MOVE 0 TO LPST-BALANCE.
009300     IF NOT LPST-EVENT-VALID
009400         SET LPST-FAILED TO TRUE
009600     ELSE
009700         OPEN I-O CUSTOMER-FILE
009800     END-IF.
009900
010000******************************************************************
010100*    2000-POST-POINTS-RTN
010200*    READ THE CUSTOMER, MOVE THE BALANCE AND THE LIFE-TO-DATE
010300*    FIGURES, REWRITE, THEN LEDGER THE MOVE.
010400******************************************************************
010500 2000-POST-POINTS-RTN.
010600     MOVE LPST-CUST-ID TO CUS-ID.
010700     READ CUSTOMER-FILE
010800         INVALID KEY
010900             SET LPST-NO-CUSTOMER TO TRUE
011000         NOT INVALID KEY
011100             PERFORM 2100-MOVE-BALANCE-RTN
011200             REWRITE CUSTOMER-RECORD
011300                 INVALID KEY
011400                     SET LPST-FAILED TO TRUE
011500                 NOT INVALID KEY
011600                     SET LPST-POSTED TO TRUE
011700                     PERFORM 2200-WRITE-LEDGER-RTN
011800             END-REWRITE
011900     END-READ.
012000
012100******************************************************************
012200*    2100-MOVE-BALANCE-RTN
012300*    ADD OR TAKE THE POINTS. A TAKE LARGER THAN THE BALANCE IS
012400*    CUT DOWN TO THE BALANCE. A RECORD WITH NO FIGURES YET
012500*    STARTS FROM ZERO.
012600******************************************************************
012700 2100-MOVE-BALANCE-RTN.
012800     IF CUS-POINTS IS NOT NUMERIC
012900         MOVE 0 TO CUS-POINTS
013000     END-IF.
013100     IF CUS-EARNED-LTD IS NOT NUMERIC
013200         MOVE 0 TO CUS-EARNED-LTD
013300     END-IF.
013400     IF CUS-REDEEMED-LTD IS NOT NUMERIC
013500         MOVE 0 TO CUS-REDEEMED-LTD
013600     END-IF.
013700     IF LPST-ADDS-POINTS
013800         ADD LPST-POINTS TO CUS-POINTS
013900     ELSE
014000         IF LPST-POINTS > CUS-POINTS
014100             MOVE CUS-POINTS TO LPST-POINTS
014200         END-IF
014300         SUBTRACT LPST-POINTS FROM CUS-POINTS
014400     END-IF.
014500     EVALUATE LPST-EVENT
014600         WHEN 'E'
014700             ADD LPST-POINTS TO CUS-EARNED-LTD
014800         WHEN 'X'
014900             IF LPST-POINTS > CUS-EARNED-LTD
015000                 MOVE 0 TO CUS-EARNED-LTD
015100             ELSE
015200                 SUBTRACT LPST-POINTS FROM CUS-EARNED-LTD
015300             END-IF
015400         WHEN 'R'
015500             ADD LPST-POINTS TO CUS-REDEEMED-LTD
015600         WHEN 'B'
015700             IF LPST-POINTS > CUS-REDEEMED-LTD
015800                 MOVE 0 TO CUS-REDEEMED-LTD
015900             ELSE
016000                 SUBTRACT LPST-POINTS FROM CUS-REDEEMED-LTD
016100             END-IF
016200     END-EVALUATE.
016300     MOVE LPST-DATE TO CUS-LAST-ACTIVITY.
016400     MOVE CUS-POINTS TO LPST-BALANCE.
016500
016600******************************************************************
016700*    2200-WRITE-LEDGER-RTN
016800*    APPEND THE MOVE TO THE POINTS LEDGER, CREATING IT ON THE
016900*    FIRST EVER POST.
017000******************************************************************
017100 2200-WRITE-LEDGER-RTN.
017200     OPEN EXTEND LOYALTY-FILE.
017300     IF WS-LOY-FILE-STATUS NOT = "00"
017400         OPEN OUTPUT LOYALTY-FILE
017500     END-IF.
017600     MOVE SPACES TO LOYALTY-RECORD.
017700     MOVE LPST-DATE TO LOY-DATE.
017800     MOVE LPST-CUST-ID TO LOY-CUST-ID.
017900     MOVE LPST-EVENT TO LOY-EVENT.
018000     MOVE LPST-POINTS TO LOY-POINTS.
018100     MOVE CUS-POINTS TO LOY-BALANCE.
018200     MOVE LPST-AMOUNT TO LOY-AMOUNT.
018300     MOVE LPST-ID-GAME TO LOY-ID-GAME.
018400     MOVE LPST-COPY-NO TO LOY-COPY-NO.
018500     MOVE LPST-PROGRAM TO LOY-PROGRAM.
018600     WRITE LOYALTY-RECORD.
018700     CLOSE LOYALTY-FILE.
018800
018900******************************************************************
019000*    9000-TERMINATE-RTN
019100*    CLOSE THE CUSTOMER MASTER.
019200******************************************************************
019300 9000-TERMINATE-RTN.
019400     IF LPST-EVENT-VALID AND WS-CUS-FILE-STATUS NOT = "35"
019500         CLOSE CUSTOMER-FILE
019600     END-IF.
019700
019800 END PROGRAM LOYPOST.
