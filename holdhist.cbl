000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDHIST.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- COPY HISTORY INQUIRY, BUILT
001200*                      THE SAME WAY AS GAMEINQ. THE OPERATOR
001300*                      KEYS AN ID-GAME AND A COPY NUMBER (000 FOR
001400*                      EVERY COPY OF THE TITLE); THE PROGRAM SHOWS
001500*                      THE TITLE, THE COPY AS IT STANDS ON
001600*                      HOLDINGS.TXT, AND EVERY HOLDINGS JOURNAL
001700*                      ENTRY (HOLDJRNL.TXT, SEE HOLDJWTR) FOR IT
001800*                      IN THE ORDER IT HAPPENED -- WHEN IT CAME
001900*                      IN, EVERY MOVE, CONDITION CHANGE AND
002000*                      RENTAL, AND HOW IT LEFT -- WITH THE
002100*                      PROGRAM THAT DID IT AND THE LOCATION,
002200*                      CONDITION AND STATUS BEFORE AND AFTER.
002220*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002240*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002260*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002280*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002286*    10/15/2026  DLH   WEB ORDER RESERVATIONS (WR) AND RELEASES
002292*                      (WX) NAMED IN THE HISTORY.
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS RANDOM
003100         RECORD KEY IS HOLD-KEY
003200         FILE STATUS IS WS-HOLDINGS-FILE-STATUS.
003300
003400     SELECT JOURNAL-FILE ASSIGN TO 'HOLDJRNL.TXT'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  HOLDINGS-FILE.
004100 COPY HOLDREC.
004200
004300 FD  JOURNAL-FILE.
004400 COPY HOLDJRNL.
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-REPLY-SWITCH          PIC X VALUE "Y".
004800     88 MORE-LOOKUPS                   VALUE "Y".
004900 01  WS-JRN-EOF-SWITCH        PIC X VALUE "N".
005000     88 END-OF-JOURNAL                 VALUE "Y".
005100
005200 01  WS-FILE-STATUSES.
005300     05 WS-HOLDINGS-FILE-STATUS PIC X(02) VALUE "00".
005400     05 WS-JOURNAL-FILE-STATUS PIC X(02) VALUE "00".
005500
005600 01  WS-HIST-KEY.
005700     05 WS-HIST-ID-GAME       PIC 9(06) VALUE 0.
005800     05 WS-HIST-COPY-NO       PIC 9(03) VALUE 0.
005900
006000 01  WS-HIST-ENTRY-COUNT      PIC 9(5) COMP VALUE 0.
006100 01  WS-EDIT-COUNT            PIC ZZ,ZZ9.
006200 01  WS-REASON-TEXT           PIC X(20) VALUE SPACES.
006300 01  WS-ENTRY-COPY-NO         PIC X(03) VALUE SPACES.
006400
006500 01  LKUP-ID-GAME              PIC 9(06).
006600 01  LKUP-RESULT-FIELDS.
006700     05 LKUP-TITLE-GAME        PIC X(40).
006800     05 LKUP-DATE-GAME         PIC X(10).
006900     05 LKUP-NOTE-GAME         PIC 99.
007000 01  LKUP-FOUND-SWITCH         PIC X.
007100     88 LKUP-FOUND                      VALUE "Y".
007200     88 LKUP-NOT-FOUND                  VALUE "N".
007300
007400 01  LOCK-REQUEST-FIELDS.
007500     05 LOCK-FUNCTION         PIC X.
007600     05 LOCK-CALLER           PIC X(10).
007700 01  LOCK-RESULT-FIELDS.
007800     05 LOCK-RESULT           PIC X.
007900        88 LOCK-GRANTED               VALUE "G".
008000        88 LOCK-BUSY                  VALUE "B".
008100        88 LOCK-FREE                  VALUE "F".
008200     05 LOCK-HOLDER-NAME      PIC X(10).
008300     05 LOCK-TAKEN-TS         PIC X(19).
008400
008406 01  SIGN-REQUEST-FIELDS.
008412     05 SIGN-FUNCTION          PIC X.
008418     05 SIGN-PROGRAM           PIC X(10).
008424     05 SIGN-ACTION            PIC X(08).
008430     05 SIGN-DETAIL            PIC X(60).
008436 01  SIGN-RESULT-FIELDS.
008442     05 SIGN-RESULT            PIC X.
008448        88 SIGN-GRANTED                 VALUE "G".
008454        88 SIGN-REFUSED                 VALUE "R".
008460     05 SIGN-OPERATOR-ID       PIC X(08).
008466     05 SIGN-OPERATOR-NAME     PIC X(30).
008472     05 SIGN-OPERATOR-ROLE     PIC X(02).
008478     05 SIGN-PASSWORD-HASH     PIC 9(10).
008484
008500 PROCEDURE DIVISION.
008600
008700 0000-MAINLINE.
008800     PERFORM 1000-INITIALIZE-RTN.
008900     PERFORM 2000-LOOKUP-RTN UNTIL NOT MORE-LOOKUPS.
009000     PERFORM 9000-TERMINATE-RTN.
009100     STOP RUN.
009200
009300******************************************************************
009400*    1000-INITIALIZE-RTN
009500*    CHECK THE CATALOG UPDATE INTERLOCK AND OPEN HOLDINGS FOR
009600*    DIRECT (RANDOM) ACCESS BY COPY.
009700******************************************************************
009800 1000-INITIALIZE-RTN.
009809     MOVE "S" TO SIGN-FUNCTION.
009818     MOVE "HOLDHIST" TO SIGN-PROGRAM.
009827     MOVE SPACES TO SIGN-ACTION.
009836     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
009845         SIGN-RESULT-FIELDS.
009854     IF NOT SIGN-GRANTED
009863         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
009872         MOVE 8 TO RETURN-CODE
009881         STOP RUN
009890     END-IF.
009900     MOVE "C" TO LOCK-FUNCTION.
010000     MOVE "HOLDHIST" TO LOCK-CALLER.
010100     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
010200         LOCK-RESULT-FIELDS.
010300     IF LOCK-BUSY
010400         DISPLAY "CATALOG LOCKED BY " LOCK-HOLDER-NAME
010500             " SINCE " LOCK-TAKEN-TS
010600         DISPLAY "TRY AGAIN WHEN THE UPDATE FINISHES - RUN"
010700             " STOPPED"
010800         MOVE 8 TO RETURN-CODE
010900         STOP RUN
011000     END-IF.
011100     OPEN INPUT HOLDINGS-FILE.
011200
011300******************************************************************
011400*    2000-LOOKUP-RTN
011500*    ASK THE OPERATOR FOR AN ID-GAME AND COPY NUMBER, SHOW THE
011600*    TITLE AND THE COPY AS IT STANDS, THEN ITS JOURNAL HISTORY.
011700******************************************************************
011800 2000-LOOKUP-RTN.
011900     DISPLAY "ENTER ID-GAME FOR COPY HISTORY (000000 TO QUIT) : ".
012000     ACCEPT WS-HIST-ID-GAME.
012100     IF WS-HIST-ID-GAME = 000000
012200         SET WS-REPLY-SWITCH TO "N"
012300     ELSE
012400         DISPLAY "ENTER COPY NUMBER (000 FOR EVERY COPY) : "
012500         ACCEPT WS-HIST-COPY-NO
012600         MOVE WS-HIST-ID-GAME TO LKUP-ID-GAME
012700         CALL 'GAMELOOKUP' USING LKUP-ID-GAME
012800             LKUP-RESULT-FIELDS LKUP-FOUND-SWITCH
012900         IF LKUP-FOUND
013000             DISPLAY "TITLE >>>>> " LKUP-TITLE-GAME
013100         ELSE
013200             DISPLAY "TITLE >>>>> (NOT IN THE CATALOG)"
013300         END-IF
013400         PERFORM 2100-DISPLAY-CURRENT-RTN
013500         PERFORM 3000-SCAN-JOURNAL-RTN
013600         DISPLAY "   "
013700     END-IF.
013800
013900******************************************************************
014000*    2100-DISPLAY-CURRENT-RTN
014100*    SHOW THE COPY AS IT STANDS ON HOLDINGS TODAY. SKIPPED WHEN
014200*    THE OPERATOR ASKED FOR EVERY COPY OF THE TITLE.
014300******************************************************************
014400 2100-DISPLAY-CURRENT-RTN.
014500     IF WS-HIST-COPY-NO = 000
014600         DISPLAY "COPY >>>>> ALL COPIES"
014700     ELSE
014800         MOVE WS-HIST-KEY TO HOLD-KEY
014900         READ HOLDINGS-FILE
015000             INVALID KEY
015100                 DISPLAY "COPY >>>>> " WS-HIST-COPY-NO
015200                     " NOT ON HOLDINGS"
015300             NOT INVALID KEY
015400                 DISPLAY "COPY >>>>> " HOLD-COPY-NO
015500                     "  LOCATION " HOLD-LOCATION
015600                     "  CONDITION " HOLD-CONDITION
015700                     "  ACQUIRED " HOLD-ACQ-DATE
015800                     "  STATUS " HOLD-STATUS
015900         END-READ
016000     END-IF.
016100
016200******************************************************************
016300*    3000-SCAN-JOURNAL-RTN
016400*    READ THE WHOLE JOURNAL FROM THE TOP, SHOWING EVERY ENTRY
016500*    FOR THE COPY (OR TITLE) ASKED ABOUT. NO JOURNAL ON HAND
016600*    SIMPLY MEANS NO HISTORY.
016700******************************************************************
016800 3000-SCAN-JOURNAL-RTN.
016900     MOVE 0 TO WS-HIST-ENTRY-COUNT.
017000     MOVE "N" TO WS-JRN-EOF-SWITCH.
017100     OPEN INPUT JOURNAL-FILE.
017200     IF WS-JOURNAL-FILE-STATUS NOT = "00"
017300         MOVE "Y" TO WS-JRN-EOF-SWITCH
017400     END-IF.
017500     DISPLAY "HISTORY >>>>>".
017600     PERFORM 3100-READ-ONE-ENTRY-RTN UNTIL END-OF-JOURNAL.
017700     IF WS-JOURNAL-FILE-STATUS NOT = "35"
017800         CLOSE JOURNAL-FILE
017900     END-IF.
018000     MOVE WS-HIST-ENTRY-COUNT TO WS-EDIT-COUNT.
018100     DISPLAY WS-EDIT-COUNT " JOURNAL ENTRIES FOUND".
018200
018300******************************************************************
018400*    3100-READ-ONE-ENTRY-RTN
018500*    READ ONE JOURNAL LINE AND SHOW IT WHEN ITS BEFORE-IMAGE OR
018600*    AFTER-IMAGE IS FOR THE COPY ASKED ABOUT. AN ADD HAS NO
018700*    BEFORE-IMAGE AND A DELETE NO AFTER-IMAGE, SO BOTH ARE
018800*    CHECKED.
018900******************************************************************
019000 3100-READ-ONE-ENTRY-RTN.
019100     READ JOURNAL-FILE
019200         AT END
019300             MOVE "Y" TO WS-JRN-EOF-SWITCH
019400         NOT AT END
019500             MOVE SPACES TO WS-ENTRY-COPY-NO
019600             IF HJR-BEFORE(1:6) = WS-HIST-KEY(1:6)
019700                 AND (WS-HIST-COPY-NO = 000
019800                 OR HJR-BEFORE(7:3) = WS-HIST-KEY(7:3))
019900                 MOVE HJR-BEFORE(7:3) TO WS-ENTRY-COPY-NO
020000             END-IF
020100             IF HJR-AFTER(1:6) = WS-HIST-KEY(1:6)
020200                 AND (WS-HIST-COPY-NO = 000
020300                 OR HJR-AFTER(7:3) = WS-HIST-KEY(7:3))
020400                 MOVE HJR-AFTER(7:3) TO WS-ENTRY-COPY-NO
020500             END-IF
020600             IF WS-ENTRY-COPY-NO NOT = SPACES
020700                 PERFORM 3200-DISPLAY-ENTRY-RTN
020800             END-IF
020900     END-READ.
021000
021100******************************************************************
021200*    3200-DISPLAY-ENTRY-RTN
021300*    SHOW ONE JOURNAL ENTRY -- WHEN, WHICH PROGRAM, WHAT HAPPENED
021400*    AND WHY, AND THE LOCATION, CONDITION AND STATUS OF THE COPY
021500*    BEFORE AND AFTER.
021600******************************************************************
021700 3200-DISPLAY-ENTRY-RTN.
021800     ADD 1 TO WS-HIST-ENTRY-COUNT.
021900     EVALUATE HJR-REASON
022000         WHEN 'AC'
022100             MOVE 'ACQUIRED' TO WS-REASON-TEXT
022200         WHEN 'TI'
022300             MOVE 'TRADED IN' TO WS-REASON-TEXT
022400         WHEN 'RT'
022500             MOVE 'CUSTOMER RETURN' TO WS-REASON-TEXT
022600         WHEN 'SL'
022700             MOVE 'SOLD' TO WS-REASON-TEXT
022800         WHEN 'MV'
022900             MOVE 'MOVED' TO WS-REASON-TEXT
023000         WHEN 'RC'
023100             MOVE 'RECONDITIONED' TO WS-REASON-TEXT
023200         WHEN 'CT'
023300             MOVE 'STOCKTAKE COUNT' TO WS-REASON-TEXT
023400         WHEN 'RO'
023500             MOVE 'RENTED OUT' TO WS-REASON-TEXT
023600         WHEN 'RI'
023700             MOVE 'RENTAL CHECKED IN' TO WS-REASON-TEXT
023800         WHEN 'RV'
023900             MOVE 'RETURNED TO VENDOR' TO WS-REASON-TEXT
024000         WHEN 'MA'
024100             MOVE 'MAINTENANCE' TO WS-REASON-TEXT
024120         WHEN 'WR'
024140             MOVE 'WEB ORDER RESERVED' TO WS-REASON-TEXT
024160         WHEN 'WX'
024180             MOVE 'WEB RESERVE RELEASED' TO WS-REASON-TEXT
024200         WHEN OTHER
024300             MOVE HJR-REASON TO WS-REASON-TEXT
024400     END-EVALUATE.
024500     DISPLAY "  " HJR-DATE " " HJR-TIME "  COPY "
024600         WS-ENTRY-COPY-NO "  " HJR-ACTION " " WS-REASON-TEXT
024700         " BY " HJR-PROGRAM.
024800     EVALUATE TRUE
024900         WHEN HJR-IS-ADD
025000             DISPLAY "      NOW     LOCATION " HJA-LOCATION
025100                 "  CONDITION " HJA-CONDITION
025200                 "  STATUS " HJA-STATUS
025300         WHEN HJR-IS-DELETE
025400             DISPLAY "      WAS     LOCATION " HJB-LOCATION
025500                 "  CONDITION " HJB-CONDITION
025600                 "  STATUS " HJB-STATUS
025700         WHEN OTHER
025800             DISPLAY "      WAS     LOCATION " HJB-LOCATION
025900                 "  CONDITION " HJB-CONDITION
026000                 "  STATUS " HJB-STATUS
026100             DISPLAY "      NOW     LOCATION " HJA-LOCATION
026200                 "  CONDITION " HJA-CONDITION
026300                 "  STATUS " HJA-STATUS
026400     END-EVALUATE.
026500
026600******************************************************************
026700*    9000-TERMINATE-RTN
026800*    CLOSE HOLDINGS.
026900******************************************************************
027000 9000-TERMINATE-RTN.
027100     IF WS-HOLDINGS-FILE-STATUS NOT = "35"
027200         CLOSE HOLDINGS-FILE
027300     END-IF.
027400
027500 END PROGRAM HOLDHIST.
