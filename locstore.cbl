000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOCSTORE.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- CALLABLE STORE MAP OFF THE
001200*                      LOCATION MASTER (LOCMAST.TXT). WITH TWO
001300*                      STOREFRONTS OPEN THE REPORTS ARE BURST
001400*                      ONE COPY PER STORE, AND EVERY ONE OF THEM
001500*                      NEEDS THE SAME TWO ANSWERS -- WHICH STORE
001600*                      A LOCATION CODE BELONGS TO (FUNCTION "L"),
001700*                      AND WHAT THE STORES ARE (FUNCTION "N",
001800*                      THE NTH STORE IN CODE ORDER, WITH THE
001900*                      NUMBER OF STORES IN STORE-COUNT). UNLIKE
002000*                      LOCLOOKUP THE MASTER IS READ ONCE, ON THE
002100*                      FIRST CALL, AND KEPT IN WORKING STORAGE --
002200*                      A REPORT ASKS ONCE PER RECORD IT READS.
002300*                      A LOCATION NOT ON THE MASTER, OR ON IT
002400*                      WITH NO STORE, RETURNS NOT-FOUND AND IS
002500*                      CARRIED ONLY IN THE COMBINED REPORTS. NO
002600*                      MASTER ON HAND MEANS NO STORES AT ALL.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT LOCATION-FILE ASSIGN TO 'LOCMAST.TXT'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-LOC-FILE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  LOCATION-FILE.
003900 COPY LOCREC.
004000
004100 WORKING-STORAGE SECTION.
004200 01  SWITCHES.
004300     05 WS-LOADED-SWITCH       PIC X VALUE "N".
004400        88 MAP-LOADED                  VALUE "Y".
004500     05 WS-LOC-EOF-SWITCH      PIC X VALUE "N".
004600        88 END-OF-LOCATIONS            VALUE "Y".
004700     05 WS-HIT-SWITCH          PIC X VALUE "N".
004800        88 ENTRY-HIT                   VALUE "Y".
004900
005000 01  WS-LOC-FILE-STATUS        PIC X(02) VALUE "00".
005100
005200 01  WS-MAP-COUNT              PIC 9(3) COMP VALUE 0.
005300 01  WS-MAP-TABLE.
005400     05 WS-MAP-ENTRY OCCURS 100 TIMES
005500            INDEXED BY WS-MAP-IDX.
005600        10 WS-MAP-LOCATION     PIC X(10).
005700        10 WS-MAP-STORE        PIC X(04).
005800
005900 01  WS-STORE-COUNT            PIC 9(3) COMP VALUE 0.
006000 01  WS-SHIFT-IDX              PIC 9(3) COMP VALUE 0.
006100 01  WS-INSERT-IDX             PIC 9(3) COMP VALUE 0.
006200 01  WS-STORE-TABLE.
006300     05 WS-STORE-ENTRY OCCURS 20 TIMES
006400            INDEXED BY WS-STORE-IDX.
006500        10 WS-STORE-CODE       PIC X(04).
006600
006700 LINKAGE SECTION.
006800 01  STORE-REQUEST-FIELDS.
006900     05 STORE-FUNCTION         PIC X.
007000        88 STORE-FOR-LOCATION          VALUE "L".
007100        88 STORE-BY-SEQUENCE           VALUE "N".
007200     05 STORE-LOCATION         PIC X(10).
007300     05 STORE-SEQ              PIC 9(3).
007400 01  STORE-RESULT-FIELDS.
007500     05 STORE-CODE             PIC X(04).
007600     05 STORE-COUNT            PIC 9(3).
007700     05 STORE-RESULT           PIC X.
007800        88 STORE-FOUND                 VALUE "Y".
007900        88 STORE-NOT-FOUND             VALUE "N".
008000
008100 PROCEDURE DIVISION USING STORE-REQUEST-FIELDS
008200         STORE-RESULT-FIELDS.
008300
008400 0000-MAINLINE.
008500     IF NOT MAP-LOADED
008600         PERFORM 1000-LOAD-MAP-RTN
008700     END-IF.
008800     MOVE SPACES TO STORE-CODE.
008900     MOVE WS-STORE-COUNT TO STORE-COUNT.
009000     MOVE "N" TO STORE-RESULT.
009100     EVALUATE TRUE
009200         WHEN STORE-FOR-LOCATION
009300             PERFORM 2000-STORE-FOR-LOCATION-RTN
009400         WHEN STORE-BY-SEQUENCE
009500             PERFORM 3000-STORE-BY-SEQUENCE-RTN
009600     END-EVALUATE.
009700     GOBACK.
009800
009900******************************************************************
010000*    1000-LOAD-MAP-RTN
010100*    READ THE LOCATION MASTER ONCE INTO THE LOCATION-TO-STORE
010200*    MAP AND BUILD THE DISTINCT STORE LIST FROM IT.
010300******************************************************************
010400 1000-LOAD-MAP-RTN.
010500     MOVE "Y" TO WS-LOADED-SWITCH.
010600     MOVE "N" TO WS-LOC-EOF-SWITCH.
010700     OPEN INPUT LOCATION-FILE.
010800     IF WS-LOC-FILE-STATUS NOT = "00"
010900         MOVE "Y" TO WS-LOC-EOF-SWITCH
011000     END-IF.
011100     PERFORM 1100-LOAD-ONE-LOCATION-RTN UNTIL END-OF-LOCATIONS.
011200     IF WS-LOC-FILE-STATUS NOT = "35"
011300         CLOSE LOCATION-FILE
011400     END-IF.
011500
011600******************************************************************
011700*    1100-LOAD-ONE-LOCATION-RTN
011800*    LOAD ONE MASTER RECORD. ONLY LOCATIONS THAT CARRY A STORE
011900*    ARE MAPPED -- THE REST FALL OUT AS NOT-FOUND.
012000******************************************************************
012100 1100-LOAD-ONE-LOCATION-RTN.
012200     READ LOCATION-FILE
012300         AT END
012400             MOVE "Y" TO WS-LOC-EOF-SWITCH
012500         NOT AT END
012600             IF LOC-STORE NOT = SPACES
012700                 AND WS-MAP-COUNT < 100
012800                 ADD 1 TO WS-MAP-COUNT
012900                 SET WS-MAP-IDX TO WS-MAP-COUNT
013000                 MOVE LOC-CODE TO WS-MAP-LOCATION(WS-MAP-IDX)
013100                 MOVE LOC-STORE TO WS-MAP-STORE(WS-MAP-IDX)
013200                 PERFORM 1200-ADD-STORE-RTN
013300             END-IF
013400     END-READ.
013500
013600******************************************************************
013700*    1200-ADD-STORE-RTN
013800*    ADD LOC-STORE TO THE STORE LIST UNLESS IT IS THERE ALREADY,
013900*    KEEPING THE LIST IN STORE CODE ORDER SO EVERY REPORT WALKS
014000*    THE STORES THE SAME WAY.
014100******************************************************************
014200 1200-ADD-STORE-RTN.
014300     MOVE "N" TO WS-HIT-SWITCH.
014400     MOVE 0 TO WS-INSERT-IDX.
014500     PERFORM 1250-CHECK-ONE-STORE-RTN
014600         VARYING WS-STORE-IDX FROM 1 BY 1
014700         UNTIL WS-STORE-IDX > WS-STORE-COUNT
014800            OR ENTRY-HIT OR WS-INSERT-IDX > 0.
014900     IF NOT ENTRY-HIT AND WS-STORE-COUNT < 20
015000         IF WS-INSERT-IDX = 0
015100             COMPUTE WS-INSERT-IDX = WS-STORE-COUNT + 1
015200         END-IF
015300         PERFORM 1300-SHIFT-ONE-STORE-RTN
015400             VARYING WS-SHIFT-IDX FROM WS-STORE-COUNT BY -1
015500             UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
015600         MOVE LOC-STORE TO WS-STORE-CODE(WS-INSERT-IDX)
015700         ADD 1 TO WS-STORE-COUNT
015800     END-IF.
015900
016000******************************************************************
016100*    1250-CHECK-ONE-STORE-RTN
016200*    COMPARE ONE LISTED STORE AGAINST LOC-STORE -- A MATCH MEANS
016300*    IT IS ALREADY LISTED, A HIGHER CODE IS WHERE IT GOES.
016400******************************************************************
016500 1250-CHECK-ONE-STORE-RTN.
016600     IF WS-STORE-CODE(WS-STORE-IDX) = LOC-STORE
016700         MOVE "Y" TO WS-HIT-SWITCH
016800     ELSE
016900         IF WS-STORE-CODE(WS-STORE-IDX) > LOC-STORE
017000             SET WS-INSERT-IDX TO WS-STORE-IDX
017100         END-IF
017200     END-IF.
017300
017400******************************************************************
017500*    1300-SHIFT-ONE-STORE-RTN
017600*    MOVE ONE LISTED STORE DOWN A SLOT TO OPEN THE INSERT POINT.
017700******************************************************************
017800 1300-SHIFT-ONE-STORE-RTN.
017900     MOVE WS-STORE-CODE(WS-SHIFT-IDX)
018000         TO WS-STORE-CODE(WS-SHIFT-IDX + 1).
018100
018200******************************************************************
018300*    2000-STORE-FOR-LOCATION-RTN
018400*    RETURN THE STORE STORE-LOCATION BELONGS TO.
018500******************************************************************
018600 2000-STORE-FOR-LOCATION-RTN.
018700     PERFORM 2100-CHECK-ONE-LOCATION-RTN
018800         VARYING WS-MAP-IDX FROM 1 BY 1
018900         UNTIL WS-MAP-IDX > WS-MAP-COUNT OR STORE-FOUND.
019000
019100******************************************************************
019200*    2100-CHECK-ONE-LOCATION-RTN
019300*    COMPARE ONE MAPPED LOCATION AGAINST STORE-LOCATION.
019400******************************************************************
019500 2100-CHECK-ONE-LOCATION-RTN.
019600     IF WS-MAP-LOCATION(WS-MAP-IDX) = STORE-LOCATION
019700         MOVE WS-MAP-STORE(WS-MAP-IDX) TO STORE-CODE
019800         SET STORE-FOUND TO TRUE
019900     END-IF.
020000
020100******************************************************************
020200*    3000-STORE-BY-SEQUENCE-RTN
020300*    RETURN THE STORE-SEQ'TH STORE IN CODE ORDER.
020400******************************************************************
020500 3000-STORE-BY-SEQUENCE-RTN.
020600     IF STORE-SEQ > 0 AND STORE-SEQ NOT > WS-STORE-COUNT
020700         MOVE WS-STORE-CODE(STORE-SEQ) TO STORE-CODE
020800         SET STORE-FOUND TO TRUE
020900     END-IF.
021000
021100 END PROGRAM LOCSTORE.
