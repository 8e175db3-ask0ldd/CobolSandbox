001900*                      A COPY SUBTOTAL. WRITES LOCLIST.TXT --
002000*                      ONE WALK OF THE REPORT IS ONE WALK OF THE
002100*                      SHELVES.
002114*    10/15/2026  DLH   BURST BY STORE. BESIDES THE COMBINED
002128*                      LOCLIST.TXT, ONE COPY PER STORE ON THE
002142*                      LOCATION MASTER (LOCLIST-MAIN.TXT AND SO
002156*                      ON) LISTING ONLY THAT STORE'S LOCATIONS,
002170*                      THROUGH LOCSTORE. AN UNMAPPED LOCATION
002184*                      APPEARS ONLY IN THE COMBINED LISTING.
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
003000         RECORD KEY IS HOLD-KEY
003100         FILE STATUS IS WS-HOLD-FILE-STATUS.
003200
003300     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600     SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
007500 01  WS-HOLD-FILE-STATUS      PIC X(02) VALUE "00".
007600 01  WS-PRIOR-LOCATION        PIC X(10) VALUE SPACES.
007700
007705 01  WS-PASS-FIELDS.
007710     05 WS-REPORT-NAME        PIC X(20) VALUE SPACES.
007715     05 WS-PASS-STORE         PIC X(04) VALUE SPACES.
007720     05 WS-STORE-SEQ          PIC 9(3) COMP VALUE 0.
007725     05 WS-STORE-TOTAL        PIC 9(3) COMP VALUE 0.
007730     05 WS-PASS-SWITCH        PIC X VALUE "Y".
007735        88 RECORD-IN-PASS             VALUE "Y".
007740
007745 01  STORE-REQUEST-FIELDS.
007750     05 STORE-FUNCTION        PIC X.
007755     05 STORE-LOCATION        PIC X(10).
007760     05 STORE-SEQ             PIC 9(3).
007765 01  STORE-RESULT-FIELDS.
007770     05 STORE-CODE            PIC X(04).
007775     05 STORE-COUNT           PIC 9(3).
007780     05 STORE-RESULT          PIC X.
007785        88 STORE-FOUND                VALUE "Y".
007790        88 STORE-NOT-FOUND            VALUE "N".
007795
007800 01  LKUP-ID-GAME             PIC 9(06).
007900 01  LKUP-RESULT-FIELDS.
008000     05 LKUP-TITLE-GAME       PIC X(40).
011400
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE-RTN.
011687     PERFORM 1300-STORE-PASS-RTN
011774         VARYING WS-STORE-SEQ FROM 1 BY 1
011861         UNTIL WS-STORE-SEQ > WS-STORE-TOTAL.
011948     MOVE SPACES TO WS-PASS-STORE.
012035     MOVE 'LOCLIST.TXT' TO WS-REPORT-NAME.
012122     PERFORM 1200-OPEN-PASS-RTN.
012209     PERFORM 1400-SORT-PASS-RTN.
012300     PERFORM 8000-WRITE-TOTALS-RTN.
012400     PERFORM 9000-TERMINATE-RTN.
012500     STOP RUN.
012600
012700******************************************************************
012800*    1000-INITIALIZE-RTN
012900*    LOG THE START AND FIND OUT HOW MANY STORES THE LOCATION
012925*    MASTER MAPS -- ONE STORE COPY OF THE LISTING IS WRITTEN FOR
012950*    EACH (LOCLIST-MAIN.TXT AND SO ON) BEFORE THE COMBINED
012975*    LOCLIST.TXT.
013000******************************************************************
013100 1000-INITIALIZE-RTN.
013214     MOVE "N" TO STORE-FUNCTION.
013328     MOVE SPACES TO STORE-LOCATION.
013442     MOVE 0 TO STORE-SEQ.
013556     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
013670         STORE-RESULT-FIELDS.
013784     MOVE STORE-COUNT TO WS-STORE-TOTAL.
013900     OPEN EXTEND AUDIT-FILE.
014000     IF WS-AUDIT-FILE-STATUS NOT = "00"
014100         OPEN OUTPUT AUDIT-FILE
017700     WRITE AUDIT-LINE.
017800
017900******************************************************************
017901*    1200-OPEN-PASS-RTN
017902*    START ONE PASS -- CLEAR THE COUNTERS AND SWITCHES, OPEN THIS
017903*    PASS'S REPORT (WS-REPORT-NAME) AND WRITE ITS HEADING.
017904******************************************************************
017905 1200-OPEN-PASS-RTN.
017906     MOVE 0 TO COPY-COUNTER LOC-COUNTER GROUP-COPY-COUNTER.
017907     MOVE "N" TO EOF-SWITCH.
017908     MOVE "Y" TO WS-FIRST-LOC-SWITCH.
017909     MOVE SPACES TO WS-PRIOR-LOCATION.
017910     OPEN OUTPUT REPORT-FILE.
017911     MOVE SPACES TO REPORT-LINE.
017912     STRING 'STOCK LISTING BY LOCATION' DELIMITED BY SIZE
017913         INTO REPORT-LINE.
017914     WRITE REPORT-LINE.
017915     IF WS-PASS-STORE NOT = SPACES
017916         MOVE SPACES TO REPORT-LINE
017917         STRING 'STORE ' DELIMITED BY SIZE
017918             WS-PASS-STORE DELIMITED BY SIZE
017919             INTO REPORT-LINE
017920         WRITE REPORT-LINE
017921     END-IF.
017922     MOVE SPACES TO REPORT-LINE.
017923     WRITE REPORT-LINE.
017924
017925******************************************************************
017926*    1300-STORE-PASS-RTN
017927*    WRITE ONE STORE'S COPY OF THE LISTING -- ONLY THE LOCATIONS
017928*    THE MASTER MAPS TO THAT STORE.
017929******************************************************************
017930 1300-STORE-PASS-RTN.
017931     MOVE "N" TO STORE-FUNCTION.
017932     MOVE WS-STORE-SEQ TO STORE-SEQ.
017933     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
017934         STORE-RESULT-FIELDS.
017935     MOVE STORE-CODE TO WS-PASS-STORE.
017936     MOVE SPACES TO WS-REPORT-NAME.
017937     STRING 'LOCLIST-' DELIMITED BY SIZE
017938         WS-PASS-STORE DELIMITED BY SPACE
017939         '.TXT' DELIMITED BY SIZE
017940         INTO WS-REPORT-NAME.
017941     PERFORM 1200-OPEN-PASS-RTN.
017942     PERFORM 1400-SORT-PASS-RTN.
017943     PERFORM 8000-WRITE-TOTALS-RTN.
017944     CLOSE REPORT-FILE.
017945
017946******************************************************************
017947*    1400-SORT-PASS-RTN
017948*    SORT THIS PASS'S HOLDINGS BY LOCATION AND KEY AND REPORT
017949*    THEM.
017950******************************************************************
017951 1400-SORT-PASS-RTN.
017952     SORT SORT-FILE
017953         ON ASCENDING KEY SRT-LOCATION
017954         ON ASCENDING KEY SRT-ID-GAME
017955         ON ASCENDING KEY SRT-COPY-NO
017956         INPUT PROCEDURE IS 2000-SUPPLY-HOLDINGS-RTN
017957         OUTPUT PROCEDURE IS 3000-REPORT-SORTED-RTN.
017958
017959******************************************************************
018000*    2000-SUPPLY-HOLDINGS-RTN
018100*    RELEASE EVERY HOLDING TO THE SORT. NO HOLDINGS ON HAND IS
018200*    AN EMPTY LISTING, NOT AN ERROR.
019300
019400******************************************************************
019500*    2100-RELEASE-ONE-RTN
019600*    READ ONE HOLDING AND RELEASE IT TO THE SORT -- ON A STORE
019650*    PASS ONLY WHEN ITS LOCATION BELONGS TO THAT STORE.
019700******************************************************************
019800 2100-RELEASE-ONE-RTN.
019900     READ HOLDINGS-FILE
020000         AT END
020100             MOVE "Y" TO EOF-SWITCH
020200         NOT AT END
020233             PERFORM 7000-CHECK-STORE-RTN
020266             IF RECORD-IN-PASS
020300                 ADD 1 TO COPY-COUNTER
020400                 MOVE HOLD-LOCATION TO SRT-LOCATION
020500                 MOVE HOLD-ID-GAME TO SRT-ID-GAME
020600                 MOVE HOLD-COPY-NO TO SRT-COPY-NO
020700                 MOVE HOLD-CONDITION TO SRT-CONDITION
020800                 MOVE HOLD-ACQ-DATE TO SRT-ACQ-DATE
020900                 RELEASE SORT-RECORD
020950             END-IF
021000     END-READ.
021100
021200******************************************************************
030800     WRITE REPORT-LINE.
030900
031000******************************************************************
031005*    7000-CHECK-STORE-RTN
031010*    DECIDE WHETHER THE HOLDING JUST READ BELONGS IN THIS PASS --
031015*    EVERY COPY ON THE COMBINED PASS, ON A STORE PASS ONLY THE
031020*    COPIES WHOSE LOCATION THE MASTER MAPS TO THAT STORE.
031025******************************************************************
031030 7000-CHECK-STORE-RTN.
031035     MOVE "Y" TO WS-PASS-SWITCH.
031040     IF WS-PASS-STORE NOT = SPACES
031045         MOVE "L" TO STORE-FUNCTION
031050         MOVE HOLD-LOCATION TO STORE-LOCATION
031055         CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
031060             STORE-RESULT-FIELDS
031065         IF STORE-NOT-FOUND OR STORE-CODE NOT = WS-PASS-STORE
031070             MOVE "N" TO WS-PASS-SWITCH
031075         END-IF
031080     END-IF.
031085
031090******************************************************************
031100*    8000-WRITE-TOTALS-RTN
031200*    WRITE THE RUN TOTALS AT THE FOOT OF THE LISTING.
031300******************************************************************
