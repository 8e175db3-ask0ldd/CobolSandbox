001800*                      GRAND TOTAL. A HOLDING WHOSE ID-GAME IS NO
001900*                      LONGER ON THE CATALOG IS FLAGGED -- THAT
002000*                      IS AN ORPHAN CARD, NOT STOCK.
002012*    10/15/2026  DLH   BURST BY STORE. BESIDES THE COMBINED
002024*                      HOLDRPT.TXT, ONE COPY PER STORE ON THE
002036*                      LOCATION MASTER (HOLDRPT-MAIN.TXT AND SO
002048*                      ON) CARRYING ONLY THE COPIES SHELVED AT
002060*                      THAT STORE'S LOCATIONS, THROUGH LOCSTORE. A
002072*                      COPY AT AN UNMAPPED LOCATION APPEARS ONLY
002084*                      IN THE COMBINED REPORT.
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
002900         RECORD KEY IS HOLD-KEY
003000         FILE STATUS IS WS-HOLD-FILE-STATUS.
003100
003200     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400
003500     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
006200
006300 01  WS-HOLD-FILE-STATUS      PIC X(02) VALUE "00".
006400 01  WS-PRIOR-ID-GAME         PIC 9(06) VALUE 0.
006405
006410 01  WS-PASS-FIELDS.
006415     05 WS-REPORT-NAME        PIC X(20) VALUE SPACES.
006420     05 WS-PASS-STORE         PIC X(04) VALUE SPACES.
006425     05 WS-STORE-SEQ          PIC 9(3) COMP VALUE 0.
006430     05 WS-STORE-TOTAL        PIC 9(3) COMP VALUE 0.
006435     05 WS-PASS-SWITCH        PIC X VALUE "Y".
006440        88 RECORD-IN-PASS             VALUE "Y".
006445
006450 01  STORE-REQUEST-FIELDS.
006455     05 STORE-FUNCTION        PIC X.
006460     05 STORE-LOCATION        PIC X(10).
006465     05 STORE-SEQ             PIC 9(3).
006470 01  STORE-RESULT-FIELDS.
006475     05 STORE-CODE            PIC X(04).
006480     05 STORE-COUNT           PIC 9(3).
006485     05 STORE-RESULT          PIC X.
006490        88 STORE-FOUND                VALUE "Y".
006495        88 STORE-NOT-FOUND            VALUE "N".
006500
006600 01  LKUP-ID-GAME             PIC 9(06).
006700 01  LKUP-RESULT-FIELDS.
009600
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE-RTN.
009814     PERFORM 1300-STORE-PASS-RTN
009828         VARYING WS-STORE-SEQ FROM 1 BY 1
009842         UNTIL WS-STORE-SEQ > WS-STORE-TOTAL.
009856     MOVE SPACES TO WS-PASS-STORE.
009870     MOVE 'HOLDRPT.TXT' TO WS-REPORT-NAME.
009884     PERFORM 1200-OPEN-PASS-RTN.
009900     PERFORM 2000-PROCESS-HOLDINGS-RTN UNTIL END-OF-FILE.
010000     PERFORM 8000-WRITE-TOTALS-RTN.
010100     PERFORM 9000-TERMINATE-RTN.
010300
010400******************************************************************
010500*    1000-INITIALIZE-RTN
010600*    LOG THE START AND FIND OUT HOW MANY STORES THE LOCATION
010625*    MASTER MAPS -- ONE STORE COPY OF THE REPORT IS WRITTEN FOR
010650*    EACH (HOLDRPT-MAIN.TXT AND SO ON) BEFORE THE COMBINED
010675*    HOLDRPT.TXT.
010700******************************************************************
010800 1000-INITIALIZE-RTN.
011028     MOVE "N" TO STORE-FUNCTION.
011256     MOVE SPACES TO STORE-LOCATION.
011484     MOVE 0 TO STORE-SEQ.
011712     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
011940         STORE-RESULT-FIELDS.
012168     MOVE STORE-COUNT TO WS-STORE-TOTAL.
012400     OPEN EXTEND AUDIT-FILE.
012500     IF WS-AUDIT-FILE-STATUS NOT = "00"
012600         OPEN OUTPUT AUDIT-FILE
016200     WRITE AUDIT-LINE.
016300
016400******************************************************************
016401*    1200-OPEN-PASS-RTN
016402*    START ONE PASS OVER THE HOLDINGS -- CLEAR THE COUNTERS, OPEN
016403*    THIS PASS'S REPORT (WS-REPORT-NAME), WRITE ITS HEADING AND
016404*    OPEN THE HOLDINGS FILE FROM THE TOP.
016405******************************************************************
016406 1200-OPEN-PASS-RTN.
016407     MOVE 0 TO COPY-COUNTER GAME-COUNTER GROUP-COPY-COUNTER
016408         ORPHAN-COUNTER.
016409     MOVE "N" TO EOF-SWITCH.
016410     MOVE "Y" TO WS-FIRST-GAME-SWITCH.
016411     OPEN OUTPUT REPORT-FILE.
016412     MOVE SPACES TO REPORT-LINE.
016413     STRING 'PHYSICAL HOLDINGS STOCK REPORT' DELIMITED BY SIZE
016414         INTO REPORT-LINE.
016415     WRITE REPORT-LINE.
016416     IF WS-PASS-STORE NOT = SPACES
016417         MOVE SPACES TO REPORT-LINE
016418         STRING 'STORE ' DELIMITED BY SIZE
016419             WS-PASS-STORE DELIMITED BY SIZE
016420             INTO REPORT-LINE
016421         WRITE REPORT-LINE
016422     END-IF.
016423     MOVE SPACES TO REPORT-LINE.
016424     WRITE REPORT-LINE.
016425     OPEN INPUT HOLDINGS-FILE.
016426     IF WS-HOLD-FILE-STATUS NOT = "00"
016427         MOVE "Y" TO EOF-SWITCH
016428         MOVE SPACES TO REPORT-LINE
016429         STRING 'NO HOLDINGS.TXT ON HAND - NOTHING TO REPORT'
016430             DELIMITED BY SIZE INTO REPORT-LINE
016431         WRITE REPORT-LINE
016432     END-IF.
016433
016434******************************************************************
016435*    1300-STORE-PASS-RTN
016436*    WRITE ONE STORE'S COPY OF THE REPORT -- ONLY THE COPIES
016437*    SHELVED AT THAT STORE'S LOCATIONS.
016438******************************************************************
016439 1300-STORE-PASS-RTN.
016440     MOVE "N" TO STORE-FUNCTION.
016441     MOVE WS-STORE-SEQ TO STORE-SEQ.
016442     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
016443         STORE-RESULT-FIELDS.
016444     MOVE STORE-CODE TO WS-PASS-STORE.
016445     MOVE SPACES TO WS-REPORT-NAME.
016446     STRING 'HOLDRPT-' DELIMITED BY SIZE
016447         WS-PASS-STORE DELIMITED BY SPACE
016448         '.TXT' DELIMITED BY SIZE
016449         INTO WS-REPORT-NAME.
016450     PERFORM 1200-OPEN-PASS-RTN.
016451     PERFORM 2000-PROCESS-HOLDINGS-RTN UNTIL END-OF-FILE.
016452     PERFORM 8000-WRITE-TOTALS-RTN.
016453     PERFORM 8500-CLOSE-PASS-RTN.
016454
016455******************************************************************
016500*    2000-PROCESS-HOLDINGS-RTN
016600*    READ ONE HOLDING, BREAK ON A NEW ID-GAME, AND WRITE THE
016700*    COPY'S DETAIL LINE. ON A STORE PASS A COPY SHELVED AT
016750*    ANOTHER STORE'S LOCATION (OR AN UNMAPPED ONE) IS SKIPPED.
016800******************************************************************
016900 2000-PROCESS-HOLDINGS-RTN.
017000     READ HOLDINGS-FILE
017400                 PERFORM 2300-WRITE-GAME-SUBTOTAL-RTN
017500             END-IF
017600         NOT AT END
017633             PERFORM 7000-CHECK-STORE-RTN
017666             IF RECORD-IN-PASS
017700                 ADD 1 TO COPY-COUNTER
017800                 IF FIRST-GAME-PENDING
017900                     MOVE "N" TO WS-FIRST-GAME-SWITCH
018400                     PERFORM 2100-START-GAME-GROUP-RTN
018416                 ELSE
018432                     IF HOLD-ID-GAME NOT = WS-PRIOR-ID-GAME
018448                         PERFORM 2300-WRITE-GAME-SUBTOTAL-RTN
018464                         PERFORM 2100-START-GAME-GROUP-RTN
018480                     END-IF
018500                 END-IF
018550                 PERFORM 2200-WRITE-COPY-LINE-RTN
018600             END-IF
018800     END-READ.
018900
019000******************************************************************
026500     WRITE REPORT-LINE.
026600
026700******************************************************************
026703*    7000-CHECK-STORE-RTN
026706*    DECIDE WHETHER THE HOLDING JUST READ BELONGS IN THIS PASS --
026709*    EVERY COPY ON THE COMBINED PASS, ON A STORE PASS ONLY THE
026712*    COPIES WHOSE LOCATION THE MASTER MAPS TO THAT STORE.
026715******************************************************************
026718 7000-CHECK-STORE-RTN.
026721     MOVE "Y" TO WS-PASS-SWITCH.
026724     IF WS-PASS-STORE NOT = SPACES
026727         MOVE "L" TO STORE-FUNCTION
026730         MOVE HOLD-LOCATION TO STORE-LOCATION
026733         CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
026736             STORE-RESULT-FIELDS
026739         IF STORE-NOT-FOUND OR STORE-CODE NOT = WS-PASS-STORE
026742             MOVE "N" TO WS-PASS-SWITCH
026745         END-IF
026748     END-IF.
026751
026754******************************************************************
026757*    8500-CLOSE-PASS-RTN
026760*    CLOSE THE HOLDINGS FILE AND THIS PASS'S REPORT.
026763******************************************************************
026766 8500-CLOSE-PASS-RTN.
026769     IF WS-HOLD-FILE-STATUS NOT = "35"
026772         CLOSE HOLDINGS-FILE
026775     END-IF.
026778     CLOSE REPORT-FILE.
026781
026784******************************************************************
026800*    9000-TERMINATE-RTN
026900*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
027000******************************************************************
027400     MOVE COPY-COUNTER TO WS-AUDIT-REC-EDIT.
027500     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
027600     CLOSE AUDIT-FILE.
027850     PERFORM 8500-CLOSE-PASS-RTN.
028100     DISPLAY "HOLDRPT COMPLETE - " GAME-COUNTER " TITLES, "
028200         COPY-COUNTER " COPIES.".
028300
