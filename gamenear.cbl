000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GAMENEAR.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- NEAR-DUPLICATE TITLE REPORT.
001200*                      GAMEDUPE ONLY RESOLVES A REPEATED ID-GAME;
001300*                      THE SAME GAME KEYED TWICE UNDER TWO IDS
001400*                      WITH THE TITLE TYPED TWO WAYS WAS NEVER
001500*                      CAUGHT. TABLES GAMES.TXT AND RUNS EVERY
001600*                      PAIR OF TITLES ON THE SAME PLATFORM-GAME
001700*                      THROUGH THE SHARED TITLE MATCHER
001800*                      (TITLEMCH), THEN EVERY ARCHIVED TITLE ON
001900*                      GAMEARC.TXT AGAINST THE CATALOG TITLES ON
002000*                      ITS PLATFORM. EACH SUSPECTED PAIR -- THE
002100*                      SAME TITLE UNDER TWO IDS, TITLES THAT ARE
002200*                      THE SAME ONCE NORMALIZED, OR A NEAR MATCH
002300*                      -- PRINTS ON GAMENEAR.TXT WITH ITS SCORE
002400*                      FOR SOMEONE TO LOOK AT. NOTHING IS
002500*                      CHANGED; A REAL DUPLICATE IS RETIRED
002600*                      THROUGH GAMEMAINT AS USUAL.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CATALOG-FILE ASSIGN TO 'GAMES.TXT'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS ID-GAME
003600         FILE STATUS IS WS-CAT-FILE-STATUS.
003700
003800     SELECT ARCHIVE-FILE ASSIGN TO 'GAMEARC.TXT'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS ARC-ID-GAME
004200         FILE STATUS IS WS-ARC-FILE-STATUS.
004300
004400     SELECT REPORT-FILE ASSIGN TO 'GAMENEAR.TXT'
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CATALOG-FILE.
005400 COPY GAMEREC.
005500
005600 FD  ARCHIVE-FILE.
005700 01  ARCHIVE-RECORD.
005800     05 ARC-ID-GAME           PIC 9(06).
005900     05 ARC-SPCS1             PIC X(02).
006000     05 ARC-TITLE-GAME        PIC X(40).
006100     05 ARC-DATE-GAME         PIC X(10).
006200     05 ARC-SPCS2             PIC X(02).
006300     05 ARC-NOTE-GAME         PIC 99.
006400     05 ARC-SPCS3             PIC X(02).
006500     05 ARC-PLATFORM-GAME     PIC X(10).
006600     05 ARC-SPCS4             PIC X(02).
006700     05 ARC-GENRE-GAME        PIC X(12).
006800     05 ARC-SPCS5             PIC X(02).
006900     05 ARC-PRICE-GAME        PIC 9(3)V99.
007000     05 ARC-SPCS6             PIC X(02).
007100     05 ARC-STATUS-GAME       PIC X(01).
007200     05 ARC-SPCS7             PIC X(02).
007300     05 ARC-STAT-DATE-GAME    PIC X(10).
007400
007500 FD  REPORT-FILE.
007600 01  REPORT-LINE              PIC X(100).
007700
007800 FD  AUDIT-FILE.
007900 COPY AUDITLOG.
008000
008100 WORKING-STORAGE SECTION.
008200 01  SWITCHES.
008300     05 EOF-SWITCH            PIC X VALUE "N".
008400        88 END-OF-FILE                 VALUE "Y".
008500     05 WS-OVERFLOW-SWITCH    PIC X VALUE "N".
008600        88 TITLES-OVERFLOWED           VALUE "Y".
008700
008800 01  COUNTERS.
008900     05 CATALOG-COUNTER       PIC 9(7) COMP VALUE 0.
009000     05 ARCHIVE-COUNTER       PIC 9(7) COMP VALUE 0.
009100     05 COMPARE-COUNTER       PIC 9(9) COMP VALUE 0.
009200     05 CAT-PAIR-COUNTER      PIC 9(5) COMP VALUE 0.
009300     05 ARC-PAIR-COUNTER      PIC 9(5) COMP VALUE 0.
009400
009500 01  WS-FILE-STATUSES.
009600     05 WS-CAT-FILE-STATUS    PIC X(02) VALUE "00".
009700     05 WS-ARC-FILE-STATUS    PIC X(02) VALUE "00".
009800
009900*    EVERY CATALOG TITLE, FILLED BY THE FIRST PASS.
010000 01  WS-CT-COUNT              PIC 9(5) COMP VALUE 0.
010100 01  WS-CT-TABLE.
010200     05 WS-CT-ENTRY OCCURS 3000 TIMES
010300            INDEXED BY WS-CT-IDX.
010400        10 WS-CT-ID-GAME      PIC 9(06).
010500        10 WS-CT-TITLE        PIC X(40).
010600        10 WS-CT-PLATFORM     PIC X(10).
010700        10 WS-CT-STATUS       PIC X(01).
010800
010900 01  WS-WORK-FIELDS.
011000     05 WS-I                  PIC 9(5) COMP VALUE 0.
011100     05 WS-J                  PIC 9(5) COMP VALUE 0.
011200     05 WS-J-START            PIC 9(5) COMP VALUE 0.
011300     05 WS-PAIR-SOURCE        PIC X(07) VALUE SPACES.
011400     05 WS-PAIR-ID            PIC 9(06) VALUE 0.
011500     05 WS-PAIR-TITLE         PIC X(40) VALUE SPACES.
011600     05 WS-PAIR-PLATFORM      PIC X(10) VALUE SPACES.
011700     05 WS-CLASS-TEXT         PIC X(22) VALUE SPACES.
011800
011900 01  WS-RUN-DATE.
012000     05 WS-RUN-YYYY           PIC 9(4).
012100     05 WS-RUN-MM             PIC 99.
012200     05 WS-RUN-DD             PIC 99.
012300 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
012400
012500 01  WS-REPORT-FIELDS.
012600     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
012700     05 WS-EDIT-BIG           PIC ZZZ,ZZZ,ZZ9.
012800
012900 01  WS-AUDIT-FIELDS.
013000     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
013100     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
013200     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
013300     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
013400
013500 01  WS-AUDIT-DATE-GROUP.
013600     05 WS-AUDIT-YYYY         PIC 9(4).
013700     05 WS-AUDIT-MM           PIC 99.
013800     05 WS-AUDIT-DD           PIC 99.
013900
014000 01  WS-AUDIT-TIME-GROUP.
014100     05 WS-AUDIT-HH           PIC 99.
014200     05 WS-AUDIT-MIN          PIC 99.
014300     05 WS-AUDIT-SS           PIC 99.
014400     05 WS-AUDIT-HS           PIC 99.
014500
014600 01  TMCH-REQUEST-FIELDS.
014700     05 TMCH-TITLE-1          PIC X(40).
014800     05 TMCH-TITLE-2          PIC X(40).
014900     05 TMCH-THRESHOLD        PIC 9(3) VALUE 0.
015000 01  TMCH-RESULT-FIELDS.
015100     05 TMCH-SCORE            PIC 9(3).
015200     05 TMCH-MATCH-CLASS      PIC X.
015300        88 TMCH-EXACT                 VALUE "X".
015400        88 TMCH-SAME-NORMALIZED       VALUE "E".
015500        88 TMCH-NEAR                  VALUE "N".
015600        88 TMCH-DIFFERENT             VALUE "D".
015700        88 TMCH-SUSPECT               VALUE "E" "N".
015800     05 TMCH-NORM-1           PIC X(40).
015900     05 TMCH-NORM-2           PIC X(40).
016000
016100 01  LOCK-REQUEST-FIELDS.
016200     05 LOCK-FUNCTION         PIC X.
016300     05 LOCK-CALLER           PIC X(10).
016400 01  LOCK-RESULT-FIELDS.
016500     05 LOCK-RESULT           PIC X.
016600        88 LOCK-GRANTED               VALUE "G".
016700        88 LOCK-BUSY                  VALUE "B".
016800        88 LOCK-FREE                  VALUE "F".
016900     05 LOCK-HOLDER-NAME      PIC X(10).
017000     05 LOCK-TAKEN-TS         PIC X(19).
017100
017200 PROCEDURE DIVISION.
017300
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE-RTN.
017600     PERFORM 2000-LOAD-CATALOG-RTN.
017700     IF TITLES-OVERFLOWED
017800         DISPLAY "GAMES.TXT OVERFLOWS THE TITLE TABLE -"
017900             " RUN STOPPED, NO PAIRS REPORTED"
018000         MOVE 8 TO RETURN-CODE
018100         MOVE 'OVERFLOW' TO WS-AUDIT-STATUS
018200     ELSE
018300         PERFORM 3000-COMPARE-CATALOG-RTN
018400         PERFORM 4000-COMPARE-ARCHIVE-RTN
018500         PERFORM 8000-WRITE-TOTALS-RTN
018600         MOVE 'COMPLETE' TO WS-AUDIT-STATUS
018700     END-IF.
018800     PERFORM 9000-TERMINATE-RTN.
018900     STOP RUN.
019000
019100******************************************************************
019200*    1000-INITIALIZE-RTN
019300*    STOP IF A CATALOG UPDATE IS IN FLIGHT, OPEN THE REPORT AND
019400*    LOG THE START.
019500******************************************************************
019600 1000-INITIALIZE-RTN.
019700     MOVE "C" TO LOCK-FUNCTION.
019800     MOVE "GAMENEAR" TO LOCK-CALLER.
019900     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
020000         LOCK-RESULT-FIELDS.
020100     IF LOCK-BUSY
020200         DISPLAY "CATALOG LOCKED BY " LOCK-HOLDER-NAME
020300             " SINCE " LOCK-TAKEN-TS
020400         DISPLAY "TRY AGAIN WHEN THE UPDATE FINISHES - RUN"
020500             " STOPPED"
020600         MOVE 8 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021000     MOVE SPACES TO WS-TODAY-DATE.
021100     STRING WS-RUN-MM DELIMITED BY SIZE
021200         '/' DELIMITED BY SIZE
021300         WS-RUN-DD DELIMITED BY SIZE
021400         '/' DELIMITED BY SIZE
021500         WS-RUN-YYYY DELIMITED BY SIZE
021600         INTO WS-TODAY-DATE.
021700     OPEN OUTPUT REPORT-FILE.
021800     MOVE SPACES TO REPORT-LINE.
021900     STRING 'NEAR-DUPLICATE TITLE REPORT  RUN ' DELIMITED BY SIZE
022000         WS-TODAY-DATE DELIMITED BY SIZE
022100         INTO REPORT-LINE.
022200     WRITE REPORT-LINE.
022300     MOVE SPACES TO REPORT-LINE.
022400     STRING 'PAIRS ON THE SAME PLATFORM-GAME WHOSE TITLES MATCH'
022500         DELIMITED BY SIZE
022600         ' EXACTLY, ONCE NORMALIZED, OR CLOSELY'
022700         DELIMITED BY SIZE
022800         INTO REPORT-LINE.
022900     WRITE REPORT-LINE.
023000     OPEN EXTEND AUDIT-FILE.
023100     IF WS-AUDIT-FILE-STATUS NOT = "00"
023200         OPEN OUTPUT AUDIT-FILE
023300     END-IF.
023400     MOVE 'START' TO WS-AUDIT-EVENT.
023500     MOVE SPACES TO WS-AUDIT-STATUS.
023600     MOVE 0 TO WS-AUDIT-REC-EDIT.
023700     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
023800
023900******************************************************************
024000*    1100-WRITE-AUDIT-LINE-RTN
024100*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
024200*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
024300*    COMPLETION STATUS.
024400******************************************************************
024500 1100-WRITE-AUDIT-LINE-RTN.
024600     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
024700     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
024800     MOVE SPACES TO AUDIT-LINE.
024900     STRING 'PGM=GAMENEAR  EVENT=' DELIMITED BY SIZE
025000         WS-AUDIT-EVENT DELIMITED BY SIZE
025100         '  TS=' DELIMITED BY SIZE
025200         WS-AUDIT-YYYY DELIMITED BY SIZE
025300         '-' DELIMITED BY SIZE
025400         WS-AUDIT-MM DELIMITED BY SIZE
025500         '-' DELIMITED BY SIZE
025600         WS-AUDIT-DD DELIMITED BY SIZE
025700         ' ' DELIMITED BY SIZE
025800         WS-AUDIT-HH DELIMITED BY SIZE
025900         ':' DELIMITED BY SIZE
026000         WS-AUDIT-MIN DELIMITED BY SIZE
026100         ':' DELIMITED BY SIZE
026200         WS-AUDIT-SS DELIMITED BY SIZE
026300         '  RECS=' DELIMITED BY SIZE
026400         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
026500         '  STATUS=' DELIMITED BY SIZE
026600         WS-AUDIT-STATUS DELIMITED BY SIZE
026700         INTO AUDIT-LINE.
026800     WRITE AUDIT-LINE.
026900
027000******************************************************************
027100*    2000-LOAD-CATALOG-RTN
027200*    FIRST PASS -- TABLE EVERY CATALOG TITLE. NO CATALOG ON HAND
027300*    IS AN EMPTY REPORT, NOT AN ERROR.
027400******************************************************************
027500 2000-LOAD-CATALOG-RTN.
027600     MOVE "N" TO EOF-SWITCH.
027700     OPEN INPUT CATALOG-FILE.
027800     IF WS-CAT-FILE-STATUS NOT = "00"
027900         MOVE "Y" TO EOF-SWITCH
028000     END-IF.
028100     PERFORM 2100-LOAD-ONE-TITLE-RTN
028200         UNTIL END-OF-FILE OR TITLES-OVERFLOWED.
028300     IF WS-CAT-FILE-STATUS NOT = "35"
028400         CLOSE CATALOG-FILE
028500     END-IF.
028600
028700******************************************************************
028800*    2100-LOAD-ONE-TITLE-RTN
028900*    READ ONE CATALOG RECORD INTO THE TITLE TABLE.
029000******************************************************************
029100 2100-LOAD-ONE-TITLE-RTN.
029200     READ CATALOG-FILE
029300         AT END
029400             MOVE "Y" TO EOF-SWITCH
029500         NOT AT END
029600             ADD 1 TO CATALOG-COUNTER
029700             IF WS-CT-COUNT >= 3000
029800                 MOVE "Y" TO WS-OVERFLOW-SWITCH
029900             ELSE
030000                 ADD 1 TO WS-CT-COUNT
030100                 SET WS-CT-IDX TO WS-CT-COUNT
030200                 MOVE ID-GAME TO WS-CT-ID-GAME(WS-CT-IDX)
030300                 MOVE TITLE-GAME TO WS-CT-TITLE(WS-CT-IDX)
030400                 MOVE PLATFORM-GAME
030500                     TO WS-CT-PLATFORM(WS-CT-IDX)
030600                 MOVE STATUS-GAME TO WS-CT-STATUS(WS-CT-IDX)
030700             END-IF
030800     END-READ.
030900
031000******************************************************************
031100*    3000-COMPARE-CATALOG-RTN
031200*    EVERY PAIR OF CATALOG TITLES, EACH PAIR ONCE.
031300******************************************************************
031400 3000-COMPARE-CATALOG-RTN.
031500     MOVE SPACES TO REPORT-LINE.
031600     WRITE REPORT-LINE.
031700     MOVE SPACES TO REPORT-LINE.
031800     STRING 'CATALOG AGAINST CATALOG' DELIMITED BY SIZE
031900         INTO REPORT-LINE.
032000     WRITE REPORT-LINE.
032100     MOVE SPACES TO REPORT-LINE.
032200     WRITE REPORT-LINE.
032300     PERFORM 3100-COMPARE-ONE-TITLE-RTN
032400         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CT-COUNT.
032500     IF CAT-PAIR-COUNTER = 0
032600         MOVE SPACES TO REPORT-LINE
032700         STRING '  NO SUSPECTED DUPLICATES' DELIMITED BY SIZE
032800             INTO REPORT-LINE
032900         WRITE REPORT-LINE
033000     END-IF.
033100
033200******************************************************************
033300*    3100-COMPARE-ONE-TITLE-RTN
033400*    ONE CATALOG TITLE AGAINST EVERY TITLE AFTER IT IN THE TABLE.
033500******************************************************************
033600 3100-COMPARE-ONE-TITLE-RTN.
033700     COMPUTE WS-J-START = WS-I + 1.
033800     PERFORM 3200-COMPARE-ONE-PAIR-RTN
033900         VARYING WS-J FROM WS-J-START BY 1
034000         UNTIL WS-J > WS-CT-COUNT.
034100
034200******************************************************************
034300*    3200-COMPARE-ONE-PAIR-RTN
034400*    TWO CATALOG TITLES ON THE SAME PLATFORM GO THROUGH THE
034500*    MATCHER. AN IDENTICAL TITLE UNDER TWO IDS IS REPORTED TOO.
034600******************************************************************
034700 3200-COMPARE-ONE-PAIR-RTN.
034800     IF WS-CT-PLATFORM(WS-I) = WS-CT-PLATFORM(WS-J)
034900         ADD 1 TO COMPARE-COUNTER
035000         MOVE WS-CT-TITLE(WS-I) TO TMCH-TITLE-1
035100         MOVE WS-CT-TITLE(WS-J) TO TMCH-TITLE-2
035200         CALL 'TITLEMCH' USING TMCH-REQUEST-FIELDS
035300             TMCH-RESULT-FIELDS
035400         IF TMCH-SUSPECT OR TMCH-EXACT
035500             ADD 1 TO CAT-PAIR-COUNTER
035600             MOVE 'CATALOG' TO WS-PAIR-SOURCE
035700             MOVE WS-CT-ID-GAME(WS-J) TO WS-PAIR-ID
035800             MOVE WS-CT-TITLE(WS-J) TO WS-PAIR-TITLE
035900             MOVE WS-CT-PLATFORM(WS-J) TO WS-PAIR-PLATFORM
036000             SET WS-CT-IDX TO WS-I
036100             PERFORM 5000-WRITE-PAIR-RTN
036200         END-IF
036300     END-IF.
036400
036500******************************************************************
036600*    4000-COMPARE-ARCHIVE-RTN
036700*    SECOND PASS -- EACH ARCHIVED TITLE AGAINST THE CATALOG
036800*    TITLES ON ITS PLATFORM. NO ARCHIVE ON HAND MEANS NOTHING
036900*    HAS BEEN ARCHIVED YET.
037000******************************************************************
037100 4000-COMPARE-ARCHIVE-RTN.
037200     MOVE SPACES TO REPORT-LINE.
037300     WRITE REPORT-LINE.
037400     MOVE SPACES TO REPORT-LINE.
037500     STRING 'ARCHIVE AGAINST CATALOG' DELIMITED BY SIZE
037600         INTO REPORT-LINE.
037700     WRITE REPORT-LINE.
037800     MOVE SPACES TO REPORT-LINE.
037900     WRITE REPORT-LINE.
038000     MOVE "N" TO EOF-SWITCH.
038100     OPEN INPUT ARCHIVE-FILE.
038200     IF WS-ARC-FILE-STATUS NOT = "00"
038300         MOVE "Y" TO EOF-SWITCH
038400         MOVE SPACES TO REPORT-LINE
038500         STRING '  NO GAMEARC.TXT ON HAND' DELIMITED BY SIZE
038600             INTO REPORT-LINE
038700         WRITE REPORT-LINE
038800     END-IF.
038900     PERFORM 4100-COMPARE-ONE-ARCHIVED-RTN UNTIL END-OF-FILE.
039000     IF WS-ARC-FILE-STATUS NOT = "35"
039100         CLOSE ARCHIVE-FILE
039200         IF ARC-PAIR-COUNTER = 0
039300             MOVE SPACES TO REPORT-LINE
039400             STRING '  NO SUSPECTED DUPLICATES'
039500                 DELIMITED BY SIZE
039600                 INTO REPORT-LINE
039700             WRITE REPORT-LINE
039800         END-IF
039900     END-IF.
040000
040100******************************************************************
040200*    4100-COMPARE-ONE-ARCHIVED-RTN
040300*    READ ONE ARCHIVED RECORD AND SET IT AGAINST THE CATALOG.
040400******************************************************************
040500 4100-COMPARE-ONE-ARCHIVED-RTN.
040600     READ ARCHIVE-FILE
040700         AT END
040800             MOVE "Y" TO EOF-SWITCH
040900         NOT AT END
041000             ADD 1 TO ARCHIVE-COUNTER
041100             PERFORM 4200-COMPARE-ARCHIVE-PAIR-RTN
041200                 VARYING WS-I FROM 1 BY 1
041300                 UNTIL WS-I > WS-CT-COUNT
041400     END-READ.
041500
041600******************************************************************
041700*    4200-COMPARE-ARCHIVE-PAIR-RTN
041800*    THE ARCHIVED TITLE AGAINST ONE CATALOG TITLE ON ITS
041900*    PLATFORM.
042000******************************************************************
042100 4200-COMPARE-ARCHIVE-PAIR-RTN.
042200     IF WS-CT-PLATFORM(WS-I) = ARC-PLATFORM-GAME
042300         ADD 1 TO COMPARE-COUNTER
042400         MOVE WS-CT-TITLE(WS-I) TO TMCH-TITLE-1
042500         MOVE ARC-TITLE-GAME TO TMCH-TITLE-2
042600         CALL 'TITLEMCH' USING TMCH-REQUEST-FIELDS
042700             TMCH-RESULT-FIELDS
042800         IF TMCH-SUSPECT OR TMCH-EXACT
042900             ADD 1 TO ARC-PAIR-COUNTER
043000             MOVE 'ARCHIVE' TO WS-PAIR-SOURCE
043100             MOVE ARC-ID-GAME TO WS-PAIR-ID
043200             MOVE ARC-TITLE-GAME TO WS-PAIR-TITLE
043300             MOVE ARC-PLATFORM-GAME TO WS-PAIR-PLATFORM
043400             SET WS-CT-IDX TO WS-I
043500             PERFORM 5000-WRITE-PAIR-RTN
043600         END-IF
043700     END-IF.
043800
043900******************************************************************
044000*    5000-WRITE-PAIR-RTN
044100*    PRINT ONE SUSPECTED PAIR -- SCORE AND KIND OF MATCH, THEN
044200*    THE CATALOG TITLE AT WS-CT-IDX AND ITS PARTNER.
044300******************************************************************
044400 5000-WRITE-PAIR-RTN.
044500     EVALUATE TRUE
044600         WHEN TMCH-EXACT
044700             MOVE 'SAME TITLE, TWO IDS' TO WS-CLASS-TEXT
044800         WHEN TMCH-SAME-NORMALIZED
044900             MOVE 'SAME WHEN NORMALIZED' TO WS-CLASS-TEXT
045000         WHEN OTHER
045100             MOVE 'NEAR MATCH' TO WS-CLASS-TEXT
045200     END-EVALUATE.
045300     MOVE SPACES TO REPORT-LINE.
045400     STRING 'SCORE=' DELIMITED BY SIZE
045500         TMCH-SCORE DELIMITED BY SIZE
045600         '  ' DELIMITED BY SIZE
045700         WS-CLASS-TEXT DELIMITED BY SIZE
045800         '  PLATFORM=' DELIMITED BY SIZE
045900         WS-PAIR-PLATFORM DELIMITED BY SIZE
046000         INTO REPORT-LINE.
046100     WRITE REPORT-LINE.
046200     MOVE SPACES TO REPORT-LINE.
046300     STRING '  CATALOG ID=' DELIMITED BY SIZE
046400         WS-CT-ID-GAME(WS-CT-IDX) DELIMITED BY SIZE
046500         '  ' DELIMITED BY SIZE
046600         WS-CT-TITLE(WS-CT-IDX) DELIMITED BY SIZE
046700         '  STATUS=' DELIMITED BY SIZE
046800         WS-CT-STATUS(WS-CT-IDX) DELIMITED BY SIZE
046900         INTO REPORT-LINE.
047000     WRITE REPORT-LINE.
047100     MOVE SPACES TO REPORT-LINE.
047200     STRING '  ' DELIMITED BY SIZE
047300         WS-PAIR-SOURCE DELIMITED BY SIZE
047400         ' ID=' DELIMITED BY SIZE
047500         WS-PAIR-ID DELIMITED BY SIZE
047600         '  ' DELIMITED BY SIZE
047700         WS-PAIR-TITLE DELIMITED BY SIZE
047800         INTO REPORT-LINE.
047900     WRITE REPORT-LINE.
048000     MOVE SPACES TO REPORT-LINE.
048100     WRITE REPORT-LINE.
048200
048300******************************************************************
048400*    8000-WRITE-TOTALS-RTN
048500*    WRITE THE RUN TOTALS AT THE FOOT OF THE REPORT.
048600******************************************************************
048700 8000-WRITE-TOTALS-RTN.
048800     MOVE SPACES TO REPORT-LINE.
048900     WRITE REPORT-LINE.
049000     MOVE CATALOG-COUNTER TO WS-EDIT-COUNT.
049100     MOVE SPACES TO REPORT-LINE.
049200     STRING 'CATALOG TITLES READ . . . . : ' DELIMITED BY SIZE
049300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
049400     WRITE REPORT-LINE.
049500     MOVE ARCHIVE-COUNTER TO WS-EDIT-COUNT.
049600     MOVE SPACES TO REPORT-LINE.
049700     STRING 'ARCHIVED TITLES READ  . . . : ' DELIMITED BY SIZE
049800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
049900     WRITE REPORT-LINE.
050000     MOVE COMPARE-COUNTER TO WS-EDIT-BIG.
050100     MOVE SPACES TO REPORT-LINE.
050200     STRING 'SAME-PLATFORM PAIRS SCORED  : ' DELIMITED BY SIZE
050300         WS-EDIT-BIG DELIMITED BY SIZE INTO REPORT-LINE.
050400     WRITE REPORT-LINE.
050500     MOVE CAT-PAIR-COUNTER TO WS-EDIT-COUNT.
050600     MOVE SPACES TO REPORT-LINE.
050700     STRING 'SUSPECT PAIRS IN CATALOG  . : ' DELIMITED BY SIZE
050800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
050900     WRITE REPORT-LINE.
051000     MOVE ARC-PAIR-COUNTER TO WS-EDIT-COUNT.
051100     MOVE SPACES TO REPORT-LINE.
051200     STRING 'SUSPECT PAIRS WITH ARCHIVE  : ' DELIMITED BY SIZE
051300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
051400     WRITE REPORT-LINE.
051500
051600******************************************************************
051700*    9000-TERMINATE-RTN
051800*    LOG THE END, CLOSE UP AND TELL THE OPERATOR WHAT WAS FOUND.
051900******************************************************************
052000 9000-TERMINATE-RTN.
052100     MOVE 'END  ' TO WS-AUDIT-EVENT.
052200     MOVE CATALOG-COUNTER TO WS-AUDIT-REC-EDIT.
052300     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
052400     CLOSE AUDIT-FILE.
052500     CLOSE REPORT-FILE.
052600     DISPLAY "GAMENEAR COMPLETE - " CAT-PAIR-COUNTER
052700         " SUSPECT PAIRS IN THE CATALOG, " ARC-PAIR-COUNTER
052800         " AGAINST THE ARCHIVE - SEE GAMENEAR.TXT".
052900
053000 END PROGRAM GAMENEAR.
