000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRICECMP.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- REFERENCE PRICE COMPARISON.
001200*                      PRICE-GAME HAS BEEN SET BY FEEL AND
001300*                      NOBODY HOLDS IT UP AGAINST THE
001400*                      DISTRIBUTOR MSRP LIST OR THE BIG-BOX
001500*                      STORES. THIS PROGRAM READS AN OUTSIDE
001600*                      PRICE FILE (REFPRICE.TXT -- TITLE,
001700*                      PLATFORM, SOURCE, PRICE), MATCHES IT TO
001800*                      GAMES.TXT BY PLATFORM AND NORMALIZED
001900*                      TITLE (TITLEMCH), AND LISTS EVERY ACTIVE
002000*                      TITLE PRICED MORE THAN THE TOLERANCE
002100*                      PERCENT ABOVE OR BELOW THE REFERENCE,
002200*                      WITH A SUMMARY BY GENRE AND BY PLATFORM
002300*                      (PRICECMP.TXT). SEVERAL SOURCES FOR ONE
002400*                      TITLE ARE AVERAGED. THE TOLERANCE AND
002500*                      WHETHER TO QUEUE CORRECTIONS COME FROM
002600*                      PRICECMP.DAT; WITH CORRECTIONS ON, EACH
002700*                      FLAGGED TITLE GETS A CHG TRANSACTION AT
002800*                      THE REFERENCE PRICE ON GAMETRAN.TXT, SO
002900*                      IT GOES THROUGH GAMEBTCH AND, PAST THE
003000*                      PRCLIMIT.DAT THRESHOLDS, THE PRCPEND
003100*                      APPROVAL QUEUE LIKE ANY OTHER CHANGE.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PARM-FILE ASSIGN TO 'PRICECMP.DAT'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PARM-FILE-STATUS.
004000
004100     SELECT REF-FILE ASSIGN TO 'REFPRICE.TXT'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REF-FILE-STATUS.
004400
004500     SELECT IN-FILE ASSIGN TO 'GAMES.TXT'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS ID-GAME
004900         FILE STATUS IS WS-IN-FILE-STATUS.
005000
005100     SELECT TRAN-FILE ASSIGN TO 'GAMETRAN.TXT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-TRAN-FILE-STATUS.
005400
005500     SELECT REPORT-FILE ASSIGN TO 'PRICECMP.TXT'
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PARM-FILE.
006500 01  PARM-RECORD.
006600     05 PRM-TOLERANCE-PCT PIC 9(03).
006700     05 PRM-F1            PIC X(02).
006800     05 PRM-WRITE-CHG     PIC X(01).
006900
007000 FD  REF-FILE.
007100 01  REF-RECORD.
007200     05 REF-TITLE         PIC X(40).
007300     05 REF-SPCS1         PIC X(02).
007400     05 REF-PLATFORM      PIC X(10).
007500     05 REF-SPCS2         PIC X(02).
007600     05 REF-SOURCE        PIC X(10).
007700     05 REF-SPCS3         PIC X(02).
007800     05 REF-PRICE         PIC 9(3)V99.
007900
008000 FD  IN-FILE.
008100 COPY GAMEREC.
008200
008300 FD  TRAN-FILE.
008400 01  TRAN-RECORD.
008500     05 TRAN-ACTION       PIC X(03).
008600     05 TRAN-SPCS0        PIC X(01).
008700     05 TRAN-ID-GAME      PIC 9(06).
008800     05 TRAN-SPCS1        PIC X(02).
008900     05 TRAN-TITLE-GAME   PIC X(40).
009000     05 TRAN-DATE-GAME    PIC X(10).
009100     05 TRAN-SPCS2        PIC X(02).
009200     05 TRAN-NOTE-GAME    PIC 99.
009300     05 TRAN-SPCS3        PIC X(02).
009400     05 TRAN-PLATFORM-GAME PIC X(10).
009500     05 TRAN-SPCS4        PIC X(02).
009600     05 TRAN-GENRE-GAME   PIC X(12).
009700     05 TRAN-SPCS5        PIC X(02).
009800     05 TRAN-PRICE-GAME   PIC 9(3)V99.
009900
010000 FD  REPORT-FILE.
010100 01  REPORT-LINE              PIC X(120).
010200
010300 FD  AUDIT-FILE.
010400 COPY AUDITLOG.
010500
010600 WORKING-STORAGE SECTION.
010700 01  SWITCHES.
010800     05 WS-REF-EOF-SWITCH     PIC X VALUE "N".
010900        88 END-OF-REFS                VALUE "Y".
011000     05 EOF-SWITCH            PIC X VALUE "N".
011100        88 END-OF-FILE                VALUE "Y".
011200     05 WS-WRITE-CHG-SWITCH   PIC X VALUE "N".
011300        88 WRITE-CORRECTIONS          VALUE "Y".
011400     05 WS-REF-FOUND-SWITCH   PIC X VALUE "N".
011500        88 REF-FOUND                  VALUE "Y".
011600     05 WS-GROUP-FOUND-SWITCH PIC X VALUE "N".
011700        88 GROUP-FOUND                VALUE "Y".
011800
011900 01  COUNTERS.
012000     05 REF-COUNTER           PIC 9(5) COMP VALUE 0.
012100     05 BAD-REF-COUNTER       PIC 9(5) COMP VALUE 0.
012200     05 REC-COUNTER           PIC 9(7) COMP VALUE 0.
012300     05 INACTIVE-COUNTER      PIC 9(5) COMP VALUE 0.
012400     05 ZERO-PRICE-COUNTER    PIC 9(5) COMP VALUE 0.
012500     05 NO-REF-COUNTER        PIC 9(5) COMP VALUE 0.
012600     05 MATCHED-COUNTER       PIC 9(5) COMP VALUE 0.
012700     05 ABOVE-COUNTER         PIC 9(5) COMP VALUE 0.
012800     05 BELOW-COUNTER         PIC 9(5) COMP VALUE 0.
012900     05 UNMATCHED-REF-COUNTER PIC 9(5) COMP VALUE 0.
013000     05 PROPOSAL-COUNTER      PIC 9(5) COMP VALUE 0.
013100     05 UNLISTED-COUNTER      PIC 9(5) COMP VALUE 0.
013200
013300 01  WS-FILE-STATUSES.
013400     05 WS-PARM-FILE-STATUS   PIC X(02) VALUE "00".
013500     05 WS-REF-FILE-STATUS    PIC X(02) VALUE "00".
013600     05 WS-IN-FILE-STATUS     PIC X(02) VALUE "00".
013700     05 WS-TRAN-FILE-STATUS   PIC X(02) VALUE "00".
013800
013900*    RUN PARAMETERS -- DEFAULTS HOLD WHEN PRICECMP.DAT IS
014000*    MISSING OR UNREADABLE.
014100 01  WS-PARM-FIELDS.
014200     05 WS-TOLERANCE-PCT      PIC 9(3) VALUE 10.
014300
014400*    ONE ENTRY PER PLATFORM AND NORMALIZED TITLE. A SECOND
014500*    SOURCE FOR THE SAME TITLE ADDS TO THE TOTAL, AND THE
014600*    REFERENCE PRICE IS THE AVERAGE OF ALL SOURCES.
014700 01  WS-RF-COUNT              PIC 9(4) COMP VALUE 0.
014800 01  WS-RF-TABLE.
014900     05 WS-RF-ENTRY OCCURS 2000 TIMES
015000            INDEXED BY WS-RF-IDX.
015100         10 WS-RF-TITLE       PIC X(40).
015200         10 WS-RF-NORM        PIC X(40).
015300         10 WS-RF-PLATFORM    PIC X(10).
015400         10 WS-RF-SOURCE      PIC X(10).
015500         10 WS-RF-SOURCES     PIC 9(3) COMP.
015600         10 WS-RF-TOTAL       PIC 9(7)V99 COMP.
015700         10 WS-RF-MATCHED     PIC X.
015800            88 RF-WAS-MATCHED         VALUE "Y".
015900
016000*    MATCHED TITLES, FLAGS AND NET DOLLARS BY GENRE AND BY
016100*    PLATFORM.
016200 01  WS-GN-COUNT              PIC 9(3) COMP VALUE 0.
016300 01  WS-GN-TABLE.
016400     05 WS-GN-ENTRY OCCURS 100 TIMES
016500            INDEXED BY WS-GN-IDX.
016600         10 WS-GN-NAME        PIC X(12).
016700         10 WS-GN-MATCHED     PIC 9(5) COMP.
016800         10 WS-GN-ABOVE       PIC 9(5) COMP.
016900         10 WS-GN-BELOW       PIC 9(5) COMP.
017000         10 WS-GN-NET         PIC S9(7)V99 COMP.
017100 01  WS-PF-COUNT              PIC 9(3) COMP VALUE 0.
017200 01  WS-PF-TABLE.
017300     05 WS-PF-ENTRY OCCURS 100 TIMES
017400            INDEXED BY WS-PF-IDX.
017500         10 WS-PF-NAME        PIC X(12).
017600         10 WS-PF-MATCHED     PIC 9(5) COMP.
017700         10 WS-PF-ABOVE       PIC 9(5) COMP.
017800         10 WS-PF-BELOW       PIC 9(5) COMP.
017900         10 WS-PF-NET         PIC S9(7)V99 COMP.
018000
018100*    ONE GROUP LINE (GENRE OR PLATFORM) IS BUILT HERE AND
018200*    WRITTEN BY 5900-WRITE-GROUP-LINE-RTN.
018300 01  WS-GROUP-NAME            PIC X(12) VALUE SPACES.
018400 01  WS-GROUP-LINE-FIELDS.
018500     05 WS-GL-MATCHED         PIC 9(5) COMP VALUE 0.
018600     05 WS-GL-ABOVE           PIC 9(5) COMP VALUE 0.
018700     05 WS-GL-BELOW           PIC 9(5) COMP VALUE 0.
018800     05 WS-GL-NET             PIC S9(7)V99 COMP VALUE 0.
018900
019000 01  WS-HIT-IDX               PIC 9(4) COMP VALUE 0.
019100
019200 01  WS-PRICE-FIELDS.
019300     05 WS-REF-AVERAGE        PIC 9(3)V99 VALUE 0.
019400     05 WS-PRICE-DIFF         PIC S9(5)V99 VALUE 0.
019500     05 WS-VARIANCE-PCT       PIC S9(5)V9 VALUE 0.
019600     05 WS-VARIANCE-ABS       PIC 9(5)V9 VALUE 0.
019700     05 WS-FLAG-TEXT          PIC X(05) VALUE SPACES.
019800     05 WS-CATALOG-NORM       PIC X(40) VALUE SPACES.
019900     05 WS-UPPER-PLATFORM     PIC X(10) VALUE SPACES.
020000
020100 01  WS-RUN-DATE.
020200     05 WS-RUN-YYYY           PIC 9(4).
020300     05 WS-RUN-MM             PIC 99.
020400     05 WS-RUN-DD             PIC 99.
020500 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
020600
020700 01  WS-REPORT-FIELDS.
020800     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
020900     05 WS-EDIT-CNT5          PIC ZZ,ZZ9 OCCURS 3 TIMES.
021000     05 WS-EDIT-NET           PIC -,---,--9.99.
021100     05 WS-EDIT-PCT           PIC ZZ9.
021200     05 WS-EDIT-SOURCES       PIC ZZ9.
021300     05 WS-OLD-PRICE-EDIT     PIC ZZ9.99.
021400     05 WS-REF-PRICE-EDIT     PIC ZZ9.99.
021500     05 WS-VARIANCE-EDIT      PIC +++++9.9.
021600
021700 01  WS-AUDIT-FIELDS.
021800     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
021900     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
022000     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
022100     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
022200
022300 01  WS-AUDIT-DATE-GROUP.
022400     05 WS-AUDIT-YYYY         PIC 9(4).
022500     05 WS-AUDIT-MM           PIC 99.
022600     05 WS-AUDIT-DD           PIC 99.
022700
022800 01  WS-AUDIT-TIME-GROUP.
022900     05 WS-AUDIT-HH           PIC 99.
023000     05 WS-AUDIT-MIN          PIC 99.
023100     05 WS-AUDIT-SS           PIC 99.
023200     05 WS-AUDIT-HS           PIC 99.
023300
023400 01  TMCH-REQUEST-FIELDS.
023500     05 TMCH-TITLE-1          PIC X(40).
023600     05 TMCH-TITLE-2          PIC X(40).
023700     05 TMCH-THRESHOLD        PIC 9(3) VALUE 0.
023800 01  TMCH-RESULT-FIELDS.
023900     05 TMCH-SCORE            PIC 9(3).
024000     05 TMCH-MATCH-CLASS      PIC X.
024100        88 TMCH-EXACT                 VALUE "X".
024200        88 TMCH-SAME-NORMALIZED       VALUE "E".
024300        88 TMCH-NEAR                  VALUE "N".
024400        88 TMCH-DIFFERENT             VALUE "D".
024500        88 TMCH-SUSPECT               VALUE "E" "N".
024600     05 TMCH-NORM-1           PIC X(40).
024700     05 TMCH-NORM-2           PIC X(40).
024800
024900 01  LOCK-REQUEST-FIELDS.
025000     05 LOCK-FUNCTION         PIC X.
025100     05 LOCK-CALLER           PIC X(10).
025200 01  LOCK-RESULT-FIELDS.
025300     05 LOCK-RESULT           PIC X.
025400        88 LOCK-GRANTED               VALUE "G".
025500        88 LOCK-BUSY                  VALUE "B".
025600        88 LOCK-FREE                  VALUE "F".
025700     05 LOCK-HOLDER-NAME      PIC X(10).
025800     05 LOCK-TAKEN-TS         PIC X(19).
025900
026000 PROCEDURE DIVISION.
026100
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE-RTN.
026400     PERFORM 2000-LOAD-REFERENCES-RTN UNTIL END-OF-REFS.
026500     IF WS-RF-COUNT > 0
026600         PERFORM 3000-SCAN-CATALOG-RTN
026700         PERFORM 4000-WRITE-UNMATCHED-RTN
026800         PERFORM 5000-WRITE-BY-GENRE-RTN
026900         PERFORM 5200-WRITE-BY-PLATFORM-RTN
027000     ELSE
027100         MOVE SPACES TO REPORT-LINE
027200         STRING 'NO USABLE REFERENCE PRICES ON HAND - NOTHING'
027300             DELIMITED BY SIZE
027400             ' COMPARED' DELIMITED BY SIZE
027500             INTO REPORT-LINE
027600         WRITE REPORT-LINE
027700     END-IF.
027800     PERFORM 8000-WRITE-TOTALS-RTN.
027900     PERFORM 9000-TERMINATE-RTN.
028000     STOP RUN.
028100
028200******************************************************************
028300*    1000-INITIALIZE-RTN
028400*    CHECK THE CATALOG UPDATE INTERLOCK, PICK UP THE RUN
028500*    PARAMETERS, OPEN THE REFERENCE FILE, THE REPORT AND (WHEN
028600*    CORRECTIONS ARE WANTED) THE TRANSACTION FILE, AND LOG THE
028700*    START.
028800******************************************************************
028900 1000-INITIALIZE-RTN.
029000     MOVE "C" TO LOCK-FUNCTION.
029100     MOVE "PRICECMP" TO LOCK-CALLER.
029200     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
029300         LOCK-RESULT-FIELDS.
029400     IF LOCK-BUSY
029500         DISPLAY "CATALOG LOCKED BY " LOCK-HOLDER-NAME
029600             " SINCE " LOCK-TAKEN-TS
029700         DISPLAY "TRY AGAIN WHEN THE UPDATE FINISHES - RUN"
029800             " STOPPED"
029900         MOVE 8 TO RETURN-CODE
030000         STOP RUN
030100     END-IF.
030200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030300     MOVE SPACES TO WS-TODAY-DATE.
030400     STRING WS-RUN-MM DELIMITED BY SIZE
030500         '/' DELIMITED BY SIZE
030600         WS-RUN-DD DELIMITED BY SIZE
030700         '/' DELIMITED BY SIZE
030800         WS-RUN-YYYY DELIMITED BY SIZE
030900         INTO WS-TODAY-DATE.
031000     PERFORM 1200-READ-PARAMETERS-RTN.
031100     OPEN OUTPUT REPORT-FILE.
031200     MOVE SPACES TO REPORT-LINE.
031300     STRING 'REFERENCE PRICE COMPARISON  RUN ' DELIMITED BY SIZE
031400         WS-TODAY-DATE DELIMITED BY SIZE
031500         INTO REPORT-LINE.
031600     WRITE REPORT-LINE.
031700     MOVE WS-TOLERANCE-PCT TO WS-EDIT-PCT.
031800     MOVE SPACES TO REPORT-LINE.
031900     IF WRITE-CORRECTIONS
032000         STRING 'TOLERANCE ' DELIMITED BY SIZE
032100             WS-EDIT-PCT DELIMITED BY SIZE
032200             ' PERCENT - CORRECTIONS QUEUED AS CHG'
032300             DELIMITED BY SIZE
032400             ' TRANSACTIONS' DELIMITED BY SIZE
032500             INTO REPORT-LINE
032600     ELSE
032700         STRING 'TOLERANCE ' DELIMITED BY SIZE
032800             WS-EDIT-PCT DELIMITED BY SIZE
032900             ' PERCENT - REPORT ONLY, NOTHING QUEUED'
033000             DELIMITED BY SIZE
033100             INTO REPORT-LINE
033200     END-IF.
033300     WRITE REPORT-LINE.
033400     MOVE SPACES TO REPORT-LINE.
033500     WRITE REPORT-LINE.
033600     OPEN INPUT REF-FILE.
033700     IF WS-REF-FILE-STATUS NOT = "00"
033800         MOVE "Y" TO WS-REF-EOF-SWITCH
033900         MOVE SPACES TO REPORT-LINE
034000         STRING 'NO REFPRICE.TXT ON HAND - NOTHING TO DO'
034100             DELIMITED BY SIZE INTO REPORT-LINE
034200         WRITE REPORT-LINE
034300     END-IF.
034400     IF WRITE-CORRECTIONS
034500         OPEN EXTEND TRAN-FILE
034600         IF WS-TRAN-FILE-STATUS NOT = "00"
034700             OPEN OUTPUT TRAN-FILE
034800         END-IF
034900     END-IF.
035000     OPEN EXTEND AUDIT-FILE.
035100     IF WS-AUDIT-FILE-STATUS NOT = "00"
035200         OPEN OUTPUT AUDIT-FILE
035300     END-IF.
035400     MOVE 'START' TO WS-AUDIT-EVENT.
035500     MOVE SPACES TO WS-AUDIT-STATUS.
035600     MOVE 0 TO WS-AUDIT-REC-EDIT.
035700     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
035800
035900******************************************************************
036000*    1100-WRITE-AUDIT-LINE-RTN
036100*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
036200*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
036300*    COMPLETION STATUS.
036400******************************************************************
036500 1100-WRITE-AUDIT-LINE-RTN.
036600     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
036700     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
036800     MOVE SPACES TO AUDIT-LINE.
036900     STRING 'PGM=PRICECMP  EVENT=' DELIMITED BY SIZE
037000         WS-AUDIT-EVENT DELIMITED BY SIZE
037100         '  TS=' DELIMITED BY SIZE
037200         WS-AUDIT-YYYY DELIMITED BY SIZE
037300         '-' DELIMITED BY SIZE
037400         WS-AUDIT-MM DELIMITED BY SIZE
037500         '-' DELIMITED BY SIZE
037600         WS-AUDIT-DD DELIMITED BY SIZE
037700         ' ' DELIMITED BY SIZE
037800         WS-AUDIT-HH DELIMITED BY SIZE
037900         ':' DELIMITED BY SIZE
038000         WS-AUDIT-MIN DELIMITED BY SIZE
038100         ':' DELIMITED BY SIZE
038200         WS-AUDIT-SS DELIMITED BY SIZE
038300         '  RECS=' DELIMITED BY SIZE
038400         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
038500         '  STATUS=' DELIMITED BY SIZE
038600         WS-AUDIT-STATUS DELIMITED BY SIZE
038700         INTO AUDIT-LINE.
038800     WRITE AUDIT-LINE.
038900
039000******************************************************************
039100*    1200-READ-PARAMETERS-RTN
039200*    PICK UP THE TOLERANCE PERCENT AND THE CORRECTIONS SWITCH
039300*    FROM PRICECMP.DAT. NO FILE, OR AN UNREADABLE ONE, LEAVES
039400*    THE DEFAULTS (10 PERCENT, REPORT ONLY) IN FORCE -- NOTHING
039500*    IS QUEUED UNLESS SOMEBODY ASKED FOR IT.
039600******************************************************************
039700 1200-READ-PARAMETERS-RTN.
039800     OPEN INPUT PARM-FILE.
039900     IF WS-PARM-FILE-STATUS = "00"
040000         READ PARM-FILE
040100             AT END
040200                 CONTINUE
040300             NOT AT END
040400                 IF PRM-TOLERANCE-PCT IS NUMERIC
040500                     AND PRM-TOLERANCE-PCT > 0
040600                     MOVE PRM-TOLERANCE-PCT TO WS-TOLERANCE-PCT
040700                 END-IF
040800                 IF PRM-WRITE-CHG = "Y"
040900                     MOVE "Y" TO WS-WRITE-CHG-SWITCH
041000                 END-IF
041100         END-READ
041200         CLOSE PARM-FILE
041300     END-IF.
041400
041500******************************************************************
041600*    2000-LOAD-REFERENCES-RTN
041700*    LOAD ONE REFERENCE PRICE LINE INTO THE TABLE.
041800******************************************************************
041900 2000-LOAD-REFERENCES-RTN.
042000     READ REF-FILE
042100         AT END
042200             MOVE "Y" TO WS-REF-EOF-SWITCH
042300         NOT AT END
042400             ADD 1 TO REF-COUNTER
042500             PERFORM 2100-VET-ONE-REFERENCE-RTN
042600                 THRU 2100-VET-ONE-REFERENCE-RTN-EXIT
042700     END-READ.
042800
042900******************************************************************
043000*    2100-VET-ONE-REFERENCE-RTN
043100*    A LINE WITH NO TITLE, NO PLATFORM OR A PRICE THAT IS NOT A
043200*    NUMBER (OR IS ZERO) IS LISTED AND SKIPPED. THE TITLE IS
043300*    NORMALIZED THE WAY THE DUPLICATE CHECKS DO IT, SO CASE,
043400*    PUNCTUATION, A LEADING 'THE' OR A ROMAN NUMERAL IN THE
043500*    OUTSIDE LIST DOES NOT COST THE MATCH. A SECOND LINE FOR A
043600*    TITLE ALREADY TABLED IS ANOTHER SOURCE FOR IT.
043700******************************************************************
043800 2100-VET-ONE-REFERENCE-RTN.
043900     IF REF-TITLE = SPACES
044000         OR REF-PLATFORM = SPACES
044100         OR REF-PRICE IS NOT NUMERIC
044200         OR REF-PRICE = 0
044300         ADD 1 TO BAD-REF-COUNTER
044400         MOVE SPACES TO REPORT-LINE
044500         STRING 'REFERENCE SKIPPED - ' DELIMITED BY SIZE
044600             REF-RECORD DELIMITED BY SIZE
044700             INTO REPORT-LINE
044800         WRITE REPORT-LINE
044900         GO TO 2100-VET-ONE-REFERENCE-RTN-EXIT
045000     END-IF.
045100     MOVE REF-PLATFORM TO WS-UPPER-PLATFORM.
045200     INSPECT WS-UPPER-PLATFORM CONVERTING
045300         'abcdefghijklmnopqrstuvwxyz'
045400         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
045500     MOVE REF-TITLE TO TMCH-TITLE-1.
045600     MOVE REF-TITLE TO TMCH-TITLE-2.
045700     CALL 'TITLEMCH' USING TMCH-REQUEST-FIELDS
045800         TMCH-RESULT-FIELDS.
045900     MOVE "N" TO WS-REF-FOUND-SWITCH.
046000     PERFORM 2200-CHECK-ONE-REFERENCE-RTN
046100         VARYING WS-RF-IDX FROM 1 BY 1
046200         UNTIL WS-RF-IDX > WS-RF-COUNT OR REF-FOUND.
046300     IF REF-FOUND
046400         SET WS-RF-IDX DOWN BY 1
046500         ADD 1 TO WS-RF-SOURCES(WS-RF-IDX)
046600         ADD REF-PRICE TO WS-RF-TOTAL(WS-RF-IDX)
046700         MOVE 'SEVERAL' TO WS-RF-SOURCE(WS-RF-IDX)
046800         GO TO 2100-VET-ONE-REFERENCE-RTN-EXIT
046900     END-IF.
047000     IF WS-RF-COUNT >= 2000
047100         ADD 1 TO BAD-REF-COUNTER
047200         MOVE SPACES TO REPORT-LINE
047300         STRING 'REFERENCE SKIPPED - TABLE FULL - '
047400             DELIMITED BY SIZE
047500             REF-RECORD DELIMITED BY SIZE
047600             INTO REPORT-LINE
047700         WRITE REPORT-LINE
047800         GO TO 2100-VET-ONE-REFERENCE-RTN-EXIT
047900     END-IF.
048000     ADD 1 TO WS-RF-COUNT.
048100     SET WS-RF-IDX TO WS-RF-COUNT.
048200     MOVE REF-TITLE TO WS-RF-TITLE(WS-RF-IDX).
048300     MOVE TMCH-NORM-1 TO WS-RF-NORM(WS-RF-IDX).
048400     MOVE WS-UPPER-PLATFORM TO WS-RF-PLATFORM(WS-RF-IDX).
048500     MOVE REF-SOURCE TO WS-RF-SOURCE(WS-RF-IDX).
048600     MOVE 1 TO WS-RF-SOURCES(WS-RF-IDX).
048700     MOVE REF-PRICE TO WS-RF-TOTAL(WS-RF-IDX).
048800     MOVE "N" TO WS-RF-MATCHED(WS-RF-IDX).
048900
049000 2100-VET-ONE-REFERENCE-RTN-EXIT.
049100     EXIT.
049200
049300******************************************************************
049400*    2200-CHECK-ONE-REFERENCE-RTN
049500*    COMPARE ONE TABLED REFERENCE AGAINST THE LINE JUST READ.
049600******************************************************************
049700 2200-CHECK-ONE-REFERENCE-RTN.
049800     IF WS-RF-PLATFORM(WS-RF-IDX) = WS-UPPER-PLATFORM
049900         AND WS-RF-NORM(WS-RF-IDX) = TMCH-NORM-1
050000         MOVE "Y" TO WS-REF-FOUND-SWITCH
050100     END-IF.
050200
050300******************************************************************
050400*    3000-SCAN-CATALOG-RTN
050500*    ONE PASS OVER THE CATALOG, SETTING EVERY ACTIVE, PRICED
050600*    TITLE AGAINST ITS REFERENCE PRICE.
050700******************************************************************
050800 3000-SCAN-CATALOG-RTN.
050900     MOVE SPACES TO REPORT-LINE.
051000     STRING 'TITLES OUTSIDE TOLERANCE' DELIMITED BY SIZE
051100         INTO REPORT-LINE.
051200     WRITE REPORT-LINE.
051300     MOVE SPACES TO REPORT-LINE.
051400     STRING '  ID        OURS     REF  VARIANCE        SRCS'
051500         DELIMITED BY SIZE
051600         '  PLATFORM    TITLE' DELIMITED BY SIZE
051700         INTO REPORT-LINE.
051800     WRITE REPORT-LINE.
051900     OPEN INPUT IN-FILE.
052000     IF WS-IN-FILE-STATUS NOT = "00"
052100         MOVE "Y" TO EOF-SWITCH
052200         MOVE SPACES TO REPORT-LINE
052300         STRING 'NO GAMES.TXT ON HAND - NOTHING TO COMPARE'
052400             DELIMITED BY SIZE INTO REPORT-LINE
052500         WRITE REPORT-LINE
052600     END-IF.
052700     PERFORM 3100-SCAN-ONE-GAME-RTN UNTIL END-OF-FILE.
052800     IF WS-IN-FILE-STATUS NOT = "35"
052900         CLOSE IN-FILE
053000     END-IF.
053100     IF ABOVE-COUNTER + BELOW-COUNTER = 0
053200         MOVE SPACES TO REPORT-LINE
053300         STRING '  NONE - EVERY MATCHED TITLE IS WITHIN'
053400             DELIMITED BY SIZE
053500             ' TOLERANCE' DELIMITED BY SIZE
053600             INTO REPORT-LINE
053700         WRITE REPORT-LINE
053800     END-IF.
053900
054000******************************************************************
054100*    3100-SCAN-ONE-GAME-RTN
054200*    READ ONE CATALOG RECORD AND LOOK FOR ITS REFERENCE PRICE.
054300******************************************************************
054400 3100-SCAN-ONE-GAME-RTN.
054500     READ IN-FILE
054600         AT END
054700             MOVE "Y" TO EOF-SWITCH
054800         NOT AT END
054900             ADD 1 TO REC-COUNTER
055000             IF GAME-IS-INACTIVE
055100                 ADD 1 TO INACTIVE-COUNTER
055200             ELSE
055300                 IF PRICE-GAME = 0
055400                     ADD 1 TO ZERO-PRICE-COUNTER
055500                 ELSE
055600                     PERFORM 3200-FIND-REFERENCE-RTN
055700                     IF REF-FOUND
055800                         PERFORM 3300-COMPARE-PRICE-RTN
055900                     ELSE
056000                         ADD 1 TO NO-REF-COUNTER
056100                     END-IF
056200                 END-IF
056300             END-IF
056400     END-READ.
056500
056600******************************************************************
056700*    3200-FIND-REFERENCE-RTN
056800*    NORMALIZE THE CATALOG TITLE AND LOOK IT UP, WITH ITS
056900*    PLATFORM, IN THE REFERENCE TABLE.
057000******************************************************************
057100 3200-FIND-REFERENCE-RTN.
057200     MOVE TITLE-GAME TO TMCH-TITLE-1.
057300     MOVE TITLE-GAME TO TMCH-TITLE-2.
057400     CALL 'TITLEMCH' USING TMCH-REQUEST-FIELDS
057500         TMCH-RESULT-FIELDS.
057600     MOVE TMCH-NORM-1 TO WS-CATALOG-NORM.
057700     MOVE PLATFORM-GAME TO WS-UPPER-PLATFORM.
057800     INSPECT WS-UPPER-PLATFORM CONVERTING
057900         'abcdefghijklmnopqrstuvwxyz'
058000         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
058100     MOVE "N" TO WS-REF-FOUND-SWITCH.
058200     MOVE 0 TO WS-HIT-IDX.
058300     PERFORM 3250-TRY-ONE-REFERENCE-RTN
058400         VARYING WS-RF-IDX FROM 1 BY 1
058500         UNTIL WS-RF-IDX > WS-RF-COUNT OR REF-FOUND.
058600
058700******************************************************************
058800*    3250-TRY-ONE-REFERENCE-RTN
058900*    TEST ONE REFERENCE ENTRY AGAINST THE CURRENT TITLE.
059000******************************************************************
059100 3250-TRY-ONE-REFERENCE-RTN.
059200     IF WS-RF-PLATFORM(WS-RF-IDX) = WS-UPPER-PLATFORM
059300         AND WS-RF-NORM(WS-RF-IDX) = WS-CATALOG-NORM
059400         MOVE "Y" TO WS-REF-FOUND-SWITCH
059500         MOVE WS-RF-IDX TO WS-HIT-IDX
059600     END-IF.
059700
059800******************************************************************
059900*    3300-COMPARE-PRICE-RTN
060000*    WORK OUT HOW FAR PRICE-GAME SITS FROM THE AVERAGE
060100*    REFERENCE PRICE, POST THE TITLE TO ITS GENRE AND PLATFORM,
060200*    AND LIST IT (AND QUEUE THE CORRECTION) WHEN IT IS OUTSIDE
060300*    THE TOLERANCE.
060400******************************************************************
060500 3300-COMPARE-PRICE-RTN.
060600     SET WS-RF-IDX TO WS-HIT-IDX.
060700     MOVE "Y" TO WS-RF-MATCHED(WS-RF-IDX).
060800     ADD 1 TO MATCHED-COUNTER.
060900     COMPUTE WS-REF-AVERAGE ROUNDED =
061000         WS-RF-TOTAL(WS-RF-IDX) / WS-RF-SOURCES(WS-RF-IDX).
061100     COMPUTE WS-PRICE-DIFF = PRICE-GAME - WS-REF-AVERAGE.
061200     COMPUTE WS-VARIANCE-PCT ROUNDED =
061300         WS-PRICE-DIFF * 100 / WS-REF-AVERAGE.
061400     IF WS-VARIANCE-PCT < 0
061500         COMPUTE WS-VARIANCE-ABS = 0 - WS-VARIANCE-PCT
061600     ELSE
061700         MOVE WS-VARIANCE-PCT TO WS-VARIANCE-ABS
061800     END-IF.
061900     MOVE SPACES TO WS-FLAG-TEXT.
062000     IF WS-VARIANCE-ABS > WS-TOLERANCE-PCT
062100         IF WS-PRICE-DIFF > 0
062200             MOVE 'ABOVE' TO WS-FLAG-TEXT
062300             ADD 1 TO ABOVE-COUNTER
062400         ELSE
062500             MOVE 'BELOW' TO WS-FLAG-TEXT
062600             ADD 1 TO BELOW-COUNTER
062700         END-IF
062800     END-IF.
062900     MOVE GENRE-GAME TO WS-GROUP-NAME.
063000     PERFORM 3500-POST-TO-GENRE-RTN
063100         THRU 3500-POST-TO-GENRE-RTN-EXIT.
063200     MOVE PLATFORM-GAME TO WS-GROUP-NAME.
063300     PERFORM 3600-POST-TO-PLATFORM-RTN
063400         THRU 3600-POST-TO-PLATFORM-RTN-EXIT.
063500     IF WS-FLAG-TEXT NOT = SPACES
063600         PERFORM 3400-LIST-VARIANCE-RTN
063700     END-IF.
063800
063900******************************************************************
064000*    3400-LIST-VARIANCE-RTN
064100*    PRINT ONE TITLE OUTSIDE TOLERANCE AND, WHEN CORRECTIONS
064200*    ARE ON, WRITE A CHG TRANSACTION MOVING IT TO THE REFERENCE
064300*    PRICE FOR GAMEBTCH TO APPLY OR DIVERT FOR APPROVAL.
064400******************************************************************
064500 3400-LIST-VARIANCE-RTN.
064600     MOVE PRICE-GAME TO WS-OLD-PRICE-EDIT.
064700     MOVE WS-REF-AVERAGE TO WS-REF-PRICE-EDIT.
064800     MOVE WS-VARIANCE-PCT TO WS-VARIANCE-EDIT.
064900     MOVE WS-RF-SOURCES(WS-RF-IDX) TO WS-EDIT-SOURCES.
065000     MOVE SPACES TO REPORT-LINE.
065100     STRING '  ' DELIMITED BY SIZE
065200         ID-GAME DELIMITED BY SIZE
065300         '  ' DELIMITED BY SIZE
065400         WS-OLD-PRICE-EDIT DELIMITED BY SIZE
065500         '  ' DELIMITED BY SIZE
065600         WS-REF-PRICE-EDIT DELIMITED BY SIZE
065700         '  ' DELIMITED BY SIZE
065800         WS-VARIANCE-EDIT DELIMITED BY SIZE
065900         '% ' DELIMITED BY SIZE
066000         WS-FLAG-TEXT DELIMITED BY SIZE
066100         '  ' DELIMITED BY SIZE
066200         WS-EDIT-SOURCES DELIMITED BY SIZE
066300         '  ' DELIMITED BY SIZE
066400         PLATFORM-GAME DELIMITED BY SIZE
066500         '  ' DELIMITED BY SIZE
066600         TITLE-GAME DELIMITED BY SIZE
066700         INTO REPORT-LINE.
066800     WRITE REPORT-LINE.
066900     IF WRITE-CORRECTIONS
067000         ADD 1 TO PROPOSAL-COUNTER
067100         MOVE SPACES TO TRAN-RECORD
067200         MOVE 'CHG' TO TRAN-ACTION
067300         MOVE ID-GAME TO TRAN-ID-GAME
067400         MOVE TITLE-GAME TO TRAN-TITLE-GAME
067500         MOVE DATE-GAME TO TRAN-DATE-GAME
067600         MOVE NOTE-GAME TO TRAN-NOTE-GAME
067700         MOVE PLATFORM-GAME TO TRAN-PLATFORM-GAME
067800         MOVE GENRE-GAME TO TRAN-GENRE-GAME
067900         MOVE WS-REF-AVERAGE TO TRAN-PRICE-GAME
068000         WRITE TRAN-RECORD
068100     END-IF.
068200
068300******************************************************************
068400*    3500-POST-TO-GENRE-RTN
068500*    ADD THE TITLE TO ITS GENRE, OPENING A NEW LINE FOR A GENRE
068600*    NOT SEEN YET.
068700******************************************************************
068800 3500-POST-TO-GENRE-RTN.
068900     MOVE "N" TO WS-GROUP-FOUND-SWITCH.
069000     PERFORM 3550-CHECK-ONE-GENRE-RTN
069100         VARYING WS-GN-IDX FROM 1 BY 1
069200         UNTIL WS-GN-IDX > WS-GN-COUNT OR GROUP-FOUND.
069300     IF GROUP-FOUND
069400         SET WS-GN-IDX DOWN BY 1
069500     ELSE
069600         IF WS-GN-COUNT < 100
069700             ADD 1 TO WS-GN-COUNT
069800             SET WS-GN-IDX TO WS-GN-COUNT
069900             INITIALIZE WS-GN-ENTRY(WS-GN-IDX)
070000             MOVE WS-GROUP-NAME TO WS-GN-NAME(WS-GN-IDX)
070100         ELSE
070200             ADD 1 TO UNLISTED-COUNTER
070300             GO TO 3500-POST-TO-GENRE-RTN-EXIT
070400         END-IF
070500     END-IF.
070600     ADD 1 TO WS-GN-MATCHED(WS-GN-IDX).
070700     IF WS-FLAG-TEXT = 'ABOVE'
070800         ADD 1 TO WS-GN-ABOVE(WS-GN-IDX)
070900         ADD WS-PRICE-DIFF TO WS-GN-NET(WS-GN-IDX)
071000     END-IF.
071100     IF WS-FLAG-TEXT = 'BELOW'
071200         ADD 1 TO WS-GN-BELOW(WS-GN-IDX)
071300         ADD WS-PRICE-DIFF TO WS-GN-NET(WS-GN-IDX)
071400     END-IF.
071500
071600 3500-POST-TO-GENRE-RTN-EXIT.
071700     EXIT.
071800
071900******************************************************************
072000*    3550-CHECK-ONE-GENRE-RTN
072100*    COMPARE ONE GENRE TABLE ENTRY AGAINST THE TITLE'S.
072200******************************************************************
072300 3550-CHECK-ONE-GENRE-RTN.
072400     IF WS-GN-NAME(WS-GN-IDX) = WS-GROUP-NAME
072500         MOVE "Y" TO WS-GROUP-FOUND-SWITCH
072600     END-IF.
072700
072800******************************************************************
072900*    3600-POST-TO-PLATFORM-RTN
073000*    ADD THE TITLE TO ITS PLATFORM, OPENING A NEW LINE FOR A
073100*    PLATFORM NOT SEEN YET.
073200******************************************************************
073300 3600-POST-TO-PLATFORM-RTN.
073400     MOVE "N" TO WS-GROUP-FOUND-SWITCH.
073500     PERFORM 3650-CHECK-ONE-PLATFORM-RTN
073600         VARYING WS-PF-IDX FROM 1 BY 1
073700         UNTIL WS-PF-IDX > WS-PF-COUNT OR GROUP-FOUND.
073800     IF GROUP-FOUND
073900         SET WS-PF-IDX DOWN BY 1
074000     ELSE
074100         IF WS-PF-COUNT < 100
074200             ADD 1 TO WS-PF-COUNT
074300             SET WS-PF-IDX TO WS-PF-COUNT
074400             INITIALIZE WS-PF-ENTRY(WS-PF-IDX)
074500             MOVE WS-GROUP-NAME TO WS-PF-NAME(WS-PF-IDX)
074600         ELSE
074700             ADD 1 TO UNLISTED-COUNTER
074800             GO TO 3600-POST-TO-PLATFORM-RTN-EXIT
074900         END-IF
075000     END-IF.
075100     ADD 1 TO WS-PF-MATCHED(WS-PF-IDX).
075200     IF WS-FLAG-TEXT = 'ABOVE'
075300         ADD 1 TO WS-PF-ABOVE(WS-PF-IDX)
075400         ADD WS-PRICE-DIFF TO WS-PF-NET(WS-PF-IDX)
075500     END-IF.
075600     IF WS-FLAG-TEXT = 'BELOW'
075700         ADD 1 TO WS-PF-BELOW(WS-PF-IDX)
075800         ADD WS-PRICE-DIFF TO WS-PF-NET(WS-PF-IDX)
075900     END-IF.
076000
076100 3600-POST-TO-PLATFORM-RTN-EXIT.
076200     EXIT.
076300
076400******************************************************************
076500*    3650-CHECK-ONE-PLATFORM-RTN
076600*    COMPARE ONE PLATFORM TABLE ENTRY AGAINST THE TITLE'S.
076700******************************************************************
076800 3650-CHECK-ONE-PLATFORM-RTN.
076900     IF WS-PF-NAME(WS-PF-IDX) = WS-GROUP-NAME
077000         MOVE "Y" TO WS-GROUP-FOUND-SWITCH
077100     END-IF.
077200
077300******************************************************************
077400*    4000-WRITE-UNMATCHED-RTN
077500*    LIST THE REFERENCE LINES NO ACTIVE CATALOG TITLE MATCHED --
077600*    EITHER WE DON'T CARRY IT OR OUR TITLE IS KEYED DIFFERENTLY.
077700******************************************************************
077800 4000-WRITE-UNMATCHED-RTN.
077900     MOVE SPACES TO REPORT-LINE.
078000     WRITE REPORT-LINE.
078100     MOVE SPACES TO REPORT-LINE.
078200     STRING 'REFERENCE PRICES NOT MATCHED TO THE CATALOG'
078300         DELIMITED BY SIZE INTO REPORT-LINE.
078400     WRITE REPORT-LINE.
078500     PERFORM 4100-WRITE-ONE-UNMATCHED-RTN
078600         VARYING WS-RF-IDX FROM 1 BY 1
078700         UNTIL WS-RF-IDX > WS-RF-COUNT.
078800     IF UNMATCHED-REF-COUNTER = 0
078900         MOVE SPACES TO REPORT-LINE
079000         STRING '  NONE' DELIMITED BY SIZE
079100             INTO REPORT-LINE
079200         WRITE REPORT-LINE
079300     END-IF.
079400
079500******************************************************************
079600*    4100-WRITE-ONE-UNMATCHED-RTN
079700*    PRINT ONE REFERENCE ENTRY IF NOTHING MATCHED IT.
079800******************************************************************
079900 4100-WRITE-ONE-UNMATCHED-RTN.
080000     IF NOT RF-WAS-MATCHED(WS-RF-IDX)
080100         ADD 1 TO UNMATCHED-REF-COUNTER
080200         COMPUTE WS-REF-AVERAGE ROUNDED =
080300             WS-RF-TOTAL(WS-RF-IDX) / WS-RF-SOURCES(WS-RF-IDX)
080400         MOVE WS-REF-AVERAGE TO WS-REF-PRICE-EDIT
080500         MOVE SPACES TO REPORT-LINE
080600         STRING '  ' DELIMITED BY SIZE
080700             WS-RF-PLATFORM(WS-RF-IDX) DELIMITED BY SIZE
080800             '  ' DELIMITED BY SIZE
080900             WS-REF-PRICE-EDIT DELIMITED BY SIZE
081000             '  ' DELIMITED BY SIZE
081100             WS-RF-SOURCE(WS-RF-IDX) DELIMITED BY SIZE
081200             '  ' DELIMITED BY SIZE
081300             WS-RF-TITLE(WS-RF-IDX) DELIMITED BY SIZE
081400             INTO REPORT-LINE
081500         WRITE REPORT-LINE
081600     END-IF.
081700
081800******************************************************************
081900*    5000-WRITE-BY-GENRE-RTN
082000*    THE COMPARISON BY GENRE, IN THE ORDER FIRST MET. NET IS
082100*    OUR PRICE LESS THE REFERENCE, SUMMED OVER THE FLAGGED
082200*    TITLES.
082300******************************************************************
082400 5000-WRITE-BY-GENRE-RTN.
082500     MOVE SPACES TO REPORT-LINE.
082600     WRITE REPORT-LINE.
082700     MOVE SPACES TO REPORT-LINE.
082800     STRING 'COMPARISON BY GENRE' DELIMITED BY SIZE
082900         INTO REPORT-LINE.
083000     WRITE REPORT-LINE.
083100     MOVE SPACES TO REPORT-LINE.
083200     STRING '  GENRE        MATCHED   ABOVE   BELOW'
083300         DELIMITED BY SIZE
083400         '   NET ABOVE/BELOW' DELIMITED BY SIZE
083500         INTO REPORT-LINE.
083600     WRITE REPORT-LINE.
083700     PERFORM 5100-WRITE-ONE-GENRE-RTN
083800         VARYING WS-GN-IDX FROM 1 BY 1
083900         UNTIL WS-GN-IDX > WS-GN-COUNT.
084000
084100******************************************************************
084200*    5100-WRITE-ONE-GENRE-RTN
084300*    HAND ONE GENRE'S FIGURES TO THE GROUP LINE WRITER.
084400******************************************************************
084500 5100-WRITE-ONE-GENRE-RTN.
084600     MOVE WS-GN-NAME(WS-GN-IDX) TO WS-GROUP-NAME.
084700     MOVE WS-GN-MATCHED(WS-GN-IDX) TO WS-GL-MATCHED.
084800     MOVE WS-GN-ABOVE(WS-GN-IDX) TO WS-GL-ABOVE.
084900     MOVE WS-GN-BELOW(WS-GN-IDX) TO WS-GL-BELOW.
085000     MOVE WS-GN-NET(WS-GN-IDX) TO WS-GL-NET.
085100     PERFORM 5900-WRITE-GROUP-LINE-RTN.
085200
085300******************************************************************
085400*    5200-WRITE-BY-PLATFORM-RTN
085500*    THE COMPARISON BY PLATFORM, IN THE ORDER FIRST MET.
085600******************************************************************
085700 5200-WRITE-BY-PLATFORM-RTN.
085800     MOVE SPACES TO REPORT-LINE.
085900     WRITE REPORT-LINE.
086000     MOVE SPACES TO REPORT-LINE.
086100     STRING 'COMPARISON BY PLATFORM' DELIMITED BY SIZE
086200         INTO REPORT-LINE.
086300     WRITE REPORT-LINE.
086400     MOVE SPACES TO REPORT-LINE.
086500     STRING '  PLATFORM     MATCHED   ABOVE   BELOW'
086600         DELIMITED BY SIZE
086700         '   NET ABOVE/BELOW' DELIMITED BY SIZE
086800         INTO REPORT-LINE.
086900     WRITE REPORT-LINE.
087000     PERFORM 5300-WRITE-ONE-PLATFORM-RTN
087100         VARYING WS-PF-IDX FROM 1 BY 1
087200         UNTIL WS-PF-IDX > WS-PF-COUNT.
087300
087400******************************************************************
087500*    5300-WRITE-ONE-PLATFORM-RTN
087600*    HAND ONE PLATFORM'S FIGURES TO THE GROUP LINE WRITER.
087700******************************************************************
087800 5300-WRITE-ONE-PLATFORM-RTN.
087900     MOVE WS-PF-NAME(WS-PF-IDX) TO WS-GROUP-NAME.
088000     MOVE WS-PF-MATCHED(WS-PF-IDX) TO WS-GL-MATCHED.
088100     MOVE WS-PF-ABOVE(WS-PF-IDX) TO WS-GL-ABOVE.
088200     MOVE WS-PF-BELOW(WS-PF-IDX) TO WS-GL-BELOW.
088300     MOVE WS-PF-NET(WS-PF-IDX) TO WS-GL-NET.
088400     PERFORM 5900-WRITE-GROUP-LINE-RTN.
088500
088600******************************************************************
088700*    5900-WRITE-GROUP-LINE-RTN
088800*    WRITE ONE GENRE OR PLATFORM LINE FROM WS-GROUP-NAME AND THE
088900*    WS-GL- FIGURES.
089000******************************************************************
089100 5900-WRITE-GROUP-LINE-RTN.
089200     MOVE WS-GL-MATCHED TO WS-EDIT-CNT5(1).
089300     MOVE WS-GL-ABOVE TO WS-EDIT-CNT5(2).
089400     MOVE WS-GL-BELOW TO WS-EDIT-CNT5(3).
089500     MOVE WS-GL-NET TO WS-EDIT-NET.
089600     MOVE SPACES TO REPORT-LINE.
089700     STRING '  ' DELIMITED BY SIZE
089800         WS-GROUP-NAME DELIMITED BY SIZE
089900         '  ' DELIMITED BY SIZE
090000         WS-EDIT-CNT5(1) DELIMITED BY SIZE
090100         '  ' DELIMITED BY SIZE
090200         WS-EDIT-CNT5(2) DELIMITED BY SIZE
090300         '  ' DELIMITED BY SIZE
090400         WS-EDIT-CNT5(3) DELIMITED BY SIZE
090500         '  ' DELIMITED BY SIZE
090600         WS-EDIT-NET DELIMITED BY SIZE
090700         INTO REPORT-LINE.
090800     WRITE REPORT-LINE.
090900
091000******************************************************************
091100*    8000-WRITE-TOTALS-RTN
091200*    WRITE THE RUN TOTALS AT THE FOOT OF THE REPORT.
091300******************************************************************
091400 8000-WRITE-TOTALS-RTN.
091500     MOVE SPACES TO REPORT-LINE.
091600     WRITE REPORT-LINE.
091700     MOVE REF-COUNTER TO WS-EDIT-COUNT.
091800     MOVE SPACES TO REPORT-LINE.
091900     STRING 'REFERENCE LINES READ  . . . : ' DELIMITED BY SIZE
092000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
092100     WRITE REPORT-LINE.
092200     MOVE BAD-REF-COUNTER TO WS-EDIT-COUNT.
092300     MOVE SPACES TO REPORT-LINE.
092400     STRING 'REFERENCE LINES SKIPPED . . : ' DELIMITED BY SIZE
092500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
092600     WRITE REPORT-LINE.
092700     MOVE REC-COUNTER TO WS-EDIT-COUNT.
092800     MOVE SPACES TO REPORT-LINE.
092900     STRING 'CATALOG RECORDS READ  . . . : ' DELIMITED BY SIZE
093000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
093100     WRITE REPORT-LINE.
093200     MOVE INACTIVE-COUNTER TO WS-EDIT-COUNT.
093300     MOVE SPACES TO REPORT-LINE.
093400     STRING 'INACTIVE - LEFT ALONE . . . : ' DELIMITED BY SIZE
093500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
093600     WRITE REPORT-LINE.
093700     MOVE ZERO-PRICE-COUNTER TO WS-EDIT-COUNT.
093800     MOVE SPACES TO REPORT-LINE.
093900     STRING 'ZERO-PRICED - LEFT ALONE  . : ' DELIMITED BY SIZE
094000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
094100     WRITE REPORT-LINE.
094200     MOVE NO-REF-COUNTER TO WS-EDIT-COUNT.
094300     MOVE SPACES TO REPORT-LINE.
094400     STRING 'NO REFERENCE PRICE  . . . . : ' DELIMITED BY SIZE
094500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
094600     WRITE REPORT-LINE.
094700     MOVE MATCHED-COUNTER TO WS-EDIT-COUNT.
094800     MOVE SPACES TO REPORT-LINE.
094900     STRING 'TITLES COMPARED . . . . . . : ' DELIMITED BY SIZE
095000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
095100     WRITE REPORT-LINE.
095200     MOVE ABOVE-COUNTER TO WS-EDIT-COUNT.
095300     MOVE SPACES TO REPORT-LINE.
095400     STRING 'ABOVE TOLERANCE . . . . . . : ' DELIMITED BY SIZE
095500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
095600     WRITE REPORT-LINE.
095700     MOVE BELOW-COUNTER TO WS-EDIT-COUNT.
095800     MOVE SPACES TO REPORT-LINE.
095900     STRING 'BELOW TOLERANCE . . . . . . : ' DELIMITED BY SIZE
096000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
096100     WRITE REPORT-LINE.
096200     MOVE UNMATCHED-REF-COUNTER TO WS-EDIT-COUNT.
096300     MOVE SPACES TO REPORT-LINE.
096400     STRING 'REFERENCES NOT MATCHED  . . : ' DELIMITED BY SIZE
096500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
096600     WRITE REPORT-LINE.
096700     IF UNLISTED-COUNTER > 0
096800         MOVE UNLISTED-COUNTER TO WS-EDIT-COUNT
096900         MOVE SPACES TO REPORT-LINE
097000         STRING 'OVER GROUP TABLE - UNLISTED : '
097100             DELIMITED BY SIZE
097200             WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
097300         WRITE REPORT-LINE
097400     END-IF.
097500     MOVE PROPOSAL-COUNTER TO WS-EDIT-COUNT.
097600     MOVE SPACES TO REPORT-LINE.
097700     STRING 'CHG TRANSACTIONS WRITTEN  . : ' DELIMITED BY SIZE
097800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
097900     WRITE REPORT-LINE.
098000     IF PROPOSAL-COUNTER > 0
098100         MOVE SPACES TO REPORT-LINE
098200         STRING 'GAMETRAN.TXT QUEUED - GAMEBTCH APPLIES IT AT'
098300             DELIMITED BY SIZE
098400             ' THE NEXT NIGHTLY RUN' DELIMITED BY SIZE
098500             INTO REPORT-LINE
098600         WRITE REPORT-LINE
098700     END-IF.
098800
098900******************************************************************
099000*    9000-TERMINATE-RTN
099100*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
099200******************************************************************
099300 9000-TERMINATE-RTN.
099400     MOVE 'END  ' TO WS-AUDIT-EVENT.
099500     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
099600     MOVE MATCHED-COUNTER TO WS-AUDIT-REC-EDIT.
099700     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
099800     CLOSE AUDIT-FILE.
099900     IF WS-REF-FILE-STATUS NOT = "35"
100000         CLOSE REF-FILE
100100     END-IF.
100200     IF WRITE-CORRECTIONS
100300         CLOSE TRAN-FILE
100400     END-IF.
100500     CLOSE REPORT-FILE.
100600     DISPLAY "PRICECMP COMPLETE - " MATCHED-COUNTER
100700         " TITLES COMPARED, " ABOVE-COUNTER " ABOVE AND "
100800         BELOW-COUNTER " BELOW TOLERANCE.".
100900     DISPLAY "REVIEW PRICECMP.TXT - " PROPOSAL-COUNTER
101000         " CHG TRANSACTIONS QUEUED FOR GAMEBTCH.".
101100
101200 END PROGRAM PRICECMP.
