002699*                      PRESENT/REJECTED COUNTS) TO INTAKLOG.TXT
002699*                      -- THE MONTH-END CLOSE (MONTHEND) ROLLS
002699*                      THE MONTH'S INTAKE VOLUME UP FROM IT.
002699*    10/15/2026  DLH   THE WANT-LIST WORK TABLE WIDENED TO THE
002699*                      FULL WANTREC LINE, WHICH NOW CARRIES THE
002699*                      CUSTOMER NUMBER, SO CLOSING A FILLED WANT
002699*                      KEEPS IT.
002699*    10/15/2026  DLH   EVERY RELEASE IS NOW ALSO SCORED AGAINST
002699*                      THE CATALOG TITLES ON ITS PLATFORM THROUGH
002699*                      THE SHARED TITLE MATCHER (TITLEMCH). ONE
002699*                      THAT IS CLOSE BUT NOT EXACT -- THE SAME
002699*                      ONCE CASE, PUNCTUATION, A LEADING ARTICLE
002699*                      AND ROMAN NUMERALS ARE SET ASIDE, OR A NEAR
002699*                      MATCH -- IS NOT LOADED BUT HELD FOR REVIEW:
002699*                      REPORTED, ACKNOWLEDGED AS REVIEW AND
002699*                      WRITTEN TO DISTREVW.TXT. A TITLE THE BUYER
002699*                      CLEARS IN NEARAPPR.TXT LOADS ON THE NEXT
002699*                      FEED.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
004990     SELECT INTAKE-LOG-FILE ASSIGN TO 'INTAKLOG.TXT'
004992         ORGANIZATION IS LINE SEQUENTIAL
004994         FILE STATUS IS WS-ILOG-FILE-STATUS.
004995
004996     SELECT REVIEW-FILE ASSIGN TO 'DISTREVW.TXT'
004997         ORGANIZATION IS LINE SEQUENTIAL
004998         FILE STATUS IS WS-RVW-FILE-STATUS.
004999
004999     SELECT CLEARED-FILE ASSIGN TO 'NEARAPPR.TXT'
004999         ORGANIZATION IS LINE SEQUENTIAL
004999         FILE STATUS IS WS-CLEAR-FILE-STATUS.
005000
005100     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
005200         ORGANIZATION IS LINE SEQUENTIAL
009022     05 IL-SPCS4          PIC X(02).
009023     05 IL-REJECT-CNT     PIC 9(05).
009024
009034 FD  REVIEW-FILE.
009038 01  REVIEW-RECORD.
009042     05 RVW-FEED-IMAGE    PIC X(100).
009046     05 RVW-SPCS1         PIC X(02).
009050     05 RVW-NEAR-ID       PIC 9(06).
009054     05 RVW-SPCS2         PIC X(02).
009058     05 RVW-SCORE         PIC 9(03).
009062     05 RVW-SPCS3         PIC X(02).
009066     05 RVW-NEAR-TITLE    PIC X(40).
009070     05 RVW-SPCS4         PIC X(02).
009074     05 RVW-DATE          PIC X(10).
009078
009082 FD  CLEARED-FILE.
009086 01  CLEARED-RECORD.
009090     05 CLR-TITLE         PIC X(40).
009094
009100 FD  AUDIT-FILE.
009200 COPY AUDITLOG.
009300
010100        88 SCAN-AT-EOF                VALUE "Y".
010200     05 WS-TITLE-FOUND-SWITCH PIC X VALUE "N".
010300        88 TITLE-ON-CATALOG           VALUE "Y".
010320     05 WS-CLEARED-SWITCH     PIC X VALUE "N".
010340        88 TITLE-CLEARED              VALUE "Y".
010360     05 WS-CLEAR-EOF-SWITCH   PIC X VALUE "N".
010380        88 END-OF-CLEARED             VALUE "Y".
010400
010500 01  COUNTERS.
010600     05 FEED-COUNTER          PIC 9(5) COMP VALUE 0.
010900     05 REJECT-COUNTER        PIC 9(5) COMP VALUE 0.
011000     05 CARRY-COUNTER         PIC 9(5) COMP VALUE 0.
011100     05 WRITE-ERROR-COUNTER   PIC 9(5) COMP VALUE 0.
011150     05 REVIEW-COUNTER        PIC 9(5) COMP VALUE 0.
011200
011300 01  WS-FILE-STATUSES.
011400     05 WS-FEED-FILE-STATUS   PIC X(02) VALUE "00".
011610     05 WS-COST-FILE-STATUS   PIC X(02) VALUE "00".
011620     05 WS-WANT-FILE-STATUS   PIC X(02) VALUE "00".
011630     05 WS-ILOG-FILE-STATUS   PIC X(02) VALUE "00".
011653     05 WS-RVW-FILE-STATUS    PIC X(02) VALUE "00".
011676     05 WS-CLEAR-FILE-STATUS  PIC X(02) VALUE "00".
011700
011800 01  WS-HIGHEST-ID            PIC 9(06) VALUE 0.
011900 01  WS-NEXT-ID               PIC 9(06) VALUE 0.
015111 01  WS-WANT-TABLE.
015112     05 WS-WANT-ENTRY OCCURS 200 TIMES
015113            INDEXED BY WS-WANT-IDX.
015114         10 WS-WANT-IMAGE     PIC X(124).
015098
015100 01  WS-REPORT-FIELDS.
015200     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
015202
015204*    THE CLOSEST CATALOG TITLE ON THE RELEASE'S PLATFORM FOUND BY
015206*    THE TITLE SCAN, WHEN TITLEMCH CALLS IT A SUSPECTED
015208*    DUPLICATE. A ZERO SCORE MEANS NOTHING CAME CLOSE.
015210 01  WS-NEAR-FIELDS.
015212     05 WS-NEAR-SCORE         PIC 9(03) VALUE 0.
015214     05 WS-NEAR-ID            PIC 9(06) VALUE 0.
015216     05 WS-NEAR-TITLE         PIC X(40) VALUE SPACES.
015218     05 WS-NEAR-REASON        PIC X(35) VALUE SPACES.
015220
015222*    FEED TITLES THE BUYER HAS LOOKED AT AND CLEARED TO LOAD
015224*    (NEARAPPR.TXT, ONE TITLE PER LINE EXACTLY AS ON THE FEED).
015226*    THEY SKIP THE NEAR-DUPLICATE CHECK.
015228 01  WS-CLEAR-COUNT           PIC 9(3) COMP VALUE 0.
015230 01  WS-CLEAR-TABLE.
015232     05 WS-CLEAR-ENTRY OCCURS 200 TIMES
015234            INDEXED BY WS-CLEAR-IDX.
015236        10 WS-CLEAR-TITLE     PIC X(40).
015238
015240 01  TMCH-REQUEST-FIELDS.
015242     05 TMCH-TITLE-1          PIC X(40).
015244     05 TMCH-TITLE-2          PIC X(40).
015246     05 TMCH-THRESHOLD        PIC 9(3) VALUE 0.
015248 01  TMCH-RESULT-FIELDS.
015250     05 TMCH-SCORE            PIC 9(3).
015252     05 TMCH-MATCH-CLASS      PIC X.
015254        88 TMCH-EXACT                 VALUE "X".
015256        88 TMCH-SAME-NORMALIZED       VALUE "E".
015258        88 TMCH-NEAR                  VALUE "N".
015260        88 TMCH-DIFFERENT             VALUE "D".
015262        88 TMCH-SUSPECT               VALUE "E" "N".
015264     05 TMCH-NORM-1           PIC X(40).
015266     05 TMCH-NORM-2           PIC X(40).
015300
015400 01  WS-AUDIT-FIELDS.
015500     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
020800             DELIMITED BY SIZE INTO REPORT-LINE
020900         WRITE REPORT-LINE
021000     END-IF.
021016     PERFORM 1200-LOAD-CLEARED-RTN.
021032     OPEN EXTEND REVIEW-FILE.
021048     IF WS-RVW-FILE-STATUS NOT = "00"
021064         OPEN OUTPUT REVIEW-FILE
021080     END-IF.
021100     OPEN EXTEND AUDIT-FILE.
021200     IF WS-AUDIT-FILE-STATUS NOT = "00"
021300         OPEN OUTPUT AUDIT-FILE
024700         WS-AUDIT-STATUS DELIMITED BY SIZE
024800         INTO AUDIT-LINE.
024900     WRITE AUDIT-LINE.
024902
024904******************************************************************
024906*    1200-LOAD-CLEARED-RTN
024908*    LOAD THE TITLES THE BUYER HAS CLEARED TO LOAD DESPITE A
024910*    NEAR MATCH. NO NEARAPPR.TXT MEANS NOTHING IS CLEARED.
024912******************************************************************
024914 1200-LOAD-CLEARED-RTN.
024916     MOVE "N" TO WS-CLEAR-EOF-SWITCH.
024918     OPEN INPUT CLEARED-FILE.
024920     IF WS-CLEAR-FILE-STATUS NOT = "00"
024922         MOVE "Y" TO WS-CLEAR-EOF-SWITCH
024924     END-IF.
024926     PERFORM 1210-LOAD-ONE-CLEARED-RTN UNTIL END-OF-CLEARED.
024928     IF WS-CLEAR-FILE-STATUS NOT = "35"
024930         CLOSE CLEARED-FILE
024932     END-IF.
024934
024936******************************************************************
024938*    1210-LOAD-ONE-CLEARED-RTN
024940*    LOAD ONE CLEARED TITLE INTO THE WORK TABLE.
024942******************************************************************
024944 1210-LOAD-ONE-CLEARED-RTN.
024946     READ CLEARED-FILE
024948         AT END
024950             MOVE "Y" TO WS-CLEAR-EOF-SWITCH
024952         NOT AT END
024954             IF WS-CLEAR-COUNT < 200
024956                 ADD 1 TO WS-CLEAR-COUNT
024958                 SET WS-CLEAR-IDX TO WS-CLEAR-COUNT
024960                 MOVE CLR-TITLE TO WS-CLEAR-TITLE(WS-CLEAR-IDX)
024962             ELSE
024964                 MOVE "Y" TO WS-CLEAR-EOF-SWITCH
024966             END-IF
024968     END-READ.
025000
025100******************************************************************
025200*    2000-STAGE-FEED-RTN
029420                 MOVE 'ALREADY ON CATALOG' TO WS-ACK-SET-REASON
029430                 PERFORM 2150-ACK-RELEASE-RTN
029500             ELSE
029525                 IF WS-NEAR-SCORE > 0
029550                     PERFORM 2400-HOLD-FOR-REVIEW-RTN
029575                 ELSE
029600                     PERFORM 2300-STAGE-RELEASE-RTN
029650                 END-IF
029700             END-IF
029710         END-IF
029800     END-IF.
030100*    2200-SCAN-CATALOG-TITLE-RTN
030200*    ONE PASS OVER GAMES.TXT LOOKING FOR THIS RELEASE'S TITLE.
030300*    NO CATALOG ON HAND MEANS NOTHING CAN ALREADY BE PRESENT.
030325*    THE SAME PASS SCORES THE TITLE AGAINST EVERY CATALOG TITLE
030350*    ON ITS PLATFORM THROUGH TITLEMCH AND KEEPS THE CLOSEST
030375*    SUSPECTED DUPLICATE -- UNLESS THE BUYER HAS CLEARED IT.
030400******************************************************************
030500 2200-SCAN-CATALOG-TITLE-RTN.
030600     MOVE "N" TO WS-TITLE-FOUND-SWITCH.
030606     MOVE 0 TO WS-NEAR-SCORE.
030612     MOVE 0 TO WS-NEAR-ID.
030618     MOVE SPACES TO WS-NEAR-TITLE.
030624     MOVE "N" TO WS-CLEARED-SWITCH.
030630     IF WS-CLEAR-COUNT > 0
030636         SET WS-CLEAR-IDX TO 1
030642         SEARCH WS-CLEAR-ENTRY
030648             AT END
030654                 CONTINUE
030660             WHEN WS-CLEAR-IDX > WS-CLEAR-COUNT
030666                 CONTINUE
030672             WHEN WS-CLEAR-TITLE(WS-CLEAR-IDX) = FEED-TITLE-GAME
030678                 MOVE "Y" TO WS-CLEARED-SWITCH
030684         END-SEARCH
030690     END-IF.
030700     MOVE "N" TO WS-SCAN-EOF-SWITCH.
030800     MOVE "00" TO WS-OLD-FILE-STATUS.
030900     OPEN INPUT OLD-FILE.
031900******************************************************************
032000*    2250-SCAN-ONE-TITLE-RTN
032100*    COMPARE ONE CATALOG RECORD'S TITLE AGAINST THE RELEASE.
032150*    ANY OTHER TITLE ON THE SAME PLATFORM IS SCORED.
032200******************************************************************
032300 2250-SCAN-ONE-TITLE-RTN.
032400     READ OLD-FILE
032700         NOT AT END
032800             IF OLD-TITLE-GAME = FEED-TITLE-GAME
032900                 MOVE "Y" TO WS-TITLE-FOUND-SWITCH
032916             ELSE
032932                 IF NOT TITLE-CLEARED
032948                     AND OLD-PLATFORM-GAME = FEED-PLATFORM-GAME
032964                     PERFORM 2260-SCORE-ONE-TITLE-RTN
032980                 END-IF
033000             END-IF
033100     END-READ.
033105
033110******************************************************************
033115*    2260-SCORE-ONE-TITLE-RTN
033120*    RUN THE RELEASE AND ONE CATALOG TITLE THROUGH TITLEMCH AND
033125*    KEEP THE HIGHEST-SCORING SUSPECTED DUPLICATE.
033130******************************************************************
033135 2260-SCORE-ONE-TITLE-RTN.
033140     MOVE FEED-TITLE-GAME TO TMCH-TITLE-1.
033145     MOVE OLD-TITLE-GAME TO TMCH-TITLE-2.
033150     CALL 'TITLEMCH' USING TMCH-REQUEST-FIELDS
033155         TMCH-RESULT-FIELDS.
033160     IF TMCH-SUSPECT AND TMCH-SCORE > WS-NEAR-SCORE
033165         MOVE TMCH-SCORE TO WS-NEAR-SCORE
033170         MOVE OLD-ID-GAME TO WS-NEAR-ID
033175         MOVE OLD-TITLE-GAME TO WS-NEAR-TITLE
033180     END-IF.
033200
033300******************************************************************
033400*    2300-STAGE-RELEASE-RTN
035600             MOVE 0 TO WS-STAGE-ACK-IDX(WS-STAGE-IDX)
035610         END-IF
035620     END-IF.
035621
035622******************************************************************
035623*    2400-HOLD-FOR-REVIEW-RTN
035624*    A RELEASE CLOSE TO, BUT NOT EXACTLY, A CATALOG TITLE ON ITS
035625*    PLATFORM IS NOT LOADED. THE FEED LINE GOES TO DISTREVW.TXT
035626*    WITH THE CATALOG TITLE IT RESEMBLES AND THE SCORE, READY TO
035627*    BE FED AGAIN. IF THE BUYER DECIDES IT REALLY IS A NEW
035628*    TITLE, ADDING IT TO NEARAPPR.TXT LETS IT LOAD NEXT RUN.
035629******************************************************************
035630 2400-HOLD-FOR-REVIEW-RTN.
035631     ADD 1 TO REVIEW-COUNTER.
035632     MOVE SPACES TO REPORT-LINE.
035633     STRING 'REVIEW    TITLE=' DELIMITED BY SIZE
035634         FEED-TITLE-GAME DELIMITED BY SIZE
035635         ' - CLOSE TO ID=' DELIMITED BY SIZE
035636         WS-NEAR-ID DELIMITED BY SIZE
035637         ' SCORE=' DELIMITED BY SIZE
035638         WS-NEAR-SCORE DELIMITED BY SIZE
035639         INTO REPORT-LINE.
035640     WRITE REPORT-LINE.
035641     MOVE SPACES TO REPORT-LINE.
035642     STRING '          CATALOG TITLE=' DELIMITED BY SIZE
035643         WS-NEAR-TITLE DELIMITED BY SIZE
035644         ' - NOT LOADED, SEE DISTREVW.TXT' DELIMITED BY SIZE
035645         INTO REPORT-LINE.
035646     WRITE REPORT-LINE.
035647     MOVE SPACES TO WS-NEAR-REASON.
035648     STRING 'NEAR ID ' DELIMITED BY SIZE
035649         WS-NEAR-ID DELIMITED BY SIZE
035650         ' HELD FOR REVIEW' DELIMITED BY SIZE
035651         INTO WS-NEAR-REASON.
035652     MOVE 'REVIEW  ' TO WS-ACK-SET-STATUS.
035653     MOVE WS-NEAR-REASON TO WS-ACK-SET-REASON.
035654     PERFORM 2150-ACK-RELEASE-RTN.
035655     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
035656     MOVE SPACES TO WS-STAT-DATE.
035657     STRING WS-RUN-MM DELIMITED BY SIZE
035658         '/' DELIMITED BY SIZE
035659         WS-RUN-DD DELIMITED BY SIZE
035660         '/' DELIMITED BY SIZE
035661         WS-RUN-YYYY DELIMITED BY SIZE
035662         INTO WS-STAT-DATE.
035663     MOVE SPACES TO REVIEW-RECORD.
035664     MOVE FEED-RECORD TO RVW-FEED-IMAGE.
035665     MOVE WS-NEAR-ID TO RVW-NEAR-ID.
035666     MOVE WS-NEAR-SCORE TO RVW-SCORE.
035667     MOVE WS-NEAR-TITLE TO RVW-NEAR-TITLE.
035668     MOVE WS-STAT-DATE TO RVW-DATE.
035669     WRITE REVIEW-RECORD.
035700
035800******************************************************************
035900*    3000-LOAD-CATALOG-RTN
047600     STRING 'RELEASES REJECTED . . . . . : ' DELIMITED BY SIZE
047700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
047800     WRITE REPORT-LINE.
047816     MOVE REVIEW-COUNTER TO WS-EDIT-COUNT.
047832     MOVE SPACES TO REPORT-LINE.
047848     STRING 'HELD FOR REVIEW . . . . . . : ' DELIMITED BY SIZE
047864         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
047880     WRITE REPORT-LINE.
047900     MOVE WRITE-ERROR-COUNTER TO WS-EDIT-COUNT.
048000     MOVE SPACES TO REPORT-LINE.
048100     STRING 'WRITE ERRORS  . . . . . . . : ' DELIMITED BY SIZE
048200         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
048300     WRITE REPORT-LINE.
048309     IF REVIEW-COUNTER > 0
048318         MOVE SPACES TO REPORT-LINE
048327         STRING 'NEAR-DUPLICATE RELEASES ARE ON DISTREVW.TXT -'
048336             DELIMITED BY SIZE
048345             ' LIST A CLEARED TITLE IN NEARAPPR.TXT AND FEED IT'
048354             DELIMITED BY SIZE
048363             ' AGAIN' DELIMITED BY SIZE
048372             INTO REPORT-LINE
048381         WRITE REPORT-LINE
048390     END-IF.
048400     IF WS-STAGE-COUNT > 0
048500         MOVE SPACES TO REPORT-LINE
048600         STRING 'GAMES-NEW.TXT WRITTEN - RUN GAMEFIN TO VERIFY'
050500             INTO ALERT-MESSAGE
050510         CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS
050520     END-IF.
050521     IF REVIEW-COUNTER > 0
050522         MOVE "W" TO ALERT-SEVERITY
050523         MOVE 'GAMEINTK' TO ALERT-PROGRAM
050524         MOVE SPACES TO ALERT-MESSAGE
050525         MOVE REVIEW-COUNTER TO WS-AUDIT-REC-EDIT
050526         STRING WS-AUDIT-REC-EDIT DELIMITED BY SIZE
050527             ' FEED TITLES HELD AS NEAR DUPLICATES - SEE'
050528                 DELIMITED BY SIZE
050529             ' DISTREVW.TXT' DELIMITED BY SIZE
050530             INTO ALERT-MESSAGE
050531         CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS
050532     END-IF.
050500     MOVE FEED-COUNTER TO WS-AUDIT-REC-EDIT.
050600     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
050700     CLOSE AUDIT-FILE.
050900         CLOSE FEED-FILE
051000     END-IF.
051100     CLOSE REPORT-FILE.
051150     CLOSE REVIEW-FILE.
051200     DISPLAY "GAMEINTK COMPLETE - " FEED-COUNTER " ON FEED, "
051300         LOADED-COUNTER " LOADED, " PRESENT-COUNTER
051400         " ALREADY PRESENT, " REJECT-COUNTER " REJECTED, "
051450         REVIEW-COUNTER " HELD FOR REVIEW.".
051500
051600 END PROGRAM GAMEINTK.
