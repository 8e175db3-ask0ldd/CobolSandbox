000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WELLMAINT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. WELLNESS-PROGRAM.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- MENU-DRIVEN SET-UP OF THE
001200*                      DEPARTMENT WELLNESS CHALLENGES AND THEIR
001300*                      ENROLLMENT. HR DEFINES A CHALLENGE (ID,
001400*                      NAME, START DATE AND LENGTH IN WEEKS --
001500*                      TWELVE UNLESS SAID OTHERWISE -- THE END
001600*                      DATE IS WORKED OUT) ON WELLCHAL.TXT AND
001700*                      ENROLLS EMPLOYEES FROM EMPMAST.TXT ONE AT
001800*                      A TIME OR A WHOLE DEPARTMENT AT ONCE ON
001900*                      WELLENRL.TXT; A WITHDRAWAL IS KEPT AS A
002000*                      STATUS SO THE HISTORY STAYS. NOBODY CAN
002100*                      BE ENROLLED IN A CHALLENGE THAT HAS
002200*                      ALREADY ENDED. WELLSTND DOES THE WEEKLY
002300*                      STANDINGS. SAME LOAD-TABLE-AND-REWRITE
002400*                      SHAPE AS EMPMAINT -- BOTH FILES ARE LINE
002500*                      SEQUENTIAL AND ARE REWRITTEN AT QUIT, AND
002600*                      EVERY RECORD CARRIES THE SIGNED-ON
002700*                      OPERATOR WHO LAST TOUCHED IT.
002720*    10/15/2026  DLH   EMPMAST.TXT NOW CARRIES A SEPARATION DATE.
002740*                      AN EMPLOYEE WHOSE SEPARATION DATE HAS COME
002760*                      CANNOT BE ENROLLED, AND A DEPARTMENT
002780*                      ENROLLMENT PASSES THEM OVER.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT EMPMAST-FILE ASSIGN TO 'EMPMAST.TXT'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-EMPMAST-FILE-STATUS.
003600
003700     SELECT CHALLENGE-FILE ASSIGN TO 'WELLCHAL.TXT'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CHAL-FILE-STATUS.
004000
004100     SELECT ENROLLMENT-FILE ASSIGN TO 'WELLENRL.TXT'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ENRL-FILE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  EMPMAST-FILE.
004800 01  EMPMAST-RECORD.
004900     05 EM-EMP-ID             PIC X(06).
005000     05 EM-SPCS1              PIC X(02).
005100     05 EM-NAME               PIC X(25).
005200     05 EM-SPCS2              PIC X(02).
005300     05 EM-DEPT               PIC X(15).
005333     05 EM-SPCS3              PIC X(02).
005366     05 EM-SEP-DATE           PIC X(10).
005400
005500 FD  CHALLENGE-FILE.
005600 COPY WELLCHAL.
005700
005800 FD  ENROLLMENT-FILE.
005900 COPY WELLENRL.
006000
006100 WORKING-STORAGE SECTION.
006200 01  SWITCHES.
006300     05 WS-MENU-SWITCH         PIC X VALUE "Y".
006400        88 MORE-MAINTENANCE             VALUE "Y".
006500     05 WS-EMPMAST-EOF-SWITCH  PIC X VALUE "N".
006600        88 END-OF-EMPMAST              VALUE "Y".
006700     05 WS-CHAL-EOF-SWITCH     PIC X VALUE "N".
006800        88 END-OF-CHALLENGES           VALUE "Y".
006900     05 WS-ENRL-EOF-SWITCH     PIC X VALUE "N".
007000        88 END-OF-ENROLLMENTS          VALUE "Y".
007100     05 WS-EMP-FOUND-SWITCH    PIC X VALUE "N".
007200        88 EMPLOYEE-FOUND              VALUE "Y".
007300     05 WS-CHAL-FOUND-SWITCH   PIC X VALUE "N".
007400        88 CHALLENGE-FOUND             VALUE "Y".
007500     05 WS-ENRL-FOUND-SWITCH   PIC X VALUE "N".
007600        88 ENROLLMENT-FOUND            VALUE "Y".
007700     05 WS-DATE-OK-SWITCH      PIC X VALUE "N".
007800        88 DATE-IS-VALID               VALUE "Y".
007900     05 WS-CHANGED-SWITCH      PIC X VALUE "N".
008000        88 FILES-CHANGED               VALUE "Y".
008100     05 WS-OVERFLOW-SWITCH     PIC X VALUE "N".
008200        88 TABLES-OVERFLOWED           VALUE "Y".
008300
008400 01  COUNTERS.
008500     05 CHALLENGE-COUNTER      PIC 9(3) COMP VALUE 0.
008600     05 ENROLL-COUNTER         PIC 9(5) COMP VALUE 0.
008700     05 WITHDRAW-COUNTER       PIC 9(5) COMP VALUE 0.
008800     05 DEPT-ENROLL-COUNTER    PIC 9(5) COMP VALUE 0.
008900     05 LIST-COUNTER           PIC 9(5) COMP VALUE 0.
009000
009100 01  WS-FILE-STATUSES.
009200     05 WS-EMPMAST-FILE-STATUS PIC X(02) VALUE "00".
009300     05 WS-CHAL-FILE-STATUS    PIC X(02) VALUE "00".
009400     05 WS-ENRL-FILE-STATUS    PIC X(02) VALUE "00".
009500
009600 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
009700
009800 01  WS-ENTRY-FIELDS.
009900     05 WS-ENTRY-CHAL-ID       PIC X(06) VALUE SPACES.
010000     05 WS-ENTRY-NAME          PIC X(30) VALUE SPACES.
010100     05 WS-ENTRY-START         PIC X(10) VALUE SPACES.
010200     05 WS-ENTRY-WEEKS         PIC X(02) VALUE SPACES.
010300     05 WS-ENTRY-EMP-ID        PIC X(06) VALUE SPACES.
010400     05 WS-ENTRY-DEPT          PIC X(15) VALUE SPACES.
010500
010600 01  WS-WEEKS                  PIC 9(02) VALUE 0.
010700 01  WS-DAYS-TO-ADD            PIC 9(03) VALUE 0.
010800 01  WS-END-DATE               PIC X(10) VALUE SPACES.
010900
011000 01  WS-CHAL-HIT               PIC 9(3) COMP VALUE 0.
011100 01  WS-EMP-HIT                PIC 9(3) COMP VALUE 0.
011200 01  WS-ENRL-HIT               PIC 9(4) COMP VALUE 0.
011300
011400 01  WS-CHAL-COUNT             PIC 9(3) COMP VALUE 0.
011500 01  WS-CHAL-TABLE.
011600     05 WS-CHAL-ENTRY OCCURS 50 TIMES
011700            INDEXED BY WS-CHAL-IDX.
011800         10 WS-CHAL-ID         PIC X(06).
011900         10 WS-CHAL-NAME       PIC X(30).
012000         10 WS-CHAL-START      PIC X(10).
012100         10 WS-CHAL-END        PIC X(10).
012200         10 WS-CHAL-WEEKS      PIC 9(02).
012300         10 WS-CHAL-BY         PIC X(08).
012400
012500 01  WS-ENRL-COUNT             PIC 9(4) COMP VALUE 0.
012600 01  WS-ENRL-TABLE.
012700     05 WS-ENRL-ENTRY OCCURS 2000 TIMES
012800            INDEXED BY WS-ENRL-IDX.
012900         10 WS-ENRL-CHAL-ID    PIC X(06).
013000         10 WS-ENRL-EMP-ID     PIC X(06).
013100         10 WS-ENRL-DATE       PIC X(10).
013200         10 WS-ENRL-STATUS     PIC X(01).
013300            88 ENRL-ACTIVE             VALUE "A".
013400         10 WS-ENRL-BY         PIC X(08).
013500
013600 01  WS-EMP-COUNT              PIC 9(3) COMP VALUE 0.
013700 01  WS-EMP-TABLE.
013800     05 WS-EMP-ENTRY OCCURS 500 TIMES
013900            INDEXED BY WS-EMP-IDX.
014000         10 WS-EMP-ID          PIC X(06).
014100         10 WS-EMP-NAME        PIC X(25).
014200         10 WS-EMP-DEPT        PIC X(15).
014250         10 WS-EMP-SEP-DATE    PIC X(10).
014300
014400*    A YYYY-MM-DD DATE BROKEN OUT FOR CHECKING AND FOR STEPPING
014500*    FORWARD A DAY AT A TIME.
014600 01  WS-DATE-WORK.
014700     05 WS-DW-YYYY             PIC 9(4).
014800     05 WS-DW-F1               PIC X.
014900     05 WS-DW-MM               PIC 99.
015000     05 WS-DW-F2               PIC X.
015100     05 WS-DW-DD               PIC 99.
015200 01  WS-MONTH-DAYS-LIT         PIC X(24)
015300         VALUE '312831303130313130313031'.
015400 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
015500     05 WS-MONTH-DAYS          PIC 99 OCCURS 12 TIMES.
015600 01  WS-MONTH-LIMIT            PIC 99 VALUE 0.
015700 01  WS-LEAP-FIELDS.
015800     05 WS-QUOT                PIC 9(4).
015900     05 WS-REM-4               PIC 9.
016000     05 WS-REM-100             PIC 99.
016100     05 WS-REM-400             PIC 9(3).
016200
016300 01  WS-RUN-DATE.
016400     05 WS-RUN-YYYY            PIC 9(4).
016500     05 WS-RUN-MM              PIC 99.
016600     05 WS-RUN-DD              PIC 99.
016700 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
016800
016900 01  SIGN-REQUEST-FIELDS.
017000     05 SIGN-FUNCTION          PIC X.
017100     05 SIGN-PROGRAM           PIC X(10).
017200     05 SIGN-ACTION            PIC X(08).
017300     05 SIGN-DETAIL            PIC X(60).
017400 01  SIGN-RESULT-FIELDS.
017500     05 SIGN-RESULT            PIC X.
017600        88 SIGN-GRANTED                 VALUE "G".
017700        88 SIGN-REFUSED                 VALUE "R".
017800     05 SIGN-OPERATOR-ID       PIC X(08).
017900     05 SIGN-OPERATOR-NAME     PIC X(30).
018000     05 SIGN-OPERATOR-ROLE     PIC X(02).
018100     05 SIGN-PASSWORD-HASH     PIC 9(10).
018200
018300 PROCEDURE DIVISION.
018400
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE-RTN.
018700     IF TABLES-OVERFLOWED
018800         DISPLAY "WELLCHAL.TXT OR WELLENRL.TXT OVERFLOWS THE"
018900             " WORK TABLES - SESSION REFUSED, FILES LEFT"
019000             " UNTOUCHED"
019100     ELSE
019200         PERFORM 2000-MAINTENANCE-MENU-RTN
019300             UNTIL NOT MORE-MAINTENANCE
019400         PERFORM 8000-REWRITE-FILES-RTN
019500     END-IF.
019600     PERFORM 9000-TERMINATE-RTN.
019700     STOP RUN.
019800
019900******************************************************************
020000*    1000-INITIALIZE-RTN
020100*    SIGN ON, THEN LOAD THE EMPLOYEE MASTER, THE CHALLENGES AND
020200*    THE ENROLLMENTS INTO THE WORK TABLES.
020300******************************************************************
020400 1000-INITIALIZE-RTN.
020500     MOVE "S" TO SIGN-FUNCTION.
020600     MOVE "WELLMAINT" TO SIGN-PROGRAM.
020700     MOVE SPACES TO SIGN-ACTION.
020800     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
020900         SIGN-RESULT-FIELDS.
021000     IF NOT SIGN-GRANTED
021100         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
021200         MOVE 8 TO RETURN-CODE
021300         STOP RUN
021400     END-IF.
021500     DISPLAY "WELLMAINT - WELLNESS CHALLENGE ENROLLMENT".
021600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021700     MOVE SPACES TO WS-TODAY-DATE.
021800     STRING WS-RUN-YYYY DELIMITED BY SIZE
021900         '-' DELIMITED BY SIZE
022000         WS-RUN-MM DELIMITED BY SIZE
022100         '-' DELIMITED BY SIZE
022200         WS-RUN-DD DELIMITED BY SIZE
022300         INTO WS-TODAY-DATE.
022400     OPEN INPUT EMPMAST-FILE.
022500     IF WS-EMPMAST-FILE-STATUS NOT = "00"
022600         MOVE "Y" TO WS-EMPMAST-EOF-SWITCH
022700         DISPLAY "WARNING - NO EMPMAST.TXT ON HAND - NOBODY"
022800             " CAN BE ENROLLED"
022900     END-IF.
023000     PERFORM 1200-LOAD-ONE-EMPLOYEE-RTN UNTIL END-OF-EMPMAST.
023100     IF WS-EMPMAST-FILE-STATUS NOT = "35"
023200         CLOSE EMPMAST-FILE
023300     END-IF.
023400     OPEN INPUT CHALLENGE-FILE.
023500     IF WS-CHAL-FILE-STATUS NOT = "00"
023600         MOVE "Y" TO WS-CHAL-EOF-SWITCH
023700         DISPLAY "NO WELLCHAL.TXT ON HAND - STARTING A NEW ONE"
023800     END-IF.
023900     PERFORM 1300-LOAD-ONE-CHALLENGE-RTN
024000         UNTIL END-OF-CHALLENGES.
024100     IF WS-CHAL-FILE-STATUS NOT = "35"
024200         CLOSE CHALLENGE-FILE
024300     END-IF.
024400     OPEN INPUT ENROLLMENT-FILE.
024500     IF WS-ENRL-FILE-STATUS NOT = "00"
024600         MOVE "Y" TO WS-ENRL-EOF-SWITCH
024700     END-IF.
024800     PERFORM 1400-LOAD-ONE-ENROLLMENT-RTN
024900         UNTIL END-OF-ENROLLMENTS.
025000     IF WS-ENRL-FILE-STATUS NOT = "35"
025100         CLOSE ENROLLMENT-FILE
025200     END-IF.
025300
025400******************************************************************
025500*    1200-LOAD-ONE-EMPLOYEE-RTN
025600*    LOAD ONE MASTER RECORD INTO THE EMPLOYEE TABLE. THE MASTER
025700*    IS ONLY READ HERE, SO AN OVERFLOW JUST MEANS THE LATER
025800*    EMPLOYEES CANNOT BE ENROLLED THIS SESSION.
025900******************************************************************
026000 1200-LOAD-ONE-EMPLOYEE-RTN.
026100     READ EMPMAST-FILE
026200         AT END
026300             MOVE "Y" TO WS-EMPMAST-EOF-SWITCH
026400         NOT AT END
026500             IF WS-EMP-COUNT < 500
026600                 ADD 1 TO WS-EMP-COUNT
026700                 SET WS-EMP-IDX TO WS-EMP-COUNT
026800                 MOVE EM-EMP-ID TO WS-EMP-ID(WS-EMP-IDX)
026900                 MOVE EM-NAME TO WS-EMP-NAME(WS-EMP-IDX)
027000                 MOVE EM-DEPT TO WS-EMP-DEPT(WS-EMP-IDX)
027050                 MOVE EM-SEP-DATE TO WS-EMP-SEP-DATE(WS-EMP-IDX)
027100             ELSE
027200                 DISPLAY "EMPLOYEE TABLE FULL -"
027300                     " ID " EM-EMP-ID " NOT LOADED"
027400             END-IF
027500     END-READ.
027600
027700******************************************************************
027800*    1300-LOAD-ONE-CHALLENGE-RTN
027900*    LOAD ONE CHALLENGE INTO THE WORK TABLE.
028000******************************************************************
028100 1300-LOAD-ONE-CHALLENGE-RTN.
028200     READ CHALLENGE-FILE
028300         AT END
028400             MOVE "Y" TO WS-CHAL-EOF-SWITCH
028500         NOT AT END
028600             IF WS-CHAL-COUNT < 50
028700                 ADD 1 TO WS-CHAL-COUNT
028800                 SET WS-CHAL-IDX TO WS-CHAL-COUNT
028900                 MOVE WCH-ID TO WS-CHAL-ID(WS-CHAL-IDX)
029000                 MOVE WCH-NAME TO WS-CHAL-NAME(WS-CHAL-IDX)
029100                 MOVE WCH-START-DATE
029200                     TO WS-CHAL-START(WS-CHAL-IDX)
029300                 MOVE WCH-END-DATE TO WS-CHAL-END(WS-CHAL-IDX)
029400                 MOVE WCH-WEEKS TO WS-CHAL-WEEKS(WS-CHAL-IDX)
029500                 MOVE WCH-CREATED-BY TO WS-CHAL-BY(WS-CHAL-IDX)
029600             ELSE
029700                 MOVE "Y" TO WS-OVERFLOW-SWITCH
029800                 MOVE "Y" TO WS-CHAL-EOF-SWITCH
029900             END-IF
030000     END-READ.
030100
030200******************************************************************
030300*    1400-LOAD-ONE-ENROLLMENT-RTN
030400*    LOAD ONE ENROLLMENT INTO THE WORK TABLE.
030500******************************************************************
030600 1400-LOAD-ONE-ENROLLMENT-RTN.
030700     READ ENROLLMENT-FILE
030800         AT END
030900             MOVE "Y" TO WS-ENRL-EOF-SWITCH
031000         NOT AT END
031100             IF WS-ENRL-COUNT < 2000
031200                 ADD 1 TO WS-ENRL-COUNT
031300                 SET WS-ENRL-IDX TO WS-ENRL-COUNT
031400                 MOVE WEN-CHAL-ID TO WS-ENRL-CHAL-ID(WS-ENRL-IDX)
031500                 MOVE WEN-EMP-ID TO WS-ENRL-EMP-ID(WS-ENRL-IDX)
031600                 MOVE WEN-ENROLL-DATE
031700                     TO WS-ENRL-DATE(WS-ENRL-IDX)
031800                 MOVE WEN-STATUS TO WS-ENRL-STATUS(WS-ENRL-IDX)
031900                 MOVE WEN-BY TO WS-ENRL-BY(WS-ENRL-IDX)
032000             ELSE
032100                 MOVE "Y" TO WS-OVERFLOW-SWITCH
032200                 MOVE "Y" TO WS-ENRL-EOF-SWITCH
032300             END-IF
032400     END-READ.
032500
032600******************************************************************
032700*    2000-MAINTENANCE-MENU-RTN
032800*    SHOW THE MENU AND DISPATCH TO THE CHOSEN ACTION.
032900******************************************************************
033000 2000-MAINTENANCE-MENU-RTN.
033100     DISPLAY "N) SET UP A NEW CHALLENGE".
033200     DISPLAY "E) ENROLL AN EMPLOYEE".
033300     DISPLAY "D) ENROLL A WHOLE DEPARTMENT".
033400     DISPLAY "W) WITHDRAW AN EMPLOYEE".
033500     DISPLAY "L) LIST A CHALLENGE'S ENROLLMENT".
033600     DISPLAY "Q) QUIT".
033700     DISPLAY "ENTER CHOICE : ".
033800     ACCEPT WS-MENU-CHOICE.
033900     EVALUATE WS-MENU-CHOICE
034000         WHEN "N" WHEN "n"
034100             PERFORM 2100-NEW-CHALLENGE-RTN
034200                 THRU 2100-NEW-CHALLENGE-RTN-EXIT
034300         WHEN "E" WHEN "e"
034400             PERFORM 2200-ENROLL-EMPLOYEE-RTN
034500                 THRU 2200-ENROLL-EMPLOYEE-RTN-EXIT
034600         WHEN "D" WHEN "d"
034700             PERFORM 2300-ENROLL-DEPARTMENT-RTN
034800                 THRU 2300-ENROLL-DEPARTMENT-RTN-EXIT
034900         WHEN "W" WHEN "w"
035000             PERFORM 2400-WITHDRAW-EMPLOYEE-RTN
035100                 THRU 2400-WITHDRAW-EMPLOYEE-RTN-EXIT
035200         WHEN "L" WHEN "l"
035300             PERFORM 2500-LIST-CHALLENGE-RTN
035400                 THRU 2500-LIST-CHALLENGE-RTN-EXIT
035500         WHEN "Q" WHEN "q"
035600             MOVE "N" TO WS-MENU-SWITCH
035700         WHEN OTHER
035800             DISPLAY "INVALID CHOICE - TRY AGAIN."
035900     END-EVALUATE.
036000
036100******************************************************************
036200*    2100-NEW-CHALLENGE-RTN
036300*    TAKE A NEW CHALLENGE -- AN ID NOT ALREADY USED, A NAME, A
036400*    VALID START DATE AND A LENGTH OF 1 TO 26 WEEKS (BLANK
036500*    TAKES TWELVE). THE END DATE IS THE LAST DAY OF THE LAST
036600*    WEEK.
036700******************************************************************
036800 2100-NEW-CHALLENGE-RTN.
036900     DISPLAY "ENTER CHALLENGE ID (6 CHARS) : ".
037000     ACCEPT WS-ENTRY-CHAL-ID.
037100     IF WS-ENTRY-CHAL-ID = SPACES
037200         DISPLAY "ID MUST NOT BE BLANK - SET-UP REJECTED"
037300         GO TO 2100-NEW-CHALLENGE-RTN-EXIT
037400     END-IF.
037500     PERFORM 2700-FIND-CHALLENGE-RTN.
037600     IF CHALLENGE-FOUND
037700         DISPLAY "CHALLENGE " WS-ENTRY-CHAL-ID
037800             " ALREADY EXISTS - SET-UP REJECTED"
037900         GO TO 2100-NEW-CHALLENGE-RTN-EXIT
038000     END-IF.
038100     IF WS-CHAL-COUNT >= 50
038200         DISPLAY "CHALLENGE TABLE FULL - SET-UP REJECTED"
038300         GO TO 2100-NEW-CHALLENGE-RTN-EXIT
038400     END-IF.
038500     DISPLAY "ENTER CHALLENGE NAME : ".
038600     ACCEPT WS-ENTRY-NAME.
038700     IF WS-ENTRY-NAME = SPACES
038800         DISPLAY "NAME MUST NOT BE BLANK - SET-UP REJECTED"
038900         GO TO 2100-NEW-CHALLENGE-RTN-EXIT
039000     END-IF.
039100     DISPLAY "ENTER START DATE (YYYY-MM-DD) : ".
039200     ACCEPT WS-ENTRY-START.
039300     MOVE WS-ENTRY-START TO WS-DATE-WORK.
039400     PERFORM 2900-CHECK-DATE-RTN.
039500     IF NOT DATE-IS-VALID
039600         DISPLAY "START DATE " WS-ENTRY-START
039700             " IS NOT A VALID YYYY-MM-DD DATE - SET-UP"
039800             " REJECTED"
039900         GO TO 2100-NEW-CHALLENGE-RTN-EXIT
040000     END-IF.
040100     DISPLAY "ENTER LENGTH IN WEEKS (BLANK = 12) : ".
040200     ACCEPT WS-ENTRY-WEEKS.
040300     IF WS-ENTRY-WEEKS = SPACES
040400         MOVE 12 TO WS-WEEKS
040500     ELSE
040600         IF WS-ENTRY-WEEKS(2:1) = SPACE
040700             MOVE WS-ENTRY-WEEKS(1:1) TO WS-ENTRY-WEEKS(2:1)
040800             MOVE '0' TO WS-ENTRY-WEEKS(1:1)
040900         END-IF
041000         IF WS-ENTRY-WEEKS IS NOT NUMERIC
041100             DISPLAY "LENGTH MUST BE A NUMBER OF WEEKS -"
041200                 " SET-UP REJECTED"
041300             GO TO 2100-NEW-CHALLENGE-RTN-EXIT
041400         END-IF
041500         MOVE WS-ENTRY-WEEKS TO WS-WEEKS
041600     END-IF.
041700     IF WS-WEEKS = 0 OR WS-WEEKS > 26
041800         DISPLAY "LENGTH MUST BE 1 TO 26 WEEKS - SET-UP"
041900             " REJECTED"
042000         GO TO 2100-NEW-CHALLENGE-RTN-EXIT
042100     END-IF.
042200     COMPUTE WS-DAYS-TO-ADD = WS-WEEKS * 7 - 1.
042300     PERFORM 2950-ADVANCE-ONE-DAY-RTN WS-DAYS-TO-ADD TIMES.
042400     MOVE WS-DATE-WORK TO WS-END-DATE.
042500     ADD 1 TO WS-CHAL-COUNT.
042600     SET WS-CHAL-IDX TO WS-CHAL-COUNT.
042700     MOVE WS-ENTRY-CHAL-ID TO WS-CHAL-ID(WS-CHAL-IDX).
042800     MOVE WS-ENTRY-NAME TO WS-CHAL-NAME(WS-CHAL-IDX).
042900     MOVE WS-ENTRY-START TO WS-CHAL-START(WS-CHAL-IDX).
043000     MOVE WS-END-DATE TO WS-CHAL-END(WS-CHAL-IDX).
043100     MOVE WS-WEEKS TO WS-CHAL-WEEKS(WS-CHAL-IDX).
043200     MOVE SIGN-OPERATOR-ID TO WS-CHAL-BY(WS-CHAL-IDX).
043300     ADD 1 TO CHALLENGE-COUNTER.
043400     MOVE "Y" TO WS-CHANGED-SWITCH.
043500     DISPLAY "CHALLENGE " WS-ENTRY-CHAL-ID " SET UP - "
043600         WS-ENTRY-START " TO " WS-END-DATE ", " WS-WEEKS
043700         " WEEKS.".
043800
043900 2100-NEW-CHALLENGE-RTN-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300*    2200-ENROLL-EMPLOYEE-RTN
044400*    ENROLL ONE EMPLOYEE IN A CHALLENGE THAT HAS NOT ENDED. A
044500*    PREVIOUSLY WITHDRAWN EMPLOYEE IS RE-ENROLLED ON THE SAME
044600*    RECORD.
044700******************************************************************
044800 2200-ENROLL-EMPLOYEE-RTN.
044900     PERFORM 2600-ACCEPT-OPEN-CHALLENGE-RTN.
045000     IF NOT CHALLENGE-FOUND
045100         GO TO 2200-ENROLL-EMPLOYEE-RTN-EXIT
045200     END-IF.
045300     DISPLAY "ENTER EMPLOYEE ID : ".
045400     ACCEPT WS-ENTRY-EMP-ID.
045500     PERFORM 2750-FIND-EMPLOYEE-RTN.
045600     IF NOT EMPLOYEE-FOUND
045700         DISPLAY "ID " WS-ENTRY-EMP-ID
045800             " IS NOT ON EMPMAST.TXT - ENROLLMENT REJECTED"
045900         GO TO 2200-ENROLL-EMPLOYEE-RTN-EXIT
046000     END-IF.
046011     SET WS-EMP-IDX TO WS-EMP-HIT.
046022     IF WS-EMP-SEP-DATE(WS-EMP-IDX) NOT = SPACES
046033         AND WS-EMP-SEP-DATE(WS-EMP-IDX) NOT > WS-TODAY-DATE
046044         DISPLAY "ID " WS-ENTRY-EMP-ID " SEPARATED ON "
046055             WS-EMP-SEP-DATE(WS-EMP-IDX)
046066             " - ENROLLMENT REJECTED"
046077         GO TO 2200-ENROLL-EMPLOYEE-RTN-EXIT
046088     END-IF.
046100     PERFORM 2800-ENROLL-ONE-RTN
046150         THRU 2800-ENROLL-ONE-RTN-EXIT.
046200     IF ENROLLMENT-FOUND
046300         DISPLAY "ID " WS-ENTRY-EMP-ID
046400             " IS ALREADY ENROLLED IN " WS-ENTRY-CHAL-ID
046500     ELSE
046600         SET WS-EMP-IDX TO WS-EMP-HIT
046700         DISPLAY WS-EMP-NAME(WS-EMP-IDX) " ENROLLED IN "
046800             WS-ENTRY-CHAL-ID "."
046900     END-IF.
047000
047100 2200-ENROLL-EMPLOYEE-RTN-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500*    2300-ENROLL-DEPARTMENT-RTN
047600*    ENROLL EVERY EMPLOYEE OF ONE DEPARTMENT WHO IS NOT ALREADY
047700*    IN THE CHALLENGE. ANYONE WHOSE SEPARATION DATE HAS COME IS
047750*    PASSED OVER.
047800******************************************************************
047900 2300-ENROLL-DEPARTMENT-RTN.
048000     PERFORM 2600-ACCEPT-OPEN-CHALLENGE-RTN.
048100     IF NOT CHALLENGE-FOUND
048200         GO TO 2300-ENROLL-DEPARTMENT-RTN-EXIT
048300     END-IF.
048400     DISPLAY "ENTER DEPARTMENT : ".
048500     ACCEPT WS-ENTRY-DEPT.
048600     IF WS-ENTRY-DEPT = SPACES
048700         DISPLAY "DEPARTMENT MUST NOT BE BLANK - NOTHING"
048800             " ENROLLED"
048900         GO TO 2300-ENROLL-DEPARTMENT-RTN-EXIT
049000     END-IF.
049100     MOVE 0 TO DEPT-ENROLL-COUNTER.
049200     PERFORM 2350-ENROLL-IF-IN-DEPT-RTN
049300         VARYING WS-EMP-IDX FROM 1 BY 1
049400         UNTIL WS-EMP-IDX > WS-EMP-COUNT.
049500     DISPLAY DEPT-ENROLL-COUNTER " EMPLOYEES OF "
049600         WS-ENTRY-DEPT " ENROLLED IN " WS-ENTRY-CHAL-ID ".".
049700
049800 2300-ENROLL-DEPARTMENT-RTN-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200*    2350-ENROLL-IF-IN-DEPT-RTN
050300*    ENROLL ONE EMPLOYEE IF THEY BELONG TO THE DEPARTMENT AND
050350*    HAVE NOT LEFT.
050400******************************************************************
050500 2350-ENROLL-IF-IN-DEPT-RTN.
050600     IF WS-EMP-DEPT(WS-EMP-IDX) = WS-ENTRY-DEPT
050633         AND (WS-EMP-SEP-DATE(WS-EMP-IDX) = SPACES
050666         OR WS-EMP-SEP-DATE(WS-EMP-IDX) > WS-TODAY-DATE)
050700         MOVE WS-EMP-ID(WS-EMP-IDX) TO WS-ENTRY-EMP-ID
050800         SET WS-EMP-HIT TO WS-EMP-IDX
050900         PERFORM 2800-ENROLL-ONE-RTN
050950             THRU 2800-ENROLL-ONE-RTN-EXIT
051000         IF NOT ENROLLMENT-FOUND
051100             ADD 1 TO DEPT-ENROLL-COUNTER
051200         END-IF
051300         SET WS-EMP-IDX TO WS-EMP-HIT
051400     END-IF.
051500
051600******************************************************************
051700*    2400-WITHDRAW-EMPLOYEE-RTN
051800*    MARK AN ENROLLED EMPLOYEE WITHDRAWN. THE RECORD STAYS SO
051900*    THE ENROLLMENT HISTORY IS KEPT.
052000******************************************************************
052100 2400-WITHDRAW-EMPLOYEE-RTN.
052200     DISPLAY "ENTER CHALLENGE ID : ".
052300     ACCEPT WS-ENTRY-CHAL-ID.
052400     DISPLAY "ENTER EMPLOYEE ID : ".
052500     ACCEPT WS-ENTRY-EMP-ID.
052600     PERFORM 2850-FIND-ENROLLMENT-RTN.
052700     IF NOT ENROLLMENT-FOUND
052800         DISPLAY "ID " WS-ENTRY-EMP-ID " IS NOT ENROLLED IN "
052900             WS-ENTRY-CHAL-ID
053000         GO TO 2400-WITHDRAW-EMPLOYEE-RTN-EXIT
053100     END-IF.
053200     SET WS-ENRL-IDX TO WS-ENRL-HIT.
053300     MOVE "W" TO WS-ENRL-STATUS(WS-ENRL-IDX).
053400     MOVE SIGN-OPERATOR-ID TO WS-ENRL-BY(WS-ENRL-IDX).
053500     ADD 1 TO WITHDRAW-COUNTER.
053600     MOVE "Y" TO WS-CHANGED-SWITCH.
053700     DISPLAY "ID " WS-ENTRY-EMP-ID " WITHDRAWN FROM "
053800         WS-ENTRY-CHAL-ID ".".
053900
054000 2400-WITHDRAW-EMPLOYEE-RTN-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400*    2500-LIST-CHALLENGE-RTN
054500*    SHOW ONE CHALLENGE AND EVERYONE ENROLLED IN IT.
054600******************************************************************
054700 2500-LIST-CHALLENGE-RTN.
054800     DISPLAY "ENTER CHALLENGE ID : ".
054900     ACCEPT WS-ENTRY-CHAL-ID.
055000     PERFORM 2700-FIND-CHALLENGE-RTN.
055100     IF NOT CHALLENGE-FOUND
055200         DISPLAY "CHALLENGE " WS-ENTRY-CHAL-ID " IS NOT ON FILE"
055300         GO TO 2500-LIST-CHALLENGE-RTN-EXIT
055400     END-IF.
055500     SET WS-CHAL-IDX TO WS-CHAL-HIT.
055600     DISPLAY WS-CHAL-ID(WS-CHAL-IDX) "  "
055700         WS-CHAL-NAME(WS-CHAL-IDX).
055800     DISPLAY "  " WS-CHAL-START(WS-CHAL-IDX) " TO "
055900         WS-CHAL-END(WS-CHAL-IDX) "  "
056000         WS-CHAL-WEEKS(WS-CHAL-IDX) " WEEKS".
056100     MOVE 0 TO LIST-COUNTER.
056200     PERFORM 2550-LIST-ONE-ENROLLMENT-RTN
056300         VARYING WS-ENRL-IDX FROM 1 BY 1
056400         UNTIL WS-ENRL-IDX > WS-ENRL-COUNT.
056500     DISPLAY "  " LIST-COUNTER " ENROLLED.".
056600
056700 2500-LIST-CHALLENGE-RTN-EXIT.
056800     EXIT.
056900
057000******************************************************************
057100*    2550-LIST-ONE-ENROLLMENT-RTN
057200*    SHOW ONE ENROLLMENT OF THE CHALLENGE BEING LISTED, WITH THE
057300*    EMPLOYEE'S NAME AND DEPARTMENT FROM THE MASTER.
057400******************************************************************
057500 2550-LIST-ONE-ENROLLMENT-RTN.
057600     IF WS-ENRL-CHAL-ID(WS-ENRL-IDX) = WS-ENTRY-CHAL-ID
057700         MOVE WS-ENRL-EMP-ID(WS-ENRL-IDX) TO WS-ENTRY-EMP-ID
057800         PERFORM 2750-FIND-EMPLOYEE-RTN
057900         IF EMPLOYEE-FOUND
058000             SET WS-EMP-IDX TO WS-EMP-HIT
058100             MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-ENTRY-NAME
058200             MOVE WS-EMP-DEPT(WS-EMP-IDX) TO WS-ENTRY-DEPT
058300         ELSE
058400             MOVE '(NO LONGER ON EMPMAST)' TO WS-ENTRY-NAME
058500             MOVE SPACES TO WS-ENTRY-DEPT
058600         END-IF
058700         IF ENRL-ACTIVE(WS-ENRL-IDX)
058800             ADD 1 TO LIST-COUNTER
058900             DISPLAY "  " WS-ENTRY-EMP-ID "  "
059000                 WS-ENTRY-NAME(1:25) "  " WS-ENTRY-DEPT "  "
059100                 WS-ENRL-DATE(WS-ENRL-IDX)
059200         ELSE
059300             DISPLAY "  " WS-ENTRY-EMP-ID "  "
059400                 WS-ENTRY-NAME(1:25) "  " WS-ENTRY-DEPT "  "
059500                 WS-ENRL-DATE(WS-ENRL-IDX) "  WITHDRAWN"
059600         END-IF
059700     END-IF.
059800
059900******************************************************************
060000*    2600-ACCEPT-OPEN-CHALLENGE-RTN
060100*    ASK FOR A CHALLENGE ID AND CHECK IT IS ON FILE AND HAS NOT
060200*    ALREADY ENDED. WS-CHAL-FOUND-SWITCH IS LEFT "N" IF NOT.
060300******************************************************************
060400 2600-ACCEPT-OPEN-CHALLENGE-RTN.
060500     DISPLAY "ENTER CHALLENGE ID : ".
060600     ACCEPT WS-ENTRY-CHAL-ID.
060700     PERFORM 2700-FIND-CHALLENGE-RTN.
060800     IF NOT CHALLENGE-FOUND
060900         DISPLAY "CHALLENGE " WS-ENTRY-CHAL-ID " IS NOT ON FILE"
061000     ELSE
061100         SET WS-CHAL-IDX TO WS-CHAL-HIT
061200         IF WS-CHAL-END(WS-CHAL-IDX) < WS-TODAY-DATE
061300             DISPLAY "CHALLENGE " WS-ENTRY-CHAL-ID
061400                 " ENDED " WS-CHAL-END(WS-CHAL-IDX)
061500                 " - NOBODY CAN BE ENROLLED NOW"
061600             MOVE "N" TO WS-CHAL-FOUND-SWITCH
061700         END-IF
061800     END-IF.
061900
062000******************************************************************
062100*    2700-FIND-CHALLENGE-RTN
062200*    SEARCH THE CHALLENGE TABLE FOR WS-ENTRY-CHAL-ID. SETS
062300*    WS-CHAL-FOUND-SWITCH/WS-CHAL-HIT.
062400******************************************************************
062500 2700-FIND-CHALLENGE-RTN.
062600     MOVE "N" TO WS-CHAL-FOUND-SWITCH.
062700     MOVE 0 TO WS-CHAL-HIT.
062800     PERFORM 2710-CHECK-ONE-CHALLENGE-RTN
062900         VARYING WS-CHAL-IDX FROM 1 BY 1
063000         UNTIL WS-CHAL-IDX > WS-CHAL-COUNT OR CHALLENGE-FOUND.
063100
063200******************************************************************
063300*    2710-CHECK-ONE-CHALLENGE-RTN
063400*    COMPARE ONE CHALLENGE TABLE ENTRY AGAINST WS-ENTRY-CHAL-ID.
063500******************************************************************
063600 2710-CHECK-ONE-CHALLENGE-RTN.
063700     IF WS-CHAL-ID(WS-CHAL-IDX) = WS-ENTRY-CHAL-ID
063800         MOVE "Y" TO WS-CHAL-FOUND-SWITCH
063900         SET WS-CHAL-HIT TO WS-CHAL-IDX
064000     END-IF.
064100
064200******************************************************************
064300*    2750-FIND-EMPLOYEE-RTN
064400*    SEARCH THE EMPLOYEE TABLE FOR WS-ENTRY-EMP-ID. SETS
064500*    WS-EMP-FOUND-SWITCH/WS-EMP-HIT.
064600******************************************************************
064700 2750-FIND-EMPLOYEE-RTN.
064800     MOVE "N" TO WS-EMP-FOUND-SWITCH.
064900     MOVE 0 TO WS-EMP-HIT.
065000     PERFORM 2760-CHECK-ONE-EMPLOYEE-RTN
065100         VARYING WS-EMP-IDX FROM 1 BY 1
065200         UNTIL WS-EMP-IDX > WS-EMP-COUNT OR EMPLOYEE-FOUND.
065300
065400******************************************************************
065500*    2760-CHECK-ONE-EMPLOYEE-RTN
065600*    COMPARE ONE EMPLOYEE TABLE ENTRY AGAINST WS-ENTRY-EMP-ID.
065700******************************************************************
065800 2760-CHECK-ONE-EMPLOYEE-RTN.
065900     IF WS-EMP-ID(WS-EMP-IDX) = WS-ENTRY-EMP-ID
066000         MOVE "Y" TO WS-EMP-FOUND-SWITCH
066100         SET WS-EMP-HIT TO WS-EMP-IDX
066200     END-IF.
066300
066400******************************************************************
066500*    2800-ENROLL-ONE-RTN
066600*    ENROLL WS-ENTRY-EMP-ID IN WS-ENTRY-CHAL-ID. IF THEY ARE
066700*    ALREADY ENROLLED WS-ENRL-FOUND-SWITCH COMES BACK "Y" AND
066800*    NOTHING CHANGES; A WITHDRAWN RECORD IS TAKEN BACK UP.
066900******************************************************************
067000 2800-ENROLL-ONE-RTN.
067100     PERFORM 2850-FIND-ENROLLMENT-RTN.
067200     IF ENROLLMENT-FOUND
067300         GO TO 2800-ENROLL-ONE-RTN-EXIT
067400     END-IF.
067500     IF WS-ENRL-HIT = 0
067600         IF WS-ENRL-COUNT >= 2000
067700             DISPLAY "ENROLLMENT TABLE FULL - ID "
067800                 WS-ENTRY-EMP-ID " NOT ENROLLED"
067900             MOVE "Y" TO WS-ENRL-FOUND-SWITCH
068000             GO TO 2800-ENROLL-ONE-RTN-EXIT
068100         END-IF
068200         ADD 1 TO WS-ENRL-COUNT
068300         MOVE WS-ENRL-COUNT TO WS-ENRL-HIT
068400     END-IF.
068500     SET WS-ENRL-IDX TO WS-ENRL-HIT.
068600     MOVE WS-ENTRY-CHAL-ID TO WS-ENRL-CHAL-ID(WS-ENRL-IDX).
068700     MOVE WS-ENTRY-EMP-ID TO WS-ENRL-EMP-ID(WS-ENRL-IDX).
068800     MOVE WS-TODAY-DATE TO WS-ENRL-DATE(WS-ENRL-IDX).
068900     MOVE "A" TO WS-ENRL-STATUS(WS-ENRL-IDX).
069000     MOVE SIGN-OPERATOR-ID TO WS-ENRL-BY(WS-ENRL-IDX).
069100     ADD 1 TO ENROLL-COUNTER.
069200     MOVE "Y" TO WS-CHANGED-SWITCH.
069300
069400 2800-ENROLL-ONE-RTN-EXIT.
069500     EXIT.
069600
069700******************************************************************
069800*    2850-FIND-ENROLLMENT-RTN
069900*    LOOK FOR WS-ENTRY-EMP-ID'S RECORD IN WS-ENTRY-CHAL-ID.
070000*    WS-ENRL-HIT IS THE RECORD, ACTIVE OR WITHDRAWN (ZERO IF
070100*    THERE IS NONE); WS-ENRL-FOUND-SWITCH IS "Y" ONLY IF THE
070200*    EMPLOYEE IS CURRENTLY ENROLLED.
070300******************************************************************
070400 2850-FIND-ENROLLMENT-RTN.
070500     MOVE "N" TO WS-ENRL-FOUND-SWITCH.
070600     MOVE 0 TO WS-ENRL-HIT.
070700     PERFORM 2860-CHECK-ONE-ENROLLMENT-RTN
070800         VARYING WS-ENRL-IDX FROM 1 BY 1
070900         UNTIL WS-ENRL-IDX > WS-ENRL-COUNT OR WS-ENRL-HIT > 0.
071000     IF WS-ENRL-HIT > 0
071100         SET WS-ENRL-IDX TO WS-ENRL-HIT
071200         IF ENRL-ACTIVE(WS-ENRL-IDX)
071300             MOVE "Y" TO WS-ENRL-FOUND-SWITCH
071400         END-IF
071500     END-IF.
071600
071700******************************************************************
071800*    2860-CHECK-ONE-ENROLLMENT-RTN
071900*    COMPARE ONE ENROLLMENT TABLE ENTRY AGAINST THE CHALLENGE
072000*    AND EMPLOYEE ASKED FOR.
072100******************************************************************
072200 2860-CHECK-ONE-ENROLLMENT-RTN.
072300     IF WS-ENRL-CHAL-ID(WS-ENRL-IDX) = WS-ENTRY-CHAL-ID
072400         AND WS-ENRL-EMP-ID(WS-ENRL-IDX) = WS-ENTRY-EMP-ID
072500         SET WS-ENRL-HIT TO WS-ENRL-IDX
072600     END-IF.
072700
072800******************************************************************
072900*    2900-CHECK-DATE-RTN
073000*    CHECK THE YYYY-MM-DD DATE IN WS-DATE-WORK -- DIGITS AND
073100*    DASHES IN THE RIGHT PLACES, A REAL MONTH, AND A DAY THAT
073200*    MONTH HAS (29 FEBRUARY ONLY IN A LEAP YEAR).
073300******************************************************************
073400 2900-CHECK-DATE-RTN.
073500     MOVE "N" TO WS-DATE-OK-SWITCH.
073600     IF WS-DW-YYYY IS NUMERIC
073700         AND WS-DW-MM IS NUMERIC
073800         AND WS-DW-DD IS NUMERIC
073900         AND WS-DW-F1 = '-'
074000         AND WS-DW-F2 = '-'
074100         AND WS-DW-YYYY > 1900
074200         AND WS-DW-MM >= 1 AND WS-DW-MM <= 12
074300         PERFORM 2970-SET-MONTH-LIMIT-RTN
074400         IF WS-DW-DD >= 1 AND WS-DW-DD <= WS-MONTH-LIMIT
074500             MOVE "Y" TO WS-DATE-OK-SWITCH
074600         END-IF
074700     END-IF.
074800
074900******************************************************************
075000*    2950-ADVANCE-ONE-DAY-RTN
075100*    MOVE THE DATE IN WS-DATE-WORK ON BY ONE DAY, ROLLING THE
075200*    MONTH AND YEAR AS NEEDED.
075300******************************************************************
075400 2950-ADVANCE-ONE-DAY-RTN.
075500     PERFORM 2970-SET-MONTH-LIMIT-RTN.
075600     IF WS-DW-DD < WS-MONTH-LIMIT
075700         ADD 1 TO WS-DW-DD
075800     ELSE
075900         MOVE 1 TO WS-DW-DD
076000         IF WS-DW-MM < 12
076100             ADD 1 TO WS-DW-MM
076200         ELSE
076300             MOVE 1 TO WS-DW-MM
076400             ADD 1 TO WS-DW-YYYY
076500         END-IF
076600     END-IF.
076700
076800******************************************************************
076900*    2970-SET-MONTH-LIMIT-RTN
077000*    THE NUMBER OF DAYS IN WS-DW-MM OF WS-DW-YYYY.
077100******************************************************************
077200 2970-SET-MONTH-LIMIT-RTN.
077300     MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-MONTH-LIMIT.
077400     IF WS-DW-MM = 2
077500         DIVIDE WS-DW-YYYY BY 4 GIVING WS-QUOT
077600             REMAINDER WS-REM-4
077700         DIVIDE WS-DW-YYYY BY 100 GIVING WS-QUOT
077800             REMAINDER WS-REM-100
077900         DIVIDE WS-DW-YYYY BY 400 GIVING WS-QUOT
078000             REMAINDER WS-REM-400
078100         IF WS-REM-4 = 0 AND
078200             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
078300             MOVE 29 TO WS-MONTH-LIMIT
078400         END-IF
078500     END-IF.
078600
078700******************************************************************
078800*    8000-REWRITE-FILES-RTN
078900*    WRITE THE CHALLENGE AND ENROLLMENT TABLES BACK OVER THEIR
079000*    FILES -- ONLY WHEN SOMETHING ACTUALLY CHANGED.
079100******************************************************************
079200 8000-REWRITE-FILES-RTN.
079300     IF FILES-CHANGED
079400         OPEN OUTPUT CHALLENGE-FILE
079500         PERFORM 8100-WRITE-ONE-CHALLENGE-RTN
079600             VARYING WS-CHAL-IDX FROM 1 BY 1
079700             UNTIL WS-CHAL-IDX > WS-CHAL-COUNT
079800         CLOSE CHALLENGE-FILE
079900         OPEN OUTPUT ENROLLMENT-FILE
080000         PERFORM 8200-WRITE-ONE-ENROLLMENT-RTN
080100             VARYING WS-ENRL-IDX FROM 1 BY 1
080200             UNTIL WS-ENRL-IDX > WS-ENRL-COUNT
080300         CLOSE ENROLLMENT-FILE
080400     END-IF.
080500
080600******************************************************************
080700*    8100-WRITE-ONE-CHALLENGE-RTN
080800*    WRITE ONE CHALLENGE TABLE ENTRY BACK TO WELLCHAL.TXT.
080900******************************************************************
081000 8100-WRITE-ONE-CHALLENGE-RTN.
081100     MOVE SPACES TO CHALLENGE-RECORD.
081200     MOVE WS-CHAL-ID(WS-CHAL-IDX) TO WCH-ID.
081300     MOVE WS-CHAL-NAME(WS-CHAL-IDX) TO WCH-NAME.
081400     MOVE WS-CHAL-START(WS-CHAL-IDX) TO WCH-START-DATE.
081500     MOVE WS-CHAL-END(WS-CHAL-IDX) TO WCH-END-DATE.
081600     MOVE WS-CHAL-WEEKS(WS-CHAL-IDX) TO WCH-WEEKS.
081700     MOVE WS-CHAL-BY(WS-CHAL-IDX) TO WCH-CREATED-BY.
081800     WRITE CHALLENGE-RECORD.
081900
082000******************************************************************
082100*    8200-WRITE-ONE-ENROLLMENT-RTN
082200*    WRITE ONE ENROLLMENT TABLE ENTRY BACK TO WELLENRL.TXT.
082300******************************************************************
082400 8200-WRITE-ONE-ENROLLMENT-RTN.
082500     MOVE SPACES TO ENROLLMENT-RECORD.
082600     MOVE WS-ENRL-CHAL-ID(WS-ENRL-IDX) TO WEN-CHAL-ID.
082700     MOVE WS-ENRL-EMP-ID(WS-ENRL-IDX) TO WEN-EMP-ID.
082800     MOVE WS-ENRL-DATE(WS-ENRL-IDX) TO WEN-ENROLL-DATE.
082900     MOVE WS-ENRL-STATUS(WS-ENRL-IDX) TO WEN-STATUS.
083000     MOVE WS-ENRL-BY(WS-ENRL-IDX) TO WEN-BY.
083100     WRITE ENROLLMENT-RECORD.
083200
083300******************************************************************
083400*    9000-TERMINATE-RTN
083500*    SIGN OFF WITH THE SESSION'S COUNTS.
083600******************************************************************
083700 9000-TERMINATE-RTN.
083800     DISPLAY "WELLMAINT COMPLETE - " CHALLENGE-COUNTER
083900         " CHALLENGES SET UP, " ENROLL-COUNTER " ENROLLED, "
084000         WITHDRAW-COUNTER " WITHDRAWN.".
084100
084200 END PROGRAM WELLMAINT.
