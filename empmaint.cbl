002700*                      LOAD-TABLE-AND-REWRITE SHAPE AS LOCMAINT
002800*                      -- THE MASTER IS LINE SEQUENTIAL, SO THE
002900*                      WHOLE FILE IS REWRITTEN AT QUIT.
002906*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002912*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002918*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002924*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002930*    10/15/2026  DLH   EVERY LINE ON THE CHANGE REGISTER
002936*                      (EMPCHGR.TXT) NOW ENDS WITH THE ID OF THE
002942*                      SIGNED-ON OPERATOR WHO MADE THE CHANGE.
002948*    10/15/2026  DLH   EMPMAST.TXT CARRIES A SEPARATION DATE
002954*                      (EM-SEP-DATE, BLANK WHILE EMPLOYED). NEW
002960*                      S) OPTION RECORDS IT (BLANK TAKES TODAY) OR
002966*                      CLEARS IT ON A REHIRE, AND THE REGISTER
002972*                      LINE SHOWS IT. DELETE IS REFUSED FOR AN ID
002978*                      WITH READINGS ON BMIHIST.TXT SO HISTORY IS
002984*                      NO LONGER ORPHANED -- IT IS LEFT TO THE
002990*                      RETENTION PURGE (BMIPURGE).
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REG-FILE-STATUS.
004600
004620     SELECT HISTORY-FILE ASSIGN TO 'BMIHIST.TXT'
004640         ORGANIZATION IS LINE SEQUENTIAL
004660         FILE STATUS IS WS-HIST-FILE-STATUS.
004680
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  EMPMAST-FILE.
005300     05 EM-NAME               PIC X(25).
005400     05 EM-SPCS2              PIC X(02).
005500     05 EM-DEPT               PIC X(15).
005533     05 EM-SPCS3              PIC X(02).
005566     05 EM-SEP-DATE           PIC X(10).
005600
005700 FD  DEPT-FILE.
005800 01  DEPT-RECORD.
005900     05 DL-DEPT               PIC X(15).
006000
006100 FD  REGISTER-FILE.
006200 01  REGISTER-LINE            PIC X(120).
006225
006250 FD  HISTORY-FILE.
006275 01  HISTORY-LINE             PIC X(80).
006300
006400 WORKING-STORAGE SECTION.
006500 01  SWITCHES.
007900        88 MASTER-CHANGED              VALUE "Y".
007910     05 WS-OVERFLOW-SWITCH     PIC X VALUE "N".
007920        88 MASTER-OVERFLOWED           VALUE "Y".
007931     05 WS-HIST-EOF-SWITCH     PIC X VALUE "N".
007942        88 END-OF-HISTORY              VALUE "Y".
007953     05 WS-HIST-HIT-SWITCH     PIC X VALUE "N".
007964        88 HISTORY-ON-FILE             VALUE "Y".
007975     05 WS-DATE-OK-SWITCH      PIC X VALUE "N".
007986        88 DATE-IS-VALID               VALUE "Y".
008000
008100 01  COUNTERS.
008200     05 ADD-COUNTER            PIC 9(3) COMP VALUE 0.
008700     05 WS-EMPMAST-FILE-STATUS PIC X(02) VALUE "00".
008800     05 WS-DEPT-FILE-STATUS    PIC X(02) VALUE "00".
008900     05 WS-REG-FILE-STATUS     PIC X(02) VALUE "00".
008950     05 WS-HIST-FILE-STATUS    PIC X(02) VALUE "00".
009000
009100 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
009200
009400     05 WS-ENTRY-ID            PIC X(06) VALUE SPACES.
009500     05 WS-ENTRY-NAME          PIC X(25) VALUE SPACES.
009600     05 WS-ENTRY-DEPT          PIC X(15) VALUE SPACES.
009650     05 WS-ENTRY-SEP-DATE      PIC X(10) VALUE SPACES.
009700
009800 01  WS-HIT-IDX                PIC 9(3) COMP VALUE 0.
009900 01  WS-REG-ACTION             PIC X(06) VALUE SPACES.
010500         10 WS-EMP-ID          PIC X(06).
010600         10 WS-EMP-NAME        PIC X(25).
010700         10 WS-EMP-DEPT        PIC X(15).
010750         10 WS-EMP-SEP-DATE    PIC X(10).
010800         10 WS-EMP-LIVE        PIC X.
010900            88 EMP-ENTRY-LIVE          VALUE "Y".
011000
012400     05 WS-RUN-MIN             PIC 99.
012500     05 WS-RUN-SS              PIC 99.
012600     05 WS-RUN-HS              PIC 99.
012602
012604
012606 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
012608
012610*    A YYYY-MM-DD DATE BROKEN OUT FOR CHECKING.
012612 01  WS-DATE-WORK.
012614     05 WS-DW-YYYY             PIC 9(4).
012616     05 WS-DW-F1               PIC X.
012618     05 WS-DW-MM               PIC 99.
012620     05 WS-DW-F2               PIC X.
012622     05 WS-DW-DD               PIC 99.
012624 01  WS-MONTH-DAYS-LIT         PIC X(24)
012626         VALUE '312831303130313130313031'.
012628 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIT.
012630     05 WS-MONTH-DAYS          PIC 99 OCCURS 12 TIMES.
012632 01  WS-MONTH-LIMIT            PIC 99 VALUE 0.
012634 01  WS-LEAP-FIELDS.
012636     05 WS-QUOT                PIC 9(4).
012638     05 WS-REM-4               PIC 9.
012640     05 WS-REM-100             PIC 99.
012642     05 WS-REM-400             PIC 9(3).
012644
012646*    ENOUGH OF A BMIHIST.TXT LINE TO SEE WHOSE READING IT IS.
012648 01  WS-HIST-PARSE.
012650     05 WS-HP-DATE             PIC X(10).
012652     05 FILLER                 PIC X(05).
012654     05 WS-HP-EMP-ID           PIC X(06).
012656     05 FILLER                 PIC X(59).
012658
012660 01  SIGN-REQUEST-FIELDS.
012662     05 SIGN-FUNCTION          PIC X.
012664     05 SIGN-PROGRAM           PIC X(10).
012666     05 SIGN-ACTION            PIC X(08).
012668     05 SIGN-DETAIL            PIC X(60).
012670 01  SIGN-RESULT-FIELDS.
012672     05 SIGN-RESULT            PIC X.
012674        88 SIGN-GRANTED                 VALUE "G".
012676        88 SIGN-REFUSED                 VALUE "R".
012678     05 SIGN-OPERATOR-ID       PIC X(08).
012680     05 SIGN-OPERATOR-NAME     PIC X(30).
012682     05 SIGN-OPERATOR-ROLE     PIC X(02).
012684     05 SIGN-PASSWORD-HASH     PIC 9(10).
012700
012800 PROCEDURE DIVISION.
012900
014200*    (APPENDED, SO THE TRAIL SURVIVES ACROSS SESSIONS).
014300******************************************************************
014400 1000-INITIALIZE-RTN.
014409     MOVE "S" TO SIGN-FUNCTION.
014418     MOVE "EMPMAINT" TO SIGN-PROGRAM.
014427     MOVE SPACES TO SIGN-ACTION.
014436     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
014445         SIGN-RESULT-FIELDS.
014454     IF NOT SIGN-GRANTED
014463         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
014472         MOVE 8 TO RETURN-CODE
014481         STOP RUN
014490     END-IF.
014500     DISPLAY "EMPMAINT - EMPLOYEE MASTER MAINTENANCE".
014600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014700     ACCEPT WS-RUN-TIME FROM TIME.
014712     MOVE SPACES TO WS-TODAY-DATE.
014724     STRING WS-RUN-YYYY DELIMITED BY SIZE
014736         '-' DELIMITED BY SIZE
014748         WS-RUN-MM DELIMITED BY SIZE
014760         '-' DELIMITED BY SIZE
014772         WS-RUN-DD DELIMITED BY SIZE
014784         INTO WS-TODAY-DATE.
014800     OPEN INPUT EMPMAST-FILE.
014900     IF WS-EMPMAST-FILE-STATUS NOT = "00"
015000         MOVE "Y" TO WS-EMPMAST-EOF-SWITCH
018600                 MOVE EM-EMP-ID TO WS-EMP-ID(WS-EMP-IDX)
018700                 MOVE EM-NAME TO WS-EMP-NAME(WS-EMP-IDX)
018800                 MOVE EM-DEPT TO WS-EMP-DEPT(WS-EMP-IDX)
018850                 MOVE EM-SEP-DATE TO WS-EMP-SEP-DATE(WS-EMP-IDX)
018900                 MOVE "Y" TO WS-EMP-LIVE(WS-EMP-IDX)
019000             ELSE
019100                 MOVE "Y" TO WS-OVERFLOW-SWITCH
022100     DISPLAY "C) CHANGE AN EMPLOYEE".
022200     DISPLAY "D) DELETE AN EMPLOYEE".
022300     DISPLAY "L) LIST ALL EMPLOYEES".
022350     DISPLAY "S) RECORD OR CLEAR A SEPARATION".
022400     DISPLAY "Q) QUIT".
022500     DISPLAY "ENTER CHOICE : ".
022600     ACCEPT WS-MENU-CHOICE.
023300             PERFORM 2300-DELETE-EMPLOYEE-RTN
023400         WHEN "L" WHEN "l"
023500             PERFORM 2400-LIST-EMPLOYEES-RTN
023533         WHEN "S" WHEN "s"
023566             PERFORM 3000-SEPARATE-EMPLOYEE-RTN
023600         WHEN "Q" WHEN "q"
023700             MOVE "N" TO WS-MENU-SWITCH
023800         WHEN OTHER
027400                             TO WS-EMP-NAME(WS-EMP-IDX)
027500                         MOVE WS-ENTRY-DEPT
027600                             TO WS-EMP-DEPT(WS-EMP-IDX)
027625                         MOVE SPACES TO WS-ENTRY-SEP-DATE
027650                         MOVE SPACES
027675                             TO WS-EMP-SEP-DATE(WS-EMP-IDX)
027700                         MOVE "Y" TO WS-EMP-LIVE(WS-EMP-IDX)
027800                         ADD 1 TO ADD-COUNTER
027900                         MOVE "Y" TO WS-CHANGED-SWITCH
031400                 SET WS-EMP-IDX TO WS-HIT-IDX
031500                 MOVE WS-ENTRY-NAME TO WS-EMP-NAME(WS-EMP-IDX)
031600                 MOVE WS-ENTRY-DEPT TO WS-EMP-DEPT(WS-EMP-IDX)
031633                 MOVE WS-EMP-SEP-DATE(WS-EMP-IDX)
031666                     TO WS-ENTRY-SEP-DATE
031700                 ADD 1 TO CHANGE-COUNTER
031800                 MOVE "Y" TO WS-CHANGED-SWITCH
031900                 MOVE 'CHANGE' TO WS-REG-ACTION
032900
033000******************************************************************
033100*    2300-DELETE-EMPLOYEE-RTN
033200*    DROP AN ID FROM THE MASTER. AN ID WITH READINGS ON
033225*    BMIHIST.TXT IS NOT DROPPED -- THAT WOULD ORPHAN THE
033250*    HISTORY -- THE LEAVER IS GIVEN A SEPARATION DATE INSTEAD
033275*    AND THE HISTORY IS LEFT TO THE RETENTION PURGE (BMIPURGE).
033300******************************************************************
033400 2300-DELETE-EMPLOYEE-RTN.
033500     DISPLAY "ENTER EMPLOYEE ID : ".
033800     IF NOT EMPLOYEE-FOUND
033900         DISPLAY "ID " WS-ENTRY-ID " IS NOT ON THE MASTER"
034000     ELSE
034014         PERFORM 3100-CHECK-HISTORY-RTN
034028         IF HISTORY-ON-FILE
034042             DISPLAY "ID " WS-ENTRY-ID " HAS READINGS ON"
034056                 " BMIHIST.TXT - DELETE REJECTED -"
034070                 " RECORD A SEPARATION (S) INSTEAD"
034084         ELSE
034100             SET WS-EMP-IDX TO WS-HIT-IDX
034200             MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-ENTRY-NAME
034300             MOVE WS-EMP-DEPT(WS-EMP-IDX) TO WS-ENTRY-DEPT
034333             MOVE WS-EMP-SEP-DATE(WS-EMP-IDX)
034366                 TO WS-ENTRY-SEP-DATE
034400             MOVE "N" TO WS-EMP-LIVE(WS-EMP-IDX)
034500             ADD 1 TO DELETE-COUNTER
034600             MOVE "Y" TO WS-CHANGED-SWITCH
034700             MOVE 'DELETE' TO WS-REG-ACTION
034800             PERFORM 2800-WRITE-REGISTER-RTN
034900             DISPLAY "EMPLOYEE DELETED."
034950         END-IF
035000     END-IF.
035100
035200******************************************************************
036700     IF EMP-ENTRY-LIVE(WS-EMP-IDX)
036800         DISPLAY "  " WS-EMP-ID(WS-EMP-IDX) "  "
036900             WS-EMP-NAME(WS-EMP-IDX) "  "
037000             WS-EMP-DEPT(WS-EMP-IDX) "  "
037050             WS-EMP-SEP-DATE(WS-EMP-IDX)
037100     END-IF.
037200
037300******************************************************************
043500******************************************************************
043600*    2800-WRITE-REGISTER-RTN
043700*    APPEND ONE LINE TO THE CHANGE REGISTER -- WHEN, WHAT
043800*    ACTION, THE EMPLOYEE AS KEYED, AND WHICH OPERATOR.
043900******************************************************************
044000 2800-WRITE-REGISTER-RTN.
044100     MOVE SPACES TO REGISTER-LINE.
045600         WS-ENTRY-NAME DELIMITED BY SIZE
045700         ' DEPT=' DELIMITED BY SIZE
045800         WS-ENTRY-DEPT DELIMITED BY SIZE
045811         ' SEP=' DELIMITED BY SIZE
045822         WS-ENTRY-SEP-DATE DELIMITED BY SIZE
045833         ' BY=' DELIMITED BY SIZE
045866         SIGN-OPERATOR-ID DELIMITED BY SIZE
045900         INTO REGISTER-LINE.
046000     WRITE REGISTER-LINE.
046001
046002******************************************************************
046003*    3000-SEPARATE-EMPLOYEE-RTN
046004*    RECORD THE DATE AN EMPLOYEE LEFT (BLANK TAKES TODAY), OR
046005*    CLEAR IT WITH AN ASTERISK WHEN SOMEONE IS TAKEN BACK. THE
046006*    RETENTION PURGE COUNTS ITS DAYS FROM THIS DATE.
046007******************************************************************
046008 3000-SEPARATE-EMPLOYEE-RTN.
046009     DISPLAY "ENTER EMPLOYEE ID : ".
046010     ACCEPT WS-ENTRY-ID.
046011     PERFORM 2500-FIND-EMPLOYEE-RTN.
046012     IF NOT EMPLOYEE-FOUND
046013         DISPLAY "ID " WS-ENTRY-ID " IS NOT ON THE MASTER"
046014     ELSE
046015         SET WS-EMP-IDX TO WS-HIT-IDX
046016         MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-ENTRY-NAME
046017         MOVE WS-EMP-DEPT(WS-EMP-IDX) TO WS-ENTRY-DEPT
046018         DISPLAY "CURRENT SEPARATION DATE : "
046019             WS-EMP-SEP-DATE(WS-EMP-IDX)
046020         DISPLAY "ENTER SEPARATION DATE YYYY-MM-DD"
046021             " (BLANK = TODAY, * = CLEAR) : "
046022         MOVE SPACES TO WS-ENTRY-SEP-DATE
046023         ACCEPT WS-ENTRY-SEP-DATE
046024         IF WS-ENTRY-SEP-DATE = "*"
046025             IF WS-EMP-SEP-DATE(WS-EMP-IDX) = SPACES
046026                 DISPLAY "NO SEPARATION ON FILE -"
046027                     " NOTHING CLEARED"
046028             ELSE
046029                 MOVE SPACES TO WS-ENTRY-SEP-DATE
046030                 MOVE SPACES TO WS-EMP-SEP-DATE(WS-EMP-IDX)
046031                 ADD 1 TO CHANGE-COUNTER
046032                 MOVE "Y" TO WS-CHANGED-SWITCH
046033                 MOVE 'REHIRE' TO WS-REG-ACTION
046034                 PERFORM 2800-WRITE-REGISTER-RTN
046035                 DISPLAY "SEPARATION CLEARED."
046036             END-IF
046037         ELSE
046038             IF WS-ENTRY-SEP-DATE = SPACES
046039                 MOVE WS-TODAY-DATE TO WS-ENTRY-SEP-DATE
046040             END-IF
046041             MOVE WS-ENTRY-SEP-DATE TO WS-DATE-WORK
046042             PERFORM 3200-CHECK-DATE-RTN
046043             IF NOT DATE-IS-VALID
046044                 DISPLAY "DATE " WS-ENTRY-SEP-DATE
046045                     " IS NOT A VALID YYYY-MM-DD DATE -"
046046                     " SEPARATION REJECTED"
046047             ELSE
046048                 SET WS-EMP-IDX TO WS-HIT-IDX
046049                 MOVE WS-ENTRY-SEP-DATE
046050                     TO WS-EMP-SEP-DATE(WS-EMP-IDX)
046051                 ADD 1 TO CHANGE-COUNTER
046052                 MOVE "Y" TO WS-CHANGED-SWITCH
046053                 MOVE 'SEPAR ' TO WS-REG-ACTION
046054                 PERFORM 2800-WRITE-REGISTER-RTN
046055                 DISPLAY "SEPARATION RECORDED."
046056             END-IF
046057         END-IF
046058     END-IF.
046059
046060******************************************************************
046061*    3100-CHECK-HISTORY-RTN
046062*    PASS BMIHIST.TXT LOOKING FOR ANY READING UNDER
046063*    WS-ENTRY-ID. SETS WS-HIST-HIT-SWITCH. NO HISTORY FILE ON
046064*    HAND MEANS NO READINGS.
046065******************************************************************
046066 3100-CHECK-HISTORY-RTN.
046067     MOVE "N" TO WS-HIST-HIT-SWITCH.
046068     MOVE "N" TO WS-HIST-EOF-SWITCH.
046069     OPEN INPUT HISTORY-FILE.
046070     IF WS-HIST-FILE-STATUS NOT = "00"
046071         MOVE "Y" TO WS-HIST-EOF-SWITCH
046072     END-IF.
046073     PERFORM 3150-READ-ONE-HISTORY-RTN
046074         UNTIL END-OF-HISTORY OR HISTORY-ON-FILE.
046075     IF WS-HIST-FILE-STATUS NOT = "35"
046076         CLOSE HISTORY-FILE
046077     END-IF.
046078
046079******************************************************************
046080*    3150-READ-ONE-HISTORY-RTN
046081*    READ ONE HISTORY LINE AND COMPARE ITS ID.
046082******************************************************************
046083 3150-READ-ONE-HISTORY-RTN.
046084     READ HISTORY-FILE INTO WS-HIST-PARSE
046085         AT END
046086             MOVE "Y" TO WS-HIST-EOF-SWITCH
046087         NOT AT END
046088             IF WS-HP-EMP-ID = WS-ENTRY-ID
046089                 MOVE "Y" TO WS-HIST-HIT-SWITCH
046090             END-IF
046091     END-READ.
046092
046093******************************************************************
046094*    3200-CHECK-DATE-RTN
046095*    CHECK THE YYYY-MM-DD DATE IN WS-DATE-WORK -- DIGITS AND
046096*    DASHES IN THE RIGHT PLACES, A REAL MONTH, AND A DAY THAT
046097*    MONTH HAS (29 FEBRUARY ONLY IN A LEAP YEAR).
046098******************************************************************
046099 3200-CHECK-DATE-RTN.
046099     MOVE "N" TO WS-DATE-OK-SWITCH.
046099     IF WS-DW-YYYY IS NUMERIC
046099         AND WS-DW-MM IS NUMERIC
046099         AND WS-DW-DD IS NUMERIC
046099         AND WS-DW-F1 = '-'
046099         AND WS-DW-F2 = '-'
046099         AND WS-DW-YYYY > 1900
046099         AND WS-DW-MM >= 1 AND WS-DW-MM <= 12
046099         PERFORM 3250-SET-MONTH-LIMIT-RTN
046099         IF WS-DW-DD >= 1 AND WS-DW-DD <= WS-MONTH-LIMIT
046099             MOVE "Y" TO WS-DATE-OK-SWITCH
046099         END-IF
046099     END-IF.
046099
046099******************************************************************
046099*    3250-SET-MONTH-LIMIT-RTN
046099*    THE NUMBER OF DAYS IN WS-DW-MM OF WS-DW-YYYY.
046099******************************************************************
046099 3250-SET-MONTH-LIMIT-RTN.
046099     MOVE WS-MONTH-DAYS(WS-DW-MM) TO WS-MONTH-LIMIT.
046099     IF WS-DW-MM = 2
046099         DIVIDE WS-DW-YYYY BY 4 GIVING WS-QUOT
046099             REMAINDER WS-REM-4
046099         DIVIDE WS-DW-YYYY BY 100 GIVING WS-QUOT
046099             REMAINDER WS-REM-100
046099         DIVIDE WS-DW-YYYY BY 400 GIVING WS-QUOT
046099             REMAINDER WS-REM-400
046099         IF WS-REM-4 = 0 AND
046099             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
046099             MOVE 29 TO WS-MONTH-LIMIT
046099         END-IF
046099     END-IF.
046100
046200******************************************************************
046300*    8000-REWRITE-MASTER-RTN
048300         MOVE WS-EMP-ID(WS-EMP-IDX) TO EM-EMP-ID
048400         MOVE WS-EMP-NAME(WS-EMP-IDX) TO EM-NAME
048500         MOVE WS-EMP-DEPT(WS-EMP-IDX) TO EM-DEPT
048550         MOVE WS-EMP-SEP-DATE(WS-EMP-IDX) TO EM-SEP-DATE
048600         WRITE EMPMAST-RECORD
048700     END-IF.
048800
