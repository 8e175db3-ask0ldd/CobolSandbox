002621*                      INSTEAD OF SILENTLY DISCARDED -- A
002622*                      MALFORMED CARD SHOULD COST A MESSAGE, NOT
002623*                      A NIGHT.
002624*    10/15/2026  DLH   GLEXPORT ADDED AS STEP 12, AHEAD OF
002625*                      RPTSPOOL -- THE DAY'S SALES, STOCKTAKE
002626*                      ADJUSTMENTS AND MARKDOWNS GO OUT AS ONE
002627*                      BALANCED GL JOURNAL BATCH (GLJRNL.TXT). ITS
002628*                      ONE PROMPT (BUSINESS DATE) IS ANSWERED
002629*                      BLANK FOR TODAY FROM A CANNED INPUT FILE. A
002630*                      DAY ALREADY EXPORTED OR A BATCH THAT WON'T
002631*                      BALANCE COMES BACK NONZERO AND STOPS THE
002632*                      JOB LIKE ANY OTHER FAILED STEP.
002633*    10/15/2026  DLH   RENTDUE ADDED AS STEP 13, AHEAD OF
002634*                      RPTSPOOL -- SWEEPS THE OPEN RENTALS FOR
002635*                      COPIES PAST THEIR DUE DATE AND WRITES THE
002636*                      OVERDUE LIST (RENTDUE.TXT) SO RPTSPOOL
002637*                      FILES IT. NO ACCEPTS, NO CANNED INPUT.
002638*    10/15/2026  DLH   HOLDBKUP ADDED AS STEP 14, AHEAD OF
002639*                      RPTSPOOL -- CUTS THE NIGHT'S BACKUP
002640*                      GENERATION OF HOLDINGS.TXT (HOLDBK1-5,
002641*                      TRACKED IN HOLDGEN.DAT) THAT HOLDRCVR ROLLS
002642*                      THE HOLDINGS JOURNAL FORWARD OVER. NO
002643*                      ACCEPTS, NO CANNED INPUT.
002644*    10/15/2026  DLH   THE OPERATOR STARTING THE NIGHT SIGNS ON
002645*                      THROUGH OPSIGNON BEFORE THE RUN-MODE
002646*                      PROMPT, AND THEIR ID IS LEFT IN
002647*                      NIGHTOPR.DAT FOR THE LENGTH OF THE JOB SO
002648*                      GAMEBTCH RUNS AND REGISTERS AS THAT
002649*                      OPERATOR. THE FILE IS EMPTIED AT THE END OF
002650*                      THE RUN.
002651*    10/15/2026  DLH   PREFLIGHT (NIGHTCHK) ADDED AS STEP 1, AHEAD
002652*                      OF EVERY STEP THAT UPDATES ANYTHING --
002653*                      CHECKS THE CATALOG, HOLDINGS, EMPLOYEE,
002654*                      LOCATION AND SUPPLIER FILES AND
002655*                      CTLTOTAL.DAT ARE ON HAND, COMPARES THEIR
002656*                      COUNTS WITH THE PRIOR NIGHT'S BASELINE
002657*                      (NIGHTBSL.DAT) AND CHECKS THE CATALOG LOCK
002658*                      IS FREE. A HARD FAILURE COMES BACK NONZERO
002659*                      AND STOPS THE JOB LIKE ANY OTHER FAILED
002660*                      STEP, WITH THE REASON IN ALERTS.TXT; SOFT
002661*                      ANOMALIES ARE WARNED ON AND THE NIGHT GOES
002662*                      ON. BYPASS PREFLIGHT IN NIGHTCTL.TXT IS THE
002663*                      OPERATOR OVERRIDE. THE OTHER STEPS MOVE
002664*                      DOWN ONE.
002665*    10/15/2026  DLH   WEB STOREFRONT STEPS ADDED AFTER HOLDBKUP,
002666*                      AHEAD OF RPTSPOOL -- WEBEXPR PUTS COPIES
002667*                      FROM UNCOLLECTED WEB RESERVATIONS BACK ON
002668*                      THE SHELF, WEBORDR RESERVES COPIES FOR THE
002669*                      DAY'S WEB ORDERS, THEN WEBFEED PUBLISHES
002670*                      WHAT IS LEFT ON THE SHELVES. NO ACCEPTS, NO
002671*                      CANNED INPUT. RPTSPOOL MOVES TO STEP 19.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
003392         ORGANIZATION IS LINE SEQUENTIAL
003394         FILE STATUS IS WS-CAL-FILE-STATUS.
003400
003420     SELECT RUNAS-FILE ASSIGN TO 'NIGHTOPR.DAT'
003440         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS WS-RUNAS-FILE-STATUS.
003480
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  AUDIT-FILE.
003894     05 CAL-SPCS1          PIC X(02).
003896     05 CAL-FREQ           PIC X(08).
003900
003911 FD  RUNAS-FILE.
003925 01  RUNAS-RECORD.
003939     05 RUN-OPERATOR-ID    PIC X(08).
003953     05 RUN-SPCS1          PIC X(02).
003967     05 RUN-STAMP          PIC X(19).
003981
004000 WORKING-STORAGE SECTION.
004100 01  WS-STEP-TABLE.
004200     05 WS-STEP-ENTRY OCCURS 19 TIMES INDEXED BY WS-STEP-IDX.
004300        10 WS-STEP-NAME        PIC X(20).
004400        10 WS-STEP-COMMAND     PIC X(40).
004500
004993     05 ALERT-PROGRAM          PIC X(12).
004994     05 ALERT-MESSAGE          PIC X(80).
004995
004996 01  WS-RUNAS-FILE-STATUS      PIC X(02) VALUE "00".
004997
005000 01  WS-JOB-STATUS-SWITCH      PIC X VALUE "Y".
005100     88 JOB-OK                        VALUE "Y".
005200     88 JOB-FAILED                    VALUE "N".
007000     05 WS-AUDIT-SS            PIC 99.
007100     05 WS-AUDIT-HS            PIC 99.
007200
007206 01  SIGN-REQUEST-FIELDS.
007212     05 SIGN-FUNCTION          PIC X.
007218     05 SIGN-PROGRAM           PIC X(10).
007224     05 SIGN-ACTION            PIC X(08).
007230     05 SIGN-DETAIL            PIC X(60).
007236 01  SIGN-RESULT-FIELDS.
007242     05 SIGN-RESULT            PIC X.
007248        88 SIGN-GRANTED                 VALUE "G".
007254        88 SIGN-REFUSED                 VALUE "R".
007260     05 SIGN-OPERATOR-ID       PIC X(08).
007266     05 SIGN-OPERATOR-NAME     PIC X(30).
007272     05 SIGN-OPERATOR-ROLE     PIC X(02).
007278     05 SIGN-PASSWORD-HASH     PIC 9(10).
007284
007300 PROCEDURE DIVISION.
007400
007500 0000-MAINLINE.
007600     PERFORM 1000-INITIALIZE-RTN.
007700     PERFORM 2000-RUN-STEP-RTN THRU 2000-RUN-STEP-RTN-EXIT
007800         VARYING WS-STEP-IDX FROM 1 BY 1
007900         UNTIL WS-STEP-IDX > 19 OR JOB-FAILED.
008000     PERFORM 9000-TERMINATE-RTN.
008100     MOVE WS-STEP-RETURN-CODE TO RETURN-CODE.
008200     STOP RUN.
008700*    AUDIT.LOG AND LOG THE START OF THE WHOLE JOB.
008800******************************************************************
008900 1000-INITIALIZE-RTN.
008901     MOVE "S" TO SIGN-FUNCTION.
008902     MOVE "NIGHTLYRUN" TO SIGN-PROGRAM.
008903     MOVE SPACES TO SIGN-ACTION.
008904     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
008905         SIGN-RESULT-FIELDS.
008906     IF NOT SIGN-GRANTED
008907         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
008908         MOVE 8 TO RETURN-CODE
008909         STOP RUN
008909     END-IF.
008909     PERFORM 1700-RECORD-RUN-OPERATOR-RTN.
008910     PERFORM 1200-BUILD-STEP-INPUTS-RTN.
008925     MOVE 'PREFLIGHT'           TO WS-STEP-NAME(1).
008940     MOVE './nightchk'          TO WS-STEP-COMMAND(1).
008955     MOVE 'AUDITROT'            TO WS-STEP-NAME(2).
008970     MOVE './auditrot'          TO WS-STEP-COMMAND(2).
008985     MOVE 'BMICALCULATOR BATCH' TO WS-STEP-NAME(3).
009000     MOVE './bmi < BMISTEP.IN'  TO WS-STEP-COMMAND(3).
009015     MOVE 'GAMEARCH'            TO WS-STEP-NAME(4).
009030     MOVE './gamearch < ARSTEP.IN' TO WS-STEP-COMMAND(4).
009045     MOVE 'GAMEFIN ARCHIVE'     TO WS-STEP-NAME(5).
009060     MOVE './gamefin < FINSTEP.IN' TO WS-STEP-COMMAND(5).
009075     MOVE 'GAMEBTCH'            TO WS-STEP-NAME(6).
009090     MOVE './gamebtch'          TO WS-STEP-COMMAND(6).
009105     MOVE 'GAMEFIN BATCH'       TO WS-STEP-NAME(7).
009120     MOVE './gamefin < FINSTEP.IN' TO WS-STEP-COMMAND(7).
009135     MOVE 'GAMEDELT'            TO WS-STEP-NAME(8).
009150     MOVE './gamedelt'          TO WS-STEP-COMMAND(8).
009165     MOVE 'READ-FILE'           TO WS-STEP-NAME(9).
009180     MOVE './readfile < RDSTEP.IN' TO WS-STEP-COMMAND(9).
009195     MOVE 'WRITE-FILE'          TO WS-STEP-NAME(10).
009210     MOVE './writefile < WRSTEP.IN' TO WS-STEP-COMMAND(10).
009225     MOVE 'AUDITRPT'            TO WS-STEP-NAME(11).
009240     MOVE './auditrpt'          TO WS-STEP-COMMAND(11).
009255     MOVE 'GAMEXREF'            TO WS-STEP-NAME(12).
009270     MOVE './gamexref'          TO WS-STEP-COMMAND(12).
009285     MOVE 'GLEXPORT'            TO WS-STEP-NAME(13).
009300     MOVE './glexport < GLSTEP.IN' TO WS-STEP-COMMAND(13).
009315     MOVE 'RENTDUE'             TO WS-STEP-NAME(14).
009330     MOVE './rentdue'           TO WS-STEP-COMMAND(14).
009345     MOVE 'HOLDBKUP'            TO WS-STEP-NAME(15).
009360     MOVE './holdbkup'          TO WS-STEP-COMMAND(15).
009375     MOVE 'WEBEXPR'             TO WS-STEP-NAME(16).
009390     MOVE './webexpr'           TO WS-STEP-COMMAND(16).
009405     MOVE 'WEBORDR'             TO WS-STEP-NAME(17).
009420     MOVE './webordr'           TO WS-STEP-COMMAND(17).
009435     MOVE 'WEBFEED'             TO WS-STEP-NAME(18).
009450     MOVE './webfeed'           TO WS-STEP-COMMAND(18).
009465     MOVE 'RPTSPOOL'            TO WS-STEP-NAME(19).
009480     MOVE './rptspool < SPSTEP.IN' TO WS-STEP-COMMAND(19).
009530     PERFORM 1500-LOAD-CALENDAR-RTN.
009540     PERFORM 1600-WORK-OUT-DATES-RTN.
009520     DISPLAY "RUN MODE (F)RESH OR (R)ESTART : ".
013660     PERFORM 1230-BUILD-WRITEFILE-INPUT-RTN.
013665     PERFORM 1240-BUILD-GAMEFIN-INPUT-RTN.
013666     PERFORM 1250-BUILD-RPTSPOOL-INPUT-RTN.
013668     PERFORM 1270-BUILD-GLEXPORT-INPUT-RTN.
013670
013680******************************************************************
013690*    1210-BUILD-BMI-INPUT-RTN
014096     MOVE 'SPSTEP.IN' TO WS-STEP-INPUT-NAME.
014096     OPEN OUTPUT STEP-INPUT-FILE.
014096     MOVE '0' TO STEP-INPUT-LINE.
014097     WRITE STEP-INPUT-LINE.
014098     CLOSE STEP-INPUT-FILE.
014099
014100******************************************************************
014101*    1270-BUILD-GLEXPORT-INPUT-RTN
014102*    GLEXPORT'S ONLY PROMPT IS THE BUSINESS DATE -- BLANK TAKES
014103*    TODAY, SO NO FURTHER ANSWERS ARE NEEDED.
014104******************************************************************
014105 1270-BUILD-GLEXPORT-INPUT-RTN.
014106     MOVE 'GLSTEP.IN' TO WS-STEP-INPUT-NAME.
014107     OPEN OUTPUT STEP-INPUT-FILE.
014108     MOVE SPACES TO STEP-INPUT-LINE.
014096     WRITE STEP-INPUT-LINE.
014096     CLOSE STEP-INPUT-FILE.
014096
014175                 END-IF
014176             END-IF
014177     END-READ.
014177
014178******************************************************************
014179*    1460-REPORT-BAD-CONTROL-RTN
014180*    A CONTROL LINE THAT PARSES TO NEITHER BYPASS NOR ONLY (OR
016620     CLOSE NIGHT-CKPT-FILE.
016500
016600******************************************************************
016603*    1700-RECORD-RUN-OPERATOR-RTN
016606*    LEAVE THE SIGNED-ON OPERATOR IN NIGHTOPR.DAT FOR THE
016609*    LENGTH OF THE JOB. A STEP THAT SIGNS ON THROUGH OPSIGNON'S
016612*    JOB FUNCTION (GAMEBTCH) RUNS AS THIS OPERATOR, SO ITS
016615*    REGISTER NAMES THE PERSON WHO STARTED THE NIGHT.
016618******************************************************************
016621 1700-RECORD-RUN-OPERATOR-RTN.
016624     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
016627     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
016630     MOVE SPACES TO RUNAS-RECORD.
016633     MOVE SIGN-OPERATOR-ID TO RUN-OPERATOR-ID.
016636     STRING WS-AUDIT-YYYY DELIMITED BY SIZE
016639         '-' DELIMITED BY SIZE
016642         WS-AUDIT-MM DELIMITED BY SIZE
016645         '-' DELIMITED BY SIZE
016648         WS-AUDIT-DD DELIMITED BY SIZE
016651         ' ' DELIMITED BY SIZE
016654         WS-AUDIT-HH DELIMITED BY SIZE
016657         ':' DELIMITED BY SIZE
016660         WS-AUDIT-MIN DELIMITED BY SIZE
016663         ':' DELIMITED BY SIZE
016666         WS-AUDIT-SS DELIMITED BY SIZE
016669         INTO RUN-STAMP.
016672     OPEN OUTPUT RUNAS-FILE.
016675     WRITE RUNAS-RECORD.
016678     CLOSE RUNAS-FILE.
016681
016684******************************************************************
016700*    9000-TERMINATE-RTN
016800*    LOG THE END OF THE WHOLE JOB TO THE SHARED AUDIT.LOG, SHOW
016900*    THE OPERATOR A ONE-LINE SUMMARY, AND CLOSE THE LOG. EMPTY
016933*    NIGHTOPR.DAT SO A STEP PROGRAM RUN BY HAND LATER SIGNS ON
016966*    AT THE TERMINAL INSTEAD OF AS TONIGHT'S OPERATOR.
017000******************************************************************
017100 9000-TERMINATE-RTN.
017200     MOVE 'END  ' TO WS-AUDIT-EVENT.
018200     END-IF.
018300     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
018400     CLOSE AUDIT-FILE.
018433     OPEN OUTPUT RUNAS-FILE.
018466     CLOSE RUNAS-FILE.
018500
018600 END PROGRAM NIGHTLY-RUN.
