000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDBKUP.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- NIGHTLY BACKUP OF THE PHYSICAL
001200*                      HOLDINGS FILE. HOLDINGS.TXT IS UPDATED IN
001300*                      PLACE BY THE COUNTER PROGRAMS, HOLDMAINT,
001400*                      LOCXFER AND STOCKTAK, AND UNLIKE GAMES.TXT
001500*                      IT HAD NO BACKUP GENERATIONS TO FALL BACK
001600*                      ON. THIS STEP COPIES THE FILE INTO THE
001700*                      NEXT OF FIVE CYCLED GENERATIONS (HOLDBK1-
001800*                      HOLDBK5), THE SAME WAY GAMEFIN CYCLES
001900*                      GAMEBK1-5, AND STAMPS THE SLOT WITH THE
002000*                      DATE AND TIME IN HOLDGEN.DAT. HOLDRCVR
002100*                      ROLLS THE HOLDINGS JOURNAL (HOLDJRNL.TXT)
002200*                      FORWARD FROM THAT STAMP TO REBUILD THE
002300*                      FILE. RUNS UNDER THE CATALOG UPDATE
002400*                      INTERLOCK SO NO COUNTER PROGRAM CAN START
002500*                      WHILE THE COPY IS TAKEN. NO HOLDINGS.TXT
002600*                      ON HAND IS NOT AN ERROR -- THERE IS
002700*                      NOTHING TO BACK UP.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS HOLD-KEY
003700         FILE STATUS IS WS-HOLD-FILE-STATUS.
003800
003900     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS BK-KEY
004300         FILE STATUS IS WS-BACKUP-FILE-STATUS.
004400
004500     SELECT GENERATION-FILE ASSIGN TO 'HOLDGEN.DAT'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-GEN-FILE-STATUS.
004800
004900     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  HOLDINGS-FILE.
005600 COPY HOLDREC.
005700
005800 FD  BACKUP-FILE.
005900 01  BACKUP-RECORD.
006000     05 BK-KEY                PIC X(09).
006100     05 BK-REST               PIC X(31).
006200
006300 FD  GENERATION-FILE.
006400 01  GENERATION-RECORD.
006500     05 GEN-NEXT-NO           PIC 9.
006600     05 FILLER                PIC X(01).
006700     05 GEN-STAMP-ENTRY OCCURS 5 TIMES PIC X(15).
006800
006900 FD  AUDIT-FILE.
007000 COPY AUDITLOG.
007100
007200 WORKING-STORAGE SECTION.
007300 01  SWITCHES.
007400     05 EOF-SWITCH            PIC X VALUE "N".
007500        88 END-OF-FILE                 VALUE "Y".
007600
007700 01  COUNTERS.
007800     05 BACKUP-COUNTER        PIC 9(7) COMP VALUE 0.
007900
008000 01  WS-FILE-STATUSES.
008100     05 WS-HOLD-FILE-STATUS   PIC X(02) VALUE "00".
008200     05 WS-BACKUP-FILE-STATUS PIC X(02) VALUE "00".
008300     05 WS-GEN-FILE-STATUS    PIC X(02) VALUE "00".
008400
008500 01  WS-BACKUP-NAME           PIC X(20) VALUE SPACES.
008600 01  WS-THIS-GEN-NO           PIC 9 VALUE 1.
008700
008800 01  WS-GEN-FIELDS.
008900     05 WS-GEN-NEXT-NO        PIC 9 VALUE 1.
009000     05 WS-GEN-STAMPS.
009100         10 WS-GEN-STAMP-ENTRY OCCURS 5 TIMES PIC X(15).
009200
009300 01  WS-RUN-STAMP.
009400     05 WS-RUN-DATE-GROUP.
009500         10 WS-RUN-YYYY       PIC 9(4).
009600         10 WS-RUN-MM         PIC 99.
009700         10 WS-RUN-DD         PIC 99.
009800     05 WS-RUN-TIME-GROUP.
009900         10 WS-RUN-HH         PIC 99.
010000         10 WS-RUN-MIN        PIC 99.
010100         10 WS-RUN-SS         PIC 99.
010200 01  WS-RUN-TIME-FULL.
010300     05 WS-RUN-HHMMSS         PIC X(06).
010400     05 WS-RUN-HS             PIC 99.
010500
010600 01  WS-EDIT-COUNT            PIC ZZZ,ZZ9.
010700
010800 01  WS-AUDIT-FIELDS.
010900     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
011000     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
011100     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
011200     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
011300
011400 01  WS-AUDIT-DATE-GROUP.
011500     05 WS-AUDIT-YYYY         PIC 9(4).
011600     05 WS-AUDIT-MM           PIC 99.
011700     05 WS-AUDIT-DD           PIC 99.
011800
011900 01  WS-AUDIT-TIME-GROUP.
012000     05 WS-AUDIT-HH           PIC 99.
012100     05 WS-AUDIT-MIN          PIC 99.
012200     05 WS-AUDIT-SS           PIC 99.
012300     05 WS-AUDIT-HS           PIC 99.
012400
012500 01  LOCK-REQUEST-FIELDS.
012600     05 LOCK-FUNCTION         PIC X.
012700     05 LOCK-CALLER           PIC X(10).
012800 01  LOCK-RESULT-FIELDS.
012900     05 LOCK-RESULT           PIC X.
013000        88 LOCK-GRANTED               VALUE "G".
013100        88 LOCK-BUSY                  VALUE "B".
013200        88 LOCK-FREE                  VALUE "F".
013300     05 LOCK-HOLDER-NAME      PIC X(10).
013400     05 LOCK-TAKEN-TS         PIC X(19).
013500
013600 PROCEDURE DIVISION.
013700
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE-RTN.
014000     PERFORM 2000-BACKUP-HOLDINGS-RTN.
014100     PERFORM 9000-TERMINATE-RTN.
014200     STOP RUN.
014300
014400******************************************************************
014500*    1000-INITIALIZE-RTN
014600*    TAKE THE CATALOG UPDATE INTERLOCK, LOG THE START OF THE RUN
014700*    AND LOAD THE GENERATION STATE.
014800******************************************************************
014900 1000-INITIALIZE-RTN.
015000     DISPLAY "HOLDBKUP - HOLDINGS BACKUP".
015100     MOVE "A" TO LOCK-FUNCTION.
015200     MOVE "HOLDBKUP" TO LOCK-CALLER.
015300     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
015400         LOCK-RESULT-FIELDS.
015500     IF LOCK-BUSY
015600         DISPLAY "CATALOG LOCKED BY " LOCK-HOLDER-NAME
015700             " SINCE " LOCK-TAKEN-TS
015800         DISPLAY "TRY AGAIN WHEN THE UPDATE FINISHES - RUN"
015900             " STOPPED"
016000         MOVE 8 TO RETURN-CODE
016100         STOP RUN
016200     END-IF.
016300     OPEN EXTEND AUDIT-FILE.
016400     IF WS-AUDIT-FILE-STATUS NOT = "00"
016500         OPEN OUTPUT AUDIT-FILE
016600     END-IF.
016700     MOVE 'START' TO WS-AUDIT-EVENT.
016800     MOVE SPACES TO WS-AUDIT-STATUS.
016900     MOVE 0 TO WS-AUDIT-REC-EDIT.
017000     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
017100     PERFORM 1200-READ-GENERATIONS-RTN.
017200
017300******************************************************************
017400*    1100-WRITE-AUDIT-LINE-RTN
017500*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
017600*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
017700*    COMPLETION STATUS.
017800******************************************************************
017900 1100-WRITE-AUDIT-LINE-RTN.
018000     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
018100     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
018200     MOVE SPACES TO AUDIT-LINE.
018300     STRING 'PGM=HOLDBKUP  EVENT=' DELIMITED BY SIZE
018400         WS-AUDIT-EVENT DELIMITED BY SIZE
018500         '  TS=' DELIMITED BY SIZE
018600         WS-AUDIT-YYYY DELIMITED BY SIZE
018700         '-' DELIMITED BY SIZE
018800         WS-AUDIT-MM DELIMITED BY SIZE
018900         '-' DELIMITED BY SIZE
019000         WS-AUDIT-DD DELIMITED BY SIZE
019100         ' ' DELIMITED BY SIZE
019200         WS-AUDIT-HH DELIMITED BY SIZE
019300         ':' DELIMITED BY SIZE
019400         WS-AUDIT-MIN DELIMITED BY SIZE
019500         ':' DELIMITED BY SIZE
019600         WS-AUDIT-SS DELIMITED BY SIZE
019700         '  RECS=' DELIMITED BY SIZE
019800         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
019900         '  STATUS=' DELIMITED BY SIZE
020000         WS-AUDIT-STATUS DELIMITED BY SIZE
020100         INTO AUDIT-LINE.
020200     WRITE AUDIT-LINE.
020300
020400******************************************************************
020500*    1200-READ-GENERATIONS-RTN
020600*    LOAD THE GENERATION STATE (NEXT SLOT TO OVERWRITE AND THE
020700*    DATE AND TIME EACH SLOT WAS TAKEN) FROM HOLDGEN.DAT.
020800******************************************************************
020900 1200-READ-GENERATIONS-RTN.
021000     MOVE 1 TO WS-GEN-NEXT-NO.
021100     MOVE SPACES TO WS-GEN-STAMPS.
021200     OPEN INPUT GENERATION-FILE.
021300     IF WS-GEN-FILE-STATUS = "00"
021400         READ GENERATION-FILE
021500             AT END
021600                 CONTINUE
021700             NOT AT END
021800                 IF GEN-NEXT-NO IS NUMERIC
021900                     AND GEN-NEXT-NO > 0 AND GEN-NEXT-NO < 6
022000                     MOVE GEN-NEXT-NO TO WS-GEN-NEXT-NO
022100                     MOVE GEN-STAMP-ENTRY(1)
022200                         TO WS-GEN-STAMP-ENTRY(1)
022300                     MOVE GEN-STAMP-ENTRY(2)
022400                         TO WS-GEN-STAMP-ENTRY(2)
022500                     MOVE GEN-STAMP-ENTRY(3)
022600                         TO WS-GEN-STAMP-ENTRY(3)
022700                     MOVE GEN-STAMP-ENTRY(4)
022800                         TO WS-GEN-STAMP-ENTRY(4)
022900                     MOVE GEN-STAMP-ENTRY(5)
023000                         TO WS-GEN-STAMP-ENTRY(5)
023100                 END-IF
023200         END-READ
023300         CLOSE GENERATION-FILE
023400     END-IF.
023500
023600******************************************************************
023700*    1300-WRITE-GENERATIONS-RTN
023800*    WRITE THE GENERATION STATE BACK TO HOLDGEN.DAT.
023900******************************************************************
024000 1300-WRITE-GENERATIONS-RTN.
024100     OPEN OUTPUT GENERATION-FILE.
024200     MOVE SPACES TO GENERATION-RECORD.
024300     MOVE WS-GEN-NEXT-NO TO GEN-NEXT-NO.
024400     MOVE WS-GEN-STAMP-ENTRY(1) TO GEN-STAMP-ENTRY(1).
024500     MOVE WS-GEN-STAMP-ENTRY(2) TO GEN-STAMP-ENTRY(2).
024600     MOVE WS-GEN-STAMP-ENTRY(3) TO GEN-STAMP-ENTRY(3).
024700     MOVE WS-GEN-STAMP-ENTRY(4) TO GEN-STAMP-ENTRY(4).
024800     MOVE WS-GEN-STAMP-ENTRY(5) TO GEN-STAMP-ENTRY(5).
024900     WRITE GENERATION-RECORD.
025000     CLOSE GENERATION-FILE.
025100
025200******************************************************************
025300*    2000-BACKUP-HOLDINGS-RTN
025400*    COPY THE CURRENT HOLDINGS.TXT INTO THE NEXT BACKUP
025500*    GENERATION SLOT AND STAMP THE SLOT WITH THE DATE AND TIME
025600*    THE COPY WAS STARTED -- HOLDRCVR REPLAYS JOURNAL ENTRIES
025700*    FROM THAT MOMENT ON. NO CURRENT HOLDINGS FILE JUST SKIPS
025800*    THE BACKUP.
025900******************************************************************
026000 2000-BACKUP-HOLDINGS-RTN.
026100     MOVE WS-GEN-NEXT-NO TO WS-THIS-GEN-NO.
026200     MOVE SPACES TO WS-BACKUP-NAME.
026300     STRING 'HOLDBK' DELIMITED BY SIZE
026400         WS-THIS-GEN-NO DELIMITED BY SIZE
026500         '.TXT' DELIMITED BY SIZE
026600         INTO WS-BACKUP-NAME.
026700     ACCEPT WS-RUN-DATE-GROUP FROM DATE YYYYMMDD.
026800     ACCEPT WS-RUN-TIME-FULL FROM TIME.
026900     MOVE WS-RUN-HHMMSS TO WS-RUN-TIME-GROUP.
027000     MOVE "N" TO EOF-SWITCH.
027100     OPEN INPUT HOLDINGS-FILE.
027200     IF WS-HOLD-FILE-STATUS NOT = "00"
027300         DISPLAY "NO CURRENT HOLDINGS.TXT - BACKUP SKIPPED"
027400     ELSE
027500         OPEN OUTPUT BACKUP-FILE
027600         PERFORM 2100-BACKUP-ONE-RTN UNTIL END-OF-FILE
027700         CLOSE BACKUP-FILE
027800         CLOSE HOLDINGS-FILE
027900         MOVE WS-RUN-STAMP
028000             TO WS-GEN-STAMP-ENTRY(WS-THIS-GEN-NO)(1:14)
028100         COMPUTE WS-GEN-NEXT-NO = WS-THIS-GEN-NO + 1
028200         IF WS-GEN-NEXT-NO > 5
028300             MOVE 1 TO WS-GEN-NEXT-NO
028400         END-IF
028500         PERFORM 1300-WRITE-GENERATIONS-RTN
028600         MOVE BACKUP-COUNTER TO WS-EDIT-COUNT
028700         DISPLAY "BACKED UP " WS-EDIT-COUNT " COPIES TO "
028800             WS-BACKUP-NAME
028900     END-IF.
029000
029100******************************************************************
029200*    2100-BACKUP-ONE-RTN
029300*    COPY ONE HOLDING RECORD TO THE BACKUP GENERATION.
029400******************************************************************
029500 2100-BACKUP-ONE-RTN.
029600     READ HOLDINGS-FILE
029700         AT END
029800             MOVE "Y" TO EOF-SWITCH
029900         NOT AT END
030000             ADD 1 TO BACKUP-COUNTER
030100             MOVE HOLDING-RECORD TO BACKUP-RECORD
030200             WRITE BACKUP-RECORD
030300     END-READ.
030400
030500******************************************************************
030600*    9000-TERMINATE-RTN
030700*    RELEASE THE INTERLOCK, LOG THE END OF THE RUN AND SIGN OFF.
030800******************************************************************
030900 9000-TERMINATE-RTN.
031000     MOVE "R" TO LOCK-FUNCTION.
031100     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
031200         LOCK-RESULT-FIELDS.
031300     MOVE 'END  ' TO WS-AUDIT-EVENT.
031400     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
031500     MOVE BACKUP-COUNTER TO WS-AUDIT-REC-EDIT.
031600     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
031700     CLOSE AUDIT-FILE.
031800     DISPLAY "HOLDBKUP COMPLETE - " BACKUP-COUNTER
031900         " COPIES BACKED UP.".
032000
032100 END PROGRAM HOLDBKUP.
