000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDRCVR.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- POINT-IN-TIME HOLDINGS
001200*                      RECOVERY, BUILT THE SAME WAY AS GAMERCVR.
001300*                      A BAD STOCKTAKE APPLY (OR ANY OTHER BAD
001400*                      RUN AGAINST HOLDINGS.TXT) USED TO MEAN
001500*                      RE-KEYING THE DAMAGE BY HAND. THIS PROGRAM
001600*                      LISTS THE BACKUP GENERATIONS HOLDBKUP
001700*                      TRACKS IN HOLDGEN.DAT, LETS THE OPERATOR
001800*                      PICK ONE, A RECOVERY CUTOFF (DATE AND
001900*                      TIME) AND OPTIONALLY ONE PROGRAM WHOSE
002000*                      CHANGES ARE TO BE LEFT OUT (E.G.
002100*                      STOCKTAK), COPIES THE GENERATION TO
002200*                      HOLDINGS-NEW.TXT AND REPLAYS THE HOLDINGS
002300*                      JOURNAL (HOLDJRNL.TXT, SEE HOLDJWTR)
002400*                      STAMPED ON OR AFTER THE MOMENT THE BACKUP
002500*                      WAS CUT AND UP TO THE CUTOFF, IN ORDER.
002600*                      THE RECONCILIATION REPORT (HOLDRCVR.TXT)
002700*                      PROVES THE REBUILT FILE'S COPY COUNT
002800*                      MATCHES WHAT THE JOURNAL SAYS IT SHOULD
002900*                      BE. HOLDINGS.TXT ITSELF IS NEVER TOUCHED --
003000*                      BACK UP HOLDINGS.TXT, THEN RENAME
003100*                      HOLDINGS-NEW.TXT OVER IT, AS WITH HOLDCONV.
003120*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
003140*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
003160*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
003180*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GENERATION-FILE ASSIGN TO 'HOLDGEN.DAT'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-GEN-FILE-STATUS.
004000
004100     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS BK-KEY
004500         FILE STATUS IS WS-BACKUP-FILE-STATUS.
004600
004700     SELECT NEW-FILE ASSIGN TO 'HOLDINGS-NEW.TXT'
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HOLD-KEY
005100         FILE STATUS IS WS-NEW-FILE-STATUS.
005200
005300     SELECT JOURNAL-FILE ASSIGN TO 'HOLDJRNL.TXT'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
005600
005700     SELECT REPORT-FILE ASSIGN TO 'HOLDRCVR.TXT'
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  GENERATION-FILE.
006700 01  GENERATION-RECORD.
006800     05 GEN-NEXT-NO           PIC 9.
006900     05 FILLER                PIC X(01).
007000     05 GEN-STAMP-ENTRY OCCURS 5 TIMES PIC X(15).
007100
007200 FD  BACKUP-FILE.
007300 01  BACKUP-RECORD.
007400     05 BK-KEY                PIC X(09).
007500     05 BK-REST               PIC X(31).
007600
007700 FD  NEW-FILE.
007800 COPY HOLDREC.
007900
008000 FD  JOURNAL-FILE.
008100 COPY HOLDJRNL.
008200
008300 FD  REPORT-FILE.
008400 01  REPORT-LINE              PIC X(100).
008500
008600 FD  AUDIT-FILE.
008700 COPY AUDITLOG.
008800
008900 WORKING-STORAGE SECTION.
009000 01  SWITCHES.
009100     05 EOF-SWITCH            PIC X VALUE "N".
009200        88 END-OF-FILE                 VALUE "Y".
009300     05 WS-JRN-EOF-SWITCH     PIC X VALUE "N".
009400        88 END-OF-JOURNAL             VALUE "Y".
009500     05 WS-RUN-FAILED-SWITCH  PIC X VALUE "N".
009600        88 RUN-FAILED                 VALUE "Y".
009700     05 WS-MATCH-SWITCH       PIC X VALUE "N".
009800        88 TOTALS-RECONCILE           VALUE "Y".
009900
010000 01  COUNTERS.
010100     05 BASE-REC-COUNTER      PIC 9(7) COMP VALUE 0.
010200     05 JRN-READ-COUNTER      PIC 9(7) COMP VALUE 0.
010300     05 REPLAY-COUNTER        PIC 9(7) COMP VALUE 0.
010400     05 SKIPPED-COUNTER       PIC 9(7) COMP VALUE 0.
010500     05 EXCLUDED-COUNTER      PIC 9(7) COMP VALUE 0.
010600     05 MISMATCH-COUNTER      PIC 9(5) COMP VALUE 0.
010700     05 REPLAY-ERROR-COUNTER  PIC 9(5) COMP VALUE 0.
010800     05 FINAL-REC-COUNTER     PIC 9(7) COMP VALUE 0.
010900     05 WS-EXPECT-COUNT       PIC 9(7) COMP VALUE 0.
011000
011100 01  WS-FILE-STATUSES.
011200     05 WS-GEN-FILE-STATUS    PIC X(02) VALUE "00".
011300     05 WS-BACKUP-FILE-STATUS PIC X(02) VALUE "00".
011400     05 WS-NEW-FILE-STATUS    PIC X(02) VALUE "00".
011500     05 WS-JOURNAL-FILE-STATUS PIC X(02) VALUE "00".
011600
011700 01  WS-BACKUP-NAME           PIC X(20) VALUE SPACES.
011800 01  WS-RECOVER-GEN-NO        PIC 9 VALUE 0.
011900 01  WS-CUTOFF-STAMP          PIC 9(14) VALUE 0.
012000 01  WS-BASE-STAMP            PIC X(14) VALUE SPACES.
012100 01  WS-JRN-STAMP             PIC X(14) VALUE SPACES.
012200 01  WS-SKIP-PROGRAM          PIC X(10) VALUE SPACES.
012300 01  WS-FAIL-REASON           PIC X(30) VALUE SPACES.
012400
012500 01  WS-GEN-FIELDS.
012600     05 WS-GEN-STAMPS.
012700         10 WS-GEN-STAMP-ENTRY OCCURS 5 TIMES PIC X(15).
012800     05 WS-GEN-LIST-NO        PIC 9 VALUE 0.
012900
013000 01  WS-REPORT-FIELDS.
013100     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
013200
013300 01  WS-AUDIT-FIELDS.
013400     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
013500     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
013600     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
013700     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
013800
013900 01  WS-AUDIT-DATE-GROUP.
014000     05 WS-AUDIT-YYYY         PIC 9(4).
014100     05 WS-AUDIT-MM           PIC 99.
014200     05 WS-AUDIT-DD           PIC 99.
014300
014400 01  WS-AUDIT-TIME-GROUP.
014500     05 WS-AUDIT-HH           PIC 99.
014600     05 WS-AUDIT-MIN          PIC 99.
014700     05 WS-AUDIT-SS           PIC 99.
014800     05 WS-AUDIT-HS           PIC 99.
014900
015000 01  LOCK-REQUEST-FIELDS.
015100     05 LOCK-FUNCTION         PIC X.
015200     05 LOCK-CALLER           PIC X(10).
015300 01  LOCK-RESULT-FIELDS.
015400     05 LOCK-RESULT           PIC X.
015500        88 LOCK-GRANTED               VALUE "G".
015600        88 LOCK-BUSY                  VALUE "B".
015700        88 LOCK-FREE                  VALUE "F".
015800     05 LOCK-HOLDER-NAME      PIC X(10).
015900     05 LOCK-TAKEN-TS         PIC X(19).
016000
016006 01  SIGN-REQUEST-FIELDS.
016012     05 SIGN-FUNCTION          PIC X.
016018     05 SIGN-PROGRAM           PIC X(10).
016024     05 SIGN-ACTION            PIC X(08).
016030     05 SIGN-DETAIL            PIC X(60).
016036 01  SIGN-RESULT-FIELDS.
016042     05 SIGN-RESULT            PIC X.
016048        88 SIGN-GRANTED                 VALUE "G".
016054        88 SIGN-REFUSED                 VALUE "R".
016060     05 SIGN-OPERATOR-ID       PIC X(08).
016066     05 SIGN-OPERATOR-NAME     PIC X(30).
016072     05 SIGN-OPERATOR-ROLE     PIC X(02).
016078     05 SIGN-PASSWORD-HASH     PIC 9(10).
016084
016100 PROCEDURE DIVISION.
016200
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE-RTN
016500         THRU 1000-INITIALIZE-RTN-EXIT.
016600     IF NOT RUN-FAILED
016700         PERFORM 2000-RESTORE-BACKUP-RTN
016800     END-IF.
016900     IF NOT RUN-FAILED
017000         PERFORM 3000-REPLAY-JOURNAL-RTN
017100         PERFORM 4000-VERIFY-REBUILD-RTN
017200         PERFORM 8000-WRITE-RECONCILE-RTN
017300     END-IF.
017400     PERFORM 9000-TERMINATE-RTN.
017500     STOP RUN.
017600
017700******************************************************************
017800*    1000-INITIALIZE-RTN
017900*    TAKE THE CATALOG UPDATE INTERLOCK, LIST THE BACKUP
018000*    GENERATIONS ON HAND, AND TAKE THE OPERATOR'S CHOICE OF
018100*    GENERATION, RECOVERY CUTOFF AND PROGRAM TO LEAVE OUT.
018200******************************************************************
018300 1000-INITIALIZE-RTN.
018309     MOVE "S" TO SIGN-FUNCTION.
018318     MOVE "HOLDRCVR" TO SIGN-PROGRAM.
018327     MOVE SPACES TO SIGN-ACTION.
018336     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
018345         SIGN-RESULT-FIELDS.
018354     IF NOT SIGN-GRANTED
018363         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
018372         MOVE 8 TO RETURN-CODE
018381         STOP RUN
018390     END-IF.
018400     DISPLAY "HOLDRCVR - POINT-IN-TIME HOLDINGS RECOVERY".
018500     MOVE "A" TO LOCK-FUNCTION.
018600     MOVE "HOLDRCVR" TO LOCK-CALLER.
018700     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
018800         LOCK-RESULT-FIELDS.
018900     IF LOCK-BUSY
019000         DISPLAY "CATALOG LOCKED BY " LOCK-HOLDER-NAME
019100             " SINCE " LOCK-TAKEN-TS
019200         DISPLAY "TRY AGAIN WHEN THE UPDATE FINISHES - RUN"
019300             " STOPPED"
019400         MOVE 8 TO RETURN-CODE
019500         STOP RUN
019600     END-IF.
019700     OPEN OUTPUT REPORT-FILE.
019800     MOVE SPACES TO REPORT-LINE.
019900     STRING 'POINT-IN-TIME HOLDINGS RECOVERY RECONCILIATION'
020000         DELIMITED BY SIZE INTO REPORT-LINE.
020100     WRITE REPORT-LINE.
020200     MOVE SPACES TO REPORT-LINE.
020300     WRITE REPORT-LINE.
020400     OPEN EXTEND AUDIT-FILE.
020500     IF WS-AUDIT-FILE-STATUS NOT = "00"
020600         OPEN OUTPUT AUDIT-FILE
020700     END-IF.
020800     MOVE 'START' TO WS-AUDIT-EVENT.
020900     MOVE SPACES TO WS-AUDIT-STATUS.
021000     MOVE 0 TO WS-AUDIT-REC-EDIT.
021100     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
021200     PERFORM 1200-READ-GENERATIONS-RTN.
021300     DISPLAY "BACKUP GENERATIONS ON HAND :".
021400     PERFORM 1300-LIST-ONE-GEN-RTN
021500         VARYING WS-GEN-LIST-NO FROM 1 BY 1
021600         UNTIL WS-GEN-LIST-NO > 5.
021700     DISPLAY "ENTER GENERATION TO RECOVER FROM (1-5, 0 = NONE)"
021800         " : ".
021900     ACCEPT WS-RECOVER-GEN-NO.
022000     IF WS-RECOVER-GEN-NO < 1 OR WS-RECOVER-GEN-NO > 5
022100         DISPLAY "NO RECOVERY PERFORMED"
022200         MOVE "Y" TO WS-RUN-FAILED-SWITCH
022300         GO TO 1000-INITIALIZE-RTN-EXIT
022400     END-IF.
022500     IF WS-GEN-STAMP-ENTRY(WS-RECOVER-GEN-NO) = SPACES
022600         DISPLAY "GENERATION " WS-RECOVER-GEN-NO
022700             " HAS NEVER BEEN TAKEN - NO RECOVERY PERFORMED"
022800         MOVE "Y" TO WS-RUN-FAILED-SWITCH
022900         GO TO 1000-INITIALIZE-RTN-EXIT
023000     END-IF.
023100     MOVE WS-GEN-STAMP-ENTRY(WS-RECOVER-GEN-NO)(1:14)
023200         TO WS-BASE-STAMP.
023300     DISPLAY "ENTER RECOVERY CUTOFF (YYYYMMDDHHMMSS,"
023400         " 0 = WHOLE JOURNAL) : ".
023500     ACCEPT WS-CUTOFF-STAMP.
023600     IF WS-CUTOFF-STAMP IS NOT NUMERIC
023700         MOVE 0 TO WS-CUTOFF-STAMP
023800     END-IF.
023900     DISPLAY "ENTER PROGRAM WHOSE CHANGES ARE TO BE LEFT OUT"
024000         " (E.G. STOCKTAK, BLANK = NONE) : ".
024100     ACCEPT WS-SKIP-PROGRAM.
024200     MOVE SPACES TO WS-BACKUP-NAME.
024300     STRING 'HOLDBK' DELIMITED BY SIZE
024400         WS-RECOVER-GEN-NO DELIMITED BY SIZE
024500         '.TXT' DELIMITED BY SIZE
024600         INTO WS-BACKUP-NAME.
024700
024800 1000-INITIALIZE-RTN-EXIT.
024900     EXIT.
025000
025100******************************************************************
025200*    1100-WRITE-AUDIT-LINE-RTN
025300*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
025400*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
025500*    COMPLETION STATUS.
025600******************************************************************
025700 1100-WRITE-AUDIT-LINE-RTN.
025800     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
025900     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
026000     MOVE SPACES TO AUDIT-LINE.
026100     STRING 'PGM=HOLDRCVR  EVENT=' DELIMITED BY SIZE
026200         WS-AUDIT-EVENT DELIMITED BY SIZE
026300         '  TS=' DELIMITED BY SIZE
026400         WS-AUDIT-YYYY DELIMITED BY SIZE
026500         '-' DELIMITED BY SIZE
026600         WS-AUDIT-MM DELIMITED BY SIZE
026700         '-' DELIMITED BY SIZE
026800         WS-AUDIT-DD DELIMITED BY SIZE
026900         ' ' DELIMITED BY SIZE
027000         WS-AUDIT-HH DELIMITED BY SIZE
027100         ':' DELIMITED BY SIZE
027200         WS-AUDIT-MIN DELIMITED BY SIZE
027300         ':' DELIMITED BY SIZE
027400         WS-AUDIT-SS DELIMITED BY SIZE
027500         '  RECS=' DELIMITED BY SIZE
027600         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
027700         '  STATUS=' DELIMITED BY SIZE
027800         WS-AUDIT-STATUS DELIMITED BY SIZE
027900         INTO AUDIT-LINE.
028000     WRITE AUDIT-LINE.
028100
028200******************************************************************
028300*    1200-READ-GENERATIONS-RTN
028400*    LOAD THE DATE AND TIME EACH BACKUP SLOT WAS TAKEN FROM
028500*    HOLDGEN.DAT.
028600******************************************************************
028700 1200-READ-GENERATIONS-RTN.
028800     MOVE SPACES TO WS-GEN-STAMPS.
028900     OPEN INPUT GENERATION-FILE.
029000     IF WS-GEN-FILE-STATUS = "00"
029100         READ GENERATION-FILE
029200             AT END
029300                 CONTINUE
029400             NOT AT END
029500                 MOVE GEN-STAMP-ENTRY(1) TO WS-GEN-STAMP-ENTRY(1)
029600                 MOVE GEN-STAMP-ENTRY(2) TO WS-GEN-STAMP-ENTRY(2)
029700                 MOVE GEN-STAMP-ENTRY(3) TO WS-GEN-STAMP-ENTRY(3)
029800                 MOVE GEN-STAMP-ENTRY(4) TO WS-GEN-STAMP-ENTRY(4)
029900                 MOVE GEN-STAMP-ENTRY(5) TO WS-GEN-STAMP-ENTRY(5)
030000         END-READ
030100         CLOSE GENERATION-FILE
030200     END-IF.
030300
030400******************************************************************
030500*    1300-LIST-ONE-GEN-RTN
030600*    SHOW ONE BACKUP GENERATION SLOT AND WHEN IT WAS TAKEN.
030700******************************************************************
030800 1300-LIST-ONE-GEN-RTN.
030900     IF WS-GEN-STAMP-ENTRY(WS-GEN-LIST-NO) = SPACES
031000         DISPLAY "  GEN " WS-GEN-LIST-NO " - (NEVER TAKEN)"
031100     ELSE
031200         DISPLAY "  GEN " WS-GEN-LIST-NO " - TAKEN "
031300             WS-GEN-STAMP-ENTRY(WS-GEN-LIST-NO)
031400     END-IF.
031500
031600******************************************************************
031700*    2000-RESTORE-BACKUP-RTN
031800*    COPY THE CHOSEN BACKUP GENERATION TO HOLDINGS-NEW.TXT,
031900*    ROLLING ITS COPY COUNT INTO THE EXPECTED FIGURE THE REPLAY
032000*    WILL ADJUST.
032100******************************************************************
032200 2000-RESTORE-BACKUP-RTN.
032300     MOVE "N" TO EOF-SWITCH.
032400     OPEN INPUT BACKUP-FILE.
032500     IF WS-BACKUP-FILE-STATUS NOT = "00"
032600         DISPLAY "CANNOT OPEN " WS-BACKUP-NAME
032700             " - NO RECOVERY PERFORMED"
032800         MOVE "Y" TO WS-RUN-FAILED-SWITCH
032900     ELSE
033000         OPEN OUTPUT NEW-FILE
033100         PERFORM 2100-RESTORE-ONE-RTN UNTIL END-OF-FILE
033200         CLOSE BACKUP-FILE
033300         CLOSE NEW-FILE
033400         MOVE BASE-REC-COUNTER TO WS-EDIT-COUNT
033500         DISPLAY "RESTORED " WS-EDIT-COUNT " COPIES FROM "
033600             WS-BACKUP-NAME
033700     END-IF.
033800
033900******************************************************************
034000*    2100-RESTORE-ONE-RTN
034100*    COPY ONE BACKUP RECORD TO THE REBUILD FILE AND COUNT IT
034200*    INTO THE EXPECTED TOTAL.
034300******************************************************************
034400 2100-RESTORE-ONE-RTN.
034500     READ BACKUP-FILE
034600         AT END
034700             MOVE "Y" TO EOF-SWITCH
034800         NOT AT END
034900             ADD 1 TO BASE-REC-COUNTER
035000             MOVE BACKUP-RECORD TO HOLDING-RECORD
035100             WRITE HOLDING-RECORD
035200             ADD 1 TO WS-EXPECT-COUNT
035300     END-READ.
035400
035500******************************************************************
035600*    3000-REPLAY-JOURNAL-RTN
035700*    REPLAY EVERY JOURNALED CHANGE STAMPED ON OR AFTER THE
035800*    MOMENT THE BACKUP WAS CUT AND ON OR BEFORE THE CUTOFF, IN
035900*    THE ORDER IT WAS MADE. THE BACKUP'S OWN SECOND IS INCLUDED
036000*    -- A CHANGE THAT REALLY IS IN THE BACKUP SURFACES AS A
036100*    REPORTED REPLAY FAILURE INSTEAD OF SILENT LOSS. NO JOURNAL
036200*    ON HAND MEANS THE BACKUP IS THE POINT IN TIME.
036300******************************************************************
036400 3000-REPLAY-JOURNAL-RTN.
036500     OPEN I-O NEW-FILE.
036600     IF WS-NEW-FILE-STATUS NOT = "00"
036700         DISPLAY "CANNOT REOPEN HOLDINGS-NEW.TXT - STATUS "
036800             WS-NEW-FILE-STATUS
036900         MOVE "Y" TO WS-RUN-FAILED-SWITCH
037000         MOVE "Y" TO WS-JRN-EOF-SWITCH
037100     END-IF.
037200     OPEN INPUT JOURNAL-FILE.
037300     IF WS-JOURNAL-FILE-STATUS NOT = "00"
037400         MOVE "Y" TO WS-JRN-EOF-SWITCH
037500         DISPLAY "NO HOLDJRNL.TXT ON HAND - NOTHING TO REPLAY"
037600     END-IF.
037700     PERFORM 3100-REPLAY-ONE-RTN UNTIL END-OF-JOURNAL.
037800     IF WS-JOURNAL-FILE-STATUS NOT = "35"
037900         CLOSE JOURNAL-FILE
038000     END-IF.
038100     IF WS-NEW-FILE-STATUS NOT = "35"
038200         CLOSE NEW-FILE
038300     END-IF.
038400
038500******************************************************************
038600*    3100-REPLAY-ONE-RTN
038700*    READ ONE JOURNAL LINE AND REPLAY IT IF IT FALLS INSIDE THE
038800*    RECOVERY WINDOW. A LINE FROM THE PROGRAM BEING LEFT OUT IS
038900*    LISTED ON THE REPORT AND NOT REPLAYED.
039000******************************************************************
039100 3100-REPLAY-ONE-RTN.
039200     READ JOURNAL-FILE
039300         AT END
039400             MOVE "Y" TO WS-JRN-EOF-SWITCH
039500         NOT AT END
039600             ADD 1 TO JRN-READ-COUNTER
039700             MOVE SPACES TO WS-JRN-STAMP
039800             STRING HJR-DATE(1:4) DELIMITED BY SIZE
039900                 HJR-DATE(6:2) DELIMITED BY SIZE
040000                 HJR-DATE(9:2) DELIMITED BY SIZE
040100                 HJR-TIME(1:2) DELIMITED BY SIZE
040200                 HJR-TIME(4:2) DELIMITED BY SIZE
040300                 HJR-TIME(7:2) DELIMITED BY SIZE
040400                 INTO WS-JRN-STAMP
040500             IF WS-JRN-STAMP NOT < WS-BASE-STAMP
040600                 AND (WS-CUTOFF-STAMP = 0
040700                 OR WS-JRN-STAMP NOT > WS-CUTOFF-STAMP)
040800                 IF WS-SKIP-PROGRAM NOT = SPACES
040900                     AND HJR-PROGRAM = WS-SKIP-PROGRAM
041000                     ADD 1 TO EXCLUDED-COUNTER
041100                     PERFORM 7100-REPORT-EXCLUDED-RTN
041200                 ELSE
041300                     PERFORM 3200-APPLY-ONE-ENTRY-RTN
041400                 END-IF
041500             ELSE
041600                 ADD 1 TO SKIPPED-COUNTER
041700             END-IF
041800     END-READ.
041900
042000******************************************************************
042100*    3200-APPLY-ONE-ENTRY-RTN
042200*    APPLY ONE IN-WINDOW JOURNAL ENTRY TO THE REBUILD FILE AND
042300*    ADJUST THE EXPECTED COUNT WITH IT.
042400******************************************************************
042500 3200-APPLY-ONE-ENTRY-RTN.
042600     ADD 1 TO REPLAY-COUNTER.
042700     EVALUATE TRUE
042800         WHEN HJR-IS-ADD
042900             PERFORM 3300-REPLAY-ADD-RTN
043000         WHEN HJR-IS-CHANGE
043100             PERFORM 3400-REPLAY-CHANGE-RTN
043200         WHEN HJR-IS-DELETE
043300             PERFORM 3500-REPLAY-DELETE-RTN
043400         WHEN OTHER
043500             MOVE 'UNKNOWN JOURNAL ACTION' TO WS-FAIL-REASON
043600             PERFORM 7000-REPORT-REPLAY-ERROR-RTN
043700     END-EVALUATE.
043800
043900******************************************************************
044000*    3300-REPLAY-ADD-RTN
044100*    RE-ADD A JOURNALED NEW COPY. A KEY ALREADY ON THE REBUILD
044200*    FILE MEANS THE JOURNAL AND THE BACKUP DISAGREE -- REPORTED,
044300*    NOT HIDDEN.
044400******************************************************************
044500 3300-REPLAY-ADD-RTN.
044600     MOVE HJR-AFTER TO HOLDING-RECORD.
044700     WRITE HOLDING-RECORD
044800         INVALID KEY
044900             MOVE 'COPY ALREADY ON FILE' TO WS-FAIL-REASON
045000             PERFORM 7000-REPORT-REPLAY-ERROR-RTN
045100         NOT INVALID KEY
045200             ADD 1 TO WS-EXPECT-COUNT
045300     END-WRITE.
045400
045500******************************************************************
045600*    3400-REPLAY-CHANGE-RTN
045700*    REAPPLY A JOURNALED CHANGE OVER THE COPY'S CURRENT RECORD.
045800*    A CURRENT RECORD THAT IS NOT THE JOURNALED BEFORE-IMAGE
045900*    (USUALLY BECAUSE AN EARLIER CHANGE WAS LEFT OUT) IS LISTED
046000*    AS A WARNING AND THE AFTER-IMAGE STILL APPLIED.
046100******************************************************************
046200 3400-REPLAY-CHANGE-RTN.
046300     MOVE HJA-KEY TO HOLD-KEY.
046400     READ NEW-FILE
046500         INVALID KEY
046600             MOVE 'COPY NOT ON FILE' TO WS-FAIL-REASON
046700             PERFORM 7000-REPORT-REPLAY-ERROR-RTN
046800         NOT INVALID KEY
046900             IF HOLDING-RECORD NOT = HJR-BEFORE
047000                 PERFORM 7200-REPORT-MISMATCH-RTN
047100             END-IF
047200             MOVE HJR-AFTER TO HOLDING-RECORD
047300             REWRITE HOLDING-RECORD
047400     END-READ.
047500
047600******************************************************************
047700*    3500-REPLAY-DELETE-RTN
047800*    REAPPLY A JOURNALED DROP OF A COPY (SOLD, SHIPPED BACK,
047900*    REMOVED AT STOCKTAKE OR DELETED THROUGH HOLDMAINT).
048000******************************************************************
048100 3500-REPLAY-DELETE-RTN.
048200     MOVE HJB-KEY TO HOLD-KEY.
048300     READ NEW-FILE
048400         INVALID KEY
048500             MOVE 'COPY NOT ON FILE' TO WS-FAIL-REASON
048600             PERFORM 7000-REPORT-REPLAY-ERROR-RTN
048700         NOT INVALID KEY
048800             IF HOLDING-RECORD NOT = HJR-BEFORE
048900                 PERFORM 7200-REPORT-MISMATCH-RTN
049000             END-IF
049100             SUBTRACT 1 FROM WS-EXPECT-COUNT
049200             DELETE NEW-FILE
049300     END-READ.
049400
049500******************************************************************
049600*    4000-VERIFY-REBUILD-RTN
049700*    ONE PASS OVER THE REBUILT FILE COUNTING COPIES, FOR THE
049800*    RECONCILIATION AGAINST THE EXPECTED COUNT THE REPLAY
049900*    MAINTAINED.
050000******************************************************************
050100 4000-VERIFY-REBUILD-RTN.
050200     MOVE "N" TO EOF-SWITCH.
050300     OPEN INPUT NEW-FILE.
050400     PERFORM 4100-COUNT-ONE-RTN UNTIL END-OF-FILE.
050500     CLOSE NEW-FILE.
050600
050700******************************************************************
050800*    4100-COUNT-ONE-RTN
050900*    COUNT ONE REBUILT COPY.
051000******************************************************************
051100 4100-COUNT-ONE-RTN.
051200     READ NEW-FILE NEXT RECORD
051300         AT END
051400             MOVE "Y" TO EOF-SWITCH
051500         NOT AT END
051600             ADD 1 TO FINAL-REC-COUNTER
051700     END-READ.
051800
051900******************************************************************
052000*    7000-REPORT-REPLAY-ERROR-RTN
052100*    LIST A JOURNAL ENTRY THAT COULD NOT BE REPLAYED -- THE
052200*    JOURNAL AND THE BACKUP DISAGREE AND A HUMAN SHOULD LOOK.
052300******************************************************************
052400 7000-REPORT-REPLAY-ERROR-RTN.
052500     ADD 1 TO REPLAY-ERROR-COUNTER.
052600     MOVE SPACES TO REPORT-LINE.
052700     STRING '*** REPLAY FAILED ' DELIMITED BY SIZE
052800         HJR-ACTION DELIMITED BY SIZE
052900         ' ' DELIMITED BY SIZE
053000         HJR-REASON DELIMITED BY SIZE
053100         ' BY ' DELIMITED BY SIZE
053200         HJR-PROGRAM DELIMITED BY SIZE
053300         ' AT ' DELIMITED BY SIZE
053400         WS-JRN-STAMP DELIMITED BY SIZE
053500         ' KEY=' DELIMITED BY SIZE
053600         HOLD-KEY DELIMITED BY SIZE
053700         ' - ' DELIMITED BY SIZE
053800         WS-FAIL-REASON DELIMITED BY SIZE
053900         INTO REPORT-LINE.
054000     WRITE REPORT-LINE.
054100
054200******************************************************************
054300*    7100-REPORT-EXCLUDED-RTN
054400*    LIST A JOURNAL ENTRY LEFT OUT OF THE REBUILD BECAUSE IT CAME
054500*    FROM THE PROGRAM THE OPERATOR NAMED.
054600******************************************************************
054700 7100-REPORT-EXCLUDED-RTN.
054800     MOVE SPACES TO REPORT-LINE.
054900     STRING 'LEFT OUT ' DELIMITED BY SIZE
055000         HJR-ACTION DELIMITED BY SIZE
055100         ' ' DELIMITED BY SIZE
055200         HJR-REASON DELIMITED BY SIZE
055300         ' BY ' DELIMITED BY SIZE
055400         HJR-PROGRAM DELIMITED BY SIZE
055500         ' AT ' DELIMITED BY SIZE
055600         WS-JRN-STAMP DELIMITED BY SIZE
055700         ' BEFORE=' DELIMITED BY SIZE
055800         HJR-BEFORE DELIMITED BY SIZE
055900         INTO REPORT-LINE.
056000     WRITE REPORT-LINE.
056100
056200******************************************************************
056300*    7200-REPORT-MISMATCH-RTN
056400*    LIST A CHANGE OR DROP WHOSE BEFORE-IMAGE DOES NOT MATCH THE
056500*    COPY AS REBUILT SO FAR. EXPECTED WHEN A PROGRAM HAS BEEN
056600*    LEFT OUT AND A LATER CHANGE TOUCHED THE SAME COPY.
056700******************************************************************
056800 7200-REPORT-MISMATCH-RTN.
056900     ADD 1 TO MISMATCH-COUNTER.
057000     MOVE SPACES TO REPORT-LINE.
057100     STRING 'WARNING  ' DELIMITED BY SIZE
057200         HJR-ACTION DELIMITED BY SIZE
057300         ' ' DELIMITED BY SIZE
057400         HJR-REASON DELIMITED BY SIZE
057500         ' BY ' DELIMITED BY SIZE
057600         HJR-PROGRAM DELIMITED BY SIZE
057700         ' AT ' DELIMITED BY SIZE
057800         WS-JRN-STAMP DELIMITED BY SIZE
057900         ' KEY=' DELIMITED BY SIZE
058000         HOLD-KEY DELIMITED BY SIZE
058100         ' - BEFORE-IMAGE DIFFERS' DELIMITED BY SIZE
058200         INTO REPORT-LINE.
058300     WRITE REPORT-LINE.
058400
058500******************************************************************
058600*    8000-WRITE-RECONCILE-RTN
058700*    WRITE THE RECONCILIATION -- WHAT THE JOURNAL SAYS THE
058800*    REBUILT FILE SHOULD HOLD NEXT TO WHAT IT ACTUALLY HOLDS.
058900******************************************************************
059000 8000-WRITE-RECONCILE-RTN.
059100     MOVE SPACES TO REPORT-LINE.
059200     WRITE REPORT-LINE.
059300     MOVE SPACES TO REPORT-LINE.
059400     STRING 'RECOVERED FROM ' DELIMITED BY SIZE
059500         WS-BACKUP-NAME DELIMITED BY SIZE
059600         ' TAKEN ' DELIMITED BY SIZE
059700         WS-BASE-STAMP DELIMITED BY SIZE
059800         INTO REPORT-LINE.
059900     WRITE REPORT-LINE.
060000     MOVE SPACES TO REPORT-LINE.
060100     IF WS-CUTOFF-STAMP = 0
060200         STRING 'RECOVERY CUTOFF . . . . . . : WHOLE JOURNAL'
060300             DELIMITED BY SIZE INTO REPORT-LINE
060400     ELSE
060500         STRING 'RECOVERY CUTOFF . . . . . . : '
060600             DELIMITED BY SIZE
060700             WS-CUTOFF-STAMP DELIMITED BY SIZE
060800             INTO REPORT-LINE
060900     END-IF.
061000     WRITE REPORT-LINE.
061100     MOVE SPACES TO REPORT-LINE.
061200     IF WS-SKIP-PROGRAM = SPACES
061300         STRING 'PROGRAM LEFT OUT  . . . . . : NONE'
061400             DELIMITED BY SIZE INTO REPORT-LINE
061500     ELSE
061600         STRING 'PROGRAM LEFT OUT  . . . . . : '
061700             DELIMITED BY SIZE
061800             WS-SKIP-PROGRAM DELIMITED BY SIZE
061900             INTO REPORT-LINE
062000     END-IF.
062100     WRITE REPORT-LINE.
062200     MOVE SPACES TO REPORT-LINE.
062300     WRITE REPORT-LINE.
062400     MOVE BASE-REC-COUNTER TO WS-EDIT-COUNT.
062500     MOVE SPACES TO REPORT-LINE.
062600     STRING 'BACKUP COPIES RESTORED  . . : ' DELIMITED BY SIZE
062700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
062800     WRITE REPORT-LINE.
062900     MOVE JRN-READ-COUNTER TO WS-EDIT-COUNT.
063000     MOVE SPACES TO REPORT-LINE.
063100     STRING 'JOURNAL LINES READ  . . . . : ' DELIMITED BY SIZE
063200         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
063300     WRITE REPORT-LINE.
063400     MOVE REPLAY-COUNTER TO WS-EDIT-COUNT.
063500     MOVE SPACES TO REPORT-LINE.
063600     STRING 'REPLAYED IN WINDOW  . . . . : ' DELIMITED BY SIZE
063700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
063800     WRITE REPORT-LINE.
063900     MOVE EXCLUDED-COUNTER TO WS-EDIT-COUNT.
064000     MOVE SPACES TO REPORT-LINE.
064100     STRING 'LEFT OUT BY PROGRAM . . . . : ' DELIMITED BY SIZE
064200         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
064300     WRITE REPORT-LINE.
064400     MOVE SKIPPED-COUNTER TO WS-EDIT-COUNT.
064500     MOVE SPACES TO REPORT-LINE.
064600     STRING 'OUTSIDE WINDOW  . . . . . . : ' DELIMITED BY SIZE
064700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
064800     WRITE REPORT-LINE.
064900     MOVE MISMATCH-COUNTER TO WS-EDIT-COUNT.
065000     MOVE SPACES TO REPORT-LINE.
065100     STRING 'BEFORE-IMAGE WARNINGS . . . : ' DELIMITED BY SIZE
065200         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
065300     WRITE REPORT-LINE.
065400     MOVE REPLAY-ERROR-COUNTER TO WS-EDIT-COUNT.
065500     MOVE SPACES TO REPORT-LINE.
065600     STRING 'REPLAY FAILURES . . . . . . : ' DELIMITED BY SIZE
065700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
065800     WRITE REPORT-LINE.
065900     MOVE SPACES TO REPORT-LINE.
066000     WRITE REPORT-LINE.
066100     MOVE WS-EXPECT-COUNT TO WS-EDIT-COUNT.
066200     MOVE SPACES TO REPORT-LINE.
066300     STRING 'EXPECTED COPY COUNT . . . . : ' DELIMITED BY SIZE
066400         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
066500     WRITE REPORT-LINE.
066600     MOVE FINAL-REC-COUNTER TO WS-EDIT-COUNT.
066700     MOVE SPACES TO REPORT-LINE.
066800     STRING 'REBUILT COPY COUNT  . . . . : ' DELIMITED BY SIZE
066900         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
067000     WRITE REPORT-LINE.
067100     MOVE SPACES TO REPORT-LINE.
067200     WRITE REPORT-LINE.
067300     IF WS-EXPECT-COUNT = FINAL-REC-COUNTER
067400         AND REPLAY-ERROR-COUNTER = 0
067500         MOVE "Y" TO WS-MATCH-SWITCH
067600         MOVE SPACES TO REPORT-LINE
067700         STRING 'REBUILD RECONCILES - BACK UP HOLDINGS.TXT,'
067800             DELIMITED BY SIZE
067900             ' THEN RENAME HOLDINGS-NEW.TXT OVER IT'
068000             DELIMITED BY SIZE
068100             INTO REPORT-LINE
068200         WRITE REPORT-LINE
068300     ELSE
068400         MOVE SPACES TO REPORT-LINE
068500         STRING '*** REBUILD DOES NOT RECONCILE - DO NOT SWAP'
068600             DELIMITED BY SIZE
068700             ' IT IN ***' DELIMITED BY SIZE
068800             INTO REPORT-LINE
068900         WRITE REPORT-LINE
069000     END-IF.
069100
069200******************************************************************
069300*    9000-TERMINATE-RTN
069400*    RELEASE THE INTERLOCK, LOG THE END OF THE RUN AND SIGN OFF.
069500*    A FAILED OR UNRECONCILED REBUILD ENDS WITH A NONZERO RETURN
069600*    CODE.
069700******************************************************************
069800 9000-TERMINATE-RTN.
069900     MOVE "R" TO LOCK-FUNCTION.
070000     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
070100         LOCK-RESULT-FIELDS.
070200     MOVE 'END  ' TO WS-AUDIT-EVENT.
070300     IF RUN-FAILED OR NOT TOTALS-RECONCILE
070400         MOVE 'FAILED' TO WS-AUDIT-STATUS
070500         MOVE 8 TO RETURN-CODE
070600     ELSE
070700         MOVE 'COMPLETE' TO WS-AUDIT-STATUS
070800     END-IF.
070900     MOVE REPLAY-COUNTER TO WS-AUDIT-REC-EDIT.
071000     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
071100     CLOSE AUDIT-FILE.
071200     CLOSE REPORT-FILE.
071300     IF TOTALS-RECONCILE
071400         DISPLAY "HOLDRCVR COMPLETE - " REPLAY-COUNTER
071500             " CHANGES REPLAYED OVER " BASE-REC-COUNTER
071600             " BASE COPIES."
071700         DISPLAY "BACK UP HOLDINGS.TXT, THEN RENAME"
071800             " HOLDINGS-NEW.TXT OVER IT."
071900     ELSE
072000         DISPLAY "HOLDRCVR ENDED WITHOUT A RECONCILED REBUILD -"
072100             " SEE HOLDRCVR.TXT."
072200     END-IF.
072300
072400 END PROGRAM HOLDRCVR.
