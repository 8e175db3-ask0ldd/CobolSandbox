000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WEBEXPR.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- NIGHTLY WEB RESERVATION EXPIRY
001200*                      SWEEP. READS EVERY OPEN RESERVATION ON
001300*                      WEBRESV.TXT (SEE WEBRESV) AND RELEASES THE
001400*                      ONES PAST THEIR LAST PICKUP DAY -- THE COPY
001500*                      GOES BACK ON THE SHELF ON HOLDINGS (LOGGED
001600*                      TO THE HOLDINGS JOURNAL THROUGH HOLDJWTR),
001700*                      THE RESERVATION IS DELETED, AND THE WEBSITE
001800*                      IS TOLD ON WEBACK.TXT (SEE WEBACK) THAT THE
001900*                      ORDER LINE WAS NOT PICKED UP. A COPY THAT
002000*                      HAS SINCE LEFT HOLDINGS JUST HAS ITS
002100*                      RESERVATION DROPPED. THE COPIES TO PUT BACK
002200*                      OUT ARE LISTED ON WEBEXPR.TXT FOR THE
002300*                      STAFF. RUNS AHEAD OF WEBORDR SO A RELEASED
002400*                      COPY CAN GO STRAIGHT TO THE NEXT ORDER.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT WEBRESV-FILE ASSIGN TO 'WEBRESV.TXT'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS WRS-KEY
003400         FILE STATUS IS WS-WRS-FILE-STATUS.
003500
003600     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS HOLD-KEY
004000         FILE STATUS IS WS-HOLD-FILE-STATUS.
004100
004200     SELECT ACK-FILE ASSIGN TO 'WEBACK.TXT'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ACK-FILE-STATUS.
004500
004600     SELECT REPORT-FILE ASSIGN TO 'WEBEXPR.TXT'
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  WEBRESV-FILE.
005600 COPY WEBRESV.
005700
005800 FD  HOLDINGS-FILE.
005900 COPY HOLDREC.
006000
006100 FD  ACK-FILE.
006200 COPY WEBACK.
006300
006400 FD  REPORT-FILE.
006500 01  REPORT-LINE              PIC X(132).
006600
006700 FD  AUDIT-FILE.
006800 COPY AUDITLOG.
006900
007000 WORKING-STORAGE SECTION.
007100 01  SWITCHES.
007200     05 EOF-SWITCH            PIC X VALUE "N".
007300        88 END-OF-FILE                 VALUE "Y".
007400
007500 01  COUNTERS.
007600     05 READ-COUNTER          PIC 9(7) COMP VALUE 0.
007700     05 RELEASED-COUNTER      PIC 9(7) COMP VALUE 0.
007800     05 RESHELVE-COUNTER      PIC 9(7) COMP VALUE 0.
007900     05 GONE-COUNTER          PIC 9(7) COMP VALUE 0.
008000
008100 01  WS-FILE-STATUSES.
008200     05 WS-WRS-FILE-STATUS    PIC X(02) VALUE "00".
008300     05 WS-HOLD-FILE-STATUS   PIC X(02) VALUE "00".
008400     05 WS-ACK-FILE-STATUS    PIC X(02) VALUE "00".
008500
008600 01  WS-RESHELVE-TEXT         PIC X(20) VALUE SPACES.
008700
008800 01  WS-RUN-DATE.
008900     05 WS-RUN-YYYY           PIC 9(4).
009000     05 WS-RUN-MM             PIC 99.
009100     05 WS-RUN-DD             PIC 99.
009200 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
009300
009400*    A MM/DD/YYYY DATE OFF THE RESERVATIONS FILE, TAKEN APART
009500*    FOR ITS DAY SERIAL.
009600 01  WS-DATE-WORK             PIC X(10) VALUE SPACES.
009700 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
009800     05 WS-DW-MM              PIC 99.
009900     05 FILLER                PIC X.
010000     05 WS-DW-DD              PIC 99.
010100     05 FILLER                PIC X.
010200     05 WS-DW-YYYY            PIC 9(4).
010300
010400 01  WS-SERIAL-FIELDS.
010500     05 WS-TODAY-SERIAL       PIC 9(7) COMP VALUE 0.
010600     05 WS-DATE-SERIAL        PIC 9(7) COMP VALUE 0.
010700
010800 01  WS-DAY-SERIAL-FIELDS.
010900     05 WS-DS-YYYY            PIC 9(4).
011000     05 WS-DS-MM              PIC 99.
011100     05 WS-DS-DD              PIC 99.
011200     05 WS-DS-SERIAL          PIC 9(7) COMP.
011300     05 WS-DS-PRIOR-YEAR      PIC 9(4).
011400     05 WS-DS-LEAP-COUNT      PIC 9(5) COMP.
011500     05 WS-DS-QUOT            PIC 9(5) COMP.
011600     05 WS-REM-4              PIC 9.
011700     05 WS-REM-100            PIC 99.
011800     05 WS-REM-400            PIC 9(3).
011900     05 WS-QUOT               PIC 9(4).
012000
012100 01  HJRN-REQUEST-FIELDS.
012200     05 HJRN-PROGRAM          PIC X(10).
012300     05 HJRN-ACTION           PIC X(03).
012400     05 HJRN-REASON           PIC X(02).
012500     05 HJRN-BEFORE-IMAGE     PIC X(40).
012600     05 HJRN-AFTER-IMAGE      PIC X(40).
012700
012800 01  WS-REPORT-FIELDS.
012900     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
013000
013100 01  WS-AUDIT-FIELDS.
013200     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
013300     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
013400     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
013500     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
013600
013700 01  WS-AUDIT-DATE-GROUP.
013800     05 WS-AUDIT-YYYY         PIC 9(4).
013900     05 WS-AUDIT-MM           PIC 99.
014000     05 WS-AUDIT-DD           PIC 99.
014100
014200 01  WS-AUDIT-TIME-GROUP.
014300     05 WS-AUDIT-HH           PIC 99.
014400     05 WS-AUDIT-MIN          PIC 99.
014500     05 WS-AUDIT-SS           PIC 99.
014600     05 WS-AUDIT-HS           PIC 99.
014700
014800 PROCEDURE DIVISION.
014900
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE-RTN.
015200     PERFORM 2000-SWEEP-RESERVATIONS-RTN.
015300     PERFORM 8000-WRITE-TOTALS-RTN.
015400     PERFORM 9000-TERMINATE-RTN.
015500     STOP RUN.
015600
015700******************************************************************
015800*    1000-INITIALIZE-RTN
015900*    WORK OUT TODAY'S DATE AND ITS DAY SERIAL, OPEN THE FILES,
016000*    START THE REPORT AND LOG THE START.
016100******************************************************************
016200 1000-INITIALIZE-RTN.
016300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016400     MOVE SPACES TO WS-TODAY-DATE.
016500     STRING WS-RUN-MM DELIMITED BY SIZE
016600         '/' DELIMITED BY SIZE
016700         WS-RUN-DD DELIMITED BY SIZE
016800         '/' DELIMITED BY SIZE
016900         WS-RUN-YYYY DELIMITED BY SIZE
017000         INTO WS-TODAY-DATE.
017100     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
017200     MOVE WS-RUN-MM TO WS-DS-MM.
017300     MOVE WS-RUN-DD TO WS-DS-DD.
017400     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
017500     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
017600     OPEN EXTEND ACK-FILE.
017700     IF WS-ACK-FILE-STATUS NOT = "00"
017800         OPEN OUTPUT ACK-FILE
017900     END-IF.
018000     OPEN OUTPUT REPORT-FILE.
018100     MOVE SPACES TO REPORT-LINE.
018200     STRING 'WEB RESERVATIONS NOT PICKED UP -- COPIES RELEASED'
018300         DELIMITED BY SIZE
018400         '  AS OF ' DELIMITED BY SIZE
018500         WS-TODAY-DATE DELIMITED BY SIZE
018600         INTO REPORT-LINE.
018700     WRITE REPORT-LINE.
018800     MOVE SPACES TO REPORT-LINE.
018900     WRITE REPORT-LINE.
019000     MOVE SPACES TO REPORT-LINE.
019100     STRING 'STORE  LOCATION    ID     COPY  ORDER NO      LN'
019200         DELIMITED BY SIZE
019300         '  HELD TO     ACTION                CUSTOMER'
019400         DELIMITED BY SIZE
019500         INTO REPORT-LINE.
019600     WRITE REPORT-LINE.
019700     OPEN EXTEND AUDIT-FILE.
019800     IF WS-AUDIT-FILE-STATUS NOT = "00"
019900         OPEN OUTPUT AUDIT-FILE
020000     END-IF.
020100     MOVE 'START' TO WS-AUDIT-EVENT.
020200     MOVE SPACES TO WS-AUDIT-STATUS.
020300     MOVE 0 TO WS-AUDIT-REC-EDIT.
020400     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
020500
020600******************************************************************
020700*    1100-WRITE-AUDIT-LINE-RTN
020800*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
020900*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
021000*    COMPLETION STATUS.
021100******************************************************************
021200 1100-WRITE-AUDIT-LINE-RTN.
021300     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
021400     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
021500     MOVE SPACES TO AUDIT-LINE.
021600     STRING 'PGM=WEBEXPR   EVENT=' DELIMITED BY SIZE
021700         WS-AUDIT-EVENT DELIMITED BY SIZE
021800         '  TS=' DELIMITED BY SIZE
021900         WS-AUDIT-YYYY DELIMITED BY SIZE
022000         '-' DELIMITED BY SIZE
022100         WS-AUDIT-MM DELIMITED BY SIZE
022200         '-' DELIMITED BY SIZE
022300         WS-AUDIT-DD DELIMITED BY SIZE
022400         ' ' DELIMITED BY SIZE
022500         WS-AUDIT-HH DELIMITED BY SIZE
022600         ':' DELIMITED BY SIZE
022700         WS-AUDIT-MIN DELIMITED BY SIZE
022800         ':' DELIMITED BY SIZE
022900         WS-AUDIT-SS DELIMITED BY SIZE
023000         '  RECS=' DELIMITED BY SIZE
023100         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
023200         '  STATUS=' DELIMITED BY SIZE
023300         WS-AUDIT-STATUS DELIMITED BY SIZE
023400         INTO AUDIT-LINE.
023500     WRITE AUDIT-LINE.
023600
023700******************************************************************
023800*    2000-SWEEP-RESERVATIONS-RTN
023900*    PASS EVERY OPEN RESERVATION. NO RESERVATIONS FILE ON HAND
024000*    MEANS NOTHING HAS BEEN RESERVED YET.
024100******************************************************************
024200 2000-SWEEP-RESERVATIONS-RTN.
024300     OPEN I-O WEBRESV-FILE.
024400     IF WS-WRS-FILE-STATUS NOT = "00"
024500         MOVE "Y" TO EOF-SWITCH
024600     ELSE
024700         OPEN I-O HOLDINGS-FILE
024800     END-IF.
024900     PERFORM 2100-CHECK-ONE-RESERVATION-RTN UNTIL END-OF-FILE.
025000     IF WS-WRS-FILE-STATUS NOT = "35"
025100         CLOSE WEBRESV-FILE
025200         IF WS-HOLD-FILE-STATUS NOT = "35"
025300             CLOSE HOLDINGS-FILE
025400         END-IF
025500     END-IF.
025600
025700******************************************************************
025800*    2100-CHECK-ONE-RESERVATION-RTN
025900*    READ ONE RESERVATION AND RELEASE IT IF ITS LAST PICKUP DAY
026000*    IS BEHIND US.
026100******************************************************************
026200 2100-CHECK-ONE-RESERVATION-RTN.
026300     READ WEBRESV-FILE
026400         AT END
026500             MOVE "Y" TO EOF-SWITCH
026600         NOT AT END
026700             ADD 1 TO READ-COUNTER
026800             MOVE WRS-EXPIRY-DATE TO WS-DATE-WORK
026900             PERFORM 6200-DATE-TO-SERIAL-RTN
027000             IF WS-DATE-SERIAL < WS-TODAY-SERIAL
027100                 PERFORM 2200-RELEASE-RESERVATION-RTN
027200             END-IF
027300     END-READ.
027400
027500******************************************************************
027600*    2200-RELEASE-RESERVATION-RTN
027700*    PUT THE COPY BACK ON THE SHELF IF IT IS STILL HELD FOR THIS
027800*    ORDER, DELETE THE RESERVATION, TELL THE WEBSITE AND LIST
027900*    THE COPY FOR THE STAFF.
028000******************************************************************
028100 2200-RELEASE-RESERVATION-RTN.
028200     ADD 1 TO RELEASED-COUNTER.
028300     MOVE SPACES TO WEB-ACK-RECORD.
028400     MOVE SPACES TO HOLD-LOCATION.
028500     MOVE WRS-ID-GAME TO HOLD-ID-GAME.
028600     MOVE WRS-COPY-NO TO HOLD-COPY-NO.
028700     IF WS-HOLD-FILE-STATUS = "35"
028800         MOVE 'COPY NO LONGER ON HOLDINGS' TO WAK-REASON
028900         MOVE 'GONE FROM HOLDINGS' TO WS-RESHELVE-TEXT
029000         ADD 1 TO GONE-COUNTER
029100     ELSE
029200         READ HOLDINGS-FILE
029300             INVALID KEY
029400                 MOVE 'COPY NO LONGER ON HOLDINGS' TO WAK-REASON
029500                 MOVE 'GONE FROM HOLDINGS'
029600                     TO WS-RESHELVE-TEXT
029700                 ADD 1 TO GONE-COUNTER
029800                 MOVE SPACES TO HOLD-LOCATION
029900             NOT INVALID KEY
030000                 PERFORM 2300-RESHELVE-COPY-RTN
030100         END-READ
030200     END-IF.
030300     DELETE WEBRESV-FILE RECORD.
030400     IF WS-WRS-FILE-STATUS NOT = "00"
030500         DISPLAY "ERROR DELETING WEBRESV.TXT - STATUS "
030600             WS-WRS-FILE-STATUS " - ORDER " WRS-ORDER-NO
030700     END-IF.
030800     MOVE WRS-ORDER-NO TO WAK-ORDER-NO.
030900     MOVE WRS-LINE-NO TO WAK-LINE-NO.
031000     MOVE 'X' TO WAK-STATUS.
031100     MOVE WRS-ID-GAME TO WAK-ID-GAME.
031200     MOVE WRS-COPY-NO TO WAK-COPY-NO.
031300     MOVE WRS-STORE TO WAK-STORE.
031400     MOVE WRS-EXPIRY-DATE TO WAK-EXPIRY-DATE.
031500     WRITE WEB-ACK-RECORD.
031600     MOVE SPACES TO REPORT-LINE.
031700     STRING WRS-STORE DELIMITED BY SIZE
031800         '   ' DELIMITED BY SIZE
031900         HOLD-LOCATION DELIMITED BY SIZE
032000         '  ' DELIMITED BY SIZE
032100         WRS-ID-GAME DELIMITED BY SIZE
032200         '  ' DELIMITED BY SIZE
032300         WRS-COPY-NO DELIMITED BY SIZE
032400         '   ' DELIMITED BY SIZE
032500         WRS-ORDER-NO DELIMITED BY SIZE
032600         '  ' DELIMITED BY SIZE
032700         WRS-LINE-NO DELIMITED BY SIZE
032800         '  ' DELIMITED BY SIZE
032900         WRS-EXPIRY-DATE DELIMITED BY SIZE
033000         '  ' DELIMITED BY SIZE
033100         WS-RESHELVE-TEXT DELIMITED BY SIZE
033200         '  ' DELIMITED BY SIZE
033300         WRS-CUST-NAME DELIMITED BY SIZE
033400         INTO REPORT-LINE.
033500     WRITE REPORT-LINE.
033600
033700******************************************************************
033800*    2300-RESHELVE-COPY-RTN
033900*    A COPY STILL MARKED RESERVED GOES BACK ON THE SHELF. ONE
034000*    THAT HAS ALREADY BEEN PUT BACK OR RENTED SINCE IS LEFT AS
034100*    IT IS -- ONLY THE RESERVATION IS DROPPED.
034200******************************************************************
034300 2300-RESHELVE-COPY-RTN.
034400     MOVE SPACES TO WAK-REASON.
034500     STRING 'NOT PICKED UP BY ' DELIMITED BY SIZE
034600         WRS-EXPIRY-DATE DELIMITED BY SIZE
034700         INTO WAK-REASON.
034800     IF HOLD-RESERVED
034900         MOVE HOLDING-RECORD TO HJRN-BEFORE-IMAGE
035000         SET HOLD-ON-SHELF TO TRUE
035100         REWRITE HOLDING-RECORD
035200             INVALID KEY
035300                 DISPLAY "ERROR REWRITING HOLDINGS.TXT - STATUS "
035400                     WS-HOLD-FILE-STATUS " - SEE HOLDMAINT"
035500             NOT INVALID KEY
035600                 MOVE 'WX' TO HJRN-REASON
035700                 PERFORM 5100-JOURNAL-HOLDING-RTN
035800         END-REWRITE
035900         MOVE 'RESHELVE' TO WS-RESHELVE-TEXT
036000         ADD 1 TO RESHELVE-COUNTER
036100     ELSE
036200         MOVE 'DROPPED - NOT HELD' TO WS-RESHELVE-TEXT
036300     END-IF.
036400
036500******************************************************************
036600*    5100-JOURNAL-HOLDING-RTN
036700*    LOG THE COPY'S RETURN TO THE SHELF TO THE HOLDINGS JOURNAL
036800*    THROUGH HOLDJWTR. THE CALLER SETS THE BEFORE-IMAGE AND THE
036900*    REASON.
037000******************************************************************
037100 5100-JOURNAL-HOLDING-RTN.
037200     MOVE 'WEBEXPR' TO HJRN-PROGRAM.
037300     MOVE 'CHG' TO HJRN-ACTION.
037400     MOVE HOLDING-RECORD TO HJRN-AFTER-IMAGE.
037500     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
037600
037700******************************************************************
037800*    6000-COMPUTE-DAY-SERIAL-RTN
037900*    DAYS-SINCE-EPOCH FOR WS-DS-YYYY/MM/DD. LEAP YEARS ARE
038000*    COUNTED THROUGH THE PRIOR YEAR AND THE CURRENT YEAR'S LEAP
038100*    DAY IS ADDED ONCE MARCH IS REACHED.
038200******************************************************************
038300 6000-COMPUTE-DAY-SERIAL-RTN.
038400     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
038500     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
038600     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
038700     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
038800     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
038900     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
039000     COMPUTE WS-DS-SERIAL =
039100         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
039200     EVALUATE WS-DS-MM
039300         WHEN 2  ADD 31 TO WS-DS-SERIAL
039400         WHEN 3  ADD 59 TO WS-DS-SERIAL
039500         WHEN 4  ADD 90 TO WS-DS-SERIAL
039600         WHEN 5  ADD 120 TO WS-DS-SERIAL
039700         WHEN 6  ADD 151 TO WS-DS-SERIAL
039800         WHEN 7  ADD 181 TO WS-DS-SERIAL
039900         WHEN 8  ADD 212 TO WS-DS-SERIAL
040000         WHEN 9  ADD 243 TO WS-DS-SERIAL
040100         WHEN 10 ADD 273 TO WS-DS-SERIAL
040200         WHEN 11 ADD 304 TO WS-DS-SERIAL
040300         WHEN 12 ADD 334 TO WS-DS-SERIAL
040400         WHEN OTHER CONTINUE
040500     END-EVALUATE.
040600     IF WS-DS-MM > 2
040700         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
040800             REMAINDER WS-REM-4
040900         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
041000             REMAINDER WS-REM-100
041100         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
041200             REMAINDER WS-REM-400
041300         IF WS-REM-4 = 0 AND
041400             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
041500             ADD 1 TO WS-DS-SERIAL
041600         END-IF
041700     END-IF.
041800
041900******************************************************************
042000*    6200-DATE-TO-SERIAL-RTN
042100*    DAY SERIAL FOR THE MM/DD/YYYY DATE IN WS-DATE-WORK. A DATE
042200*    THAT IS NOT CLEAN IS TAKEN AS LONG PAST, SO A DAMAGED
042300*    RESERVATION IS RELEASED RATHER THAN HOLDING ITS COPY FOR
042400*    EVER.
042500******************************************************************
042600 6200-DATE-TO-SERIAL-RTN.
042700     IF WS-DW-MM IS NUMERIC AND WS-DW-DD IS NUMERIC
042800         AND WS-DW-YYYY IS NUMERIC
042900         MOVE WS-DW-YYYY TO WS-DS-YYYY
043000         MOVE WS-DW-MM TO WS-DS-MM
043100         MOVE WS-DW-DD TO WS-DS-DD
043200         PERFORM 6000-COMPUTE-DAY-SERIAL-RTN
043300         MOVE WS-DS-SERIAL TO WS-DATE-SERIAL
043400     ELSE
043500         MOVE 0 TO WS-DATE-SERIAL
043600     END-IF.
043700
043800******************************************************************
043900*    8000-WRITE-TOTALS-RTN
044000*    WRITE THE RUN TOTALS AT THE FOOT OF THE REPORT.
044100******************************************************************
044200 8000-WRITE-TOTALS-RTN.
044300     MOVE SPACES TO REPORT-LINE.
044400     WRITE REPORT-LINE.
044500     MOVE READ-COUNTER TO WS-EDIT-COUNT.
044600     MOVE SPACES TO REPORT-LINE.
044700     STRING 'OPEN RESERVATIONS READ . . . : ' DELIMITED BY SIZE
044800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
044900     WRITE REPORT-LINE.
045000     MOVE RELEASED-COUNTER TO WS-EDIT-COUNT.
045100     MOVE SPACES TO REPORT-LINE.
045200     STRING 'RESERVATIONS RELEASED  . . . : ' DELIMITED BY SIZE
045300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
045400     WRITE REPORT-LINE.
045500     MOVE RESHELVE-COUNTER TO WS-EDIT-COUNT.
045600     MOVE SPACES TO REPORT-LINE.
045700     STRING 'COPIES TO RESHELVE . . . . . : ' DELIMITED BY SIZE
045800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
045900     WRITE REPORT-LINE.
046000     MOVE GONE-COUNTER TO WS-EDIT-COUNT.
046100     MOVE SPACES TO REPORT-LINE.
046200     STRING 'COPIES NO LONGER ON FILE . . : ' DELIMITED BY SIZE
046300         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
046400     WRITE REPORT-LINE.
046500
046600******************************************************************
046700*    9000-TERMINATE-RTN
046800*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
046900******************************************************************
047000 9000-TERMINATE-RTN.
047100     MOVE 'END  ' TO WS-AUDIT-EVENT.
047200     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
047300     MOVE READ-COUNTER TO WS-AUDIT-REC-EDIT.
047400     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
047500     CLOSE AUDIT-FILE.
047600     CLOSE REPORT-FILE.
047700     CLOSE ACK-FILE.
047800     DISPLAY "WEBEXPR COMPLETE - " RELEASED-COUNTER
047900         " RESERVATIONS RELEASED, " RESHELVE-COUNTER
048000         " COPIES TO RESHELVE.".
048100
048200 END PROGRAM WEBEXPR.
