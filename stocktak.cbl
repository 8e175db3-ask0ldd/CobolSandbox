002700*                      (STOCKADJ.TXT) FOR THE ACCOUNTANT.
002800*                      REPLACES PRINTING HOLDRPT AND CROSSING
002900*                      LINES OFF WITH A PEN.
002902*    10/15/2026  DLH   A COPY OUT ON RENT (HOLD-STATUS R, SEE
002904*                      RENTDESK) THAT WAS NOT COUNTED IS LISTED AS
002906*                      OUT ON RENT INSTEAD OF NOT COUNTED AND IS
002908*                      NEVER DROPPED IN THE APPLY STEP. UPDATE-
002910*                      RECORD CARRIES THE NEW HOLDREC STATUS
002912*                      FIELD.
002914*    10/15/2026  DLH   EVERY ADJUSTMENT POSTED IN THE APPLY STEP
002916*                      IS NOW LOGGED TO THE HOLDINGS JOURNAL
002918*                      (HOLDJRNL.TXT) THROUGH HOLDJWTR WITH THE
002920*                      BEFORE-IMAGE AND AFTER-IMAGE OF THE COPY,
002922*                      SO A BAD APPLY CAN BE BACKED OUT WITH
002924*                      HOLDRCVR.
002926*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002928*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002930*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002932*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002934*    10/15/2026  DLH   APPLY MODE NEEDS THE APPLY FUNCTION FOR THE
002936*                      OPERATOR'S ROLE IN AUTHTBL.DAT -- WITHOUT
002938*                      IT THE RUN DROPS TO REPORT ONLY -- AND THE
002940*                      ADJUSTMENT REGISTER (STOCKADJ.TXT) NAMES
002942*                      THE OPERATOR WHO POSTED IT.
002944*    10/15/2026  DLH   BURST BY STORE. BEFORE THE COMBINED
002946*                      STOCKVAR.TXT, ONE VARIANCE REPORT PER STORE
002948*                      ON THE LOCATION MASTER (STOCKVAR-MAIN.TXT
002950*                      AND SO ON) MATCHING ONLY THAT STORE'S
002952*                      COPIES AND COUNT ENTRIES, THROUGH LOCSTORE
002954*                      -- A COPY FILED AT ONE STORE BUT COUNTED AT
002956*                      ANOTHER SHOWS AS A MISMATCH ON BOTH. EACH
002958*                      STORE'S TOTALS ALSO GO TO STKVSUM.DAT FOR
002960*                      STORECMP. THE APPLY STEP STILL WORKS FROM
002962*                      THE COMBINED PASS ONLY.
002964*    10/15/2026  DLH   A COPY RESERVED FOR A WEB ORDER (HOLD-
002966*                      STATUS W, SEE WEBORDR) THAT WAS NOT COUNTED
002968*                      IS LISTED AS WEB RESERVED INSTEAD OF NOT
002970*                      COUNTED AND IS NEVER DROPPED IN THE APPLY
002972*                      STEP.
002974*    10/15/2026  DLH   STKVSUM.DAT IS NO LONGER REBUILT FROM
002976*                      SCRATCH -- IT IS LOADED FIRST, ONLY THE
002978*                      STORES THAT HAD COPIES COUNTED ON THIS RUN
002980*                      ARE REPLACED, AND EVERY OTHER STORE'S LAST
002982*                      STOCKTAKE IS CARRIED FORWARD.
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
004800         RECORD KEY IS UPD-KEY
004900         FILE STATUS IS WS-UPD-FILE-STATUS.
005000
005040     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
005080         ORGANIZATION IS LINE SEQUENTIAL.
005120
005160     SELECT SUMMARY-FILE ASSIGN TO 'STKVSUM.DAT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005250         FILE STATUS IS WS-VSUM-FILE-STATUS.
005300
005400     SELECT REGISTER-FILE ASSIGN TO 'STOCKADJ.TXT'
005500         ORGANIZATION IS LINE SEQUENTIAL.
008400     05 UPD-CONDITION     PIC X(02).
008500     05 UPD-SPCS3         PIC X(02).
008600     05 UPD-ACQ-DATE      PIC X(10).
008633     05 UPD-SPCS4         PIC X(02).
008666     05 UPD-STATUS        PIC X(01).
008700
008800 FD  REPORT-FILE.
008900 01  REPORT-LINE              PIC X(100).
008925
008950 FD  SUMMARY-FILE.
008975 COPY STKVSUM.
009000
009100 FD  REGISTER-FILE.
009200 01  REGISTER-LINE            PIC X(100).
010400        88 COUNT-ENTRY-FOUND          VALUE "Y".
010500     05 WS-PROCEED-SWITCH     PIC X VALUE "N".
010600        88 OPERATOR-PROCEEDS          VALUE "Y" "y".
010633     05 WS-NO-COUNT-SWITCH    PIC X VALUE "N".
010666        88 NO-COUNT-FILE              VALUE "Y".
010700
010800 01  WS-RUN-MODE              PIC X VALUE "R".
010900     88 APPLY-MODE                     VALUE "A" "a".
011700     05 POSTED-COUNTER        PIC 9(5) COMP VALUE 0.
011800     05 NOT-POSTED-COUNTER    PIC 9(5) COMP VALUE 0.
011900     05 OVERFLOW-COUNTER      PIC 9(5) COMP VALUE 0.
011950     05 ON-RENT-COUNTER       PIC 9(5) COMP VALUE 0.
011958     05 RESERVED-COUNTER      PIC 9(5) COMP VALUE 0.
011966     05 PASS-COUNT-COUNTER    PIC 9(5) COMP VALUE 0.
011982     05 LOAD-OVERFLOW-COUNTER PIC 9(5) COMP VALUE 0.
012000
012100 01  WS-FILE-STATUSES.
012200     05 WS-COUNT-FILE-STATUS  PIC X(02) VALUE "00".
012300     05 WS-HOLD-FILE-STATUS   PIC X(02) VALUE "00".
012400     05 WS-UPD-FILE-STATUS    PIC X(02) VALUE "00".
012450     05 WS-VSUM-FILE-STATUS   PIC X(02) VALUE "00".
012500
012600 01  WS-CNT-COUNT             PIC 9(3) COMP VALUE 0.
012700 01  WS-CNT-TABLE.
013500            88 CNT-UNMATCHED           VALUE "U".
013600            88 CNT-MATCHED             VALUE "M".
013700            88 CNT-CHANGED             VALUE "C".
013733         10 WS-CNT-PASS       PIC X.
013766            88 CNT-IN-PASS             VALUE "Y".
013800
013900 01  WS-DEL-COUNT             PIC 9(3) COMP VALUE 0.
014000 01  WS-DEL-TABLE.
014400         10 WS-DEL-COPY       PIC 9(03).
014500
014600 01  WS-HIT-IDX               PIC 9(3) COMP VALUE 0.
014610
014620*    THE STORE SUMMARY AS LOADED FROM STKVSUM.DAT, ONE ENTRY PER
014630*    STORE. A STORE COUNTED ON THIS RUN HAS ITS ENTRY REPLACED
014640*    (OR ADDED); THE REST ARE WRITTEN BACK AS THEY WERE.
014650 01  WS-VSUM-COUNT            PIC 9(3) COMP VALUE 0.
014660 01  WS-VSUM-TABLE.
014670     05 WS-VSUM-ENTRY OCCURS 999 TIMES
014680            INDEXED BY WS-VSUM-IDX.
014690         10 WS-VSUM-STORE      PIC X(04).
014692         10 WS-VSUM-REST       PIC X(56).
014694 01  WS-VSUM-EOF-SWITCH       PIC X VALUE "N".
014696     88 END-OF-VSUM-FILE               VALUE "Y".
014700
014800 01  WS-RUN-DATE.
014900     05 WS-RUN-YYYY           PIC 9(4).
015000     05 WS-RUN-MM             PIC 99.
015100     05 WS-RUN-DD             PIC 99.
015200 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
015205
015210 01  WS-PASS-FIELDS.
015215     05 WS-REPORT-NAME        PIC X(20) VALUE SPACES.
015220     05 WS-PASS-STORE         PIC X(04) VALUE SPACES.
015225     05 WS-STORE-SEQ          PIC 9(3) COMP VALUE 0.
015230     05 WS-STORE-TOTAL        PIC 9(3) COMP VALUE 0.
015235     05 WS-PASS-SWITCH        PIC X VALUE "Y".
015240        88 RECORD-IN-PASS             VALUE "Y".
015245
015250 01  STORE-REQUEST-FIELDS.
015255     05 STORE-FUNCTION        PIC X.
015260     05 STORE-LOCATION        PIC X(10).
015265     05 STORE-SEQ             PIC 9(3).
015270 01  STORE-RESULT-FIELDS.
015275     05 STORE-CODE            PIC X(04).
015280     05 STORE-COUNT           PIC 9(3).
015285     05 STORE-RESULT          PIC X.
015290        88 STORE-FOUND                VALUE "Y".
015295        88 STORE-NOT-FOUND            VALUE "N".
015300
015400 01  LKUP-ID-GAME             PIC 9(06).
015500 01  LKUP-RESULT-FIELDS.
018000     05 WS-AUDIT-SS           PIC 99.
018100     05 WS-AUDIT-HS           PIC 99.
018200
018212 01  HJRN-REQUEST-FIELDS.
018224     05 HJRN-PROGRAM          PIC X(10).
018236     05 HJRN-ACTION           PIC X(03).
018248     05 HJRN-REASON           PIC X(02).
018260     05 HJRN-BEFORE-IMAGE     PIC X(40).
018272     05 HJRN-AFTER-IMAGE      PIC X(40).
018284
018285 01  SIGN-REQUEST-FIELDS.
018286     05 SIGN-FUNCTION          PIC X.
018287     05 SIGN-PROGRAM           PIC X(10).
018288     05 SIGN-ACTION            PIC X(08).
018289     05 SIGN-DETAIL            PIC X(60).
018290 01  SIGN-RESULT-FIELDS.
018291     05 SIGN-RESULT            PIC X.
018292        88 SIGN-GRANTED                 VALUE "G".
018293        88 SIGN-REFUSED                 VALUE "R".
018294     05 SIGN-OPERATOR-ID       PIC X(08).
018295     05 SIGN-OPERATOR-NAME     PIC X(30).
018296     05 SIGN-OPERATOR-ROLE     PIC X(02).
018297     05 SIGN-PASSWORD-HASH     PIC 9(10).
018298
018300 PROCEDURE DIVISION.
018400
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE-RTN.
018700     PERFORM 2000-LOAD-COUNTS-RTN UNTIL END-OF-COUNT-FILE.
018712     MOVE OVERFLOW-COUNTER TO LOAD-OVERFLOW-COUNTER.
018724     PERFORM 1300-STORE-PASS-RTN
018736         VARYING WS-STORE-SEQ FROM 1 BY 1
018748         UNTIL WS-STORE-SEQ > WS-STORE-TOTAL.
018760     MOVE SPACES TO WS-PASS-STORE.
018772     MOVE 'STOCKVAR.TXT' TO WS-REPORT-NAME.
018784     PERFORM 1200-OPEN-PASS-RTN.
018800     PERFORM 3000-MATCH-HOLDINGS-RTN.
018900     PERFORM 4000-REPORT-UNMATCHED-RTN.
019000     IF APPLY-MODE
019700
019800******************************************************************
019900*    1000-INITIALIZE-RTN
020000*    ASK FOR THE RUN MODE, OPEN THE COUNT FILE, LOAD THE STORE
020100*    SUMMARY, AND LOG THE START. NO COUNT FILE ON HAND MEANS THE
020200*    SHELVES HAVEN'T BEEN COUNTED YET -- NOTHING TO DO. ALSO FIND
020220*    OUT HOW MANY STORES THE LOCATION MASTER MAPS -- ONE STORE
020240*    COPY OF THE VARIANCE REPORT IS WRITTEN FOR EACH
020260*    (STOCKVAR-MAIN.TXT AND SO ON) BEFORE THE COMBINED
020280*    STOCKVAR.TXT, WHICH IS THE ONE THE APPLY STEP WORKS FROM.
020300******************************************************************
020400 1000-INITIALIZE-RTN.
020409     MOVE "S" TO SIGN-FUNCTION.
020418     MOVE "STOCKTAK" TO SIGN-PROGRAM.
020427     MOVE SPACES TO SIGN-ACTION.
020436     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
020445         SIGN-RESULT-FIELDS.
020454     IF NOT SIGN-GRANTED
020463         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
020472         MOVE 8 TO RETURN-CODE
020481         STOP RUN
020490     END-IF.
020500     DISPLAY "STOCKTAK - PHYSICAL INVENTORY COUNT".
020600     DISPLAY "RUN MODE (R)EPORT ONLY OR (A)PPLY : ".
020700     ACCEPT WS-RUN-MODE.
020708     IF APPLY-MODE
020716         MOVE "A" TO SIGN-FUNCTION
020724         MOVE "APPLY" TO SIGN-ACTION
020732         CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
020740             SIGN-RESULT-FIELDS
020748         IF NOT SIGN-GRANTED
020756             DISPLAY "RUNNING AS REPORT ONLY - NOTHING WILL BE"
020764                 " POSTED TO HOLDINGS.TXT"
020772             MOVE "R" TO WS-RUN-MODE
020780         END-IF
020788     END-IF.
020800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020900     MOVE SPACES TO WS-TODAY-DATE.
021000     STRING WS-RUN-MM DELIMITED BY SIZE
021300         '/' DELIMITED BY SIZE
021400         WS-RUN-YYYY DELIMITED BY SIZE
021500         INTO WS-TODAY-DATE.
021612     MOVE "N" TO STORE-FUNCTION.
021724     MOVE SPACES TO STORE-LOCATION.
021836     MOVE 0 TO STORE-SEQ.
021948     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
022060         STORE-RESULT-FIELDS.
022172     MOVE STORE-COUNT TO WS-STORE-TOTAL.
022284     PERFORM 1400-LOAD-SUMMARY-RTN.
022400     OPEN INPUT COUNT-FILE.
022500     IF WS-COUNT-FILE-STATUS NOT = "00"
022600         MOVE "Y" TO WS-COUNT-EOF-SWITCH
022850         MOVE "Y" TO WS-NO-COUNT-SWITCH
023100     END-IF.
023200     OPEN EXTEND AUDIT-FILE.
023300     IF WS-AUDIT-FILE-STATUS NOT = "00"
026800         WS-AUDIT-STATUS DELIMITED BY SIZE
026900         INTO AUDIT-LINE.
027000     WRITE AUDIT-LINE.
027001
027002******************************************************************
027003*    1200-OPEN-PASS-RTN
027004*    START ONE MATCHING PASS -- CLEAR THE VARIANCE COUNTERS AND
027005*    THE DELETE QUEUE, PUT EVERY COUNT ENTRY BACK TO UNMATCHED AND
027006*    MARK WHICH OF THEM BELONG TO THIS PASS, THEN OPEN THIS
027007*    PASS'S REPORT (WS-REPORT-NAME) AND WRITE ITS HEADING.
027008******************************************************************
027009 1200-OPEN-PASS-RTN.
027010     MOVE 0 TO HOLD-REC-COUNTER NOT-COUNTED-COUNTER
027011         NOT-ON-FILE-COUNTER MISMATCH-COUNTER ON-RENT-COUNTER
027012         PASS-COUNT-COUNTER RESERVED-COUNTER.
027013     MOVE LOAD-OVERFLOW-COUNTER TO OVERFLOW-COUNTER.
027014     MOVE 0 TO WS-DEL-COUNT.
027015     MOVE "N" TO WS-HOLD-EOF-SWITCH.
027016     PERFORM 1250-RESET-ONE-ENTRY-RTN
027017         VARYING WS-CNT-IDX FROM 1 BY 1
027018         UNTIL WS-CNT-IDX > WS-CNT-COUNT.
027019     IF WS-PASS-STORE = SPACES
027020         MOVE COUNT-REC-COUNTER TO PASS-COUNT-COUNTER
027021     END-IF.
027022     OPEN OUTPUT REPORT-FILE.
027023     MOVE SPACES TO REPORT-LINE.
027024     STRING 'STOCKTAKE VARIANCE REPORT - ' DELIMITED BY SIZE
027025         WS-TODAY-DATE DELIMITED BY SIZE
027026         INTO REPORT-LINE.
027027     WRITE REPORT-LINE.
027028     IF WS-PASS-STORE NOT = SPACES
027029         MOVE SPACES TO REPORT-LINE
027030         STRING 'STORE ' DELIMITED BY SIZE
027031             WS-PASS-STORE DELIMITED BY SIZE
027032             INTO REPORT-LINE
027033         WRITE REPORT-LINE
027034     END-IF.
027035     MOVE SPACES TO REPORT-LINE.
027036     WRITE REPORT-LINE.
027037     IF NO-COUNT-FILE
027038         MOVE SPACES TO REPORT-LINE
027039         STRING 'NO STKCOUNT.TXT ON HAND - NOTHING COUNTED'
027040             DELIMITED BY SIZE INTO REPORT-LINE
027041         WRITE REPORT-LINE
027042     END-IF.
027043
027044******************************************************************
027045*    1250-RESET-ONE-ENTRY-RTN
027046*    PUT ONE COUNT ENTRY BACK TO UNMATCHED AND DECIDE WHETHER IT
027047*    BELONGS TO THIS PASS -- EVERY ENTRY ON THE COMBINED PASS, ON
027048*    A STORE PASS ONLY AN ENTRY COUNTED AT ONE OF THAT STORE'S
027049*    LOCATIONS.
027050******************************************************************
027051 1250-RESET-ONE-ENTRY-RTN.
027052     SET CNT-UNMATCHED(WS-CNT-IDX) TO TRUE.
027053     MOVE "Y" TO WS-CNT-PASS(WS-CNT-IDX).
027054     IF WS-PASS-STORE NOT = SPACES
027055         MOVE "L" TO STORE-FUNCTION
027056         MOVE WS-CNT-LOC(WS-CNT-IDX) TO STORE-LOCATION
027057         CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
027058             STORE-RESULT-FIELDS
027059         IF STORE-FOUND AND STORE-CODE = WS-PASS-STORE
027060             ADD 1 TO PASS-COUNT-COUNTER
027061         ELSE
027062             MOVE "N" TO WS-CNT-PASS(WS-CNT-IDX)
027063         END-IF
027064     END-IF.
027065
027066******************************************************************
027067*    1300-STORE-PASS-RTN
027068*    WRITE ONE STORE'S COPY OF THE VARIANCE REPORT AND, WHEN
027069*    ANYTHING WAS COUNTED THERE, ITS LINE ON THE STORE SUMMARY.
027070*    NOTHING IS EVER APPLIED FROM A STORE PASS.
027071******************************************************************
027072 1300-STORE-PASS-RTN.
027073     MOVE "N" TO STORE-FUNCTION.
027074     MOVE WS-STORE-SEQ TO STORE-SEQ.
027075     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
027076         STORE-RESULT-FIELDS.
027077     MOVE STORE-CODE TO WS-PASS-STORE.
027078     MOVE SPACES TO WS-REPORT-NAME.
027079     STRING 'STOCKVAR-' DELIMITED BY SIZE
027080         WS-PASS-STORE DELIMITED BY SPACE
027081         '.TXT' DELIMITED BY SIZE
027082         INTO WS-REPORT-NAME.
027083     PERFORM 1200-OPEN-PASS-RTN.
027084     PERFORM 3000-MATCH-HOLDINGS-RTN.
027085     PERFORM 4000-REPORT-UNMATCHED-RTN.
027086     PERFORM 8000-WRITE-TOTALS-RTN.
027087     PERFORM 8500-WRITE-SUMMARY-RTN.
027088     CLOSE REPORT-FILE.
027100
027102******************************************************************
027104*    1400-LOAD-SUMMARY-RTN
027106*    LOAD THE STORE SUMMARY AS IT STANDS, SO A STORE NOT COUNTED
027108*    ON THIS RUN KEEPS ITS LAST STOCKTAKE. NO STKVSUM.DAT ON HAND
027110*    IS AN EMPTY SUMMARY.
027112******************************************************************
027114 1400-LOAD-SUMMARY-RTN.
027116     MOVE 0 TO WS-VSUM-COUNT.
027118     MOVE "N" TO WS-VSUM-EOF-SWITCH.
027120     OPEN INPUT SUMMARY-FILE.
027122     IF WS-VSUM-FILE-STATUS NOT = "00"
027124         MOVE "Y" TO WS-VSUM-EOF-SWITCH
027126     END-IF.
027128     PERFORM 1450-LOAD-ONE-SUMMARY-RTN UNTIL END-OF-VSUM-FILE.
027130     IF WS-VSUM-FILE-STATUS NOT = "35"
027132         CLOSE SUMMARY-FILE
027134     END-IF.
027136
027138******************************************************************
027140*    1450-LOAD-ONE-SUMMARY-RTN
027142*    READ ONE STORE'S SUMMARY LINE INTO THE TABLE.
027144******************************************************************
027146 1450-LOAD-ONE-SUMMARY-RTN.
027148     READ SUMMARY-FILE
027150         AT END
027152             MOVE "Y" TO WS-VSUM-EOF-SWITCH
027154         NOT AT END
027156             IF VSUM-STORE NOT = SPACES
027158                 AND WS-VSUM-COUNT < 999
027160                 ADD 1 TO WS-VSUM-COUNT
027162                 MOVE VSUM-RECORD TO WS-VSUM-ENTRY(WS-VSUM-COUNT)
027164             END-IF
027166     END-READ.
027168
027200******************************************************************
027300*    2000-LOAD-COUNTS-RTN
027400*    LOAD ONE COUNT ENTRY INTO THE TABLE. A COUNT PAST THE TABLE
031700
031800******************************************************************
031900*    3100-MATCH-ONE-HOLDING-RTN
032000*    READ ONE HOLDING AND MATCH IT AGAINST THE COUNT TABLE. ON A
032033*    STORE PASS A COPY FILED AT ANOTHER STORE ONLY MATTERS WHEN IT
032066*    WAS COUNTED AT THIS ONE -- A MISMATCH BOTH STORES SEE.
032100******************************************************************
032200 3100-MATCH-ONE-HOLDING-RTN.
032300     READ HOLDINGS-FILE
032400         AT END
032500             MOVE "Y" TO WS-HOLD-EOF-SWITCH
032600         NOT AT END
032633             PERFORM 7000-CHECK-STORE-RTN
032666             IF RECORD-IN-PASS
032700                 ADD 1 TO HOLD-REC-COUNTER
032750             END-IF
032800             PERFORM 3200-FIND-COUNT-ENTRY-RTN
032900             IF COUNT-ENTRY-FOUND
032950                 IF RECORD-IN-PASS OR CNT-IN-PASS(WS-HIT-IDX)
033000                     PERFORM 3300-COMPARE-FIELDS-RTN
033050                 END-IF
033100             ELSE
033116                 IF RECORD-IN-PASS
033133                     IF HOLD-ON-RENT
033166                         PERFORM 3450-NOTE-ON-RENT-RTN
033199                     ELSE
033210                         IF HOLD-RESERVED
033216                             PERFORM 3440-NOTE-RESERVED-RTN
033221                         ELSE
033232                             PERFORM 3400-QUEUE-NOT-COUNTED-RTN
033243                         END-IF
033265                     END-IF
033282                 END-IF
033300             END-IF
033400     END-READ.
033500
041200     END-IF.
041300
041400******************************************************************
041402*    3440-NOTE-RESERVED-RTN
041404*    A COPY NOBODY COUNTED THAT IS RESERVED FOR A WEB ORDER (SEE
041406*    WEBORDR) HAS BEEN PULLED FOR PICKUP -- IT IS NOT MISSING.
041408*    LIST IT FOR INFORMATION AND LEAVE IT ON FILE.
041410******************************************************************
041412 3440-NOTE-RESERVED-RTN.
041414     ADD 1 TO RESERVED-COUNTER.
041416     MOVE SPACES TO REPORT-LINE.
041418     STRING 'WEB RESERVED   ID=' DELIMITED BY SIZE
041420         HOLD-ID-GAME DELIMITED BY SIZE
041422         ' COPY=' DELIMITED BY SIZE
041424         HOLD-COPY-NO DELIMITED BY SIZE
041426         ' AT ' DELIMITED BY SIZE
041428         HOLD-LOCATION DELIMITED BY SIZE
041430         ' - HELD FOR PICKUP, NOT MISSING' DELIMITED BY SIZE
041432         INTO REPORT-LINE.
041434     WRITE REPORT-LINE.
041436
041438******************************************************************
041440*    3450-NOTE-ON-RENT-RTN
041442*    A COPY NOBODY COUNTED THAT IS OUT ON RENT (SEE RENTDESK) IS
041444*    NOT MISSING -- LIST IT FOR INFORMATION AND LEAVE IT ON FILE.
041446******************************************************************
041448 3450-NOTE-ON-RENT-RTN.
041450     ADD 1 TO ON-RENT-COUNTER.
041452     MOVE SPACES TO REPORT-LINE.
041454     STRING 'OUT ON RENT    ID=' DELIMITED BY SIZE
041456         HOLD-ID-GAME DELIMITED BY SIZE
041458         ' COPY=' DELIMITED BY SIZE
041460         HOLD-COPY-NO DELIMITED BY SIZE
041462         ' AT ' DELIMITED BY SIZE
041464         HOLD-LOCATION DELIMITED BY SIZE
041466         ' - NOT ON SHELF, NOT MISSING' DELIMITED BY SIZE
041468         INTO REPORT-LINE.
041470     WRITE REPORT-LINE.
041472
041474******************************************************************
041500*    4000-REPORT-UNMATCHED-RTN
041600*    LIST EVERY COUNT ENTRY THAT NEVER MATCHED A HOLDING -- A
041700*    COPY ON THE SHELF THE FILE KNOWS NOTHING ABOUT.
042600*    LIST ONE COUNTED-BUT-NOT-ON-FILE ENTRY.
042700******************************************************************
042800 4100-REPORT-ONE-UNMATCHED-RTN.
042900     IF CNT-UNMATCHED(WS-CNT-IDX) AND CNT-IN-PASS(WS-CNT-IDX)
043000         ADD 1 TO NOT-ON-FILE-COUNTER
043100         MOVE SPACES TO REPORT-LINE
043200         STRING 'NOT ON FILE    ID=' DELIMITED BY SIZE
047100         INTO REGISTER-LINE.
047200     WRITE REGISTER-LINE.
047300     MOVE SPACES TO REGISTER-LINE.
047312     STRING 'POSTED BY OPERATOR ' DELIMITED BY SIZE
047324         SIGN-OPERATOR-ID DELIMITED BY SIZE
047336         '  ' DELIMITED BY SIZE
047348         SIGN-OPERATOR-NAME DELIMITED BY SIZE
047360         INTO REGISTER-LINE.
047372     WRITE REGISTER-LINE.
047384     MOVE SPACES TO REGISTER-LINE.
047400     WRITE REGISTER-LINE.
047500     OPEN I-O UPDATE-FILE.
047600     IF WS-UPD-FILE-STATUS NOT = "00"
050500
050600******************************************************************
050700*    5100-POST-ONE-DELETE-RTN
050800*    DROP ONE UNCOUNTED COPY FROM THE HOLDINGS FILE. THE COPY IS
050850*    READ FIRST SO ITS LAST IMAGE CAN GO TO THE HOLDINGS JOURNAL.
050900******************************************************************
051000 5100-POST-ONE-DELETE-RTN.
051100     MOVE WS-DEL-ID(WS-DEL-IDX) TO UPD-ID-GAME.
051200     MOVE WS-DEL-COPY(WS-DEL-IDX) TO UPD-COPY-NO.
051212     MOVE SPACES TO HJRN-BEFORE-IMAGE.
051224     READ UPDATE-FILE
051236         INVALID KEY
051248             CONTINUE
051260         NOT INVALID KEY
051272             MOVE UPDATE-RECORD TO HJRN-BEFORE-IMAGE
051284     END-READ.
051300     DELETE UPDATE-FILE
051400         INVALID KEY
051500             ADD 1 TO NOT-POSTED-COUNTER
053200                 ' - ON FILE, NOT COUNTED' DELIMITED BY SIZE
053300                 INTO REGISTER-LINE
053400             WRITE REGISTER-LINE
053433             MOVE 'DEL' TO HJRN-ACTION
053466             PERFORM 5500-JOURNAL-ADJUSTMENT-RTN
053500     END-DELETE.
053600
053700******************************************************************
059900                     ' - COUNTED, NOT ON FILE' DELIMITED BY SIZE
060000                     INTO REGISTER-LINE
060100                 WRITE REGISTER-LINE
060125                 MOVE 'ADD' TO HJRN-ACTION
060150                 MOVE SPACES TO HJRN-BEFORE-IMAGE
060175                 PERFORM 5500-JOURNAL-ADJUSTMENT-RTN
060200         END-WRITE
060300     END-IF.
060400
062400             WRITE REGISTER-LINE
062450             END-WRITE
062500         NOT INVALID KEY
062550             MOVE UPDATE-RECORD TO HJRN-BEFORE-IMAGE
062600             MOVE WS-CNT-LOC(WS-CNT-IDX) TO UPD-LOCATION
062700             MOVE WS-CNT-COND(WS-CNT-IDX) TO UPD-CONDITION
062800             REWRITE UPDATE-RECORD
063800                 WS-CNT-COND(WS-CNT-IDX) DELIMITED BY SIZE
063900                 INTO REGISTER-LINE
064000             WRITE REGISTER-LINE
064033             MOVE 'CHG' TO HJRN-ACTION
064066             PERFORM 5500-JOURNAL-ADJUSTMENT-RTN
064100     END-READ.
064107
064114******************************************************************
064121*    5500-JOURNAL-ADJUSTMENT-RTN
064128*    LOG ONE POSTED ADJUSTMENT TO THE HOLDINGS JOURNAL THROUGH
064135*    HOLDJWTR, SO A BAD APPLY CAN BE SEEN COPY BY COPY AND
064142*    BACKED OUT BY HOLDRCVR. THE CALLER SETS THE ACTION AND THE
064149*    BEFORE-IMAGE.
064156******************************************************************
064163 5500-JOURNAL-ADJUSTMENT-RTN.
064170     MOVE 'STOCKTAK' TO HJRN-PROGRAM.
064177     MOVE 'CT' TO HJRN-REASON.
064184     MOVE UPDATE-RECORD TO HJRN-AFTER-IMAGE.
064191     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
064200
064300******************************************************************
064400*    8000-WRITE-TOTALS-RTN
064800 8000-WRITE-TOTALS-RTN.
064900     MOVE SPACES TO REPORT-LINE.
065000     WRITE REPORT-LINE.
065100     MOVE PASS-COUNT-COUNTER TO WS-EDIT-COUNT.
065200     MOVE SPACES TO REPORT-LINE.
065300     STRING 'COPIES COUNTED  . . . . . . : ' DELIMITED BY SIZE
065400         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
067300     STRING 'LOCATION/CONDITION MISMATCH : ' DELIMITED BY SIZE
067400         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
067500     WRITE REPORT-LINE.
067516     MOVE ON-RENT-COUNTER TO WS-EDIT-COUNT.
067532     MOVE SPACES TO REPORT-LINE.
067548     STRING 'OUT ON RENT, NOT COUNTED  . : ' DELIMITED BY SIZE
067564         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
067580     WRITE REPORT-LINE.
067582     MOVE RESERVED-COUNTER TO WS-EDIT-COUNT.
067584     MOVE SPACES TO REPORT-LINE.
067586     STRING 'WEB RESERVED, NOT COUNTED . : ' DELIMITED BY SIZE
067588         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
067590     WRITE REPORT-LINE.
067600     IF OVERFLOW-COUNTER > 0
067700         MOVE OVERFLOW-COUNTER TO WS-EDIT-COUNT
067800         MOVE SPACES TO REPORT-LINE
068400             INTO REPORT-LINE
068500         WRITE REPORT-LINE
068600     END-IF.
068602
068604******************************************************************
068606*    7000-CHECK-STORE-RTN
068608*    DECIDE WHETHER THE HOLDING JUST READ BELONGS IN THIS PASS --
068610*    EVERY COPY ON THE COMBINED PASS, ON A STORE PASS ONLY THE
068612*    COPIES WHOSE FILED LOCATION THE MASTER MAPS TO THAT STORE.
068614******************************************************************
068616 7000-CHECK-STORE-RTN.
068618     MOVE "Y" TO WS-PASS-SWITCH.
068620     IF WS-PASS-STORE NOT = SPACES
068622         MOVE "L" TO STORE-FUNCTION
068624         MOVE HOLD-LOCATION TO STORE-LOCATION
068626         CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
068628             STORE-RESULT-FIELDS
068630         IF STORE-NOT-FOUND OR STORE-CODE NOT = WS-PASS-STORE
068632             MOVE "N" TO WS-PASS-SWITCH
068634         END-IF
068636     END-IF.
068638
068640******************************************************************
068642*    8500-WRITE-SUMMARY-RTN
068644*    PUT THIS STORE'S VARIANCE TOTALS ON THE STORE SUMMARY
068646*    (STKVSUM.DAT) FOR STORECMP -- ONLY WHEN COPIES WERE COUNTED
068647*    AT THE STORE, SO A STORE NOT TAKEN ON THIS RUN KEEPS THE
068648*    TOTALS FROM ITS LAST STOCKTAKE.
068648******************************************************************
068650 8500-WRITE-SUMMARY-RTN.
068651     IF PASS-COUNT-COUNTER > 0
068652         MOVE SPACES TO VSUM-RECORD
068654         MOVE WS-PASS-STORE TO VSUM-STORE
068656         MOVE WS-TODAY-DATE TO VSUM-DATE
068658         MOVE PASS-COUNT-COUNTER TO VSUM-COUNTED
068660         MOVE HOLD-REC-COUNTER TO VSUM-ON-FILE
068662         MOVE NOT-COUNTED-COUNTER TO VSUM-NOT-COUNTED
068664         MOVE NOT-ON-FILE-COUNTER TO VSUM-NOT-ON-FILE
068666         MOVE MISMATCH-COUNTER TO VSUM-MISMATCH
068668         MOVE ON-RENT-COUNTER TO VSUM-ON-RENT
068669         SET WS-VSUM-IDX TO 1
068670         SEARCH WS-VSUM-ENTRY
068672             AT END
068674                 DISPLAY "STKVSUM.DAT TABLE FULL - STORE "
068676                     WS-PASS-STORE " NOT RECORDED"
068684             WHEN WS-VSUM-IDX > WS-VSUM-COUNT
068686                 ADD 1 TO WS-VSUM-COUNT
068688                 MOVE VSUM-RECORD TO WS-VSUM-ENTRY(WS-VSUM-COUNT)
068690             WHEN WS-VSUM-STORE(WS-VSUM-IDX) = WS-PASS-STORE
068692                 MOVE VSUM-RECORD TO WS-VSUM-ENTRY(WS-VSUM-IDX)
068694         END-SEARCH
068696     END-IF.
068700
068710******************************************************************
068720*    8600-REWRITE-SUMMARY-RTN
068730*    WRITE THE STORE SUMMARY BACK OUT -- STORES COUNTED ON THIS
068740*    RUN WITH THEIR NEW TOTALS, EVERY OTHER STORE AS IT WAS.
068750******************************************************************
068760 8600-REWRITE-SUMMARY-RTN.
068770     OPEN OUTPUT SUMMARY-FILE.
068780     PERFORM 8650-WRITE-ONE-SUMMARY-RTN
068782         VARYING WS-VSUM-IDX FROM 1 BY 1
068784         UNTIL WS-VSUM-IDX > WS-VSUM-COUNT.
068786     CLOSE SUMMARY-FILE.
068788
068790******************************************************************
068792*    8650-WRITE-ONE-SUMMARY-RTN
068794*    WRITE ONE STORE'S SUMMARY LINE.
068796******************************************************************
068797 8650-WRITE-ONE-SUMMARY-RTN.
068798     WRITE VSUM-RECORD FROM WS-VSUM-ENTRY(WS-VSUM-IDX).
068799
068800******************************************************************
068900*    9000-TERMINATE-RTN
069000*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
069900         CLOSE COUNT-FILE
070000     END-IF.
070100     CLOSE REPORT-FILE.
070150     PERFORM 8600-REWRITE-SUMMARY-RTN.
070200     DISPLAY "STOCKTAK COMPLETE - " NOT-COUNTED-COUNTER
070300         " NOT COUNTED, " NOT-ON-FILE-COUNTER " NOT ON FILE, "
070400         MISMATCH-COUNTER " MISMATCHED, " POSTED-COUNTER
