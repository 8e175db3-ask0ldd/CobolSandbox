002600*                      -- THE TWO-PERSON CONTROL THE ACCOUNTANT
002700*                      HAS BEEN ASKING FOR SINCE THE PRICEHIS
002800*                      LEDGER WENT IN.
002820*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002840*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002860*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002880*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002882*    10/15/2026  DLH   THE REVIEWER IS NOW THE SIGNED-ON OPERATOR
002884*                      INSTEAD OF TYPED INITIALS, AND THE REGISTER
002886*                      CARRIES THEIR OPERATOR ID. APPROVING NEEDS
002888*                      THE APPROVE FUNCTION IN AUTHTBL.DAT, AND AN
002890*                      OPERATOR CAN NO LONGER APPROVE A PRICE
002892*                      CHANGE THEY ENTERED THEMSELVES
002894*                      (PND-ENTERED-BY) -- THE ENTRY STAYS QUEUED
002896*                      FOR SOMEONE ELSE AND THE ATTEMPT GOES TO
002898*                      THE SECURITY LOG AND THE ALERT FILE.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
006000        88 END-OF-PENDING            VALUE "Y".
006010     05 WS-QFULL-SWITCH       PIC X VALUE "N".
006020        88 QUEUE-OVERFLOWED          VALUE "Y".
006040     05 WS-APPROVE-AUTH-SWITCH PIC X VALUE " ".
006060        88 APPROVE-AUTH-UNCHECKED    VALUE " ".
006080        88 APPROVE-AUTHORIZED        VALUE "Y".
006100
006200 01  COUNTERS.
006300     05 PEND-COUNTER          PIC 9(3) COMP VALUE 0.
006400     05 APPROVE-COUNTER       PIC 9(3) COMP VALUE 0.
006500     05 REJECT-COUNTER        PIC 9(3) COMP VALUE 0.
006600     05 SKIP-COUNTER          PIC 9(3) COMP VALUE 0.
006650     05 SELF-COUNTER          PIC 9(3) COMP VALUE 0.
006700
006800 01  WS-FILE-STATUSES.
006900     05 WS-PEND-FILE-STATUS   PIC X(02) VALUE "00".
007000     05 WS-APPR-FILE-STATUS   PIC X(02) VALUE "00".
007100     05 WS-REG-FILE-STATUS    PIC X(02) VALUE "00".
007200
007300 01  WS-REVIEWER              PIC X(08) VALUE SPACES.
007400 01  WS-DECISION              PIC X VALUE SPACES.
007500     88 DECISION-APPROVE               VALUE "A" "a".
007600     88 DECISION-REJECT                VALUE "R" "r".
007900 01  WS-QUEUE-TABLE.
008000     05 WS-QUEUE-ENTRY OCCURS 200 TIMES
008100            INDEXED BY WS-QUEUE-IDX.
008200         10 WS-QUEUE-IMAGE    PIC X(141).
008300         10 WS-QUEUE-STATE    PIC X.
008400            88 QUEUE-ENTRY-HELD        VALUE "H".
008500            88 QUEUE-ENTRY-DONE        VALUE "D".
010700     05 WS-RUN-SS             PIC 99.
010800     05 WS-RUN-HS             PIC 99.
010900
010906 01  SIGN-REQUEST-FIELDS.
010912     05 SIGN-FUNCTION          PIC X.
010918     05 SIGN-PROGRAM           PIC X(10).
010924     05 SIGN-ACTION            PIC X(08).
010930     05 SIGN-DETAIL            PIC X(60).
010936 01  SIGN-RESULT-FIELDS.
010942     05 SIGN-RESULT            PIC X.
010948        88 SIGN-GRANTED                 VALUE "G".
010954        88 SIGN-REFUSED                 VALUE "R".
010960     05 SIGN-OPERATOR-ID       PIC X(08).
010966     05 SIGN-OPERATOR-NAME     PIC X(30).
010972     05 SIGN-OPERATOR-ROLE     PIC X(02).
010978     05 SIGN-PASSWORD-HASH     PIC 9(10).
010984
011000 PROCEDURE DIVISION.
011100
011200 0000-MAINLINE.
012000
012100******************************************************************
012200*    1000-INITIALIZE-RTN
012300*    SIGN THE REVIEWER ON THROUGH OPSIGNON, LOAD THE PENDING
012350*    QUEUE INTO THE WORK
012400*    TABLE, AND OPEN THE APPROVED FILE AND THE REGISTER (BOTH
012500*    APPENDED, SO THE TRAIL SURVIVES ACROSS SESSIONS).
012600******************************************************************
012700 1000-INITIALIZE-RTN.
012709     MOVE "S" TO SIGN-FUNCTION.
012718     MOVE "PRCAPPR" TO SIGN-PROGRAM.
012727     MOVE SPACES TO SIGN-ACTION.
012736     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
012745         SIGN-RESULT-FIELDS.
012754     IF NOT SIGN-GRANTED
012763         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
012772         MOVE 8 TO RETURN-CODE
012781         STOP RUN
012790     END-IF.
012800     DISPLAY "PRCAPPR - PRICE CHANGE APPROVAL REVIEW".
013000     MOVE SIGN-OPERATOR-ID TO WS-REVIEWER.
013100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013200     ACCEPT WS-RUN-TIME FROM TIME.
013300     OPEN INPUT PENDING-FILE.
018900     DISPLAY "PRICE ON FILE >>>>> " WS-OLD-PRICE-EDIT.
019000     DISPLAY "PROPOSED PRICE >>>>> " WS-NEW-PRICE-EDIT.
019100     DISPLAY "DIVERTED " PND-DATE " BY " PND-SOURCE.
019125     IF PND-ENTERED-BY NOT = SPACES
019150         DISPLAY "ENTERED BY OPERATOR >>>>> " PND-ENTERED-BY
019175     END-IF.
019200     DISPLAY "(A)PPROVE, (R)EJECT, ANY OTHER KEY LEAVES IT : ".
019300     ACCEPT WS-DECISION.
019400     EVALUATE TRUE
019500         WHEN DECISION-APPROVE
019566             PERFORM 2050-CHECK-APPROVER-RTN
019632                 THRU 2050-CHECK-APPROVER-RTN-EXIT
019700         WHEN DECISION-REJECT
019800             PERFORM 2200-REJECT-ENTRY-RTN
019900         WHEN OTHER
020000             ADD 1 TO SKIP-COUNTER
020100             DISPLAY "LEFT ON THE QUEUE."
020200     END-EVALUATE.
020202
020204******************************************************************
020206*    2050-CHECK-APPROVER-RTN
020208*    THE TWO-PERSON CONTROL ITSELF. THE OPERATOR'S ROLE MUST
020210*    CARRY THE APPROVE FUNCTION (ASKED OF OPSIGNON ONCE PER
020212*    SESSION), AND NOBODY APPROVES THEIR OWN CHANGE. A REFUSED
020214*    APPROVAL LEAVES THE ENTRY QUEUED.
020216******************************************************************
020218 2050-CHECK-APPROVER-RTN.
020220     IF APPROVE-AUTH-UNCHECKED
020222         MOVE "N" TO WS-APPROVE-AUTH-SWITCH
020224         MOVE "A" TO SIGN-FUNCTION
020226         MOVE "PRCAPPR" TO SIGN-PROGRAM
020228         MOVE "APPROVE" TO SIGN-ACTION
020230         CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
020232             SIGN-RESULT-FIELDS
020234         IF SIGN-GRANTED
020236             MOVE "Y" TO WS-APPROVE-AUTH-SWITCH
020238         END-IF
020240     END-IF.
020242     IF NOT APPROVE-AUTHORIZED
020244         ADD 1 TO SKIP-COUNTER
020246         DISPLAY "YOU MAY NOT APPROVE PRICE CHANGES - LEFT ON"
020248             " THE QUEUE."
020250         GO TO 2050-CHECK-APPROVER-RTN-EXIT
020252     END-IF.
020254     IF PND-ENTERED-BY NOT = SPACES
020256         AND PND-ENTERED-BY = WS-REVIEWER
020258         ADD 1 TO SELF-COUNTER
020260         DISPLAY "YOU ENTERED THIS CHANGE - ANOTHER OPERATOR"
020262             " MUST APPROVE IT. LEFT ON THE QUEUE."
020264         MOVE "L" TO SIGN-FUNCTION
020266         MOVE "PRCAPPR" TO SIGN-PROGRAM
020268         MOVE "SELF-APP" TO SIGN-ACTION
020270         MOVE SPACES TO SIGN-DETAIL
020272         STRING 'TRIED TO APPROVE OWN PRICE CHANGE FOR ID '
020274             DELIMITED BY SIZE
020276             WS-TP-ID DELIMITED BY SIZE
020278             ' - REFUSED' DELIMITED BY SIZE
020280             INTO SIGN-DETAIL
020282         CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
020284             SIGN-RESULT-FIELDS
020286         GO TO 2050-CHECK-APPROVER-RTN-EXIT
020288     END-IF.
020290     PERFORM 2100-APPROVE-ENTRY-RTN.
020292
020294 2050-CHECK-APPROVER-RTN-EXIT.
020296     EXIT.
020300
020400******************************************************************
020500*    2100-APPROVE-ENTRY-RTN
022800*    2300-WRITE-REGISTER-RTN
022900*    APPEND ONE DECISION LINE TO THE APPROVAL REGISTER -- WHO,
023000*    WHEN, WHICH ID, THE MOVE, AND THE DECISION.
023050*    WHO ENTERED THE CHANGE RIDES ON THE END.
023100******************************************************************
023200 2300-WRITE-REGISTER-RTN.
023300     MOVE SPACES TO REGISTER-LINE.
025200         WS-DECISION DELIMITED BY SIZE
025300         '  FROM ' DELIMITED BY SIZE
025400         PND-SOURCE DELIMITED BY SIZE
025433         '  ENTERED=' DELIMITED BY SIZE
025466         PND-ENTERED-BY DELIMITED BY SIZE
025500         INTO REGISTER-LINE.
025600     WRITE REGISTER-LINE.
025700
029000     DISPLAY "PRCAPPR COMPLETE - " APPROVE-COUNTER " APPROVED, "
029100         REJECT-COUNTER " REJECTED, " SKIP-COUNTER
029200         " LEFT QUEUED.".
029220     IF SELF-COUNTER > 0
029240         DISPLAY "                   " SELF-COUNTER
029260             " OF YOUR OWN CHANGES LEFT FOR ANOTHER APPROVER."
029280     END-IF.
029300
029400 END PROGRAM PRCAPPR.
