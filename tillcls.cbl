000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TILLCLS.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- END-OF-DAY TILL CLOSE. THE
001200*                      CLOSING CLERK KEYS THE OPENING FLOAT, THE
001300*                      CASH COUNTED IN THE DRAWER AND THE CARD
001400*                      TERMINAL'S BATCH TOTAL. THE PROGRAM TAKES
001500*                      THE BUSINESS DAY'S SALES AND REFUNDS OFF
001600*                      SALES.TXT BY TENDER (PRICE PLUS SALES
001700*                      TAX), LESS THE CASH PAID OUT FOR TRADE-INS
001800*                      ON TRADEIN.TXT, WORKS OUT WHAT THE DRAWER
001900*                      AND THE CARD BATCH SHOULD HOLD AND WRITES
002000*                      THE OVER/SHORT REPORT TO TILLRPT.TXT. A
002100*                      VARIANCE BEYOND THE TOLERANCE IS RAISED
002200*                      THROUGH ALERTWTR FOR THE MORNING DIGEST.
002300*                      STORE CREDIT TAKES NO MONEY AND IS SHOWN
002400*                      FOR INFORMATION ONLY.
002416*    10/15/2026  DLH   THE RENTAL FEES TAKEN AT CHECK-OUT AND THE
002432*                      LATE FEES TAKEN AT CHECK-IN ON THE BUSINESS
002448*                      DAY (RENTALS.TXT, SEE RENTDESK) NOW GO INTO
002464*                      THEIR TENDER'S TAKINGS, AND THE REPORT
002480*                      SHOWS THE RENTAL FEE TOTAL.
002484*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002488*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002492*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002496*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002497*    10/15/2026  DLH   GIFT CARDS SOLD OVER THE COUNTER ON THE
002498*                      BUSINESS DAY (ISSUE LINES ON THE
002499*                      STORED-VALUE LEDGER SVCLEDG.TXT PAID CASH
002519*                      OR CARD, SEE SVCPOST) NOW GO INTO THEIR
002539*                      TENDER'S TAKINGS, AND THE REPORT SHOWS THE
002559*                      GIFT CARD TOTAL.
002579******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SALES-FILE ASSIGN TO 'SALES.TXT'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-SALES-FILE-STATUS.
003300
003400     SELECT TRADE-FILE ASSIGN TO 'TRADEIN.TXT'
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TRADE-FILE-STATUS.
003620
003640     SELECT RENTALS-FILE ASSIGN TO 'RENTALS.TXT'
003660         ORGANIZATION IS LINE SEQUENTIAL
003680         FILE STATUS IS WS-RNT-FILE-STATUS.
003684
003688     SELECT SVL-FILE ASSIGN TO 'SVCLEDG.TXT'
003692         ORGANIZATION IS LINE SEQUENTIAL
003696         FILE STATUS IS WS-SVL-FILE-STATUS.
003700
003800     SELECT REPORT-FILE ASSIGN TO 'TILLRPT.TXT'
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SALES-FILE.
004800 COPY SALESREC.
004900
005000 FD  TRADE-FILE.
005100 COPY TRADEREC.
005125
005150 FD  RENTALS-FILE.
005175 COPY RENTREC.
005181
005187 FD  SVL-FILE.
005193 COPY SVCLREC.
005200
005300 FD  REPORT-FILE.
005400 01  REPORT-LINE              PIC X(100).
005500
005600 FD  AUDIT-FILE.
005700 COPY AUDITLOG.
005800
005900 WORKING-STORAGE SECTION.
006000 01  SWITCHES.
006100     05 EOF-SWITCH            PIC X VALUE "N".
006200        88 END-OF-FILE                 VALUE "Y".
006300     05 WS-REFUSED-SWITCH     PIC X VALUE "N".
006400        88 RUN-REFUSED                 VALUE "Y".
006500     05 WS-CASH-OUT-SWITCH    PIC X VALUE "N".
006600        88 CASH-OUT-OF-TOLERANCE       VALUE "Y".
006700     05 WS-CARD-OUT-SWITCH    PIC X VALUE "N".
006800        88 CARD-OUT-OF-TOLERANCE       VALUE "Y".
006900
007000 01  COUNTERS.
007100     05 SALES-COUNTER         PIC 9(5) COMP VALUE 0.
007200     05 RETURN-COUNTER        PIC 9(5) COMP VALUE 0.
007300     05 TRADE-COUNTER         PIC 9(5) COMP VALUE 0.
007350     05 RENTAL-COUNTER        PIC 9(5) COMP VALUE 0.
007375     05 GIFT-COUNTER          PIC 9(5) COMP VALUE 0.
007400
007500 01  WS-FILE-STATUSES.
007600     05 WS-SALES-FILE-STATUS  PIC X(02) VALUE "00".
007700     05 WS-TRADE-FILE-STATUS  PIC X(02) VALUE "00".
007750     05 WS-RNT-FILE-STATUS    PIC X(02) VALUE "00".
007775     05 WS-SVL-FILE-STATUS    PIC X(02) VALUE "00".
007800
007900*    THE FLOAT THE DRAWER IS MADE UP WITH EACH MORNING, AND HOW
008000*    FAR THE COUNT MAY STRAY FROM THE SYSTEM BEFORE IT IS AN
008100*    ALERT RATHER THAN LOOSE CHANGE.
008200 01  WS-TILL-CONSTANTS.
008300     05 WS-FLOAT-DEFAULT      PIC 9(5)V99 VALUE 100.00.
008400     05 WS-TOLERANCE          PIC 9(3)V99 VALUE 5.00.
008500
008600 01  WS-ENTRY-FIELDS.
008700     05 WS-ENTRY-FLOAT        PIC 9(5)V99 VALUE 0.
008800     05 WS-ENTRY-CASH         PIC 9(7)V99 VALUE 0.
008900     05 WS-ENTRY-CARD         PIC 9(7)V99 VALUE 0.
009000
009100*    THE DAY BY TENDER -- SALES AND REFUNDS AT PRICE PLUS TAX.
009200*    A LINE WITH NO TENDER PREDATES TENDER CAPTURE AND COUNTS
009300*    AS CASH.
009400 01  WS-TENDER-TOTALS.
009500     05 WS-CASH-SALES         PIC 9(7)V99 COMP VALUE 0.
009600     05 WS-CASH-REFUNDS       PIC 9(7)V99 COMP VALUE 0.
009700     05 WS-CARD-SALES         PIC 9(7)V99 COMP VALUE 0.
009800     05 WS-CARD-REFUNDS       PIC 9(7)V99 COMP VALUE 0.
009900     05 WS-CREDIT-SALES       PIC 9(7)V99 COMP VALUE 0.
010000     05 WS-CREDIT-REFUNDS     PIC 9(7)V99 COMP VALUE 0.
010100     05 WS-TRADE-CASH         PIC 9(7)V99 COMP VALUE 0.
010150     05 WS-RENTAL-FEES        PIC 9(7)V99 COMP VALUE 0.
010175     05 WS-GIFT-SOLD          PIC 9(7)V99 COMP VALUE 0.
010200
010300 01  WS-WORK-FIELDS.
010400     05 WS-LINE-TAX           PIC 9(3)V99 VALUE 0.
010500     05 WS-LINE-AMOUNT        PIC 9(5)V99 VALUE 0.
010600     05 WS-CASH-NET           PIC S9(7)V99 COMP VALUE 0.
010700     05 WS-CARD-NET           PIC S9(7)V99 COMP VALUE 0.
010800     05 WS-CREDIT-NET         PIC S9(7)V99 COMP VALUE 0.
010900     05 WS-CASH-EXPECTED      PIC S9(7)V99 COMP VALUE 0.
011000     05 WS-CASH-VARIANCE      PIC S9(7)V99 COMP VALUE 0.
011100     05 WS-CARD-VARIANCE      PIC S9(7)V99 COMP VALUE 0.
011200     05 WS-ABS-VARIANCE       PIC 9(7)V99 COMP VALUE 0.
011300
011400 01  WS-BUS-DATE              PIC X(10) VALUE SPACES.
011500 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
011600     05 WS-BUS-MM             PIC 99.
011700     05 WS-BUS-SLASH1         PIC X.
011800     05 WS-BUS-DD             PIC 99.
011900     05 WS-BUS-SLASH2         PIC X.
012000     05 WS-BUS-YYYY           PIC 9(4).
012100
012200 01  WS-RUN-DATE.
012300     05 WS-RUN-YYYY           PIC 9(4).
012400     05 WS-RUN-MM             PIC 99.
012500     05 WS-RUN-DD             PIC 99.
012600 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
012700
012800 01  ALERT-REQUEST-FIELDS.
012900     05 ALERT-SEVERITY        PIC X.
013000     05 ALERT-PROGRAM         PIC X(12).
013100     05 ALERT-MESSAGE         PIC X(80).
013200
013300 01  WS-REPORT-FIELDS.
013400     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
013500     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
013600     05 WS-EDIT-VALUE-2       PIC ZZZ,ZZZ,ZZ9.99.
013700     05 WS-EDIT-NET           PIC ZZZ,ZZZ,ZZ9.99-.
013800     05 WS-EDIT-TENDER        PIC X(14).
013900
014000 01  WS-AUDIT-FIELDS.
014100     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
014200     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
014300     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
014400     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
014500
014600 01  WS-AUDIT-DATE-GROUP.
014700     05 WS-AUDIT-YYYY         PIC 9(4).
014800     05 WS-AUDIT-MM           PIC 99.
014900     05 WS-AUDIT-DD           PIC 99.
015000
015100 01  WS-AUDIT-TIME-GROUP.
015200     05 WS-AUDIT-HH           PIC 99.
015300     05 WS-AUDIT-MIN          PIC 99.
015400     05 WS-AUDIT-SS           PIC 99.
015500     05 WS-AUDIT-HS           PIC 99.
015600
015606 01  SIGN-REQUEST-FIELDS.
015612     05 SIGN-FUNCTION          PIC X.
015618     05 SIGN-PROGRAM           PIC X(10).
015624     05 SIGN-ACTION            PIC X(08).
015630     05 SIGN-DETAIL            PIC X(60).
015636 01  SIGN-RESULT-FIELDS.
015642     05 SIGN-RESULT            PIC X.
015648        88 SIGN-GRANTED                 VALUE "G".
015654        88 SIGN-REFUSED                 VALUE "R".
015660     05 SIGN-OPERATOR-ID       PIC X(08).
015666     05 SIGN-OPERATOR-NAME     PIC X(30).
015672     05 SIGN-OPERATOR-ROLE     PIC X(02).
015678     05 SIGN-PASSWORD-HASH     PIC 9(10).
015684
015700 PROCEDURE DIVISION.
015800
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE-RTN THRU 1000-INITIALIZE-RTN-EXIT.
016100     IF NOT RUN-REFUSED
016200         PERFORM 1300-GET-COUNTS-RTN
016300         PERFORM 2000-SCAN-SALES-RTN
016400         PERFORM 3000-SCAN-TRADE-INS-RTN
016450         PERFORM 3500-SCAN-RENTALS-RTN
016475         PERFORM 3800-SCAN-GIFT-CARDS-RTN
016500         PERFORM 4000-BALANCE-TILL-RTN
016600         PERFORM 5000-WRITE-REPORT-RTN
016700         PERFORM 6000-RAISE-ALERTS-RTN
016800     END-IF.
016900     PERFORM 9000-TERMINATE-RTN.
017000     STOP RUN.
017100
017200******************************************************************
017300*    1000-INITIALIZE-RTN
017400*    LOG THE START AND TAKE THE BUSINESS DAY TO CLOSE (BLANK IS
017500*    TODAY). A BAD DATE CLOSES NOTHING.
017600******************************************************************
017700 1000-INITIALIZE-RTN.
017709     MOVE "S" TO SIGN-FUNCTION.
017718     MOVE "TILLCLS" TO SIGN-PROGRAM.
017727     MOVE SPACES TO SIGN-ACTION.
017736     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
017745         SIGN-RESULT-FIELDS.
017754     IF NOT SIGN-GRANTED
017763         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
017772         MOVE 8 TO RETURN-CODE
017781         STOP RUN
017790     END-IF.
017800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017900     MOVE SPACES TO WS-TODAY-DATE.
018000     STRING WS-RUN-MM DELIMITED BY SIZE
018100         '/' DELIMITED BY SIZE
018200         WS-RUN-DD DELIMITED BY SIZE
018300         '/' DELIMITED BY SIZE
018400         WS-RUN-YYYY DELIMITED BY SIZE
018500         INTO WS-TODAY-DATE.
018600     OPEN EXTEND AUDIT-FILE.
018700     IF WS-AUDIT-FILE-STATUS NOT = "00"
018800         OPEN OUTPUT AUDIT-FILE
018900     END-IF.
019000     MOVE 'START' TO WS-AUDIT-EVENT.
019100     MOVE SPACES TO WS-AUDIT-STATUS.
019200     MOVE 0 TO WS-AUDIT-REC-EDIT.
019300     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
019400     DISPLAY "TILLCLS - END-OF-DAY TILL CLOSE".
019500     PERFORM 1200-GET-BUSINESS-DATE-RTN.
019600     IF RUN-REFUSED
019700         DISPLAY "BUSINESS DATE " WS-BUS-DATE
019800             " IS NOT A VALID MM/DD/YYYY DATE - TILL NOT CLOSED"
019900         MOVE 'BADDATE' TO WS-AUDIT-STATUS
020000         MOVE 8 TO RETURN-CODE
020100         GO TO 1000-INITIALIZE-RTN-EXIT
020200     END-IF.
020300
020400 1000-INITIALIZE-RTN-EXIT.
020500     EXIT.
020600
020700******************************************************************
020800*    1100-WRITE-AUDIT-LINE-RTN
020900*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
021000*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
021100*    COMPLETION STATUS.
021200******************************************************************
021300 1100-WRITE-AUDIT-LINE-RTN.
021400     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
021500     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
021600     MOVE SPACES TO AUDIT-LINE.
021700     STRING 'PGM=TILLCLS   EVENT=' DELIMITED BY SIZE
021800         WS-AUDIT-EVENT DELIMITED BY SIZE
021900         '  TS=' DELIMITED BY SIZE
022000         WS-AUDIT-YYYY DELIMITED BY SIZE
022100         '-' DELIMITED BY SIZE
022200         WS-AUDIT-MM DELIMITED BY SIZE
022300         '-' DELIMITED BY SIZE
022400         WS-AUDIT-DD DELIMITED BY SIZE
022500         ' ' DELIMITED BY SIZE
022600         WS-AUDIT-HH DELIMITED BY SIZE
022700         ':' DELIMITED BY SIZE
022800         WS-AUDIT-MIN DELIMITED BY SIZE
022900         ':' DELIMITED BY SIZE
023000         WS-AUDIT-SS DELIMITED BY SIZE
023100         '  RECS=' DELIMITED BY SIZE
023200         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
023300         '  STATUS=' DELIMITED BY SIZE
023400         WS-AUDIT-STATUS DELIMITED BY SIZE
023500         INTO AUDIT-LINE.
023600     WRITE AUDIT-LINE.
023700
023800******************************************************************
023900*    1200-GET-BUSINESS-DATE-RTN
024000*    TAKE THE BUSINESS DAY AS MM/DD/YYYY -- THE FORM THE SALES
024100*    AND TRADE-IN LEDGERS CARRY.
024200******************************************************************
024300 1200-GET-BUSINESS-DATE-RTN.
024400     DISPLAY "BUSINESS DATE TO CLOSE (MM/DD/YYYY, BLANK = "
024500         "TODAY) : ".
024600     ACCEPT WS-BUS-DATE.
024700     IF WS-BUS-DATE = SPACES
024800         MOVE WS-TODAY-DATE TO WS-BUS-DATE
024900     END-IF.
025000     IF WS-BUS-MM NOT NUMERIC
025100         OR WS-BUS-DD NOT NUMERIC
025200         OR WS-BUS-YYYY NOT NUMERIC
025300         OR WS-BUS-SLASH1 NOT = '/'
025400         OR WS-BUS-SLASH2 NOT = '/'
025500         MOVE "Y" TO WS-REFUSED-SWITCH
025600     ELSE
025700         IF WS-BUS-MM < 1 OR WS-BUS-MM > 12
025800             OR WS-BUS-DD < 1 OR WS-BUS-DD > 31
025900             MOVE "Y" TO WS-REFUSED-SWITCH
026000         END-IF
026100     END-IF.
026200
026300******************************************************************
026400*    1300-GET-COUNTS-RTN
026500*    TAKE THE OPENING FLOAT (0 IS THE STANDARD FLOAT), THE CASH
026600*    COUNTED IN THE DRAWER AND THE CARD TERMINAL'S BATCH TOTAL.
026700******************************************************************
026800 1300-GET-COUNTS-RTN.
026900     MOVE WS-FLOAT-DEFAULT TO WS-EDIT-VALUE.
027000     DISPLAY "ENTER OPENING FLOAT (NNNNN.NN, 0 = "
027100         WS-EDIT-VALUE ") : ".
027200     ACCEPT WS-ENTRY-FLOAT.
027300     IF WS-ENTRY-FLOAT IS NOT NUMERIC OR WS-ENTRY-FLOAT = 0
027400         MOVE WS-FLOAT-DEFAULT TO WS-ENTRY-FLOAT
027500     END-IF.
027600     DISPLAY "ENTER CASH COUNTED IN DRAWER (NNNNNNN.NN) : ".
027700     ACCEPT WS-ENTRY-CASH.
027800     IF WS-ENTRY-CASH IS NOT NUMERIC
027900         MOVE 0 TO WS-ENTRY-CASH
028000     END-IF.
028100     DISPLAY "ENTER CARD BATCH TOTAL (NNNNNNN.NN) : ".
028200     ACCEPT WS-ENTRY-CARD.
028300     IF WS-ENTRY-CARD IS NOT NUMERIC
028400         MOVE 0 TO WS-ENTRY-CARD
028500     END-IF.
028600
028700******************************************************************
028800*    2000-SCAN-SALES-RTN
028900*    ONE PASS OVER THE SALES LEDGER FOR THE BUSINESS DAY. NO
029000*    LEDGER ON HAND IS A DAY WITH NO COUNTER TRADE.
029100******************************************************************
029200 2000-SCAN-SALES-RTN.
029300     MOVE "N" TO EOF-SWITCH.
029400     OPEN INPUT SALES-FILE.
029500     IF WS-SALES-FILE-STATUS NOT = "00"
029600         MOVE "Y" TO EOF-SWITCH
029700     END-IF.
029800     PERFORM 2100-READ-ONE-SALE-RTN UNTIL END-OF-FILE.
029900     IF WS-SALES-FILE-STATUS NOT = "35"
030000         CLOSE SALES-FILE
030100     END-IF.
030200
030300******************************************************************
030400*    2100-READ-ONE-SALE-RTN
030500*    TAKE ONE LEDGER LINE DATED THE BUSINESS DAY AND ADD ITS
030600*    PRICE PLUS TAX TO ITS TENDER'S SALES OR REFUNDS. A LINE
030700*    POSTED BEFORE TAX WAS CHARGED CARRIES NONE.
030800******************************************************************
030900 2100-READ-ONE-SALE-RTN.
031000     READ SALES-FILE
031100         AT END
031200             MOVE "Y" TO EOF-SWITCH
031300         NOT AT END
031400             IF SAL-DATE = WS-BUS-DATE
031500                 AND SAL-PRICE IS NUMERIC
031600                 PERFORM 2200-ROLL-ONE-SALE-RTN
031700             END-IF
031800     END-READ.
031900
032000******************************************************************
032100*    2200-ROLL-ONE-SALE-RTN
032200*    ROLL ONE OF THE DAY'S LINES INTO ITS TENDER.
032300******************************************************************
032400 2200-ROLL-ONE-SALE-RTN.
032500     IF SAL-TAX IS NUMERIC
032600         MOVE SAL-TAX TO WS-LINE-TAX
032700     ELSE
032800         MOVE 0 TO WS-LINE-TAX
032900     END-IF.
033000     COMPUTE WS-LINE-AMOUNT = SAL-PRICE + WS-LINE-TAX.
033100     IF SAL-IS-RETURN
033200         ADD 1 TO RETURN-COUNTER
033300         EVALUATE TRUE
033400             WHEN SAL-PAID-CARD
033500                 ADD WS-LINE-AMOUNT TO WS-CARD-REFUNDS
033600             WHEN SAL-PAID-CREDIT
033700                 ADD WS-LINE-AMOUNT TO WS-CREDIT-REFUNDS
033800             WHEN OTHER
033900                 ADD WS-LINE-AMOUNT TO WS-CASH-REFUNDS
034000         END-EVALUATE
034100     ELSE
034200         ADD 1 TO SALES-COUNTER
034300         EVALUATE TRUE
034400             WHEN SAL-PAID-CARD
034500                 ADD WS-LINE-AMOUNT TO WS-CARD-SALES
034600             WHEN SAL-PAID-CREDIT
034700                 ADD WS-LINE-AMOUNT TO WS-CREDIT-SALES
034800             WHEN OTHER
034900                 ADD WS-LINE-AMOUNT TO WS-CASH-SALES
035000         END-EVALUATE
035100     END-IF.
035200
035300******************************************************************
035400*    3000-SCAN-TRADE-INS-RTN
035500*    PICK UP THE CASH PAID OUT OF THE DRAWER FOR TRADE-INS ON
035600*    THE BUSINESS DAY. TRADE-INS PAID IN STORE CREDIT TAKE NO
035700*    MONEY FROM THE TILL.
035800******************************************************************
035900 3000-SCAN-TRADE-INS-RTN.
036000     MOVE "N" TO EOF-SWITCH.
036100     OPEN INPUT TRADE-FILE.
036200     IF WS-TRADE-FILE-STATUS NOT = "00"
036300         MOVE "Y" TO EOF-SWITCH
036400     END-IF.
036500     PERFORM 3100-READ-ONE-TRADE-RTN UNTIL END-OF-FILE.
036600     IF WS-TRADE-FILE-STATUS NOT = "35"
036700         CLOSE TRADE-FILE
036800     END-IF.
036900
037000******************************************************************
037100*    3100-READ-ONE-TRADE-RTN
037200*    TAKE ONE CASH TRADE-IN DATED THE BUSINESS DAY.
037300******************************************************************
037400 3100-READ-ONE-TRADE-RTN.
037500     READ TRADE-FILE
037600         AT END
037700             MOVE "Y" TO EOF-SWITCH
037800         NOT AT END
037900             IF TRD-DATE = WS-BUS-DATE
038000                 AND TRD-PAID-CASH
038100                 AND TRD-PAID IS NUMERIC
038200                 ADD 1 TO TRADE-COUNTER
038300                 ADD TRD-PAID TO WS-TRADE-CASH
038400             END-IF
038500     END-READ.
038600
038601******************************************************************
038602*    3500-SCAN-RENTALS-RTN
038603*    PICK UP THE RENTAL FEES TAKEN AT CHECK-OUT AND THE LATE
038604*    FEES TAKEN AT CHECK-IN ON THE BUSINESS DAY FROM THE RENTAL
038605*    LEDGER (SEE RENTDESK). THEY GO INTO THEIR TENDER'S SALES
038606*    ALONGSIDE THE COUNTER SALES. RENTAL FEES CARRY NO TAX.
038607******************************************************************
038608 3500-SCAN-RENTALS-RTN.
038609     MOVE "N" TO EOF-SWITCH.
038610     OPEN INPUT RENTALS-FILE.
038611     IF WS-RNT-FILE-STATUS NOT = "00"
038612         MOVE "Y" TO EOF-SWITCH
038613     END-IF.
038614     PERFORM 3600-READ-ONE-RENTAL-RTN UNTIL END-OF-FILE.
038615     IF WS-RNT-FILE-STATUS NOT = "35"
038616         CLOSE RENTALS-FILE
038617     END-IF.
038618
038619******************************************************************
038620*    3600-READ-ONE-RENTAL-RTN
038621*    TAKE ONE CHECK-OUT DATED OUT ON THE BUSINESS DAY, OR ONE
038622*    CHECK-IN DATED BACK ON IT, THAT TOOK MONEY.
038623******************************************************************
038624 3600-READ-ONE-RENTAL-RTN.
038625     READ RENTALS-FILE
038626         AT END
038627             MOVE "Y" TO EOF-SWITCH
038628         NOT AT END
038629             MOVE 0 TO WS-LINE-AMOUNT
038630             IF RNT-IS-CHECKOUT AND RNT-OUT-DATE = WS-BUS-DATE
038631                 AND RNT-FEE IS NUMERIC
038632                 MOVE RNT-FEE TO WS-LINE-AMOUNT
038633             END-IF
038634             IF RNT-IS-CHECKIN AND RNT-IN-DATE = WS-BUS-DATE
038635                 AND RNT-LATE-FEE IS NUMERIC
038636                 MOVE RNT-LATE-FEE TO WS-LINE-AMOUNT
038637             END-IF
038638             IF WS-LINE-AMOUNT > 0
038639                 PERFORM 3700-ROLL-ONE-RENTAL-RTN
038640             END-IF
038641     END-READ.
038642
038643******************************************************************
038644*    3700-ROLL-ONE-RENTAL-RTN
038645*    ROLL ONE RENTAL OR LATE FEE INTO ITS TENDER.
038646******************************************************************
038647 3700-ROLL-ONE-RENTAL-RTN.
038648     ADD 1 TO RENTAL-COUNTER.
038649     ADD WS-LINE-AMOUNT TO WS-RENTAL-FEES.
038650     EVALUATE TRUE
038651         WHEN RNT-PAID-CARD
038652             ADD WS-LINE-AMOUNT TO WS-CARD-SALES
038653         WHEN RNT-PAID-CREDIT
038654             ADD WS-LINE-AMOUNT TO WS-CREDIT-SALES
038655         WHEN OTHER
038656             ADD WS-LINE-AMOUNT TO WS-CASH-SALES
038657     END-EVALUATE.
038658
038659******************************************************************
038660*    3800-SCAN-GIFT-CARDS-RTN
038661*    PICK UP THE GIFT CARDS SOLD OVER THE COUNTER ON THE
038662*    BUSINESS DAY FROM THE STORED-VALUE LEDGER (SEE SVCPOST).
038663*    THE MONEY TAKEN FOR THEM GOES INTO ITS TENDER'S SALES.
038664*    TRADE-IN AND REFUND CREDITS, AND REDEMPTIONS, TAKE NO
038665*    MONEY -- A REDEMPTION IS ALREADY ON THE SALES LEDGER AS A
038666*    STORE CREDIT SALE.
038667******************************************************************
038668 3800-SCAN-GIFT-CARDS-RTN.
038669     MOVE "N" TO EOF-SWITCH.
038670     OPEN INPUT SVL-FILE.
038671     IF WS-SVL-FILE-STATUS NOT = "00"
038672         MOVE "Y" TO EOF-SWITCH
038673     END-IF.
038674     PERFORM 3900-READ-ONE-CARD-LINE-RTN UNTIL END-OF-FILE.
038675     IF WS-SVL-FILE-STATUS NOT = "35"
038676         CLOSE SVL-FILE
038677     END-IF.
038678
038679******************************************************************
038680*    3900-READ-ONE-CARD-LINE-RTN
038681*    TAKE ONE GIFT CARD SOLD FOR CASH OR CARD ON THE BUSINESS
038682*    DAY AND ROLL IT INTO ITS TENDER.
038683******************************************************************
038684 3900-READ-ONE-CARD-LINE-RTN.
038685     READ SVL-FILE
038686         AT END
038687             MOVE "Y" TO EOF-SWITCH
038688         NOT AT END
038689             IF SVL-DATE = WS-BUS-DATE
038690                 AND SVL-IS-ISSUE
038691                 AND (SVL-PAID-CASH OR SVL-PAID-CARD)
038692                 AND SVL-AMOUNT IS NUMERIC
038693                 ADD 1 TO GIFT-COUNTER
038694                 ADD SVL-AMOUNT TO WS-GIFT-SOLD
038695                 IF SVL-PAID-CARD
038696                     ADD SVL-AMOUNT TO WS-CARD-SALES
038697                 ELSE
038698                     ADD SVL-AMOUNT TO WS-CASH-SALES
038699                 END-IF
038719             END-IF
038739     END-READ.
038759
038779******************************************************************
038800*    4000-BALANCE-TILL-RTN
038900*    THE DRAWER SHOULD HOLD THE FLOAT PLUS THE DAY'S NET CASH
039000*    TAKINGS LESS THE CASH PAID FOR TRADE-INS; THE CARD BATCH
039100*    SHOULD MATCH THE NET CARD TAKINGS. OVER IS POSITIVE, SHORT
039200*    NEGATIVE.
039300******************************************************************
039400 4000-BALANCE-TILL-RTN.
039500     COMPUTE WS-CASH-NET = WS-CASH-SALES - WS-CASH-REFUNDS.
039600     COMPUTE WS-CARD-NET = WS-CARD-SALES - WS-CARD-REFUNDS.
039700     COMPUTE WS-CREDIT-NET = WS-CREDIT-SALES - WS-CREDIT-REFUNDS.
039800     COMPUTE WS-CASH-EXPECTED = WS-ENTRY-FLOAT + WS-CASH-NET
039900         - WS-TRADE-CASH.
040000     COMPUTE WS-CASH-VARIANCE = WS-ENTRY-CASH - WS-CASH-EXPECTED.
040100     COMPUTE WS-CARD-VARIANCE = WS-ENTRY-CARD - WS-CARD-NET.
040200     IF WS-CASH-VARIANCE < 0
040300         COMPUTE WS-ABS-VARIANCE = 0 - WS-CASH-VARIANCE
040400     ELSE
040500         MOVE WS-CASH-VARIANCE TO WS-ABS-VARIANCE
040600     END-IF.
040700     IF WS-ABS-VARIANCE > WS-TOLERANCE
040800         MOVE "Y" TO WS-CASH-OUT-SWITCH
040900     END-IF.
041000     IF WS-CARD-VARIANCE < 0
041100         COMPUTE WS-ABS-VARIANCE = 0 - WS-CARD-VARIANCE
041200     ELSE
041300         MOVE WS-CARD-VARIANCE TO WS-ABS-VARIANCE
041400     END-IF.
041500     IF WS-ABS-VARIANCE > WS-TOLERANCE
041600         MOVE "Y" TO WS-CARD-OUT-SWITCH
041700     END-IF.
041800
041900******************************************************************
042000*    5000-WRITE-REPORT-RTN
042100*    WRITE THE OVER/SHORT REPORT -- THE DAY BY TENDER, THEN THE
042200*    CASH DRAWER AND THE CARD BATCH AGAINST WHAT WAS COUNTED.
042300******************************************************************
042400 5000-WRITE-REPORT-RTN.
042500     OPEN OUTPUT REPORT-FILE.
042600     MOVE SPACES TO REPORT-LINE.
042700     STRING 'TILL CLOSE - OVER/SHORT REPORT  BUSINESS DAY '
042800         DELIMITED BY SIZE
042900         WS-BUS-DATE DELIMITED BY SIZE
043000         '  RUN ' DELIMITED BY SIZE
043100         WS-TODAY-DATE DELIMITED BY SIZE
043200         INTO REPORT-LINE.
043300     WRITE REPORT-LINE.
043400     MOVE SPACES TO REPORT-LINE.
043500     WRITE REPORT-LINE.
043600     MOVE SPACES TO REPORT-LINE.
043700     STRING 'TENDER                 SALES        REFUNDS'
043800         DELIMITED BY SIZE
043900         '            NET' DELIMITED BY SIZE
044000         INTO REPORT-LINE.
044100     WRITE REPORT-LINE.
044200     MOVE 'CASH' TO WS-EDIT-TENDER.
044300     MOVE WS-CASH-SALES TO WS-EDIT-VALUE.
044400     MOVE WS-CASH-REFUNDS TO WS-EDIT-VALUE-2.
044500     MOVE WS-CASH-NET TO WS-EDIT-NET.
044600     PERFORM 5100-WRITE-TENDER-LINE-RTN.
044700     MOVE 'CARD' TO WS-EDIT-TENDER.
044800     MOVE WS-CARD-SALES TO WS-EDIT-VALUE.
044900     MOVE WS-CARD-REFUNDS TO WS-EDIT-VALUE-2.
045000     MOVE WS-CARD-NET TO WS-EDIT-NET.
045100     PERFORM 5100-WRITE-TENDER-LINE-RTN.
045200     MOVE 'STORE CREDIT' TO WS-EDIT-TENDER.
045300     MOVE WS-CREDIT-SALES TO WS-EDIT-VALUE.
045400     MOVE WS-CREDIT-REFUNDS TO WS-EDIT-VALUE-2.
045500     MOVE WS-CREDIT-NET TO WS-EDIT-NET.
045600     PERFORM 5100-WRITE-TENDER-LINE-RTN.
045700     MOVE SPACES TO REPORT-LINE.
045800     WRITE REPORT-LINE.
045900     MOVE SPACES TO REPORT-LINE.
046000     MOVE 'CASH DRAWER' TO REPORT-LINE.
046100     WRITE REPORT-LINE.
046200     MOVE WS-ENTRY-FLOAT TO WS-EDIT-NET.
046300     MOVE SPACES TO REPORT-LINE.
046400     STRING '  OPENING FLOAT  . . . . . . : ' DELIMITED BY SIZE
046500         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
046600     WRITE REPORT-LINE.
046700     MOVE WS-CASH-NET TO WS-EDIT-NET.
046800     MOVE SPACES TO REPORT-LINE.
046900     STRING '  NET CASH TAKINGS . . . . . : ' DELIMITED BY SIZE
047000         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
047100     WRITE REPORT-LINE.
047200     MOVE WS-TRADE-CASH TO WS-EDIT-NET.
047300     MOVE TRADE-COUNTER TO WS-EDIT-COUNT.
047400     MOVE SPACES TO REPORT-LINE.
047500     STRING '  CASH TRADE-IN PAYOUTS  . . : ' DELIMITED BY SIZE
047600         WS-EDIT-NET DELIMITED BY SIZE
047700         '  (' DELIMITED BY SIZE
047800         WS-EDIT-COUNT DELIMITED BY SIZE
047900         ' TRADES)' DELIMITED BY SIZE
048000         INTO REPORT-LINE.
048100     WRITE REPORT-LINE.
048200     MOVE WS-CASH-EXPECTED TO WS-EDIT-NET.
048300     MOVE SPACES TO REPORT-LINE.
048400     STRING '  EXPECTED IN DRAWER . . . . : ' DELIMITED BY SIZE
048500         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
048600     WRITE REPORT-LINE.
048700     MOVE WS-ENTRY-CASH TO WS-EDIT-NET.
048800     MOVE SPACES TO REPORT-LINE.
048900     STRING '  COUNTED IN DRAWER  . . . . : ' DELIMITED BY SIZE
049000         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
049100     WRITE REPORT-LINE.
049200     MOVE WS-CASH-VARIANCE TO WS-EDIT-NET.
049300     MOVE SPACES TO REPORT-LINE.
049400     IF CASH-OUT-OF-TOLERANCE
049500         STRING '  OVER / SHORT(-)  . . . . . : '
049600             DELIMITED BY SIZE
049700             WS-EDIT-NET DELIMITED BY SIZE
049800             '  *** OUT OF TOLERANCE ***' DELIMITED BY SIZE
049900             INTO REPORT-LINE
050000     ELSE
050100         STRING '  OVER / SHORT(-)  . . . . . : '
050200             DELIMITED BY SIZE
050300             WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE
050400     END-IF.
050500     WRITE REPORT-LINE.
050600     MOVE SPACES TO REPORT-LINE.
050700     WRITE REPORT-LINE.
050800     MOVE SPACES TO REPORT-LINE.
050900     MOVE 'CARD BATCH' TO REPORT-LINE.
051000     WRITE REPORT-LINE.
051100     MOVE WS-CARD-NET TO WS-EDIT-NET.
051200     MOVE SPACES TO REPORT-LINE.
051300     STRING '  EXPECTED IN BATCH  . . . . : ' DELIMITED BY SIZE
051400         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
051500     WRITE REPORT-LINE.
051600     MOVE WS-ENTRY-CARD TO WS-EDIT-NET.
051700     MOVE SPACES TO REPORT-LINE.
051800     STRING '  TERMINAL BATCH TOTAL . . . : ' DELIMITED BY SIZE
051900         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
052000     WRITE REPORT-LINE.
052100     MOVE WS-CARD-VARIANCE TO WS-EDIT-NET.
052200     MOVE SPACES TO REPORT-LINE.
052300     IF CARD-OUT-OF-TOLERANCE
052400         STRING '  OVER / SHORT(-)  . . . . . : '
052500             DELIMITED BY SIZE
052600             WS-EDIT-NET DELIMITED BY SIZE
052700             '  *** OUT OF TOLERANCE ***' DELIMITED BY SIZE
052800             INTO REPORT-LINE
052900     ELSE
053000         STRING '  OVER / SHORT(-)  . . . . . : '
053100             DELIMITED BY SIZE
053200             WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE
053300     END-IF.
053400     WRITE REPORT-LINE.
053500     MOVE SPACES TO REPORT-LINE.
053600     WRITE REPORT-LINE.
053700     MOVE SALES-COUNTER TO WS-EDIT-COUNT.
053800     MOVE SPACES TO REPORT-LINE.
053900     STRING 'COPIES SOLD  . . . . . . . . : ' DELIMITED BY SIZE
054000         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
054100     WRITE REPORT-LINE.
054200     MOVE RETURN-COUNTER TO WS-EDIT-COUNT.
054300     MOVE SPACES TO REPORT-LINE.
054400     STRING 'COPIES REFUNDED  . . . . . . : ' DELIMITED BY SIZE
054500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
054600     WRITE REPORT-LINE.
054609     MOVE WS-RENTAL-FEES TO WS-EDIT-VALUE.
054618     MOVE RENTAL-COUNTER TO WS-EDIT-COUNT.
054627     MOVE SPACES TO REPORT-LINE.
054636     STRING 'RENTAL AND LATE FEES TAKEN . : ' DELIMITED BY SIZE
054645         WS-EDIT-VALUE DELIMITED BY SIZE
054654         '  (' DELIMITED BY SIZE
054663         WS-EDIT-COUNT DELIMITED BY SIZE
054672         ' FEES)' DELIMITED BY SIZE
054681         INTO REPORT-LINE.
054690     WRITE REPORT-LINE.
054691     MOVE WS-GIFT-SOLD TO WS-EDIT-VALUE.
054692     MOVE GIFT-COUNTER TO WS-EDIT-COUNT.
054693     MOVE SPACES TO REPORT-LINE.
054694     STRING 'GIFT CARDS SOLD  . . . . . . : ' DELIMITED BY SIZE
054695         WS-EDIT-VALUE DELIMITED BY SIZE
054696         '  (' DELIMITED BY SIZE
054697         WS-EDIT-COUNT DELIMITED BY SIZE
054698         ' CARDS)' DELIMITED BY SIZE
054699         INTO REPORT-LINE.
054732     WRITE REPORT-LINE.
054765     MOVE WS-TOLERANCE TO WS-EDIT-VALUE.
054800     MOVE SPACES TO REPORT-LINE.
054900     STRING 'TOLERANCE  . . . . . . . . . : ' DELIMITED BY SIZE
055000         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
055100     WRITE REPORT-LINE.
055200     CLOSE REPORT-FILE.
055300
055400******************************************************************
055500*    5100-WRITE-TENDER-LINE-RTN
055600*    ONE TENDER'S SALES, REFUNDS AND NET.
055700******************************************************************
055800 5100-WRITE-TENDER-LINE-RTN.
055900     MOVE SPACES TO REPORT-LINE.
056000     STRING WS-EDIT-TENDER DELIMITED BY SIZE
056100         WS-EDIT-VALUE DELIMITED BY SIZE
056200         ' ' DELIMITED BY SIZE
056300         WS-EDIT-VALUE-2 DELIMITED BY SIZE
056400         ' ' DELIMITED BY SIZE
056500         WS-EDIT-NET DELIMITED BY SIZE
056600         INTO REPORT-LINE.
056700     WRITE REPORT-LINE.
056800
056900******************************************************************
057000*    6000-RAISE-ALERTS-RTN
057100*    A DRAWER OR CARD BATCH OUT BY MORE THAN THE TOLERANCE IS
057200*    AN ACTION-REQUIRED ALERT FOR THE MORNING DIGEST.
057300******************************************************************
057400 6000-RAISE-ALERTS-RTN.
057500     IF CASH-OUT-OF-TOLERANCE
057600         MOVE WS-CASH-VARIANCE TO WS-EDIT-NET
057700         MOVE "A" TO ALERT-SEVERITY
057800         MOVE 'TILLCLS' TO ALERT-PROGRAM
057900         MOVE SPACES TO ALERT-MESSAGE
058000         STRING 'TILL ' DELIMITED BY SIZE
058100             WS-BUS-DATE DELIMITED BY SIZE
058200             ' CASH DRAWER OVER/SHORT ' DELIMITED BY SIZE
058300             WS-EDIT-NET DELIMITED BY SIZE
058400             ' - SEE TILLRPT.TXT' DELIMITED BY SIZE
058500             INTO ALERT-MESSAGE
058600         CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS
058700     END-IF.
058800     IF CARD-OUT-OF-TOLERANCE
058900         MOVE WS-CARD-VARIANCE TO WS-EDIT-NET
059000         MOVE "A" TO ALERT-SEVERITY
059100         MOVE 'TILLCLS' TO ALERT-PROGRAM
059200         MOVE SPACES TO ALERT-MESSAGE
059300         STRING 'TILL ' DELIMITED BY SIZE
059400             WS-BUS-DATE DELIMITED BY SIZE
059500             ' CARD BATCH OVER/SHORT ' DELIMITED BY SIZE
059600             WS-EDIT-NET DELIMITED BY SIZE
059700             ' - SEE TILLRPT.TXT' DELIMITED BY SIZE
059800             INTO ALERT-MESSAGE
059900         CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS
060000     END-IF.
060100     IF CASH-OUT-OF-TOLERANCE OR CARD-OUT-OF-TOLERANCE
060200         MOVE 'OVERSHORT' TO WS-AUDIT-STATUS
060300         MOVE 4 TO RETURN-CODE
060400         DISPLAY "TILL IS OUT OF TOLERANCE - ALERT RAISED"
060500     ELSE
060600         MOVE 'BALANCED' TO WS-AUDIT-STATUS
060700         DISPLAY "TILL BALANCED WITHIN TOLERANCE"
060800     END-IF.
060900
061000******************************************************************
061100*    9000-TERMINATE-RTN
061200*    LOG THE END AND CLOSE UP.
061300******************************************************************
061400 9000-TERMINATE-RTN.
061500     MOVE 'END  ' TO WS-AUDIT-EVENT.
061600     COMPUTE WS-AUDIT-REC-EDIT = SALES-COUNTER + RETURN-COUNTER.
061700     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
061800     CLOSE AUDIT-FILE.
061900     IF NOT RUN-REFUSED
062000         DISPLAY "TILLCLS COMPLETE - SEE TILLRPT.TXT."
062100     END-IF.
062200
062300 END PROGRAM TILLCLS.
