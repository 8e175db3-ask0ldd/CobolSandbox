002100*                      WRITES SALESREG.TXT. SUBTOTAL TABLES
002200*                      OVERFLOW INTO A VISIBLE "ALL OTHER (TABLE
002300*                      FULL)" LINE, SAME AS GAMEVAL.
002304*    10/15/2026  DLH   RETURN ENTRIES POSTED BY SALERTN (SAL-TYPE
002308*                      'R') ARE LISTED AS RETURNS WITH THEIR
002312*                      REASON CODE AND NETTED OFF THE DAY -- THE
002316*                      TOTALS NOW SHOW GROSS SALES, RETURNS AND
002320*                      NET SALES. THE GENRE AND PLATFORM TABLES
002324*                      STAY ON GROSS SALES.
002328*    10/15/2026  DLH   EACH LINE NOW SHOWS ITS TENDER, AND THE
002332*                      TOTALS ADD SALES TAX CHARGED, REFUNDED AND
002336*                      NET, AND THE DAY'S TAKINGS BY TENDER (CASH,
002340*                      CARD, STORE CREDIT) WITH TAX AND NET OF
002344*                      REFUNDS -- THE FIGURES TILLCLS BALANCES THE
002348*                      DRAWER AGAINST.
002352*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002356*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002360*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002364*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002368*    10/15/2026  DLH   BURST BY STORE. BESIDES THE COMBINED
002372*                      SALESREG.TXT, ONE COPY PER STORE ON THE
002376*                      LOCATION MASTER (SALESREG-MAIN.TXT AND SO
002380*                      ON) CARRYING ONLY THE LINES WHOSE SAL-
002384*                      LOCATION MAPS TO THAT STORE, THROUGH
002388*                      LOCSTORE. A LINE WITH NO LOCATION OR AN
002392*                      UNMAPPED ONE APPEARS ONLY IN THE COMBINED
002396*                      REGISTER.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-SALES-FILE-STATUS.
003200
003300     SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
006000 01  COUNTERS.
006100     05 LEDGER-COUNTER        PIC 9(7) COMP VALUE 0.
006200     05 SALE-COUNTER          PIC 9(5) COMP VALUE 0.
006250     05 RETURN-COUNTER        PIC 9(5) COMP VALUE 0.
006300
006400 01  WS-SALES-FILE-STATUS     PIC X(02) VALUE "00".
006500
006600 01  WS-FILTER-DATE           PIC X(10) VALUE SPACES.
006700
006705 01  WS-PASS-FIELDS.
006710     05 WS-REPORT-NAME        PIC X(20) VALUE SPACES.
006715     05 WS-PASS-STORE         PIC X(04) VALUE SPACES.
006720     05 WS-STORE-SEQ          PIC 9(3) COMP VALUE 0.
006725     05 WS-STORE-TOTAL        PIC 9(3) COMP VALUE 0.
006730     05 WS-PASS-SWITCH        PIC X VALUE "Y".
006735        88 RECORD-IN-PASS             VALUE "Y".
006740
006745 01  STORE-REQUEST-FIELDS.
006750     05 STORE-FUNCTION        PIC X.
006755     05 STORE-LOCATION        PIC X(10).
006760     05 STORE-SEQ             PIC 9(3).
006765 01  STORE-RESULT-FIELDS.
006770     05 STORE-CODE            PIC X(04).
006775     05 STORE-COUNT           PIC 9(3).
006780     05 STORE-RESULT          PIC X.
006785        88 STORE-FOUND                VALUE "Y".
006790        88 STORE-NOT-FOUND            VALUE "N".
006795
006800 01  WS-VALUE-FIELDS.
006900     05 WS-TOTAL-VALUE        PIC 9(9)V99 COMP VALUE 0.
006933     05 WS-RETURN-VALUE       PIC 9(9)V99 COMP VALUE 0.
006966     05 WS-NET-VALUE          PIC S9(9)V99 COMP VALUE 0.
006969     05 WS-TAX-VALUE          PIC 9(9)V99 COMP VALUE 0.
006972     05 WS-TAX-RETURN-VALUE   PIC 9(9)V99 COMP VALUE 0.
006975     05 WS-LINE-TAX           PIC 9(3)V99 VALUE 0.
006978*    TAKINGS BY TENDER -- PRICE PLUS TAX, LESS REFUNDS GIVEN IN
006981*    THE SAME TENDER. A LINE WITH NO TENDER PREDATES TENDER
006984*    CAPTURE AND COUNTS AS CASH.
006987 01  WS-TENDER-FIELDS.
006990     05 WS-CASH-NET           PIC S9(9)V99 COMP VALUE 0.
006993     05 WS-CARD-NET           PIC S9(9)V99 COMP VALUE 0.
006996     05 WS-CREDIT-NET         PIC S9(9)V99 COMP VALUE 0.
007000
007100 01  WS-GENRE-COUNT           PIC 9(3) COMP VALUE 0.
007200 01  WS-GENRE-TABLE.
009900     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
010000     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
010100     05 WS-EDIT-PRICE         PIC ZZ9.99.
010150     05 WS-EDIT-NET           PIC ZZZ,ZZZ,ZZ9.99-.
010200
010300 01  WS-AUDIT-FIELDS.
010400     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
011700     05 WS-AUDIT-SS           PIC 99.
011800     05 WS-AUDIT-HS           PIC 99.
011900
011906 01  SIGN-REQUEST-FIELDS.
011912     05 SIGN-FUNCTION          PIC X.
011918     05 SIGN-PROGRAM           PIC X(10).
011924     05 SIGN-ACTION            PIC X(08).
011930     05 SIGN-DETAIL            PIC X(60).
011936 01  SIGN-RESULT-FIELDS.
011942     05 SIGN-RESULT            PIC X.
011948        88 SIGN-GRANTED                 VALUE "G".
011954        88 SIGN-REFUSED                 VALUE "R".
011960     05 SIGN-OPERATOR-ID       PIC X(08).
011966     05 SIGN-OPERATOR-NAME     PIC X(30).
011972     05 SIGN-OPERATOR-ROLE     PIC X(02).
011978     05 SIGN-PASSWORD-HASH     PIC 9(10).
011984
012000 PROCEDURE DIVISION.
012100
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE-RTN.
012314     PERFORM 1300-STORE-PASS-RTN
012328         VARYING WS-STORE-SEQ FROM 1 BY 1
012342         UNTIL WS-STORE-SEQ > WS-STORE-TOTAL.
012356     MOVE SPACES TO WS-PASS-STORE.
012370     MOVE 'SALESREG.TXT' TO WS-REPORT-NAME.
012384     PERFORM 1200-OPEN-PASS-RTN.
012400     PERFORM 2000-PROCESS-LEDGER-RTN UNTIL END-OF-FILE.
012500     PERFORM 8000-WRITE-TOTALS-RTN.
012600     PERFORM 9000-TERMINATE-RTN.
012800
012900******************************************************************
013000*    1000-INITIALIZE-RTN
013100*    ASK FOR THE REGISTER DATE, LOG THE START, AND FIND OUT HOW
013200*    MANY STORES THE LOCATION MASTER MAPS -- ONE STORE COPY OF
013300*    THE REGISTER IS WRITTEN FOR EACH (SALESREG-MAIN.TXT AND SO
013350*    ON) BEFORE THE COMBINED SALESREG.TXT.
013400******************************************************************
013500 1000-INITIALIZE-RTN.
013509     MOVE "S" TO SIGN-FUNCTION.
013518     MOVE "SALESRPT" TO SIGN-PROGRAM.
013527     MOVE SPACES TO SIGN-ACTION.
013536     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
013545         SIGN-RESULT-FIELDS.
013554     IF NOT SIGN-GRANTED
013563         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
013572         MOVE 8 TO RETURN-CODE
013581         STOP RUN
013590     END-IF.
013600     DISPLAY "ENTER SALE DATE TO REPORT (MM/DD/YYYY,".
013700     DISPLAY "BLANK = TODAY, ALL = WHOLE LEDGER) : ".
013800     ACCEPT WS-FILTER-DATE.
015000                 INTO WS-FILTER-DATE
015100         END-IF
015200     END-IF.
015571     MOVE "N" TO STORE-FUNCTION.
015942     MOVE SPACES TO STORE-LOCATION.
016313     MOVE 0 TO STORE-SEQ.
016684     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
017055         STORE-RESULT-FIELDS.
017426     MOVE STORE-COUNT TO WS-STORE-TOTAL.
017800     OPEN EXTEND AUDIT-FILE.
017900     IF WS-AUDIT-FILE-STATUS NOT = "00"
018000         OPEN OUTPUT AUDIT-FILE
021600     WRITE AUDIT-LINE.
021700
021800******************************************************************
021801*    1200-OPEN-PASS-RTN
021802*    START ONE PASS OVER THE LEDGER -- CLEAR THE COUNTERS, TOTALS
021803*    AND SUBTOTAL TABLES, OPEN THIS PASS'S REPORT
021804*    (WS-REPORT-NAME), WRITE ITS HEADING AND OPEN THE LEDGER FROM
021805*    THE TOP. NO LEDGER ON HAND IS A DAY WITH NO SALES, NOT AN
021805*    ERROR.
021806******************************************************************
021807 1200-OPEN-PASS-RTN.
021808     MOVE 0 TO LEDGER-COUNTER SALE-COUNTER RETURN-COUNTER.
021809     INITIALIZE WS-VALUE-FIELDS WS-TENDER-FIELDS
021810         WS-OVERFLOW-FIELDS.
021811     MOVE 0 TO WS-GENRE-COUNT WS-PLATFORM-COUNT.
021812     MOVE "N" TO EOF-SWITCH.
021813     OPEN OUTPUT REPORT-FILE.
021814     MOVE SPACES TO REPORT-LINE.
021815     STRING 'SALES REGISTER' DELIMITED BY SIZE
021816         INTO REPORT-LINE.
021817     WRITE REPORT-LINE.
021818     IF WS-PASS-STORE NOT = SPACES
021819         MOVE SPACES TO REPORT-LINE
021820         STRING 'STORE ' DELIMITED BY SIZE
021821             WS-PASS-STORE DELIMITED BY SIZE
021822             INTO REPORT-LINE
021823         WRITE REPORT-LINE
021824     END-IF.
021825     MOVE SPACES TO REPORT-LINE.
021826     IF REPORT-ALL-DATES
021827         STRING 'ALL SALE DATES ON LEDGER' DELIMITED BY SIZE
021828             INTO REPORT-LINE
021829     ELSE
021830         STRING 'SALES DATED ' DELIMITED BY SIZE
021831             WS-FILTER-DATE DELIMITED BY SIZE
021832             INTO REPORT-LINE
021833     END-IF.
021834     WRITE REPORT-LINE.
021835     MOVE SPACES TO REPORT-LINE.
021836     WRITE REPORT-LINE.
021837     OPEN INPUT SALES-FILE.
021838     IF WS-SALES-FILE-STATUS NOT = "00"
021839         MOVE "Y" TO EOF-SWITCH
021840         MOVE SPACES TO REPORT-LINE
021841         STRING 'NO SALES.TXT ON HAND - NOTHING HAS BEEN SOLD'
021842             DELIMITED BY SIZE INTO REPORT-LINE
021843         WRITE REPORT-LINE
021844     END-IF.
021845
021846******************************************************************
021847*    1300-STORE-PASS-RTN
021848*    WRITE ONE STORE'S COPY OF THE REGISTER -- ONLY THE LINES
021849*    SOLD FROM (OR RETURNED TO) THAT STORE'S LOCATIONS.
021850******************************************************************
021851 1300-STORE-PASS-RTN.
021852     MOVE "N" TO STORE-FUNCTION.
021853     MOVE WS-STORE-SEQ TO STORE-SEQ.
021854     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
021855         STORE-RESULT-FIELDS.
021856     MOVE STORE-CODE TO WS-PASS-STORE.
021857     MOVE SPACES TO WS-REPORT-NAME.
021858     STRING 'SALESREG-' DELIMITED BY SIZE
021859         WS-PASS-STORE DELIMITED BY SPACE
021860         '.TXT' DELIMITED BY SIZE
021861         INTO WS-REPORT-NAME.
021862     PERFORM 1200-OPEN-PASS-RTN.
021863     PERFORM 2000-PROCESS-LEDGER-RTN UNTIL END-OF-FILE.
021864     PERFORM 8000-WRITE-TOTALS-RTN.
021865     PERFORM 8500-CLOSE-PASS-RTN.
021866
021867******************************************************************
021900*    2000-PROCESS-LEDGER-RTN
022000*    READ ONE LEDGER RECORD AND ROLL IT INTO THE REGISTER IF IT
022100*    SURVIVES THE DATE FILTER AND, ON A STORE PASS, WAS SOLD AT
022150*    ONE OF THAT STORE'S LOCATIONS.
022200******************************************************************
022300 2000-PROCESS-LEDGER-RTN.
022400     READ SALES-FILE
022700         NOT AT END
022800             ADD 1 TO LEDGER-COUNTER
022900             IF REPORT-ALL-DATES OR SAL-DATE = WS-FILTER-DATE
022904                 PERFORM 7000-CHECK-STORE-RTN
022908             ELSE
022912                 MOVE "N" TO WS-PASS-SWITCH
022916             END-IF
022920             IF RECORD-IN-PASS
022925                 IF SAL-IS-RETURN
022950                     PERFORM 2150-REGISTER-ONE-RETURN-RTN
022975                 ELSE
023000                     PERFORM 2100-REGISTER-ONE-SALE-RTN
023050                 END-IF
023100             END-IF
023200     END-READ.
023300
023900 2100-REGISTER-ONE-SALE-RTN.
024000     ADD 1 TO SALE-COUNTER.
024100     ADD SAL-PRICE TO WS-TOTAL-VALUE.
024150     PERFORM 2400-ROLL-TAX-TENDER-RTN.
024200     MOVE SAL-PRICE TO WS-EDIT-PRICE.
024300     MOVE SPACES TO REPORT-LINE.
024400     STRING SAL-DATE DELIMITED BY SIZE
024900         '  ' DELIMITED BY SIZE
025000         WS-EDIT-PRICE DELIMITED BY SIZE
025100         '  ' DELIMITED BY SIZE
025133         SAL-TENDER DELIMITED BY SIZE
025166         '  ' DELIMITED BY SIZE
025200         SAL-TITLE DELIMITED BY SIZE
025300         INTO REPORT-LINE.
025400     WRITE REPORT-LINE.
025500     PERFORM 2200-ROLL-GENRE-RTN.
025600     PERFORM 2300-ROLL-PLATFORM-RTN.
025603
025606******************************************************************
025609*    2150-REGISTER-ONE-RETURN-RTN
025612*    LIST ONE RETURN WITH ITS REASON CODE AND ROLL THE REFUND
025615*    INTO THE RETURNS TOTAL.
025618******************************************************************
025621 2150-REGISTER-ONE-RETURN-RTN.
025624     ADD 1 TO RETURN-COUNTER.
025627     ADD SAL-PRICE TO WS-RETURN-VALUE.
025630     PERFORM 2400-ROLL-TAX-TENDER-RTN.
025633     MOVE SAL-PRICE TO WS-EDIT-PRICE.
025636     MOVE SPACES TO REPORT-LINE.
025639     STRING SAL-DATE DELIMITED BY SIZE
025642         '  ID=' DELIMITED BY SIZE
025645         SAL-ID-GAME DELIMITED BY SIZE
025648         ' COPY=' DELIMITED BY SIZE
025651         SAL-COPY-NO DELIMITED BY SIZE
025654         ' -' DELIMITED BY SIZE
025657         WS-EDIT-PRICE DELIMITED BY SIZE
025660         '  RETURN ' DELIMITED BY SIZE
025663         SAL-REASON DELIMITED BY SIZE
025666         '  ' DELIMITED BY SIZE
025669         SAL-TENDER DELIMITED BY SIZE
025672         '  ' DELIMITED BY SIZE
025675         SAL-TITLE DELIMITED BY SIZE
025678         INTO REPORT-LINE.
025681     WRITE REPORT-LINE.
025700
025800******************************************************************
025900*    2200-ROLL-GENRE-RTN
032700         MOVE "Y" TO WS-GROUP-FOUND-SWITCH
032800     END-IF.
032900
032902
032904******************************************************************
032906*    2400-ROLL-TAX-TENDER-RTN
032908*    ROLL THE LINE'S SALES TAX INTO TAX CHARGED OR REFUNDED, AND
032910*    ITS PRICE PLUS TAX INTO (OR, FOR A REFUND, OUT OF) ITS
032912*    TENDER'S TAKINGS. A LINE POSTED BEFORE TAX WAS CHARGED
032914*    CARRIES NONE.
032916******************************************************************
032918 2400-ROLL-TAX-TENDER-RTN.
032920     IF SAL-TAX IS NUMERIC
032922         MOVE SAL-TAX TO WS-LINE-TAX
032924     ELSE
032926         MOVE 0 TO WS-LINE-TAX
032928     END-IF.
032930     IF SAL-IS-RETURN
032932         ADD WS-LINE-TAX TO WS-TAX-RETURN-VALUE
032934         EVALUATE TRUE
032936             WHEN SAL-PAID-CARD
032938                 SUBTRACT SAL-PRICE WS-LINE-TAX FROM WS-CARD-NET
032940             WHEN SAL-PAID-CREDIT
032942                 SUBTRACT SAL-PRICE WS-LINE-TAX
032944                     FROM WS-CREDIT-NET
032946             WHEN OTHER
032948                 SUBTRACT SAL-PRICE WS-LINE-TAX FROM WS-CASH-NET
032950         END-EVALUATE
032952     ELSE
032954         ADD WS-LINE-TAX TO WS-TAX-VALUE
032956         EVALUATE TRUE
032958             WHEN SAL-PAID-CARD
032960                 ADD SAL-PRICE WS-LINE-TAX TO WS-CARD-NET
032962             WHEN SAL-PAID-CREDIT
032964                 ADD SAL-PRICE WS-LINE-TAX TO WS-CREDIT-NET
032966             WHEN OTHER
032968                 ADD SAL-PRICE WS-LINE-TAX TO WS-CASH-NET
032970         END-EVALUATE
032972     END-IF.
033000******************************************************************
033100*    8000-WRITE-TOTALS-RTN
033200*    WRITE THE OVERALL, GENRE AND PLATFORM TOTALS AT THE FOOT OF
034200     WRITE REPORT-LINE.
034300     MOVE WS-TOTAL-VALUE TO WS-EDIT-VALUE.
034400     MOVE SPACES TO REPORT-LINE.
034500     STRING 'GROSS SALES . . . . . . . . : ' DELIMITED BY SIZE
034600         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
034700     WRITE REPORT-LINE.
034705     MOVE RETURN-COUNTER TO WS-EDIT-COUNT.
034710     MOVE SPACES TO REPORT-LINE.
034715     STRING 'RETURNS REPORTED  . . . . . : ' DELIMITED BY SIZE
034720         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
034725     WRITE REPORT-LINE.
034730     MOVE WS-RETURN-VALUE TO WS-EDIT-VALUE.
034735     MOVE SPACES TO REPORT-LINE.
034740     STRING 'TOTAL RETURNED  . . . . . . : ' DELIMITED BY SIZE
034745         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
034750     WRITE REPORT-LINE.
034755     COMPUTE WS-NET-VALUE = WS-TOTAL-VALUE - WS-RETURN-VALUE.
034760     MOVE WS-NET-VALUE TO WS-EDIT-NET.
034765     MOVE SPACES TO REPORT-LINE.
034770     STRING 'NET SALES . . . . . . . . . : ' DELIMITED BY SIZE
034775         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
034780     WRITE REPORT-LINE.
034790     PERFORM 8300-WRITE-TAX-TENDER-RTN.
034800     MOVE SPACES TO REPORT-LINE.
034900     WRITE REPORT-LINE.
035000     MOVE SPACES TO REPORT-LINE.
042000         INTO REPORT-LINE.
042100     WRITE REPORT-LINE.
042200
042201
042202******************************************************************
042203*    8300-WRITE-TAX-TENDER-RTN
042204*    WRITE THE SALES TAX TOTALS AND THE DAY'S TAKINGS BY TENDER
042205*    -- THE FIGURES TILLCLS BALANCES THE DRAWER AGAINST.
042206******************************************************************
042207 8300-WRITE-TAX-TENDER-RTN.
042208     MOVE WS-TAX-VALUE TO WS-EDIT-VALUE.
042209     MOVE SPACES TO REPORT-LINE.
042210     STRING 'SALES TAX CHARGED . . . . . : ' DELIMITED BY SIZE
042211         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
042212     WRITE REPORT-LINE.
042213     MOVE WS-TAX-RETURN-VALUE TO WS-EDIT-VALUE.
042214     MOVE SPACES TO REPORT-LINE.
042215     STRING 'SALES TAX REFUNDED  . . . . : ' DELIMITED BY SIZE
042216         WS-EDIT-VALUE DELIMITED BY SIZE INTO REPORT-LINE.
042217     WRITE REPORT-LINE.
042218     COMPUTE WS-NET-VALUE = WS-TAX-VALUE - WS-TAX-RETURN-VALUE.
042219     MOVE WS-NET-VALUE TO WS-EDIT-NET.
042220     MOVE SPACES TO REPORT-LINE.
042221     STRING 'NET SALES TAX . . . . . . . : ' DELIMITED BY SIZE
042222         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
042223     WRITE REPORT-LINE.
042224     MOVE SPACES TO REPORT-LINE.
042225     WRITE REPORT-LINE.
042226     MOVE SPACES TO REPORT-LINE.
042227     STRING 'TAKINGS BY TENDER (WITH TAX, NET OF REFUNDS)'
042228         DELIMITED BY SIZE INTO REPORT-LINE.
042229     WRITE REPORT-LINE.
042230     MOVE WS-CASH-NET TO WS-EDIT-NET.
042231     MOVE SPACES TO REPORT-LINE.
042232     STRING '  CASH  . . . . . . . . . . : ' DELIMITED BY SIZE
042233         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
042234     WRITE REPORT-LINE.
042235     MOVE WS-CARD-NET TO WS-EDIT-NET.
042236     MOVE SPACES TO REPORT-LINE.
042237     STRING '  CARD  . . . . . . . . . . : ' DELIMITED BY SIZE
042238         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
042239     WRITE REPORT-LINE.
042240     MOVE WS-CREDIT-NET TO WS-EDIT-NET.
042241     MOVE SPACES TO REPORT-LINE.
042242     STRING '  STORE CREDIT  . . . . . . : ' DELIMITED BY SIZE
042243         WS-EDIT-NET DELIMITED BY SIZE INTO REPORT-LINE.
042244     WRITE REPORT-LINE.
042245
042246******************************************************************
042247*    7000-CHECK-STORE-RTN
042248*    DECIDE WHETHER THE LEDGER LINE JUST READ BELONGS IN THIS
042249*    PASS -- EVERY LINE ON THE COMBINED PASS, ON A STORE PASS ONLY
042250*    THE LINES WHOSE SAL-LOCATION THE MASTER MAPS TO THAT STORE.
042251*    A LINE WITH NO LOCATION (POSTED BEFORE LOCATION CAPTURE)
042252*    BELONGS TO NO STORE.
042253******************************************************************
042254 7000-CHECK-STORE-RTN.
042255     MOVE "Y" TO WS-PASS-SWITCH.
042256     IF WS-PASS-STORE NOT = SPACES
042257         MOVE "L" TO STORE-FUNCTION
042258         MOVE SAL-LOCATION TO STORE-LOCATION
042259         CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
042260             STORE-RESULT-FIELDS
042261         IF STORE-NOT-FOUND OR STORE-CODE NOT = WS-PASS-STORE
042262             MOVE "N" TO WS-PASS-SWITCH
042263         END-IF
042264     END-IF.
042265
042266******************************************************************
042267*    8500-CLOSE-PASS-RTN
042268*    CLOSE THE LEDGER AND THIS PASS'S REPORT.
042269******************************************************************
042270 8500-CLOSE-PASS-RTN.
042271     IF WS-SALES-FILE-STATUS NOT = "35"
042272         CLOSE SALES-FILE
042273     END-IF.
042274     CLOSE REPORT-FILE.
042275
042300******************************************************************
042400*    9000-TERMINATE-RTN
042500*    LOG THE END OF THE RUN, CLOSE THE FILES AND SIGN OFF.
043000     MOVE SALE-COUNTER TO WS-AUDIT-REC-EDIT.
043100     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
043200     CLOSE AUDIT-FILE.
043450     PERFORM 8500-CLOSE-PASS-RTN.
043700     DISPLAY "SALESRPT COMPLETE - " SALE-COUNTER " SALES, "
043750         RETURN-COUNTER " RETURNS, "
043800         LEDGER-COUNTER " LEDGER RECORDS READ.".
043900
044000 END PROGRAM SALESRPT.
