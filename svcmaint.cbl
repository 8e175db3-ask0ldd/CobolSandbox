000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SVCMAINT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- MENU-DRIVEN GIFT CARD AND
001200*                      STORE CREDIT DESK. UNTIL NOW A GIFT CARD,
001300*                      A TRADE-IN CREDIT OR A REFUND-TO-CREDIT
001400*                      WAS A HANDWRITTEN SLIP. THIS PROGRAM SELLS
001500*                      A NUMBERED GIFT CARD FOR CASH OR CARD,
001600*                      KEYS AN OUTSTANDING PAPER SLIP ONTO THE
001700*                      STORED-VALUE MASTER UNDER ITS ORIGINAL
001800*                      DATE, CREDITS AN AMOUNT ONTO A CARD BY
001900*                      HAND, ANSWERS A BALANCE INQUIRY WITH THE
002000*                      CARD'S LEDGER HISTORY AND LISTS EVERY CARD
002100*                      WITH VALUE LEFT ON IT. EVERY MOVE GOES
002200*                      THROUGH SVCPOST; THE MASTER IS ONLY READ
002300*                      HERE. KEYING A SLIP NEEDS THE ISSUE
002400*                      FUNCTION, AND A HAND CREDIT THE ADJUST
002500*                      FUNCTION, FOR THE OPERATOR'S ROLE IN
002600*                      AUTHTBL.DAT.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SVC-FILE ASSIGN TO 'SVCMAST.TXT'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SVC-ID
003600         FILE STATUS IS WS-SVC-FILE-STATUS.
003700
003800     SELECT SVL-FILE ASSIGN TO 'SVCLEDG.TXT'
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-SVL-FILE-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SVC-FILE.
004500 COPY SVCREC.
004600
004700 FD  SVL-FILE.
004800 COPY SVCLREC.
004900
005000 WORKING-STORAGE SECTION.
005100 01  SWITCHES.
005200     05 WS-MENU-SWITCH         PIC X VALUE "Y".
005300        88 MORE-MAINTENANCE             VALUE "Y".
005400     05 WS-SVC-EOF-SWITCH      PIC X VALUE "N".
005500        88 END-OF-CARDS                 VALUE "Y".
005600     05 WS-SVL-EOF-SWITCH      PIC X VALUE "N".
005700        88 END-OF-LEDGER                VALUE "Y".
005800
005900 01  COUNTERS.
006000     05 SOLD-COUNTER           PIC 9(5) COMP VALUE 0.
006100     05 SLIP-COUNTER           PIC 9(5) COMP VALUE 0.
006200     05 CREDIT-COUNTER         PIC 9(5) COMP VALUE 0.
006300     05 LIST-COUNTER           PIC 9(5) COMP VALUE 0.
006400
006500 01  WS-FILE-STATUSES.
006600     05 WS-SVC-FILE-STATUS     PIC X(02) VALUE "00".
006700     05 WS-SVL-FILE-STATUS     PIC X(02) VALUE "00".
006800
006900 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
007000
007100 01  WS-ENTRY-FIELDS.
007200     05 WS-ENTRY-CARD-NO       PIC 9(08) VALUE 0.
007300     05 WS-ENTRY-AMOUNT        PIC 9(4)V99 VALUE 0.
007400     05 WS-ENTRY-TENDER        PIC X(02) VALUE SPACES.
007500        88 ENTRY-TENDER-VALID           VALUE 'CA' 'CD'.
007600     05 WS-ENTRY-TYPE          PIC X(01) VALUE SPACES.
007700        88 ENTRY-TYPE-VALID             VALUE 'G' 'T' 'R'.
007800     05 WS-ENTRY-DATE          PIC X(10) VALUE SPACES.
007900     05 WS-ENTRY-CUST-ID       PIC 9(06) VALUE 0.
008000     05 WS-ENTRY-HOLDER        PIC X(30) VALUE SPACES.
008100
008200 01  WS-RUN-DATE.
008300     05 WS-RUN-YYYY            PIC 9(4).
008400     05 WS-RUN-MM              PIC 99.
008500     05 WS-RUN-DD              PIC 99.
008600 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
008700
008800 01  WS-LIST-TOTAL             PIC 9(7)V99 COMP VALUE 0.
008900 01  WS-AMOUNT-EDIT            PIC Z,ZZ9.99.
009000 01  WS-BALANCE-EDIT           PIC Z,ZZ9.99.
009100 01  WS-TOTAL-EDIT             PIC Z,ZZZ,ZZ9.99.
009200 01  WS-COUNT-EDIT             PIC ZZ,ZZ9.
009300 01  WS-TYPE-NAME              PIC X(15) VALUE SPACES.
009400 01  WS-EVENT-NAME             PIC X(08) VALUE SPACES.
009500
009600 01  SVC-POST-FIELDS.
009700     05 SVPST-FUNCTION         PIC X(01).
009800     05 SVPST-CARD-ID          PIC 9(08).
009900     05 SVPST-TYPE             PIC X(01).
010000     05 SVPST-AMOUNT           PIC 9(4)V99.
010100     05 SVPST-DATE             PIC X(10).
010200     05 SVPST-TENDER           PIC X(02).
010300     05 SVPST-CUST-ID          PIC 9(06).
010400     05 SVPST-HOLDER           PIC X(30).
010500     05 SVPST-ID-GAME          PIC 9(06).
010600     05 SVPST-COPY-NO          PIC 9(03).
010700     05 SVPST-PROGRAM          PIC X(08).
010800     05 SVPST-OPERATOR         PIC X(08).
010900 01  SVC-POST-RESULT-FIELDS.
011000     05 SVPST-RESULT           PIC X(01).
011100        88 SVPST-POSTED                 VALUE 'P'.
011200        88 SVPST-NO-CARD                VALUE 'N'.
011300     05 SVPST-BALANCE          PIC 9(4)V99.
011400     05 SVPST-CARD-TYPE        PIC X(01).
011500     05 SVPST-ISSUE-DATE       PIC X(10).
011600     05 SVPST-LAST-ACTIVITY    PIC X(10).
011700     05 SVPST-HOLDER-NAME      PIC X(30).
011800
011900 01  CUST-LKUP-ID              PIC 9(06).
012000 01  CUST-LKUP-RESULT-FIELDS.
012100     05 CUST-LKUP-NAME         PIC X(30).
012200     05 CUST-LKUP-PHONE        PIC X(15).
012300     05 CUST-LKUP-STATUS       PIC X(01).
012400        88 CUST-LKUP-INACTIVE           VALUE 'I'.
012500     05 CUST-LKUP-POINTS       PIC 9(07).
012600 01  CUST-LKUP-FOUND-SWITCH    PIC X.
012700     88 CUST-LKUP-FOUND                 VALUE "Y".
012800     88 CUST-LKUP-NOT-FOUND             VALUE "N".
012900
013000 01  SIGN-REQUEST-FIELDS.
013100     05 SIGN-FUNCTION          PIC X.
013200     05 SIGN-PROGRAM           PIC X(10).
013300     05 SIGN-ACTION            PIC X(08).
013400     05 SIGN-DETAIL            PIC X(60).
013500 01  SIGN-RESULT-FIELDS.
013600     05 SIGN-RESULT            PIC X.
013700        88 SIGN-GRANTED                 VALUE "G".
013800        88 SIGN-REFUSED                 VALUE "R".
013900     05 SIGN-OPERATOR-ID       PIC X(08).
014000     05 SIGN-OPERATOR-NAME     PIC X(30).
014100     05 SIGN-OPERATOR-ROLE     PIC X(02).
014200     05 SIGN-PASSWORD-HASH     PIC 9(10).
014300
014400 PROCEDURE DIVISION.
014500
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE-RTN.
014800     PERFORM 2000-MAINTENANCE-MENU-RTN
014900         UNTIL NOT MORE-MAINTENANCE.
015000     PERFORM 9000-TERMINATE-RTN.
015100     STOP RUN.
015200
015300******************************************************************
015400*    1000-INITIALIZE-RTN
015500*    SIGN THE OPERATOR ON AND WORK OUT TODAY'S DATE. NO FILE IS
015600*    HELD OPEN -- SVCPOST OPENS THE MASTER FOR EACH MOVE.
015700******************************************************************
015800 1000-INITIALIZE-RTN.
015900     MOVE "S" TO SIGN-FUNCTION.
016000     MOVE "SVCMAINT" TO SIGN-PROGRAM.
016100     MOVE SPACES TO SIGN-ACTION.
016200     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
016300         SIGN-RESULT-FIELDS.
016400     IF NOT SIGN-GRANTED
016500         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
016600         MOVE 8 TO RETURN-CODE
016700         STOP RUN
016800     END-IF.
016900     DISPLAY "SVCMAINT - GIFT CARDS AND STORE CREDIT".
017000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017100     MOVE SPACES TO WS-TODAY-DATE.
017200     STRING WS-RUN-MM DELIMITED BY SIZE
017300         '/' DELIMITED BY SIZE
017400         WS-RUN-DD DELIMITED BY SIZE
017500         '/' DELIMITED BY SIZE
017600         WS-RUN-YYYY DELIMITED BY SIZE
017700         INTO WS-TODAY-DATE.
017800
017900******************************************************************
018000*    2000-MAINTENANCE-MENU-RTN
018100*    SHOW THE MENU AND DISPATCH TO THE CHOSEN ACTION.
018200******************************************************************
018300 2000-MAINTENANCE-MENU-RTN.
018400     DISPLAY "S) SELL A GIFT CARD".
018500     DISPLAY "K) KEY IN A PAPER GIFT OR CREDIT SLIP".
018600     DISPLAY "C) CREDIT AN AMOUNT ONTO A CARD".
018700     DISPLAY "B) BALANCE INQUIRY".
018800     DISPLAY "L) LIST CARDS WITH A BALANCE".
018900     DISPLAY "Q) QUIT".
019000     DISPLAY "ENTER CHOICE : ".
019100     ACCEPT WS-MENU-CHOICE.
019200     EVALUATE WS-MENU-CHOICE
019300         WHEN "S" WHEN "s"
019400             PERFORM 2100-SELL-GIFT-CARD-RTN
019500         WHEN "K" WHEN "k"
019600             MOVE "ISSUE" TO SIGN-ACTION
019700             PERFORM 2050-CHECK-FUNCTION-RTN
019800             IF SIGN-GRANTED
019900                 PERFORM 2200-KEY-PAPER-SLIP-RTN
020000             END-IF
020100         WHEN "C" WHEN "c"
020200             MOVE "ADJUST" TO SIGN-ACTION
020300             PERFORM 2050-CHECK-FUNCTION-RTN
020400             IF SIGN-GRANTED
020500                 PERFORM 2300-CREDIT-CARD-RTN
020600             END-IF
020700         WHEN "B" WHEN "b"
020800             PERFORM 2400-BALANCE-INQUIRY-RTN
020900         WHEN "L" WHEN "l"
021000             PERFORM 2600-LIST-CARDS-RTN
021100         WHEN "Q" WHEN "q"
021200             MOVE "N" TO WS-MENU-SWITCH
021300         WHEN OTHER
021400             DISPLAY "INVALID CHOICE - TRY AGAIN."
021500     END-EVALUATE.
021600
021700******************************************************************
021800*    2050-CHECK-FUNCTION-RTN
021900*    ASK OPSIGNON WHETHER THE SIGNED-ON OPERATOR'S ROLE MAY USE
022000*    THE FUNCTION IN SIGN-ACTION (ISSUE OR ADJUST). A REFUSAL
022100*    IS EXPLAINED, LOGGED AND ALERTED BY OPSIGNON ITSELF.
022200******************************************************************
022300 2050-CHECK-FUNCTION-RTN.
022400     MOVE "A" TO SIGN-FUNCTION.
022500     MOVE "SVCMAINT" TO SIGN-PROGRAM.
022600     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
022700         SIGN-RESULT-FIELDS.
022800
022900******************************************************************
023000*    2100-SELL-GIFT-CARD-RTN
023100*    SELL A NEW GIFT CARD -- TAKE THE AMOUNT LOADED, THE TENDER
023200*    IT WAS PAID WITH (SO TILLCLS COUNTS THE MONEY IN) AND AN
023300*    OPTIONAL HOLDER, AND ISSUE IT THROUGH SVCPOST.
023400******************************************************************
023500 2100-SELL-GIFT-CARD-RTN.
023600     DISPLAY "ENTER AMOUNT TO LOAD (NNNN.NN) : ".
023700     ACCEPT WS-ENTRY-AMOUNT.
023800     IF WS-ENTRY-AMOUNT = 0
023900         DISPLAY "AMOUNT MUST NOT BE ZERO - NOTHING SOLD"
024000     ELSE
024100         DISPLAY "ENTER TENDER (CA=CASH CD=CARD, BLANK = CASH) : "
024200         MOVE SPACES TO WS-ENTRY-TENDER
024300         ACCEPT WS-ENTRY-TENDER
024400         IF WS-ENTRY-TENDER = SPACES
024500             MOVE 'CA' TO WS-ENTRY-TENDER
024600         END-IF
024700         IF NOT ENTRY-TENDER-VALID
024800             DISPLAY "TENDER MUST BE CA OR CD - NOTHING SOLD"
024900         ELSE
025000             PERFORM 2700-ACCEPT-HOLDER-RTN
025100             MOVE 'G' TO WS-ENTRY-TYPE
025200             MOVE WS-TODAY-DATE TO WS-ENTRY-DATE
025300             PERFORM 2150-ISSUE-CARD-RTN
025400             IF SVPST-POSTED
025500                 ADD 1 TO SOLD-COUNTER
025600             END-IF
025700         END-IF
025800     END-IF.
025900
026000******************************************************************
026100*    2150-ISSUE-CARD-RTN
026200*    ISSUE A CARD FROM THE ENTRY FIELDS THROUGH SVCPOST AND
026300*    SHOW THE NUMBER HANDED OUT.
026400******************************************************************
026500 2150-ISSUE-CARD-RTN.
026600     PERFORM 2800-LOAD-CARD-POST-RTN.
026700     MOVE 'I' TO SVPST-FUNCTION.
026800     MOVE 0 TO SVPST-CARD-ID.
026900     MOVE WS-ENTRY-TYPE TO SVPST-TYPE.
027000     CALL 'SVCPOST' USING SVC-POST-FIELDS
027100         SVC-POST-RESULT-FIELDS.
027200     IF SVPST-POSTED
027300         MOVE SVPST-BALANCE TO WS-BALANCE-EDIT
027400         DISPLAY "ISSUED AS CARD NUMBER " SVPST-CARD-ID
027500             " - BALANCE " WS-BALANCE-EDIT
027600     ELSE
027700         DISPLAY "CARD COULD NOT BE ISSUED - NOTHING RECORDED"
027800     END-IF.
027900
028000******************************************************************
028100*    2200-KEY-PAPER-SLIP-RTN
028200*    BRING A HANDWRITTEN GIFT CERTIFICATE, TRADE-IN CREDIT OR
028300*    REFUND CREDIT SLIP STILL OUTSTANDING ONTO THE MASTER. THE
028400*    SLIP'S OWN DATE IS KEPT AS THE ISSUE DATE SO ITS AGE IS
028500*    RIGHT ON THE LIABILITY REPORT. NO TENDER IS TAKEN -- THE
028600*    MONEY CAME IN ON THE DAY THE SLIP WAS WRITTEN.
028700******************************************************************
028800 2200-KEY-PAPER-SLIP-RTN.
028900     DISPLAY "ENTER SLIP TYPE (G=GIFT T=TRADE-IN R=REFUND) : ".
029000     ACCEPT WS-ENTRY-TYPE.
029100     IF WS-ENTRY-TYPE = 'g' OR 't' OR 'r'
029200         INSPECT WS-ENTRY-TYPE CONVERTING 'gtr' TO 'GTR'
029300     END-IF.
029400     IF NOT ENTRY-TYPE-VALID
029500         DISPLAY "TYPE MUST BE G, T OR R - NOTHING RECORDED"
029600     ELSE
029700         DISPLAY "ENTER DATE ON THE SLIP (MM/DD/YYYY,"
029800             " BLANK = TODAY) : "
029900         MOVE SPACES TO WS-ENTRY-DATE
030000         ACCEPT WS-ENTRY-DATE
030100         IF WS-ENTRY-DATE = SPACES
030200             MOVE WS-TODAY-DATE TO WS-ENTRY-DATE
030300         END-IF
030400         DISPLAY "ENTER AMOUNT LEFT ON THE SLIP (NNNN.NN) : "
030500         ACCEPT WS-ENTRY-AMOUNT
030600         IF WS-ENTRY-AMOUNT = 0
030700             DISPLAY "AMOUNT MUST NOT BE ZERO - NOTHING RECORDED"
030800         ELSE
030900             PERFORM 2700-ACCEPT-HOLDER-RTN
031000             MOVE SPACES TO WS-ENTRY-TENDER
031100             PERFORM 2150-ISSUE-CARD-RTN
031200             IF SVPST-POSTED
031300                 ADD 1 TO SLIP-COUNTER
031400                 DISPLAY "WRITE THE CARD NUMBER ON THE SLIP AND"
031500                     " FILE IT."
031600             END-IF
031700         END-IF
031800     END-IF.
031900
032000******************************************************************
032100*    2300-CREDIT-CARD-RTN
032200*    ADD AN AMOUNT TO AN EXISTING CARD BY HAND -- A COUNTER
032300*    POST THAT COULD NOT BE PUT BACK, OR A GOODWILL CREDIT.
032400******************************************************************
032500 2300-CREDIT-CARD-RTN.
032600     DISPLAY "ENTER CARD NUMBER : ".
032700     ACCEPT WS-ENTRY-CARD-NO.
032800     DISPLAY "ENTER AMOUNT TO CREDIT (NNNN.NN) : ".
032900     ACCEPT WS-ENTRY-AMOUNT.
033000     MOVE WS-TODAY-DATE TO WS-ENTRY-DATE.
033100     MOVE SPACES TO WS-ENTRY-TENDER.
033200     MOVE 0 TO WS-ENTRY-CUST-ID.
033300     MOVE SPACES TO WS-ENTRY-HOLDER.
033400     PERFORM 2800-LOAD-CARD-POST-RTN.
033500     MOVE 'C' TO SVPST-FUNCTION.
033600     CALL 'SVCPOST' USING SVC-POST-FIELDS
033700         SVC-POST-RESULT-FIELDS.
033800     EVALUATE TRUE
033900         WHEN SVPST-POSTED
034000             ADD 1 TO CREDIT-COUNTER
034100             MOVE SVPST-BALANCE TO WS-BALANCE-EDIT
034200             DISPLAY "CARD " WS-ENTRY-CARD-NO
034300                 " CREDITED - BALANCE NOW " WS-BALANCE-EDIT
034400         WHEN SVPST-NO-CARD
034500             DISPLAY "NO CARD ON FILE WITH THAT NUMBER"
034600         WHEN OTHER
034700             DISPLAY "CREDIT REFUSED - AMOUNT IS ZERO OR WOULD"
034800                 " TAKE THE CARD PAST 9,999.99"
034900     END-EVALUATE.
035000
035100******************************************************************
035200*    2400-BALANCE-INQUIRY-RTN
035300*    SHOW ONE CARD'S STANDING THROUGH SVCPOST, THEN EVERY MOVE
035400*    ON IT FROM THE LEDGER.
035500******************************************************************
035600 2400-BALANCE-INQUIRY-RTN.
035700     DISPLAY "ENTER CARD NUMBER : ".
035800     ACCEPT WS-ENTRY-CARD-NO.
035900     MOVE SPACES TO WS-ENTRY-DATE.
036000     MOVE SPACES TO WS-ENTRY-TENDER.
036100     MOVE 0 TO WS-ENTRY-AMOUNT.
036200     MOVE 0 TO WS-ENTRY-CUST-ID.
036300     MOVE SPACES TO WS-ENTRY-HOLDER.
036400     PERFORM 2800-LOAD-CARD-POST-RTN.
036500     MOVE 'Q' TO SVPST-FUNCTION.
036600     CALL 'SVCPOST' USING SVC-POST-FIELDS
036700         SVC-POST-RESULT-FIELDS.
036800     IF NOT SVPST-POSTED
036900         DISPLAY "NO CARD ON FILE WITH THAT NUMBER"
037000     ELSE
037100         MOVE SVPST-CARD-TYPE TO SVC-TYPE
037200         PERFORM 2900-NAME-CARD-TYPE-RTN
037300         MOVE SVPST-BALANCE TO WS-BALANCE-EDIT
037400         DISPLAY "CARD >>>>> " WS-ENTRY-CARD-NO
037500             "  " WS-TYPE-NAME
037600         DISPLAY "ISSUED >>>>> " SVPST-ISSUE-DATE
037700         DISPLAY "HOLDER >>>>> " SVPST-HOLDER-NAME
037800         DISPLAY "BALANCE >>>>> " WS-BALANCE-EDIT
037900         DISPLAY "LAST ACTIVITY >>>>> " SVPST-LAST-ACTIVITY
038000         DISPLAY "DATE        EVENT        AMOUNT   BALANCE"
038100             "  PROGRAM   OPERATOR"
038200         MOVE "N" TO WS-SVL-EOF-SWITCH
038300         OPEN INPUT SVL-FILE
038400         IF WS-SVL-FILE-STATUS NOT = "00"
038500             MOVE "Y" TO WS-SVL-EOF-SWITCH
038600         END-IF
038700         PERFORM 2450-SHOW-ONE-MOVE-RTN UNTIL END-OF-LEDGER
038800         IF WS-SVL-FILE-STATUS NOT = "35"
038900             CLOSE SVL-FILE
039000         END-IF
039100         DISPLAY "   "
039200     END-IF.
039300
039400******************************************************************
039500*    2450-SHOW-ONE-MOVE-RTN
039600*    READ ONE LEDGER LINE AND SHOW IT IF IT IS FOR THE CARD.
039700******************************************************************
039800 2450-SHOW-ONE-MOVE-RTN.
039900     READ SVL-FILE
040000         AT END
040100             MOVE "Y" TO WS-SVL-EOF-SWITCH
040200         NOT AT END
040300             IF SVL-CARD-ID = WS-ENTRY-CARD-NO
040400                 EVALUATE TRUE
040500                     WHEN SVL-IS-ISSUE
040600                         MOVE "ISSUED" TO WS-EVENT-NAME
040700                     WHEN SVL-IS-REDEEM
040800                         MOVE "REDEEMED" TO WS-EVENT-NAME
040900                     WHEN SVL-IS-CREDIT
041000                         MOVE "CREDITED" TO WS-EVENT-NAME
041100                     WHEN OTHER
041200                         MOVE SVL-EVENT TO WS-EVENT-NAME
041300                 END-EVALUATE
041400                 MOVE SVL-AMOUNT TO WS-AMOUNT-EDIT
041500                 MOVE SVL-BALANCE TO WS-BALANCE-EDIT
041600                 DISPLAY SVL-DATE "  " WS-EVENT-NAME "  "
041700                     WS-AMOUNT-EDIT "  " WS-BALANCE-EDIT
041800                     "  " SVL-PROGRAM "  " SVL-OPERATOR
041900             END-IF
042000     END-READ.
042100
042200******************************************************************
042300*    2600-LIST-CARDS-RTN
042400*    SHOW EVERY CARD WITH VALUE LEFT ON IT IN NUMBER ORDER, AND
042500*    THE TOTAL OUTSTANDING. SVCLIAB IS THE MONTH-END VIEW.
042600******************************************************************
042700 2600-LIST-CARDS-RTN.
042800     MOVE 0 TO LIST-COUNTER.
042900     MOVE 0 TO WS-LIST-TOTAL.
043000     MOVE "N" TO WS-SVC-EOF-SWITCH.
043100     OPEN INPUT SVC-FILE.
043200     IF WS-SVC-FILE-STATUS NOT = "00"
043300         DISPLAY "NO SVCMAST.TXT ON HAND - NO CARDS ISSUED YET"
043400     ELSE
043500         DISPLAY "CARD      TYPE             ISSUED    "
043600             "   BALANCE  HOLDER"
043700         PERFORM 2650-LIST-ONE-CARD-RTN UNTIL END-OF-CARDS
043800         CLOSE SVC-FILE
043900         MOVE LIST-COUNTER TO WS-COUNT-EDIT
044000         MOVE WS-LIST-TOTAL TO WS-TOTAL-EDIT
044100         DISPLAY WS-COUNT-EDIT " CARDS OUTSTANDING, TOTAL "
044200             WS-TOTAL-EDIT
044300     END-IF.
044400     DISPLAY "   ".
044500
044600******************************************************************
044700*    2650-LIST-ONE-CARD-RTN
044800*    READ ONE MASTER RECORD AND SHOW IT IF IT HAS A BALANCE.
044900******************************************************************
045000 2650-LIST-ONE-CARD-RTN.
045100     READ SVC-FILE NEXT RECORD
045200         AT END
045300             MOVE "Y" TO WS-SVC-EOF-SWITCH
045400         NOT AT END
045500             IF SVC-BALANCE IS NUMERIC AND SVC-BALANCE > 0
045600                 ADD 1 TO LIST-COUNTER
045700                 ADD SVC-BALANCE TO WS-LIST-TOTAL
045800                 PERFORM 2900-NAME-CARD-TYPE-RTN
045900                 MOVE SVC-BALANCE TO WS-BALANCE-EDIT
046000                 DISPLAY SVC-ID "  " WS-TYPE-NAME "  "
046100                     SVC-ISSUE-DATE "  " WS-BALANCE-EDIT
046200                     "  " SVC-HOLDER
046300             END-IF
046400     END-READ.
046500
046600******************************************************************
046700*    2700-ACCEPT-HOLDER-RTN
046800*    TAKE THE OPTIONAL HOLDER -- A CUSTOMER NUMBER (WHOSE NAME
046900*    IS TAKEN FROM THE CUSTOMER MASTER) OR A NAME, OR NEITHER
047000*    FOR A BEARER CARD.
047100******************************************************************
047200 2700-ACCEPT-HOLDER-RTN.
047300     MOVE 0 TO WS-ENTRY-CUST-ID.
047400     MOVE SPACES TO WS-ENTRY-HOLDER.
047500     DISPLAY "ENTER CUSTOMER NUMBER (0 = NONE) : ".
047600     ACCEPT WS-ENTRY-CUST-ID.
047700     IF WS-ENTRY-CUST-ID NOT = 0
047800         MOVE WS-ENTRY-CUST-ID TO CUST-LKUP-ID
047900         CALL 'CUSTLKUP' USING CUST-LKUP-ID
048000             CUST-LKUP-RESULT-FIELDS CUST-LKUP-FOUND-SWITCH
048100         IF CUST-LKUP-FOUND
048200             MOVE CUST-LKUP-NAME TO WS-ENTRY-HOLDER
048300             DISPLAY "CUSTOMER : " CUST-LKUP-NAME
048400         ELSE
048500             DISPLAY "CUSTOMER " WS-ENTRY-CUST-ID
048600                 " IS NOT ON THE CUSTOMER MASTER - CARD WILL"
048700                 " CARRY NO CUSTOMER"
048800             MOVE 0 TO WS-ENTRY-CUST-ID
048900         END-IF
049000     END-IF.
049100     IF WS-ENTRY-HOLDER = SPACES
049200         DISPLAY "ENTER HOLDER NAME (BLANK = BEARER) : "
049300         ACCEPT WS-ENTRY-HOLDER
049400     END-IF.
049500
049600******************************************************************
049700*    2800-LOAD-CARD-POST-RTN
049800*    FILL THE SVCPOST REQUEST FROM THE ENTRY FIELDS.
049900******************************************************************
050000 2800-LOAD-CARD-POST-RTN.
050100     MOVE SPACES TO SVC-POST-FIELDS.
050200     MOVE WS-ENTRY-CARD-NO TO SVPST-CARD-ID.
050300     MOVE WS-ENTRY-AMOUNT TO SVPST-AMOUNT.
050400     MOVE WS-ENTRY-DATE TO SVPST-DATE.
050500     MOVE WS-ENTRY-TENDER TO SVPST-TENDER.
050600     MOVE WS-ENTRY-CUST-ID TO SVPST-CUST-ID.
050700     MOVE WS-ENTRY-HOLDER TO SVPST-HOLDER.
050800     MOVE 0 TO SVPST-ID-GAME.
050900     MOVE 0 TO SVPST-COPY-NO.
051000     MOVE 'SVCMAINT' TO SVPST-PROGRAM.
051100     MOVE SIGN-OPERATOR-ID TO SVPST-OPERATOR.
051200
051300******************************************************************
051400*    2900-NAME-CARD-TYPE-RTN
051500*    SPELL OUT THE CARD TYPE IN SVC-TYPE.
051600******************************************************************
051700 2900-NAME-CARD-TYPE-RTN.
051800     EVALUATE TRUE
051900         WHEN SVC-IS-GIFT
052000             MOVE "GIFT CARD" TO WS-TYPE-NAME
052100         WHEN SVC-IS-TRADE
052200             MOVE "TRADE-IN CREDIT" TO WS-TYPE-NAME
052300         WHEN SVC-IS-REFUND
052400             MOVE "REFUND CREDIT" TO WS-TYPE-NAME
052500         WHEN OTHER
052600             MOVE SVC-TYPE TO WS-TYPE-NAME
052700     END-EVALUATE.
052800
052900******************************************************************
053000*    9000-TERMINATE-RTN
053100*    SIGN OFF.
053200******************************************************************
053300 9000-TERMINATE-RTN.
053400     DISPLAY "SVCMAINT COMPLETE - " SOLD-COUNTER " SOLD, "
053500         SLIP-COUNTER " SLIPS KEYED, " CREDIT-COUNTER
053600         " CREDITED.".
053700
053800 END PROGRAM SVCMAINT.
