000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLEXPORT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- DAILY GENERAL-LEDGER JOURNAL
001200*                      EXPORT. THE ACCOUNTANT USED TO RE-KEY THE
001300*                      DAY'S TOTALS FROM THE SALES REGISTER, THE
001400*                      STOCKTAKE ADJUSTMENT REGISTER AND THE
001500*                      PRICE HISTORY INTO THE ACCOUNTING PACKAGE.
001600*                      THIS PROGRAM BUILDS ONE SUMMARIZED,
001700*                      BALANCED BATCH FOR A BUSINESS DAY STRAIGHT
001800*                      FROM THE LEDGERS BEHIND THOSE REPORTS --
001900*                      COUNTER SALES AND REFUNDS OFF SALES.TXT,
002000*                      COST OF GOODS SOLD AT THE LATEST UNIT COST
002100*                      ON GAMECOST.TXT, STOCKTAKE SHRINK AND GAINS
002200*                      OFF STOCKADJ.TXT, AND MARKDOWN VALUE (PRICE
002300*                      DROP TIMES COPIES ON HAND) OFF PRICEHIS.TXT
002400*                      -- WITH GL ACCOUNT CODES FROM THE CHART-OF-
002500*                      ACCOUNTS MAP (GLACCTS.DAT). WRITES
002600*                      GLJRNL.TXT (SEE GLJREC) WITH A HEADER AND A
002700*                      TRAILER CARRYING THE DEBIT AND CREDIT
002800*                      CONTROL TOTALS. A BATCH THAT DOES NOT
002900*                      BALANCE IS NOT RELEASED -- IT GOES TO
003000*                      GLREJECT.TXT FOR THE ACCOUNTANT INSTEAD --
003100*                      AND EVERY RELEASED DAY IS RECORDED IN
003200*                      GLCTRL.DAT SO THE SAME BUSINESS DAY IS
003300*                      NEVER EXPORTED TWICE.
003320*    10/15/2026  DLH   POSTS THE DAY'S SALES TAX -- TAX CHARGED ON
003340*                      SALES AND TAX REFUNDED ON RETURNS, OFF SAL-
003360*                      TAX -- AGAINST THE NEW TAXPAY (SALES TAX
003380*                      PAYABLE) POSTING KEY.
003385*    10/15/2026  DLH   STORE CREDIT IS NO LONGER POSTED AS CASH --
003390*                      SALES AND REFUNDS TENDERED SC (AND THEIR
003392*                      TAX) GO AGAINST THE NEW SVCLIAB (STORED-
003394*                      VALUE LIABILITY) KEY, AND GIFT CARDS SOLD
003396*                      FOR CASH OR CARD ARE PICKED UP OFF
003398*                      SVCLEDG.TXT AS CASH IN AGAINST SVCLIAB.
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SALES-FILE ASSIGN TO 'SALES.TXT'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SALES-FILE-STATUS.
004200
004300     SELECT REGISTER-FILE ASSIGN TO 'STOCKADJ.TXT'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REG-FILE-STATUS.
004600
004700     SELECT HISTORY-FILE ASSIGN TO 'PRICEHIS.TXT'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-HIST-FILE-STATUS.
005000
005100     SELECT COST-FILE ASSIGN TO 'GAMECOST.TXT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-COST-FILE-STATUS.
005400
005500     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS HOLD-KEY
005900         FILE STATUS IS WS-HOLD-FILE-STATUS.
006000
006100     SELECT ACCOUNT-FILE ASSIGN TO 'GLACCTS.DAT'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-ACCT-FILE-STATUS.
006400
006500     SELECT CONTROL-FILE ASSIGN TO 'GLCTRL.DAT'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CTRL-FILE-STATUS.
006800
006900     SELECT JOURNAL-FILE ASSIGN TO 'GLJRNL.TXT'
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT REJECT-FILE ASSIGN TO 'GLREJECT.TXT'
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007410     SELECT SVL-FILE ASSIGN TO 'SVCLEDG.TXT'
007420         ORGANIZATION IS LINE SEQUENTIAL
007430         FILE STATUS IS WS-SVL-FILE-STATUS.
007440
007500     SELECT AUDIT-FILE ASSIGN TO 'AUDIT.LOG'
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-AUDIT-FILE-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  SALES-FILE.
008200 COPY SALESREC.
008300
008400 FD  REGISTER-FILE.
008500 01  REGISTER-LINE            PIC X(100).
008600 01  REGISTER-HEADER.
008700     05 RGH-TITLE         PIC X(32).
008800     05 RGH-DATE          PIC X(10).
008900     05 FILLER            PIC X(58).
009000 01  REGISTER-DETAIL.
009100     05 RGD-ACTION        PIC X(18).
009200        88 RGD-IS-REMOVED         VALUE 'REMOVED        ID='.
009300        88 RGD-IS-ADDED           VALUE 'ADDED          ID='.
009400     05 RGD-ID-GAME       PIC 9(06).
009500     05 RGD-COPY-LIT      PIC X(06).
009600     05 RGD-COPY-NO       PIC 9(03).
009700     05 FILLER            PIC X(67).
009800
009900 FD  HISTORY-FILE.
010000 01  HISTORY-RECORD.
010100     05 PH-DATE           PIC X(10).
010200     05 PH-F1             PIC X(02).
010300     05 PH-C1             PIC X(03).
010400     05 PH-ID             PIC 9(06).
010500     05 PH-F2             PIC X(02).
010600     05 PH-C2             PIC X(04).
010700     05 PH-OLD            PIC ZZ9.99.
010800     05 PH-F3             PIC X(02).
010900     05 PH-C3             PIC X(04).
011000     05 PH-NEW            PIC ZZ9.99.
011100     05 PH-F4             PIC X(02).
011200     05 PH-C4             PIC X(04).
011300     05 PH-PGM            PIC X(09).
011400
011500 FD  COST-FILE.
011600 COPY COSTREC.
011700
011800 FD  HOLDINGS-FILE.
011900 COPY HOLDREC.
012000
012100 FD  ACCOUNT-FILE.
012200 01  ACCOUNT-MAP-RECORD.
012300     05 GLA-KEY           PIC X(10).
012400     05 GLA-F1            PIC X(02).
012500     05 GLA-ACCOUNT       PIC X(10).
012600     05 GLA-F2            PIC X(02).
012700     05 GLA-NAME          PIC X(30).
012800
012900 FD  CONTROL-FILE.
013000 01  CONTROL-RECORD.
013100     05 GLC-BUS-DATE      PIC X(10).
013200     05 GLC-F1            PIC X(02).
013300     05 GLC-BATCH         PIC 9(06).
013400     05 GLC-F2            PIC X(02).
013500     05 GLC-RECORDS       PIC 9(05).
013600     05 GLC-F3            PIC X(02).
013700     05 GLC-DEBITS        PIC 9(9)V99.
013800     05 GLC-F4            PIC X(02).
013900     05 GLC-CREDITS       PIC 9(9)V99.
014000     05 GLC-F5            PIC X(02).
014100     05 GLC-RUN-DATE      PIC X(10).
014200
014300 FD  JOURNAL-FILE.
014400 COPY GLJREC.
014500
014600 FD  REJECT-FILE.
014700 01  REJECT-LINE              PIC X(80).
014800
014810 FD  SVL-FILE.
014820 COPY SVCLREC.
014830
014900 FD  AUDIT-FILE.
015000 COPY AUDITLOG.
015100
015200 WORKING-STORAGE SECTION.
015300 01  SWITCHES.
015400     05 EOF-SWITCH            PIC X VALUE "N".
015500        88 END-OF-FILE                 VALUE "Y".
015600     05 WS-REFUSED-SWITCH     PIC X VALUE "N".
015700        88 RUN-REFUSED                 VALUE "Y".
015800     05 WS-EXPORTED-SWITCH    PIC X VALUE "N".
015900        88 DAY-ALREADY-EXPORTED        VALUE "Y".
016000     05 WS-REG-DAY-SWITCH     PIC X VALUE "N".
016100        88 REGISTER-IS-FOR-DAY         VALUE "Y".
016200     05 WS-FOUND-SWITCH       PIC X VALUE "N".
016300        88 ITEM-FOUND                  VALUE "Y".
016400     05 WS-TABLE-FULL-SWITCH  PIC X VALUE "N".
016500        88 ITEM-TABLE-FULL             VALUE "Y".
016600     05 WS-BALANCED-SWITCH    PIC X VALUE "Y".
016700        88 BATCH-BALANCED              VALUE "Y".
016800
016900 01  COUNTERS.
017000     05 SALES-COUNTER         PIC 9(5) COMP VALUE 0.
017100     05 RETURN-COUNTER        PIC 9(5) COMP VALUE 0.
017200     05 REMOVED-COUNTER       PIC 9(5) COMP VALUE 0.
017300     05 ADDED-COUNTER         PIC 9(5) COMP VALUE 0.
017400     05 MARKDOWN-COUNTER      PIC 9(5) COMP VALUE 0.
017500     05 NO-COST-COUNTER       PIC 9(5) COMP VALUE 0.
017600     05 OVERFLOW-COUNTER      PIC 9(5) COMP VALUE 0.
017700     05 ITEM-COUNTER          PIC 9(5) COMP VALUE 0.
017800     05 DETAIL-COUNTER        PIC 9(5) COMP VALUE 0.
017850     05 GIFT-CARD-COUNTER     PIC 9(5) COMP VALUE 0.
017900
018000 01  WS-FILE-STATUSES.
018100     05 WS-SALES-FILE-STATUS  PIC X(02) VALUE "00".
018200     05 WS-REG-FILE-STATUS    PIC X(02) VALUE "00".
018300     05 WS-HIST-FILE-STATUS   PIC X(02) VALUE "00".
018400     05 WS-COST-FILE-STATUS   PIC X(02) VALUE "00".
018500     05 WS-HOLD-FILE-STATUS   PIC X(02) VALUE "00".
018600     05 WS-ACCT-FILE-STATUS   PIC X(02) VALUE "00".
018700     05 WS-CTRL-FILE-STATUS   PIC X(02) VALUE "00".
018750     05 WS-SVL-FILE-STATUS    PIC X(02) VALUE "00".
018800
018900*    CHART-OF-ACCOUNTS MAP -- THE GL ACCOUNT EACH POSTING KEY
019000*    LANDS ON. THESE BUILT-IN CODES STAND UNTIL GLACCTS.DAT
019100*    OVERRIDES THEM.
019200 01  WS-ACCT-VALUES.
019300     05 FILLER                PIC X(10) VALUE 'CASHCLR'.
019400     05 FILLER                PIC X(10) VALUE '1010'.
019500     05 FILLER                PIC X(10) VALUE 'INVENTORY'.
019600     05 FILLER                PIC X(10) VALUE '1300'.
019700     05 FILLER                PIC X(10) VALUE 'MKDNRESV'.
019800     05 FILLER                PIC X(10) VALUE '1310'.
019833     05 FILLER                PIC X(10) VALUE 'TAXPAY'.
019866     05 FILLER                PIC X(10) VALUE '2200'.
019880     05 FILLER                PIC X(10) VALUE 'SVCLIAB'.
019890     05 FILLER                PIC X(10) VALUE '2300'.
019900     05 FILLER                PIC X(10) VALUE 'SALESREV'.
020000     05 FILLER                PIC X(10) VALUE '4000'.
020100     05 FILLER                PIC X(10) VALUE 'SALESRTN'.
020200     05 FILLER                PIC X(10) VALUE '4010'.
020300     05 FILLER                PIC X(10) VALUE 'STOCKGAIN'.
020400     05 FILLER                PIC X(10) VALUE '4900'.
020500     05 FILLER                PIC X(10) VALUE 'COGS'.
020600     05 FILLER                PIC X(10) VALUE '5000'.
020700     05 FILLER                PIC X(10) VALUE 'SHRINK'.
020800     05 FILLER                PIC X(10) VALUE '5100'.
020900     05 FILLER                PIC X(10) VALUE 'MARKDOWN'.
021000     05 FILLER                PIC X(10) VALUE '5200'.
021100 01  WS-ACCT-TABLE REDEFINES WS-ACCT-VALUES.
021200     05 WS-ACCT-ENTRY OCCURS 11 TIMES
021300            INDEXED BY WS-ACCT-IDX.
021400         10 WS-ACCT-KEY        PIC X(10).
021500         10 WS-ACCT-NUMBER     PIC X(10).
021600
021700*    JOURNAL ENTRIES, IN THE ORDER THEY ARE WRITTEN -- EACH IS
021800*    ONE DEBIT LINE AND ONE CREDIT LINE FOR THE DAY'S TOTAL.
021900*    1 COUNTER SALES        2 CUSTOMER REFUNDS
022000*    3 COST OF SALES        4 COST OF RETURNS BACK TO STOCK
022100*    5 STOCKTAKE SHRINK     6 STOCKTAKE GAINS
022200*    7 MARKDOWNS
022250*    8 SALES TAX CHARGED    9 SALES TAX REFUNDED
022260*   10 STORE CREDIT SALES  11 REFUNDS TO STORE CREDIT
022270*   12 GIFT CARDS SOLD     13 TAX PAID BY STORE CREDIT
022280*   14 TAX REFUNDED TO STORE CREDIT
022290*    SALES, REFUNDS AND TAX TENDERED SC MOVE THE STORED-VALUE
022295*    LIABILITY, NOT CASH -- SO THEY STAY OUT OF 1, 2, 8 AND 9.
022300 01  WS-ENTRY-VALUES.
022400     05 FILLER                PIC X(10) VALUE 'SALES'.
022500     05 FILLER                PIC X(10) VALUE 'CASHCLR'.
022600     05 FILLER                PIC X(10) VALUE 'SALESREV'.
022700     05 FILLER                PIC X(30)
022800            VALUE 'COUNTER SALES'.
022900     05 FILLER                PIC X(10) VALUE 'REFUNDS'.
023000     05 FILLER                PIC X(10) VALUE 'SALESRTN'.
023100     05 FILLER                PIC X(10) VALUE 'CASHCLR'.
023200     05 FILLER                PIC X(30)
023300            VALUE 'CUSTOMER RETURNS REFUNDED'.
023400     05 FILLER                PIC X(10) VALUE 'COGS'.
023500     05 FILLER                PIC X(10) VALUE 'COGS'.
023600     05 FILLER                PIC X(10) VALUE 'INVENTORY'.
023700     05 FILLER                PIC X(30)
023800            VALUE 'COST OF COPIES SOLD'.
023900     05 FILLER                PIC X(10) VALUE 'COGSRTN'.
024000     05 FILLER                PIC X(10) VALUE 'INVENTORY'.
024100     05 FILLER                PIC X(10) VALUE 'COGS'.
024200     05 FILLER                PIC X(30)
024300            VALUE 'COST OF RETURNS BACK TO STOCK'.
024400     05 FILLER                PIC X(10) VALUE 'SHRINK'.
024500     05 FILLER                PIC X(10) VALUE 'SHRINK'.
024600     05 FILLER                PIC X(10) VALUE 'INVENTORY'.
024700     05 FILLER                PIC X(30)
024800            VALUE 'STOCKTAKE - COPIES NOT FOUND'.
024900     05 FILLER                PIC X(10) VALUE 'STOCKGAIN'.
025000     05 FILLER                PIC X(10) VALUE 'INVENTORY'.
025100     05 FILLER                PIC X(10) VALUE 'STOCKGAIN'.
025200     05 FILLER                PIC X(30)
025300            VALUE 'STOCKTAKE - COPIES FOUND'.
025400     05 FILLER                PIC X(10) VALUE 'MARKDOWN'.
025500     05 FILLER                PIC X(10) VALUE 'MARKDOWN'.
025600     05 FILLER                PIC X(10) VALUE 'MKDNRESV'.
025700     05 FILLER                PIC X(30)
025800            VALUE 'MARKDOWNS ON STOCK ON HAND'.
025809     05 FILLER                PIC X(10) VALUE 'SALESTAX'.
025818     05 FILLER                PIC X(10) VALUE 'CASHCLR'.
025827     05 FILLER                PIC X(10) VALUE 'TAXPAY'.
025836     05 FILLER                PIC X(30)
025845            VALUE 'SALES TAX CHARGED'.
025854     05 FILLER                PIC X(10) VALUE 'TAXRFND'.
025863     05 FILLER                PIC X(10) VALUE 'TAXPAY'.
025872     05 FILLER                PIC X(10) VALUE 'CASHCLR'.
025881     05 FILLER                PIC X(30)
025890            VALUE 'SALES TAX REFUNDED'.
025891     05 FILLER                PIC X(10) VALUE 'SCSALES'.
025892     05 FILLER                PIC X(10) VALUE 'SVCLIAB'.
025893     05 FILLER                PIC X(10) VALUE 'SALESREV'.
025894     05 FILLER                PIC X(30)
025895            VALUE 'SALES PAID BY STORE CREDIT'.
025896     05 FILLER                PIC X(10) VALUE 'SCREFUNDS'.
025897     05 FILLER                PIC X(10) VALUE 'SALESRTN'.
025898     05 FILLER                PIC X(10) VALUE 'SVCLIAB'.
025899     05 FILLER                PIC X(30)
025899            VALUE 'RETURNS REFUNDED TO CREDIT'.
025899     05 FILLER                PIC X(10) VALUE 'GIFTCARDS'.
025899     05 FILLER                PIC X(10) VALUE 'CASHCLR'.
025899     05 FILLER                PIC X(10) VALUE 'SVCLIAB'.
025899     05 FILLER                PIC X(30)
025899            VALUE 'GIFT CARDS SOLD'.
025899     05 FILLER                PIC X(10) VALUE 'SCTAX'.
025899     05 FILLER                PIC X(10) VALUE 'SVCLIAB'.
025899     05 FILLER                PIC X(10) VALUE 'TAXPAY'.
025899     05 FILLER                PIC X(30)
025899            VALUE 'SALES TAX PAID BY STORE CREDIT'.
025899     05 FILLER                PIC X(10) VALUE 'SCTAXRFND'.
025899     05 FILLER                PIC X(10) VALUE 'TAXPAY'.
025899     05 FILLER                PIC X(10) VALUE 'SVCLIAB'.
025899     05 FILLER                PIC X(30)
025899            VALUE 'SALES TAX REFUNDED TO CREDIT'.
025900 01  WS-ENTRY-TABLE REDEFINES WS-ENTRY-VALUES.
026000     05 WS-ENTRY-DEF OCCURS 14 TIMES.
026100         10 WS-ENT-CODE        PIC X(10).
026200         10 WS-ENT-DR-KEY      PIC X(10).
026300         10 WS-ENT-CR-KEY      PIC X(10).
026400         10 WS-ENT-DESC        PIC X(30).
026500
026600 01  WS-ENTRY-AMOUNTS.
026700     05 WS-ENT-AMOUNT OCCURS 14 TIMES
026800                              PIC 9(9)V99 COMP.
026900
027000*    ONE SLOT PER TITLE TOUCHED ON THE BUSINESS DAY -- COPIES
027100*    SOLD, RETURNED, WRITTEN OFF AND FOUND, THE MARKDOWN PER
027200*    COPY, THE COPIES ON HAND AND ITS LATEST UNIT COST.
027300 01  WS-ITEM-TABLE.
027400     05 WS-ITEM-ENTRY OCCURS 1000 TIMES.
027500         10 WS-ITEM-ID         PIC 9(06).
027600         10 WS-ITEM-SOLD       PIC 9(5) COMP.
027700         10 WS-ITEM-RETURNED   PIC 9(5) COMP.
027800         10 WS-ITEM-REMOVED    PIC 9(5) COMP.
027900         10 WS-ITEM-ADDED      PIC 9(5) COMP.
028000         10 WS-ITEM-MKDN       PIC 9(5)V99 COMP.
028100         10 WS-ITEM-ON-HAND    PIC 9(5) COMP.
028200         10 WS-ITEM-COST       PIC 9(3)V99.
028300         10 WS-ITEM-COST-SW    PIC X.
028400            88 ITEM-HAS-COST           VALUE "Y".
028500 01  WS-ITEM-MAX              PIC 9(5) COMP VALUE 1000.
028600 01  WS-ITEM-IDX              PIC 9(5) COMP VALUE 0.
028700 01  WS-FOUND-IDX             PIC 9(5) COMP VALUE 0.
028800 01  WS-SEEK-ID               PIC 9(06) VALUE 0.
028900
029000*    THE BATCH AS BUILT, BEFORE IT IS RELEASED OR REJECTED.
029100 01  WS-LINE-TABLE.
029200     05 WS-LINE-ENTRY OCCURS 28 TIMES.
029300         10 WS-LINE-ACCOUNT    PIC X(10).
029400         10 WS-LINE-DEBIT      PIC 9(7)V99.
029500         10 WS-LINE-CREDIT     PIC 9(7)V99.
029600         10 WS-LINE-ENTRY-CODE PIC X(10).
029700         10 WS-LINE-DESC       PIC X(30).
029800 01  WS-LINE-COUNT            PIC 9(3) COMP VALUE 0.
029900 01  WS-LINE-IDX              PIC 9(3) COMP VALUE 0.
030000 01  WS-ENT-SUB               PIC 9(3) COMP VALUE 0.
030100
030200 01  WS-WORK-FIELDS.
030300     05 WS-TOTAL-DEBITS       PIC 9(9)V99 COMP VALUE 0.
030400     05 WS-TOTAL-CREDITS      PIC 9(9)V99 COMP VALUE 0.
030500     05 WS-OLD-PRICE          PIC 9(3)V99 VALUE 0.
030600     05 WS-NEW-PRICE          PIC 9(3)V99 VALUE 0.
030700     05 WS-POST-KEY           PIC X(10) VALUE SPACES.
030800     05 WS-POST-ACCOUNT       PIC X(10) VALUE SPACES.
030900     05 WS-BATCH-NUMBER       PIC 9(06) VALUE 0.
031000     05 WS-LAST-BATCH         PIC 9(06) VALUE 0.
031100
031200 01  WS-BUS-DATE              PIC X(10) VALUE SPACES.
031300 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
031400     05 WS-BUS-MM             PIC 99.
031500     05 WS-BUS-SLASH1         PIC X.
031600     05 WS-BUS-DD             PIC 99.
031700     05 WS-BUS-SLASH2         PIC X.
031800     05 WS-BUS-YYYY           PIC 9(4).
031900 01  WS-BUS-ISO-DATE          PIC X(10) VALUE SPACES.
032000
032100 01  WS-RUN-DATE.
032200     05 WS-RUN-YYYY           PIC 9(4).
032300     05 WS-RUN-MM             PIC 99.
032400     05 WS-RUN-DD             PIC 99.
032500 01  WS-TODAY-DATE            PIC X(10) VALUE SPACES.
032600
032700 01  ALERT-REQUEST-FIELDS.
032800     05 ALERT-SEVERITY        PIC X.
032900     05 ALERT-PROGRAM         PIC X(12).
033000     05 ALERT-MESSAGE         PIC X(80).
033100
033200 01  WS-REPORT-FIELDS.
033300     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
033400     05 WS-EDIT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
033500     05 WS-EDIT-VALUE-2       PIC ZZZ,ZZZ,ZZ9.99.
033600     05 WS-EDIT-BATCH         PIC ZZZZZ9.
033700
033800 01  WS-AUDIT-FIELDS.
033900     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
034000     05 WS-AUDIT-EVENT        PIC X(05) VALUE SPACES.
034100     05 WS-AUDIT-STATUS       PIC X(10) VALUE SPACES.
034200     05 WS-AUDIT-REC-EDIT     PIC Z(6)9.
034300
034400 01  WS-AUDIT-DATE-GROUP.
034500     05 WS-AUDIT-YYYY         PIC 9(4).
034600     05 WS-AUDIT-MM           PIC 99.
034700     05 WS-AUDIT-DD           PIC 99.
034800
034900 01  WS-AUDIT-TIME-GROUP.
035000     05 WS-AUDIT-HH           PIC 99.
035100     05 WS-AUDIT-MIN          PIC 99.
035200     05 WS-AUDIT-SS           PIC 99.
035300     05 WS-AUDIT-HS           PIC 99.
035400
035500 PROCEDURE DIVISION.
035600
035700 0000-MAINLINE.
035800     PERFORM 1000-INITIALIZE-RTN THRU 1000-INITIALIZE-RTN-EXIT.
035900     IF NOT RUN-REFUSED
036000         PERFORM 1500-LOAD-ACCOUNT-MAP-RTN
036100         PERFORM 2000-SCAN-SALES-RTN
036150         PERFORM 2500-SCAN-GIFT-CARDS-RTN
036200         PERFORM 3000-SCAN-STOCK-ADJ-RTN
036300         PERFORM 4000-SCAN-PRICE-CHANGES-RTN
036400         PERFORM 5000-LOAD-LATEST-COSTS-RTN
036500         PERFORM 5500-COUNT-ON-HAND-RTN
036600             THRU 5500-COUNT-ON-HAND-RTN-EXIT
036700         PERFORM 6000-BUILD-ENTRIES-RTN
036800         PERFORM 7000-RELEASE-BATCH-RTN
036900             THRU 7000-RELEASE-BATCH-RTN-EXIT
037000         PERFORM 8000-SHOW-TOTALS-RTN
037100     END-IF.
037200     PERFORM 9000-TERMINATE-RTN.
037300     STOP RUN.
037400
037500******************************************************************
037600*    1000-INITIALIZE-RTN
037700*    LOG THE START, TAKE THE BUSINESS DAY TO EXPORT (BLANK IS
037800*    TODAY) AND REFUSE A BAD DATE OR A DAY GLCTRL.DAT SHOWS WAS
037900*    ALREADY RELEASED.
038000******************************************************************
038100 1000-INITIALIZE-RTN.
038200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038300     MOVE SPACES TO WS-TODAY-DATE.
038400     STRING WS-RUN-MM DELIMITED BY SIZE
038500         '/' DELIMITED BY SIZE
038600         WS-RUN-DD DELIMITED BY SIZE
038700         '/' DELIMITED BY SIZE
038800         WS-RUN-YYYY DELIMITED BY SIZE
038900         INTO WS-TODAY-DATE.
039000     INITIALIZE WS-ENTRY-AMOUNTS.
039100     OPEN EXTEND AUDIT-FILE.
039200     IF WS-AUDIT-FILE-STATUS NOT = "00"
039300         OPEN OUTPUT AUDIT-FILE
039400     END-IF.
039500     MOVE 'START' TO WS-AUDIT-EVENT.
039600     MOVE SPACES TO WS-AUDIT-STATUS.
039700     MOVE 0 TO WS-AUDIT-REC-EDIT.
039800     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
039900     DISPLAY "GLEXPORT - DAILY GENERAL-LEDGER JOURNAL EXPORT".
040000     PERFORM 1200-GET-BUSINESS-DATE-RTN.
040100     IF RUN-REFUSED
040200         DISPLAY "BUSINESS DATE " WS-BUS-DATE
040300             " IS NOT A VALID MM/DD/YYYY DATE - NOTHING EXPORTED"
040400         MOVE 'BADDATE' TO WS-AUDIT-STATUS
040500         MOVE 8 TO RETURN-CODE
040600         GO TO 1000-INITIALIZE-RTN-EXIT
040700     END-IF.
040800     PERFORM 1300-CHECK-CONTROL-FILE-RTN.
040900     IF DAY-ALREADY-EXPORTED
041000         MOVE "Y" TO WS-REFUSED-SWITCH
041100         DISPLAY "BUSINESS DAY " WS-BUS-DATE
041200             " WAS ALREADY EXPORTED - NOTHING EXPORTED"
041300         MOVE 'DUPLICATE' TO WS-AUDIT-STATUS
041400         MOVE 4 TO RETURN-CODE
041500         MOVE "W" TO ALERT-SEVERITY
041600         MOVE 'GLEXPORT' TO ALERT-PROGRAM
041700         MOVE SPACES TO ALERT-MESSAGE
041800         STRING 'GL EXPORT FOR ' DELIMITED BY SIZE
041900             WS-BUS-DATE DELIMITED BY SIZE
042000             ' REFUSED - DAY ALREADY ON GLCTRL.DAT'
042100                 DELIMITED BY SIZE
042200             INTO ALERT-MESSAGE
042300         CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS
042400     END-IF.
042500
042600 1000-INITIALIZE-RTN-EXIT.
042700     EXIT.
042800
042900******************************************************************
043000*    1100-WRITE-AUDIT-LINE-RTN
043100*    FORMAT AND WRITE ONE LINE TO THE SHARED AUDIT.LOG -- PROGRAM
043200*    NAME, EVENT (START/END), TIMESTAMP, RECORDS HANDLED AND
043300*    COMPLETION STATUS.
043400******************************************************************
043500 1100-WRITE-AUDIT-LINE-RTN.
043600     ACCEPT WS-AUDIT-DATE-GROUP FROM DATE YYYYMMDD.
043700     ACCEPT WS-AUDIT-TIME-GROUP FROM TIME.
043800     MOVE SPACES TO AUDIT-LINE.
043900     STRING 'PGM=GLEXPORT  EVENT=' DELIMITED BY SIZE
044000         WS-AUDIT-EVENT DELIMITED BY SIZE
044100         '  TS=' DELIMITED BY SIZE
044200         WS-AUDIT-YYYY DELIMITED BY SIZE
044300         '-' DELIMITED BY SIZE
044400         WS-AUDIT-MM DELIMITED BY SIZE
044500         '-' DELIMITED BY SIZE
044600         WS-AUDIT-DD DELIMITED BY SIZE
044700         ' ' DELIMITED BY SIZE
044800         WS-AUDIT-HH DELIMITED BY SIZE
044900         ':' DELIMITED BY SIZE
045000         WS-AUDIT-MIN DELIMITED BY SIZE
045100         ':' DELIMITED BY SIZE
045200         WS-AUDIT-SS DELIMITED BY SIZE
045300         '  RECS=' DELIMITED BY SIZE
045400         WS-AUDIT-REC-EDIT DELIMITED BY SIZE
045500         '  STATUS=' DELIMITED BY SIZE
045600         WS-AUDIT-STATUS DELIMITED BY SIZE
045700         INTO AUDIT-LINE.
045800     WRITE AUDIT-LINE.
045900
046000******************************************************************
046100*    1200-GET-BUSINESS-DATE-RTN
046200*    TAKE THE BUSINESS DAY AS MM/DD/YYYY -- THE FORM THE SALES
046300*    LEDGER AND THE STOCKTAKE REGISTER CARRY -- AND BUILD THE
046400*    YYYY-MM-DD FORM THE PRICE HISTORY CARRIES.
046500******************************************************************
046600 1200-GET-BUSINESS-DATE-RTN.
046700     DISPLAY "BUSINESS DATE TO EXPORT (MM/DD/YYYY, BLANK = "
046800         "TODAY) : ".
046900     ACCEPT WS-BUS-DATE.
047000     IF WS-BUS-DATE = SPACES
047100         MOVE WS-TODAY-DATE TO WS-BUS-DATE
047200     END-IF.
047300     IF WS-BUS-MM NOT NUMERIC
047400         OR WS-BUS-DD NOT NUMERIC
047500         OR WS-BUS-YYYY NOT NUMERIC
047600         OR WS-BUS-SLASH1 NOT = '/'
047700         OR WS-BUS-SLASH2 NOT = '/'
047800         MOVE "Y" TO WS-REFUSED-SWITCH
047900     ELSE
048000         IF WS-BUS-MM < 1 OR WS-BUS-MM > 12
048100             OR WS-BUS-DD < 1 OR WS-BUS-DD > 31
048200             MOVE "Y" TO WS-REFUSED-SWITCH
048300         END-IF
048400     END-IF.
048500     IF NOT RUN-REFUSED
048600         MOVE SPACES TO WS-BUS-ISO-DATE
048700         STRING WS-BUS-YYYY DELIMITED BY SIZE
048800             '-' DELIMITED BY SIZE
048900             WS-BUS-MM DELIMITED BY SIZE
049000             '-' DELIMITED BY SIZE
049100             WS-BUS-DD DELIMITED BY SIZE
049200             INTO WS-BUS-ISO-DATE
049300     END-IF.
049400
049500******************************************************************
049600*    1300-CHECK-CONTROL-FILE-RTN
049700*    WALK THE EXPORT CONTROL FILE TO SEE WHETHER THIS BUSINESS
049800*    DAY WAS ALREADY RELEASED, AND PICK UP THE LAST BATCH NUMBER
049900*    USED. NO FILE ON HAND IS THE FIRST EVER EXPORT.
050000******************************************************************
050100 1300-CHECK-CONTROL-FILE-RTN.
050200     MOVE "N" TO EOF-SWITCH.
050300     OPEN INPUT CONTROL-FILE.
050400     IF WS-CTRL-FILE-STATUS NOT = "00"
050500         MOVE "Y" TO EOF-SWITCH
050600     END-IF.
050700     PERFORM 1350-SCAN-ONE-CONTROL-RTN UNTIL END-OF-FILE.
050800     IF WS-CTRL-FILE-STATUS NOT = "35"
050900         CLOSE CONTROL-FILE
051000     END-IF.
051100     COMPUTE WS-BATCH-NUMBER = WS-LAST-BATCH + 1.
051200
051300******************************************************************
051400*    1350-SCAN-ONE-CONTROL-RTN
051500*    FLAG THIS BUSINESS DAY IF IT IS ON FILE, AND KEEP THE
051600*    HIGHEST BATCH NUMBER SEEN.
051700******************************************************************
051800 1350-SCAN-ONE-CONTROL-RTN.
051900     READ CONTROL-FILE
052000         AT END
052100             MOVE "Y" TO EOF-SWITCH
052200         NOT AT END
052300             IF GLC-BUS-DATE = WS-BUS-DATE
052400                 MOVE "Y" TO WS-EXPORTED-SWITCH
052500             END-IF
052600             IF GLC-BATCH IS NUMERIC
052700                 AND GLC-BATCH > WS-LAST-BATCH
052800                 MOVE GLC-BATCH TO WS-LAST-BATCH
052900             END-IF
053000     END-READ.
053100
053200******************************************************************
053300*    1500-LOAD-ACCOUNT-MAP-RTN
053400*    PICK UP THE CHART-OF-ACCOUNTS MAP FROM GLACCTS.DAT -- ONE
053500*    LINE PER POSTING KEY (KEY IN COLUMNS 1-10, GL ACCOUNT IN
053600*    13-22, ACCOUNT NAME AFTER FOR THE READER). A MISSING FILE OR
053700*    A BLANK ACCOUNT LEAVES THE BUILT-IN CODE IN FORCE FOR THAT
053800*    KEY.
053900******************************************************************
054000 1500-LOAD-ACCOUNT-MAP-RTN.
054100     MOVE "N" TO EOF-SWITCH.
054200     OPEN INPUT ACCOUNT-FILE.
054300     IF WS-ACCT-FILE-STATUS = "00"
054400         PERFORM 1550-READ-ONE-ACCOUNT-RTN UNTIL END-OF-FILE
054500         CLOSE ACCOUNT-FILE
054600     END-IF.
054700
054800******************************************************************
054900*    1550-READ-ONE-ACCOUNT-RTN
055000*    READ ONE MAP LINE AND LAY IT OVER ITS POSTING KEY'S SLOT.
055100******************************************************************
055200 1550-READ-ONE-ACCOUNT-RTN.
055300     READ ACCOUNT-FILE
055400         AT END
055500             MOVE "Y" TO EOF-SWITCH
055600         NOT AT END
055700             IF GLA-KEY NOT = SPACES
055800                 AND GLA-ACCOUNT NOT = SPACES
055900                 SET WS-ACCT-IDX TO 1
056000                 SEARCH WS-ACCT-ENTRY
056100                     AT END
056200                         DISPLAY "GLACCTS.DAT - UNKNOWN"
056300                             " POSTING KEY " GLA-KEY
056400                             " IGNORED"
056500                     WHEN WS-ACCT-KEY(WS-ACCT-IDX) = GLA-KEY
056600                         MOVE GLA-ACCOUNT
056700                             TO WS-ACCT-NUMBER(WS-ACCT-IDX)
056800                 END-SEARCH
056900             END-IF
057000     END-READ.
057100
057200******************************************************************
057300*    2000-SCAN-SALES-RTN
057400*    ONE PASS OVER THE SALES LEDGER FOR THE BUSINESS DAY -- SALE
057500*    AND REFUND AMOUNTS GO STRAIGHT INTO THEIR ENTRIES, THE
057600*    COPIES GO AGAINST THEIR TITLES FOR COSTING. NO LEDGER ON
057700*    HAND IS A DAY WITH NO COUNTER TRADE.
057800******************************************************************
057900 2000-SCAN-SALES-RTN.
058000     MOVE "N" TO EOF-SWITCH.
058100     OPEN INPUT SALES-FILE.
058200     IF WS-SALES-FILE-STATUS NOT = "00"
058300         MOVE "Y" TO EOF-SWITCH
058400     END-IF.
058500     PERFORM 2100-READ-ONE-SALE-RTN UNTIL END-OF-FILE.
058600     IF WS-SALES-FILE-STATUS NOT = "35"
058700         CLOSE SALES-FILE
058800     END-IF.
058900
059000******************************************************************
059100*    2100-READ-ONE-SALE-RTN
059200*    TAKE ONE LEDGER LINE DATED THE BUSINESS DAY.
059233*    ITS SALES TAX, WHEN IT CARRIES ANY, GOES TO TAX CHARGED
059266*    OR TAX REFUNDED. A SALE OR REFUND TENDERED AS STORE CREDIT
059270*    GOES TO THE STORE CREDIT ENTRIES INSTEAD, SO THE CASH
059280*    CLEARING ACCOUNT ONLY CARRIES MONEY THAT WAS TAKEN IN.
059300******************************************************************
059400 2100-READ-ONE-SALE-RTN.
059500     READ SALES-FILE
059600         AT END
059700             MOVE "Y" TO EOF-SWITCH
059800         NOT AT END
059900             IF SAL-DATE = WS-BUS-DATE
060000                 AND SAL-ID-GAME IS NUMERIC
060100                 AND SAL-PRICE IS NUMERIC
060200                 MOVE SAL-ID-GAME TO WS-SEEK-ID
060300                 PERFORM 2800-FIND-OR-ADD-ITEM-RTN
060400                 IF SAL-IS-RETURN
060500                     ADD 1 TO RETURN-COUNTER
060600                     IF SAL-PAID-CREDIT
060610                         ADD SAL-PRICE TO WS-ENT-AMOUNT(11)
060620                         IF SAL-TAX IS NUMERIC
060630                             ADD SAL-TAX TO WS-ENT-AMOUNT(14)
060640                         END-IF
060650                     ELSE
060655                         ADD SAL-PRICE TO WS-ENT-AMOUNT(2)
060660                         IF SAL-TAX IS NUMERIC
060665                             ADD SAL-TAX TO WS-ENT-AMOUNT(9)
060670                         END-IF
060675                     END-IF
060700                     IF WS-FOUND-IDX > 0
060800                         ADD 1 TO WS-ITEM-RETURNED(WS-FOUND-IDX)
060900                     END-IF
061000                 ELSE
061100                     ADD 1 TO SALES-COUNTER
061200                     IF SAL-PAID-CREDIT
061210                         ADD SAL-PRICE TO WS-ENT-AMOUNT(10)
061220                         IF SAL-TAX IS NUMERIC
061230                             ADD SAL-TAX TO WS-ENT-AMOUNT(13)
061240                         END-IF
061250                     ELSE
061255                         ADD SAL-PRICE TO WS-ENT-AMOUNT(1)
061260                         IF SAL-TAX IS NUMERIC
061265                             ADD SAL-TAX TO WS-ENT-AMOUNT(8)
061270                         END-IF
061275                     END-IF
061300                     IF WS-FOUND-IDX > 0
061400                         ADD 1 TO WS-ITEM-SOLD(WS-FOUND-IDX)
061500                     END-IF
061600                 END-IF
061700             END-IF
061800     END-READ.
061900
061901******************************************************************
061902*    2500-SCAN-GIFT-CARDS-RTN
061903*    ONE PASS OVER THE STORED-VALUE LEDGER FOR THE BUSINESS DAY.
061904*    A GIFT CARD SOLD OVER THE COUNTER (SVCMAINT) IS MONEY IN FOR
061905*    A LIABILITY OWED BACK IN TRADE. NO LEDGER ON HAND IS A DAY
061906*    WITH NO CARDS SOLD.
061907******************************************************************
061908 2500-SCAN-GIFT-CARDS-RTN.
061909     MOVE "N" TO EOF-SWITCH.
061910     OPEN INPUT SVL-FILE.
061911     IF WS-SVL-FILE-STATUS NOT = "00"
061912         MOVE "Y" TO EOF-SWITCH
061913     END-IF.
061914     PERFORM 2600-READ-ONE-CARD-MOVE-RTN UNTIL END-OF-FILE.
061915     IF WS-SVL-FILE-STATUS NOT = "35"
061916         CLOSE SVL-FILE
061917     END-IF.
061918
061919******************************************************************
061920*    2600-READ-ONE-CARD-MOVE-RTN
061921*    TAKE ONE GIFT CARD ISSUE DATED THE BUSINESS DAY AND PAID FOR
061922*    IN CASH OR BY CARD. REDEMPTIONS ARE ALREADY ON THE SALES
061923*    LEDGER, AND CREDITS ISSUED FOR RETURNS OR TRADE-INS TOOK NO
061924*    MONEY IN.
061925******************************************************************
061926 2600-READ-ONE-CARD-MOVE-RTN.
061927     READ SVL-FILE
061928         AT END
061929             MOVE "Y" TO EOF-SWITCH
061930         NOT AT END
061931             IF SVL-DATE = WS-BUS-DATE
061932                 AND SVL-IS-ISSUE
061933                 AND SVL-TYPE = 'G'
061934                 AND (SVL-PAID-CASH OR SVL-PAID-CARD)
061935                 AND SVL-AMOUNT IS NUMERIC
061936                 ADD 1 TO GIFT-CARD-COUNTER
061937                 ADD SVL-AMOUNT TO WS-ENT-AMOUNT(12)
061938             END-IF
061939     END-READ.
061940
062000******************************************************************
062100*    2800-FIND-OR-ADD-ITEM-RTN
062200*    FIND WS-SEEK-ID IN THE TITLE TABLE, OPENING A NEW SLOT FOR
062300*    IT IF IT IS NOT THERE YET. SETS WS-FOUND-IDX -- ZERO WHEN
062400*    THE TABLE IS FULL, WHICH KEEPS THE BATCH FROM RELEASING.
062500******************************************************************
062600 2800-FIND-OR-ADD-ITEM-RTN.
062700     PERFORM 2900-FIND-ITEM-RTN.
062800     IF NOT ITEM-FOUND
062900         IF ITEM-COUNTER < WS-ITEM-MAX
063000             ADD 1 TO ITEM-COUNTER
063100             MOVE ITEM-COUNTER TO WS-FOUND-IDX
063200             MOVE WS-SEEK-ID TO WS-ITEM-ID(WS-FOUND-IDX)
063300             MOVE 0 TO WS-ITEM-SOLD(WS-FOUND-IDX)
063400             MOVE 0 TO WS-ITEM-RETURNED(WS-FOUND-IDX)
063500             MOVE 0 TO WS-ITEM-REMOVED(WS-FOUND-IDX)
063600             MOVE 0 TO WS-ITEM-ADDED(WS-FOUND-IDX)
063700             MOVE 0 TO WS-ITEM-MKDN(WS-FOUND-IDX)
063800             MOVE 0 TO WS-ITEM-ON-HAND(WS-FOUND-IDX)
063900             MOVE 0 TO WS-ITEM-COST(WS-FOUND-IDX)
064000             MOVE "N" TO WS-ITEM-COST-SW(WS-FOUND-IDX)
064100         ELSE
064200             MOVE "Y" TO WS-TABLE-FULL-SWITCH
064300             ADD 1 TO OVERFLOW-COUNTER
064400         END-IF
064500     END-IF.
064600
064700******************************************************************
064800*    2900-FIND-ITEM-RTN
064900*    SEARCH THE TITLE TABLE FOR WS-SEEK-ID. SETS WS-FOUND-SWITCH
065000*    AND WS-FOUND-IDX.
065100******************************************************************
065200 2900-FIND-ITEM-RTN.
065300     MOVE "N" TO WS-FOUND-SWITCH.
065400     MOVE 0 TO WS-FOUND-IDX.
065500     PERFORM 2950-CHECK-ONE-ITEM-RTN
065600         VARYING WS-ITEM-IDX FROM 1 BY 1
065700         UNTIL WS-ITEM-IDX > ITEM-COUNTER OR ITEM-FOUND.
065800
065900******************************************************************
066000*    2950-CHECK-ONE-ITEM-RTN
066100*    COMPARE ONE TITLE TABLE ENTRY AGAINST WS-SEEK-ID.
066200******************************************************************
066300 2950-CHECK-ONE-ITEM-RTN.
066400     IF WS-ITEM-ID(WS-ITEM-IDX) = WS-SEEK-ID
066500         MOVE "Y" TO WS-FOUND-SWITCH
066600         MOVE WS-ITEM-IDX TO WS-FOUND-IDX
066700     END-IF.
066800
066900******************************************************************
067000*    3000-SCAN-STOCK-ADJ-RTN
067100*    STOCKTAK REWRITES STOCKADJ.TXT EACH TIME IT POSTS A COUNT,
067200*    DATED ON ITS FIRST LINE. WHEN THAT DATE IS THE BUSINESS DAY,
067300*    EVERY COPY IT REMOVED IS SHRINK AND EVERY COPY IT ADDED IS
067400*    A GAIN, BOTH AT COST. LINES FOR POSTINGS THAT FAILED OR
067500*    WERE REFUSED MOVED NO STOCK AND ARE PASSED OVER, AS ARE
067600*    LOCATION AND CONDITION CORRECTIONS.
067700******************************************************************
067800 3000-SCAN-STOCK-ADJ-RTN.
067900     MOVE "N" TO EOF-SWITCH.
068000     OPEN INPUT REGISTER-FILE.
068100     IF WS-REG-FILE-STATUS NOT = "00"
068200         MOVE "Y" TO EOF-SWITCH
068300     ELSE
068400         READ REGISTER-FILE
068500             AT END
068600                 MOVE "Y" TO EOF-SWITCH
068700         END-READ
068800         IF NOT END-OF-FILE
068900             AND RGH-TITLE = 'STOCKTAKE ADJUSTMENT REGISTER - '
069000             AND RGH-DATE = WS-BUS-DATE
069100             MOVE "Y" TO WS-REG-DAY-SWITCH
069200         ELSE
069300             MOVE "Y" TO EOF-SWITCH
069400         END-IF
069500     END-IF.
069600     PERFORM 3100-READ-ONE-ADJ-RTN UNTIL END-OF-FILE.
069700     IF WS-REG-FILE-STATUS NOT = "35"
069800         CLOSE REGISTER-FILE
069900     END-IF.
070000
070100******************************************************************
070200*    3100-READ-ONE-ADJ-RTN
070300*    TAKE ONE REMOVED OR ADDED LINE AGAINST ITS TITLE.
070400******************************************************************
070500 3100-READ-ONE-ADJ-RTN.
070600     READ REGISTER-FILE
070700         AT END
070800             MOVE "Y" TO EOF-SWITCH
070900         NOT AT END
071000             IF (RGD-IS-REMOVED OR RGD-IS-ADDED)
071100                 AND RGD-ID-GAME IS NUMERIC
071200                 MOVE RGD-ID-GAME TO WS-SEEK-ID
071300                 PERFORM 2800-FIND-OR-ADD-ITEM-RTN
071400                 IF RGD-IS-REMOVED
071500                     ADD 1 TO REMOVED-COUNTER
071600                     IF WS-FOUND-IDX > 0
071700                         ADD 1 TO WS-ITEM-REMOVED(WS-FOUND-IDX)
071800                     END-IF
071900                 ELSE
072000                     ADD 1 TO ADDED-COUNTER
072100                     IF WS-FOUND-IDX > 0
072200                         ADD 1 TO WS-ITEM-ADDED(WS-FOUND-IDX)
072300                     END-IF
072400                 END-IF
072500             END-IF
072600     END-READ.
072700
072800******************************************************************
072900*    4000-SCAN-PRICE-CHANGES-RTN
073000*    ONE PASS OVER THE PRICE HISTORY FOR CHANGES BOOKED ON THE
073100*    BUSINESS DAY. A PRICE CUT IS A MARKDOWN OF THE DIFFERENCE
073200*    ON EVERY COPY ON HAND; A PRICE RISE IS NOT A GL EVENT.
073300******************************************************************
073400 4000-SCAN-PRICE-CHANGES-RTN.
073500     MOVE "N" TO EOF-SWITCH.
073600     OPEN INPUT HISTORY-FILE.
073700     IF WS-HIST-FILE-STATUS NOT = "00"
073800         MOVE "Y" TO EOF-SWITCH
073900     END-IF.
074000     PERFORM 4100-READ-ONE-CHANGE-RTN UNTIL END-OF-FILE.
074100     IF WS-HIST-FILE-STATUS NOT = "35"
074200         CLOSE HISTORY-FILE
074300     END-IF.
074400
074500******************************************************************
074600*    4100-READ-ONE-CHANGE-RTN
074700*    TAKE ONE PRICE CHANGE DATED THE BUSINESS DAY.
074800******************************************************************
074900 4100-READ-ONE-CHANGE-RTN.
075000     READ HISTORY-FILE
075100         AT END
075200             MOVE "Y" TO EOF-SWITCH
075300         NOT AT END
075400             IF PH-DATE = WS-BUS-ISO-DATE
075500                 AND PH-C1 = 'ID='
075600                 AND PH-ID IS NUMERIC
075700                 MOVE PH-OLD TO WS-OLD-PRICE
075800                 MOVE PH-NEW TO WS-NEW-PRICE
075900                 IF WS-NEW-PRICE < WS-OLD-PRICE
076000                     ADD 1 TO MARKDOWN-COUNTER
076100                     MOVE PH-ID TO WS-SEEK-ID
076200                     PERFORM 2800-FIND-OR-ADD-ITEM-RTN
076300                     IF WS-FOUND-IDX > 0
076400                         COMPUTE WS-ITEM-MKDN(WS-FOUND-IDX) =
076500                             WS-ITEM-MKDN(WS-FOUND-IDX)
076600                             + WS-OLD-PRICE - WS-NEW-PRICE
076700                     END-IF
076800                 END-IF
076900             END-IF
077000     END-READ.
077100
077200******************************************************************
077300*    5000-LOAD-LATEST-COSTS-RTN
077400*    ONE PASS OVER THE COST LEDGER. IT IS WRITTEN IN DATE ORDER,
077500*    SO THE LAST RECORD SEEN FOR A TITLE IS ITS CURRENT UNIT
077600*    COST.
077700******************************************************************
077800 5000-LOAD-LATEST-COSTS-RTN.
077900     MOVE "N" TO EOF-SWITCH.
078000     OPEN INPUT COST-FILE.
078100     IF WS-COST-FILE-STATUS NOT = "00"
078200         MOVE "Y" TO EOF-SWITCH
078300     END-IF.
078400     PERFORM 5100-LOAD-ONE-COST-RTN UNTIL END-OF-FILE.
078500     IF WS-COST-FILE-STATUS NOT = "35"
078600         CLOSE COST-FILE
078700     END-IF.
078800
078900******************************************************************
079000*    5100-LOAD-ONE-COST-RTN
079100*    READ ONE COST RECORD AND KEEP IT AGAINST ITS TITLE.
079200******************************************************************
079300 5100-LOAD-ONE-COST-RTN.
079400     READ COST-FILE
079500         AT END
079600             MOVE "Y" TO EOF-SWITCH
079700         NOT AT END
079800             IF COST-UNIT IS NUMERIC
079900                 MOVE COST-ID-GAME TO WS-SEEK-ID
080000                 PERFORM 2900-FIND-ITEM-RTN
080100                 IF ITEM-FOUND
080200                     MOVE COST-UNIT
080300                         TO WS-ITEM-COST(WS-FOUND-IDX)
080400                     MOVE "Y" TO WS-ITEM-COST-SW(WS-FOUND-IDX)
080500                 END-IF
080600             END-IF
080700     END-READ.
080800
080900******************************************************************
081000*    5500-COUNT-ON-HAND-RTN
081100*    WHEN ANYTHING WAS MARKED DOWN, ONE PASS OVER THE HOLDINGS
081200*    FILE COUNTS THE COPIES ON HAND OF EACH TITLE IN THE TABLE.
081300******************************************************************
081400 5500-COUNT-ON-HAND-RTN.
081500     IF MARKDOWN-COUNTER = 0
081600         GO TO 5500-COUNT-ON-HAND-RTN-EXIT
081700     END-IF.
081800     MOVE "N" TO EOF-SWITCH.
081900     OPEN INPUT HOLDINGS-FILE.
082000     IF WS-HOLD-FILE-STATUS NOT = "00"
082100         MOVE "Y" TO EOF-SWITCH
082200     END-IF.
082300     PERFORM 5600-COUNT-ONE-HOLDING-RTN UNTIL END-OF-FILE.
082400     IF WS-HOLD-FILE-STATUS NOT = "35"
082500         CLOSE HOLDINGS-FILE
082600     END-IF.
082700
082800 5500-COUNT-ON-HAND-RTN-EXIT.
082900     EXIT.
083000
083100******************************************************************
083200*    5600-COUNT-ONE-HOLDING-RTN
083300*    COUNT ONE COPY AGAINST ITS TITLE, IF IT IS IN THE TABLE.
083400******************************************************************
083500 5600-COUNT-ONE-HOLDING-RTN.
083600     READ HOLDINGS-FILE NEXT RECORD
083700         AT END
083800             MOVE "Y" TO EOF-SWITCH
083900         NOT AT END
084000             MOVE HOLD-ID-GAME TO WS-SEEK-ID
084100             PERFORM 2900-FIND-ITEM-RTN
084200             IF ITEM-FOUND
084300                 ADD 1 TO WS-ITEM-ON-HAND(WS-FOUND-IDX)
084400             END-IF
084500     END-READ.
084600
084700******************************************************************
084800*    6000-BUILD-ENTRIES-RTN
084900*    VALUE EVERY TITLE'S COPIES INTO THE COST AND MARKDOWN
085000*    ENTRIES, THEN TURN EACH ENTRY WITH AN AMOUNT INTO ITS DEBIT
085100*    AND CREDIT LINES, ACCUMULATING THE CONTROL TOTALS.
085200******************************************************************
085300 6000-BUILD-ENTRIES-RTN.
085400     PERFORM 6100-VALUE-ONE-ITEM-RTN
085500         VARYING WS-ITEM-IDX FROM 1 BY 1
085600         UNTIL WS-ITEM-IDX > ITEM-COUNTER.
085700     MOVE 0 TO WS-LINE-COUNT.
085800     PERFORM 6200-POST-ONE-ENTRY-RTN
085900         THRU 6200-POST-ONE-ENTRY-RTN-EXIT
086000         VARYING WS-ENT-SUB FROM 1 BY 1
086100         UNTIL WS-ENT-SUB > 14.
086200
086300******************************************************************
086400*    6100-VALUE-ONE-ITEM-RTN
086500*    COST ONE TITLE'S SOLD, RETURNED, REMOVED AND ADDED COPIES
086600*    AT ITS LATEST UNIT COST, AND ITS MARKDOWN ACROSS THE COPIES
086700*    ON HAND. A TITLE THAT MOVED STOCK WITH NO COST ON FILE IS
086800*    COSTED AT ZERO AND SHOWN TO THE OPERATOR.
086900******************************************************************
087000 6100-VALUE-ONE-ITEM-RTN.
087100     IF NOT ITEM-HAS-COST(WS-ITEM-IDX)
087200         AND (WS-ITEM-SOLD(WS-ITEM-IDX) > 0
087300         OR WS-ITEM-RETURNED(WS-ITEM-IDX) > 0
087400         OR WS-ITEM-REMOVED(WS-ITEM-IDX) > 0
087500         OR WS-ITEM-ADDED(WS-ITEM-IDX) > 0)
087600         ADD 1 TO NO-COST-COUNTER
087700         DISPLAY "NO GAMECOST.TXT COST FOR ID "
087800             WS-ITEM-ID(WS-ITEM-IDX) " - COSTED AT ZERO"
087900     END-IF.
088000     COMPUTE WS-ENT-AMOUNT(3) = WS-ENT-AMOUNT(3)
088100         + WS-ITEM-SOLD(WS-ITEM-IDX) * WS-ITEM-COST(WS-ITEM-IDX).
088200     COMPUTE WS-ENT-AMOUNT(4) = WS-ENT-AMOUNT(4)
088300         + WS-ITEM-RETURNED(WS-ITEM-IDX)
088400         * WS-ITEM-COST(WS-ITEM-IDX).
088500     COMPUTE WS-ENT-AMOUNT(5) = WS-ENT-AMOUNT(5)
088600         + WS-ITEM-REMOVED(WS-ITEM-IDX)
088700         * WS-ITEM-COST(WS-ITEM-IDX).
088800     COMPUTE WS-ENT-AMOUNT(6) = WS-ENT-AMOUNT(6)
088900         + WS-ITEM-ADDED(WS-ITEM-IDX) * WS-ITEM-COST(WS-ITEM-IDX).
089000     COMPUTE WS-ENT-AMOUNT(7) = WS-ENT-AMOUNT(7)
089100         + WS-ITEM-ON-HAND(WS-ITEM-IDX)
089200         * WS-ITEM-MKDN(WS-ITEM-IDX).
089300
089400******************************************************************
089500*    6200-POST-ONE-ENTRY-RTN
089600*    ONE JOURNAL ENTRY -- A DEBIT LINE AND A CREDIT LINE FOR ITS
089700*    DAY'S AMOUNT, EACH ON THE GL ACCOUNT ITS POSTING KEY MAPS
089800*    TO. AN ENTRY WITH NOTHING IN IT WRITES NO LINES.
089900******************************************************************
090000 6200-POST-ONE-ENTRY-RTN.
090100     IF WS-ENT-AMOUNT(WS-ENT-SUB) = 0
090200         GO TO 6200-POST-ONE-ENTRY-RTN-EXIT
090300     END-IF.
090400     ADD 1 TO WS-LINE-COUNT.
090500     MOVE WS-ENT-DR-KEY(WS-ENT-SUB) TO WS-POST-KEY.
090600     PERFORM 6300-FIND-ACCOUNT-RTN.
090700     MOVE WS-POST-ACCOUNT TO WS-LINE-ACCOUNT(WS-LINE-COUNT).
090800     MOVE WS-ENT-AMOUNT(WS-ENT-SUB)
090900         TO WS-LINE-DEBIT(WS-LINE-COUNT).
091000     MOVE 0 TO WS-LINE-CREDIT(WS-LINE-COUNT).
091100     MOVE WS-ENT-CODE(WS-ENT-SUB)
091200         TO WS-LINE-ENTRY-CODE(WS-LINE-COUNT).
091300     MOVE WS-ENT-DESC(WS-ENT-SUB) TO WS-LINE-DESC(WS-LINE-COUNT).
091400     ADD WS-LINE-DEBIT(WS-LINE-COUNT) TO WS-TOTAL-DEBITS.
091500     ADD 1 TO WS-LINE-COUNT.
091600     MOVE WS-ENT-CR-KEY(WS-ENT-SUB) TO WS-POST-KEY.
091700     PERFORM 6300-FIND-ACCOUNT-RTN.
091800     MOVE WS-POST-ACCOUNT TO WS-LINE-ACCOUNT(WS-LINE-COUNT).
091900     MOVE 0 TO WS-LINE-DEBIT(WS-LINE-COUNT).
092000     MOVE WS-ENT-AMOUNT(WS-ENT-SUB)
092100         TO WS-LINE-CREDIT(WS-LINE-COUNT).
092200     MOVE WS-ENT-CODE(WS-ENT-SUB)
092300         TO WS-LINE-ENTRY-CODE(WS-LINE-COUNT).
092400     MOVE WS-ENT-DESC(WS-ENT-SUB) TO WS-LINE-DESC(WS-LINE-COUNT).
092500     ADD WS-LINE-CREDIT(WS-LINE-COUNT) TO WS-TOTAL-CREDITS.
092600
092700 6200-POST-ONE-ENTRY-RTN-EXIT.
092800     EXIT.
092900
093000******************************************************************
093100*    6300-FIND-ACCOUNT-RTN
093200*    LOOK UP THE GL ACCOUNT FOR WS-POST-KEY. A KEY WITH NO
093300*    ACCOUNT COMES BACK BLANK, AND A BLANK ACCOUNT KEEPS THE
093400*    BATCH FROM RELEASING.
093500******************************************************************
093600 6300-FIND-ACCOUNT-RTN.
093700     SET WS-ACCT-IDX TO 1.
093800     SEARCH WS-ACCT-ENTRY
093900         AT END
094000             MOVE SPACES TO WS-POST-ACCOUNT
094100         WHEN WS-ACCT-KEY(WS-ACCT-IDX) = WS-POST-KEY
094200             MOVE WS-ACCT-NUMBER(WS-ACCT-IDX) TO WS-POST-ACCOUNT
094300     END-SEARCH.
094400     IF WS-POST-ACCOUNT = SPACES
094500         MOVE "N" TO WS-BALANCED-SWITCH
094600         DISPLAY "NO GL ACCOUNT FOR POSTING KEY " WS-POST-KEY
094700     END-IF.
094800
094900******************************************************************
095000*    7000-RELEASE-BATCH-RTN
095100*    A BATCH WHOSE DEBITS AND CREDITS AGREE, WITH AN ACCOUNT ON
095200*    EVERY LINE AND EVERY TITLE COSTED, IS WRITTEN TO GLJRNL.TXT
095300*    AND THE DAY IS RECORDED ON GLCTRL.DAT. ANYTHING ELSE GOES
095400*    TO GLREJECT.TXT, THE DAY STAYS OPEN FOR A RERUN, AND AN
095500*    ACTION-REQUIRED ALERT IS RAISED.
095600******************************************************************
095700 7000-RELEASE-BATCH-RTN.
095800     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
095900         OR ITEM-TABLE-FULL
096000         MOVE "N" TO WS-BALANCED-SWITCH
096100     END-IF.
096200     IF NOT BATCH-BALANCED
096300         PERFORM 7500-REJECT-BATCH-RTN
096400         GO TO 7000-RELEASE-BATCH-RTN-EXIT
096500     END-IF.
096600     OPEN OUTPUT JOURNAL-FILE.
096700     MOVE SPACES TO GL-JOURNAL-RECORD.
096800     MOVE 'H' TO GLJ-REC-TYPE.
096900     MOVE WS-BUS-DATE TO GLJ-H-BUS-DATE.
097000     MOVE WS-BATCH-NUMBER TO GLJ-H-BATCH.
097100     MOVE WS-TODAY-DATE TO GLJ-H-RUN-DATE.
097200     MOVE 'CATALOG' TO GLJ-H-SOURCE.
097300     WRITE GL-JOURNAL-RECORD.
097400     PERFORM 7100-WRITE-ONE-DETAIL-RTN
097500         VARYING WS-LINE-IDX FROM 1 BY 1
097600         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
097700     MOVE SPACES TO GL-JOURNAL-RECORD.
097800     MOVE 'T' TO GLJ-REC-TYPE.
097900     MOVE DETAIL-COUNTER TO GLJ-T-RECORDS.
098000     MOVE WS-TOTAL-DEBITS TO GLJ-T-DEBITS.
098100     MOVE WS-TOTAL-CREDITS TO GLJ-T-CREDITS.
098200     WRITE GL-JOURNAL-RECORD.
098300     CLOSE JOURNAL-FILE.
098400     PERFORM 7200-WRITE-CONTROL-RTN.
098500     MOVE 'COMPLETE' TO WS-AUDIT-STATUS.
098600
098700 7000-RELEASE-BATCH-RTN-EXIT.
098800     EXIT.
098900
099000******************************************************************
099100*    7100-WRITE-ONE-DETAIL-RTN
099200*    WRITE ONE JOURNAL LINE FROM THE BUILT BATCH.
099300******************************************************************
099400 7100-WRITE-ONE-DETAIL-RTN.
099500     MOVE SPACES TO GL-JOURNAL-RECORD.
099600     MOVE 'D' TO GLJ-REC-TYPE.
099700     MOVE WS-LINE-ACCOUNT(WS-LINE-IDX) TO GLJ-D-ACCOUNT.
099800     MOVE WS-LINE-DEBIT(WS-LINE-IDX) TO GLJ-D-DEBIT.
099900     MOVE WS-LINE-CREDIT(WS-LINE-IDX) TO GLJ-D-CREDIT.
100000     MOVE WS-LINE-ENTRY-CODE(WS-LINE-IDX) TO GLJ-D-ENTRY.
100100     MOVE WS-LINE-DESC(WS-LINE-IDX) TO GLJ-D-DESC.
100200     WRITE GL-JOURNAL-RECORD.
100300     ADD 1 TO DETAIL-COUNTER.
100400
100500******************************************************************
100600*    7200-WRITE-CONTROL-RTN
100700*    RECORD THE RELEASED DAY, ITS BATCH NUMBER AND CONTROL TOTALS
100800*    ON GLCTRL.DAT -- THE LINE THAT STOPS IT GOING OUT TWICE.
100900******************************************************************
101000 7200-WRITE-CONTROL-RTN.
101100     OPEN EXTEND CONTROL-FILE.
101200     IF WS-CTRL-FILE-STATUS NOT = "00"
101300         OPEN OUTPUT CONTROL-FILE
101400     END-IF.
101500     MOVE SPACES TO CONTROL-RECORD.
101600     MOVE WS-BUS-DATE TO GLC-BUS-DATE.
101700     MOVE WS-BATCH-NUMBER TO GLC-BATCH.
101800     MOVE DETAIL-COUNTER TO GLC-RECORDS.
101900     MOVE WS-TOTAL-DEBITS TO GLC-DEBITS.
102000     MOVE WS-TOTAL-CREDITS TO GLC-CREDITS.
102100     MOVE WS-TODAY-DATE TO GLC-RUN-DATE.
102200     WRITE CONTROL-RECORD.
102300     CLOSE CONTROL-FILE.
102400
102500******************************************************************
102600*    7500-REJECT-BATCH-RTN
102700*    HOLD BACK A BATCH THAT CANNOT GO TO THE LEDGER. THE BUILT
102800*    LINES AND THE REASON ARE WRITTEN TO GLREJECT.TXT FOR THE
102900*    ACCOUNTANT; GLJRNL.TXT AND GLCTRL.DAT ARE NOT TOUCHED.
103000******************************************************************
103100 7500-REJECT-BATCH-RTN.
103200     OPEN OUTPUT REJECT-FILE.
103300     MOVE SPACES TO REJECT-LINE.
103400     STRING 'GL BATCH NOT RELEASED - BUSINESS DAY '
103500         DELIMITED BY SIZE
103600         WS-BUS-DATE DELIMITED BY SIZE
103700         INTO REJECT-LINE.
103800     WRITE REJECT-LINE.
103900     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
104000         MOVE 'DEBITS AND CREDITS DO NOT AGREE' TO REJECT-LINE
104100         WRITE REJECT-LINE
104200     END-IF.
104300     IF ITEM-TABLE-FULL
104400         MOVE 'TOO MANY TITLES TO COST - TABLE FULL'
104500             TO REJECT-LINE
104600         WRITE REJECT-LINE
104700     END-IF.
104800     PERFORM 7600-REJECT-ONE-DETAIL-RTN
104900         VARYING WS-LINE-IDX FROM 1 BY 1
105000         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
105100     MOVE SPACES TO GL-JOURNAL-RECORD.
105200     MOVE 'T' TO GLJ-REC-TYPE.
105300     MOVE WS-LINE-COUNT TO GLJ-T-RECORDS.
105400     MOVE WS-TOTAL-DEBITS TO GLJ-T-DEBITS.
105500     MOVE WS-TOTAL-CREDITS TO GLJ-T-CREDITS.
105600     MOVE GL-JOURNAL-RECORD TO REJECT-LINE.
105700     WRITE REJECT-LINE.
105800     CLOSE REJECT-FILE.
105900     DISPLAY "GL BATCH FOR " WS-BUS-DATE
106000         " NOT RELEASED - SEE GLREJECT.TXT".
106100     MOVE 'UNBALANCED' TO WS-AUDIT-STATUS.
106200     MOVE 8 TO RETURN-CODE.
106300     MOVE "A" TO ALERT-SEVERITY.
106400     MOVE 'GLEXPORT' TO ALERT-PROGRAM.
106500     MOVE SPACES TO ALERT-MESSAGE.
106600     STRING 'GL BATCH FOR ' DELIMITED BY SIZE
106700         WS-BUS-DATE DELIMITED BY SIZE
106800         ' NOT RELEASED - SEE GLREJECT.TXT' DELIMITED BY SIZE
106900         INTO ALERT-MESSAGE.
107000     CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS.
107100
107200******************************************************************
107300*    7600-REJECT-ONE-DETAIL-RTN
107400*    COPY ONE BUILT JOURNAL LINE ONTO THE REJECT LISTING.
107500******************************************************************
107600 7600-REJECT-ONE-DETAIL-RTN.
107700     MOVE SPACES TO GL-JOURNAL-RECORD.
107800     MOVE 'D' TO GLJ-REC-TYPE.
107900     MOVE WS-LINE-ACCOUNT(WS-LINE-IDX) TO GLJ-D-ACCOUNT.
108000     MOVE WS-LINE-DEBIT(WS-LINE-IDX) TO GLJ-D-DEBIT.
108100     MOVE WS-LINE-CREDIT(WS-LINE-IDX) TO GLJ-D-CREDIT.
108200     MOVE WS-LINE-ENTRY-CODE(WS-LINE-IDX) TO GLJ-D-ENTRY.
108300     MOVE WS-LINE-DESC(WS-LINE-IDX) TO GLJ-D-DESC.
108400     MOVE GL-JOURNAL-RECORD TO REJECT-LINE.
108500     WRITE REJECT-LINE.
108600
108700******************************************************************
108800*    8000-SHOW-TOTALS-RTN
108900*    TELL THE OPERATOR WHAT WENT INTO THE BATCH.
109000******************************************************************
109100 8000-SHOW-TOTALS-RTN.
109200     MOVE WS-BATCH-NUMBER TO WS-EDIT-BATCH.
109300     DISPLAY "BUSINESS DAY . . . . . . . : " WS-BUS-DATE.
109400     DISPLAY "BATCH NUMBER . . . . . . . : " WS-EDIT-BATCH.
109500     MOVE SALES-COUNTER TO WS-EDIT-COUNT.
109600     DISPLAY "COPIES SOLD  . . . . . . . : " WS-EDIT-COUNT.
109700     MOVE RETURN-COUNTER TO WS-EDIT-COUNT.
109800     DISPLAY "COPIES RETURNED  . . . . . : " WS-EDIT-COUNT.
109850     MOVE GIFT-CARD-COUNTER TO WS-EDIT-COUNT.
109860     DISPLAY "GIFT CARDS SOLD  . . . . . : " WS-EDIT-COUNT.
109900     MOVE REMOVED-COUNTER TO WS-EDIT-COUNT.
110000     DISPLAY "STOCKTAKE REMOVALS . . . . : " WS-EDIT-COUNT.
110100     MOVE ADDED-COUNTER TO WS-EDIT-COUNT.
110200     DISPLAY "STOCKTAKE ADDITIONS  . . . : " WS-EDIT-COUNT.
110300     MOVE MARKDOWN-COUNTER TO WS-EDIT-COUNT.
110400     DISPLAY "PRICE MARKDOWNS  . . . . . : " WS-EDIT-COUNT.
110500     MOVE NO-COST-COUNTER TO WS-EDIT-COUNT.
110600     DISPLAY "TITLES WITH NO COST  . . . : " WS-EDIT-COUNT.
110700     MOVE WS-LINE-COUNT TO WS-EDIT-COUNT.
110800     DISPLAY "JOURNAL LINES  . . . . . . : " WS-EDIT-COUNT.
110900     MOVE WS-TOTAL-DEBITS TO WS-EDIT-VALUE.
111000     MOVE WS-TOTAL-CREDITS TO WS-EDIT-VALUE-2.
111100     DISPLAY "TOTAL DEBITS . . . . . . . : " WS-EDIT-VALUE.
111200     DISPLAY "TOTAL CREDITS  . . . . . . : " WS-EDIT-VALUE-2.
111300     IF NO-COST-COUNTER > 0
111400         MOVE "W" TO ALERT-SEVERITY
111500         MOVE 'GLEXPORT' TO ALERT-PROGRAM
111600         MOVE SPACES TO ALERT-MESSAGE
111700         STRING 'GL BATCH FOR ' DELIMITED BY SIZE
111800             WS-BUS-DATE DELIMITED BY SIZE
111900             ' COSTED TITLES WITH NO GAMECOST.TXT COST AT ZERO'
112000                 DELIMITED BY SIZE
112100             INTO ALERT-MESSAGE
112200         CALL 'ALERTWTR' USING ALERT-REQUEST-FIELDS
112300     END-IF.
112400
112500******************************************************************
112600*    9000-TERMINATE-RTN
112700*    LOG THE END AND CLOSE UP.
112800******************************************************************
112900 9000-TERMINATE-RTN.
113000     MOVE 'END  ' TO WS-AUDIT-EVENT.
113100     MOVE DETAIL-COUNTER TO WS-AUDIT-REC-EDIT.
113200     PERFORM 1100-WRITE-AUDIT-LINE-RTN.
113300     CLOSE AUDIT-FILE.
113400     DISPLAY "GLEXPORT COMPLETE - " DETAIL-COUNTER
113500         " JOURNAL LINES RELEASED.".
113600
113700 END PROGRAM GLEXPORT.
