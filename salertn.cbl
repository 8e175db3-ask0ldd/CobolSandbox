000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SALERTN.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- COUNTER RETURNS AND REFUNDS.
001200*                      UNTIL NOW A RETURNED COPY WAS RE-KEYED
001300*                      THROUGH HOLDMAINT AND THE REFUND NEVER
001400*                      REACHED THE LEDGER, SO SALESRPT OVERSTATED
001500*                      THE DAY. THIS PROGRAM TAKES AN ID-GAME AND
001600*                      COPY NUMBER, FINDS THE OPEN SALE FOR THAT
001700*                      COPY ON THE SALES LEDGER (SALES.TXT -- SEE
001800*                      SALESREC), REFUSES IT OUTSIDE THE RETURN
001900*                      WINDOW, PUTS THE COPY BACK ON HOLDINGS.TXT
002000*                      WITH ITS RETURNED CONDITION AND A LOCATION
002100*                      CHECKED THROUGH LOCLOOKUP, AND APPENDS A
002200*                      RETURN ENTRY (SAL-TYPE 'R') WITH THE
002300*                      AMOUNT REFUNDED AND A REASON CODE. SALESRPT
002400*                      NETS THE RETURNS OFF THE GROSS SALES.
002405*    10/15/2026  DLH   A RETURN NOW GIVES BACK THE SALES TAX
002410*                      CHARGED ON THE SALE (IN PROPORTION ON A
002415*                      PART REFUND) AND RECORDS THE TENDER
002420*                      REFUNDED -- AS PAID UNLESS THE CLERK KEYS
002425*                      ANOTHER -- SO TILLCLS CAN BALANCE THE
002430*                      DRAWER.
002435*    10/15/2026  DLH   A RETURN ON A CUSTOMER SALE NOW CARRIES THE
002440*                      CUSTOMER NUMBER AND UNWINDS THE LOYALTY
002445*                      POINTS THROUGH LOYPOST -- THE POINTS EARNED
002450*                      COME BACK OFF THE BALANCE (IN PROPORTION ON
002455*                      A PART REFUND) AND POINTS REDEEMED AGAINST
002460*                      THE SALE ARE GIVEN BACK ON A FULL REFUND.
002465*    10/15/2026  DLH   A RETURN NOW RECORDS THE LOCATION THE COPY
002470*                      WAS PUT BACK AT (SAL-LOCATION).
002475*    10/15/2026  DLH   THE RETURNED COPY IS NOW LOGGED TO THE
002480*                      HOLDINGS JOURNAL (HOLDJRNL.TXT) THROUGH
002485*                      HOLDJWTR WHEN IT GOES BACK ON HOLDINGS.
002488*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002491*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002494*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002497*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002498*    10/15/2026  DLH   A REFUND TENDERED AS STORE CREDIT (SC) NOW
002499*                      GOES ON A NUMBERED CARD ON THE STORED-VALUE
002510*                      MASTER THROUGH SVCPOST -- BACK ONTO AN
002521*                      EXISTING GIFT CARD OR CREDIT, OR ON A NEW
002532*                      REFUND CREDIT ISSUED AT THE COUNTER --
002543*                      BEFORE THE RETURN POSTS, AND THE CARD
002554*                      NUMBER IS CARRIED ON THE LEDGER
002565*                      (SAL-CARD-NO). WS-SALE-IMAGE WIDENED TO THE
002576*                      NEW SALESREC LENGTH.
002587******************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS HOLD-KEY
003400         FILE STATUS IS WS-HOLD-FILE-STATUS.
003500
003600     SELECT SALES-FILE ASSIGN TO 'SALES.TXT'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SALES-FILE-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  HOLDINGS-FILE.
004300 COPY HOLDREC.
004400
004500 FD  SALES-FILE.
004600 COPY SALESREC.
004700
004800 WORKING-STORAGE SECTION.
004900 01  SWITCHES.
005000     05 WS-MENU-SWITCH         PIC X VALUE "Y".
005100        88 MORE-RETURNS                 VALUE "Y".
005200     05 WS-SALES-EOF-SWITCH    PIC X VALUE "N".
005300        88 SALES-AT-EOF                 VALUE "Y".
005400     05 WS-SALE-FOUND-SWITCH   PIC X VALUE "N".
005500        88 OPEN-SALE-FOUND              VALUE "Y".
005600     05 WS-ENTRY-LOC-SWITCH    PIC X VALUE "N".
005700        88 ENTRY-LOCATION-VALID         VALUE "Y".
005800
005900 01  COUNTERS.
006000     05 RETURN-COUNTER         PIC 9(5) COMP VALUE 0.
006100     05 REJECT-COUNTER         PIC 9(5) COMP VALUE 0.
006200
006300 01  WS-FILE-STATUSES.
006400     05 WS-HOLD-FILE-STATUS    PIC X(02) VALUE "00".
006500     05 WS-SALES-FILE-STATUS   PIC X(02) VALUE "00".
006600
006700*    A COPY MAY COME BACK FOR A REFUND UP TO THIS MANY DAYS
006800*    AFTER THE SALE DATE ON THE LEDGER.
006900 01  WS-RETURN-WINDOW-DAYS     PIC 9(3) VALUE 30.
007000
007100 01  WS-ENTRY-FIELDS.
007200     05 WS-ENTRY-ID            PIC 9(06) VALUE 0.
007300     05 WS-ENTRY-COPY-NO       PIC 9(03) VALUE 0.
007400     05 WS-ENTRY-LOCATION      PIC X(10) VALUE SPACES.
007500     05 WS-ENTRY-CONDITION     PIC X(02) VALUE SPACES.
007600        88 ENTRY-CONDITION-VALID
007700                                VALUE 'NW' 'GD' 'FR' 'PR'.
007800     05 WS-ENTRY-REASON        PIC X(02) VALUE SPACES.
007900        88 ENTRY-REASON-VALID
008000                                VALUE 'DF' 'WI' 'CM' 'DG' 'OT'.
008100     05 WS-ENTRY-REFUND        PIC 9(3)V99 VALUE 0.
008125     05 WS-ENTRY-TAX           PIC 9(3)V99 VALUE 0.
008150     05 WS-ENTRY-TENDER        PIC X(02) VALUE SPACES.
008175        88 ENTRY-TENDER-VALID           VALUE 'CA' 'CD' 'SC'.
008180     05 WS-ENTRY-CUST-ID       PIC 9(06) VALUE 0.
008185     05 WS-ENTRY-POINTS        PIC 9(05) VALUE 0.
008190     05 WS-ENTRY-RESTORED      PIC 9(05) VALUE 0.
008195     05 WS-ENTRY-DISCOUNT      PIC 9(3)V99 VALUE 0.
008196     05 WS-ENTRY-CARD-NO       PIC 9(08) VALUE 0.
008197     05 WS-REFUND-TOTAL        PIC 9(4)V99 VALUE 0.
008200
008300*    THE OPEN SALE FOUND ON THE LEDGER FOR THE COPY BEING
008400*    RETURNED -- THE LAST SALE FOR THE ID/COPY PAIR THAT HAS
008500*    NOT ALREADY BEEN RETURNED.
008600 01  WS-SALE-IMAGE             PIC X(167) VALUE SPACES.
008700 01  WS-SALE-FIELDS REDEFINES WS-SALE-IMAGE.
008800     05 WS-SALE-DATE           PIC X(10).
008900     05 WS-SALE-DATE-R REDEFINES WS-SALE-DATE.
009000        10 WS-SALE-MM          PIC 99.
009100        10 FILLER              PIC X.
009200        10 WS-SALE-DD          PIC 99.
009300        10 FILLER              PIC X.
009400        10 WS-SALE-YYYY        PIC 9(4).
009500     05 FILLER                 PIC X(15).
009600     05 WS-SALE-PRICE          PIC 9(3)V99.
009700     05 FILLER                 PIC X(75).
009720     05 FILLER                 PIC X(02).
009740     05 WS-SALE-TAX            PIC 9(3)V99.
009760     05 FILLER                 PIC X(02).
009780     05 WS-SALE-TENDER         PIC X(02).
009782     05 FILLER                 PIC X(02).
009784     05 WS-SALE-CUST-ID        PIC 9(06).
009786     05 FILLER                 PIC X(02).
009788     05 WS-SALE-POINTS         PIC 9(05).
009790     05 FILLER                 PIC X(02).
009792     05 WS-SALE-REDEEMED       PIC 9(05).
009794     05 FILLER                 PIC X(02).
009796     05 WS-SALE-DISCOUNT       PIC 9(3)V99.
009797     05 FILLER                 PIC X(02).
009798     05 WS-SALE-LOCATION       PIC X(10).
009799     05 FILLER                 PIC X(02).
009832     05 WS-SALE-CARD-NO        PIC 9(08).
009865
009900 01  WS-RUN-DATE.
010000     05 WS-RUN-YYYY            PIC 9(4).
010100     05 WS-RUN-MM              PIC 99.
010200     05 WS-RUN-DD              PIC 99.
010300 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
010400
010500 01  WS-SERIAL-FIELDS.
010600     05 WS-TODAY-SERIAL        PIC 9(7) COMP VALUE 0.
010700     05 WS-SALE-SERIAL         PIC 9(7) COMP VALUE 0.
010800     05 WS-DAYS-SINCE-SALE     PIC S9(7) COMP VALUE 0.
010900
011000 01  WS-DAY-SERIAL-FIELDS.
011100     05 WS-DS-YYYY             PIC 9(4).
011200     05 WS-DS-MM               PIC 99.
011300     05 WS-DS-DD               PIC 99.
011400     05 WS-DS-SERIAL           PIC 9(7) COMP.
011500     05 WS-DS-PRIOR-YEAR       PIC 9(4).
011600     05 WS-DS-LEAP-COUNT       PIC 9(5) COMP.
011700     05 WS-DS-QUOT             PIC 9(5) COMP.
011800     05 WS-REM-4               PIC 9.
011900     05 WS-REM-100             PIC 99.
012000     05 WS-REM-400             PIC 9(3).
012100     05 WS-QUOT                PIC 9(4).
012200
012300 01  WS-PRICE-EDIT             PIC ZZ9.99.
012400 01  WS-DAYS-EDIT              PIC Z(6)9.
012403 01  WS-AMOUNT-EDIT            PIC Z,ZZ9.99.
012406 01  WS-POINTS-EDIT            PIC Z,ZZZ,ZZ9.
012412
012418 01  LOY-POST-FIELDS.
012424     05 LPST-CUST-ID           PIC 9(06).
012430     05 LPST-EVENT             PIC X(01).
012436     05 LPST-POINTS            PIC 9(05).
012442     05 LPST-AMOUNT            PIC 9(3)V99.
012448     05 LPST-DATE              PIC X(10).
012454     05 LPST-ID-GAME           PIC 9(06).
012460     05 LPST-COPY-NO           PIC 9(03).
012466     05 LPST-PROGRAM           PIC X(08).
012472 01  LOY-POST-RESULT-FIELDS.
012478     05 LPST-RESULT            PIC X(01).
012484        88 LPST-POSTED                  VALUE 'P'.
012490     05 LPST-BALANCE           PIC 9(07).
012491
012492 01  SVC-POST-FIELDS.
012493     05 SVPST-FUNCTION         PIC X(01).
012494     05 SVPST-CARD-ID          PIC 9(08).
012495     05 SVPST-TYPE             PIC X(01).
012496     05 SVPST-AMOUNT           PIC 9(4)V99.
012497     05 SVPST-DATE             PIC X(10).
012498     05 SVPST-TENDER           PIC X(02).
012504     05 SVPST-CUST-ID          PIC 9(06).
012510     05 SVPST-HOLDER           PIC X(30).
012516     05 SVPST-ID-GAME          PIC 9(06).
012522     05 SVPST-COPY-NO          PIC 9(03).
012528     05 SVPST-PROGRAM          PIC X(08).
012534     05 SVPST-OPERATOR         PIC X(08).
012540 01  SVC-POST-RESULT-FIELDS.
012546     05 SVPST-RESULT           PIC X(01).
012552        88 SVPST-POSTED                 VALUE 'P'.
012558        88 SVPST-NO-CARD                VALUE 'N'.
012564     05 SVPST-BALANCE          PIC 9(4)V99.
012570     05 SVPST-CARD-TYPE        PIC X(01).
012576     05 SVPST-ISSUE-DATE       PIC X(10).
012582     05 SVPST-LAST-ACTIVITY    PIC X(10).
012588     05 SVPST-HOLDER-NAME      PIC X(30).
012594
012600 01  LOC-LKUP-CODE             PIC X(10).
012700 01  LOC-LKUP-NAME             PIC X(30).
012800 01  LOC-LKUP-FOUND-SWITCH     PIC X.
012900     88 LOC-LKUP-FOUND                  VALUE "Y".
013000     88 LOC-LKUP-NOT-FOUND              VALUE "N".
013100
013200 01  LOCK-REQUEST-FIELDS.
013300     05 LOCK-FUNCTION         PIC X.
013400     05 LOCK-CALLER           PIC X(10).
013500 01  LOCK-RESULT-FIELDS.
013600     05 LOCK-RESULT           PIC X.
013700        88 LOCK-GRANTED               VALUE "G".
013800        88 LOCK-BUSY                  VALUE "B".
013900        88 LOCK-FREE                  VALUE "F".
014000     05 LOCK-HOLDER-NAME      PIC X(10).
014100     05 LOCK-TAKEN-TS         PIC X(19).
014200
014212 01  HJRN-REQUEST-FIELDS.
014224     05 HJRN-PROGRAM          PIC X(10).
014236     05 HJRN-ACTION           PIC X(03).
014248     05 HJRN-REASON           PIC X(02).
014260     05 HJRN-BEFORE-IMAGE     PIC X(40).
014272     05 HJRN-AFTER-IMAGE      PIC X(40).
014284
014285 01  SIGN-REQUEST-FIELDS.
014286     05 SIGN-FUNCTION          PIC X.
014287     05 SIGN-PROGRAM           PIC X(10).
014288     05 SIGN-ACTION            PIC X(08).
014289     05 SIGN-DETAIL            PIC X(60).
014290 01  SIGN-RESULT-FIELDS.
014291     05 SIGN-RESULT            PIC X.
014292        88 SIGN-GRANTED                 VALUE "G".
014293        88 SIGN-REFUSED                 VALUE "R".
014294     05 SIGN-OPERATOR-ID       PIC X(08).
014295     05 SIGN-OPERATOR-NAME     PIC X(30).
014296     05 SIGN-OPERATOR-ROLE     PIC X(02).
014297     05 SIGN-PASSWORD-HASH     PIC 9(10).
014298
014300 PROCEDURE DIVISION.
014400
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE-RTN.
014700     PERFORM 2000-ENTER-RETURN-RTN
014800         THRU 2000-ENTER-RETURN-RTN-EXIT
014900         UNTIL NOT MORE-RETURNS.
015000     PERFORM 9000-TERMINATE-RTN.
015100     STOP RUN.
015200
015300******************************************************************
015400*    1000-INITIALIZE-RTN
015500*    CHECK THE CATALOG UPDATE INTERLOCK, WORK OUT TODAY'S DATE
015600*    AND ITS DAY SERIAL FOR THE RETURN-WINDOW CHECK, AND OPEN
015700*    THE HOLDINGS FILE. THE LEDGER IS OPENED PER RETURN -- READ
015800*    TO FIND THE SALE, THEN EXTENDED WITH THE REFUND.
015900******************************************************************
016000 1000-INITIALIZE-RTN.
016009     MOVE "S" TO SIGN-FUNCTION.
016018     MOVE "SALERTN" TO SIGN-PROGRAM.
016027     MOVE SPACES TO SIGN-ACTION.
016036     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
016045         SIGN-RESULT-FIELDS.
016054     IF NOT SIGN-GRANTED
016063         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
016072         MOVE 8 TO RETURN-CODE
016081         STOP RUN
016090     END-IF.
016100     DISPLAY "SALERTN - COUNTER RETURNS AND REFUNDS".
016200     MOVE "C" TO LOCK-FUNCTION.
016300     MOVE "SALERTN" TO LOCK-CALLER.
016400     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
016500         LOCK-RESULT-FIELDS.
016600     IF LOCK-BUSY
016700         DISPLAY "CATALOG LOCKED BY " LOCK-HOLDER-NAME
016800             " SINCE " LOCK-TAKEN-TS
016900         DISPLAY "TRY AGAIN WHEN THE UPDATE FINISHES - RUN"
017000             " STOPPED"
017100         MOVE 8 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017500     MOVE SPACES TO WS-TODAY-DATE.
017600     STRING WS-RUN-MM DELIMITED BY SIZE
017700         '/' DELIMITED BY SIZE
017800         WS-RUN-DD DELIMITED BY SIZE
017900         '/' DELIMITED BY SIZE
018000         WS-RUN-YYYY DELIMITED BY SIZE
018100         INTO WS-TODAY-DATE.
018200     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
018300     MOVE WS-RUN-MM TO WS-DS-MM.
018400     MOVE WS-RUN-DD TO WS-DS-DD.
018500     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
018600     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
018700     OPEN I-O HOLDINGS-FILE.
018800     IF WS-HOLD-FILE-STATUS NOT = "00"
018900         DISPLAY "NO HOLDINGS.TXT ON HAND - STARTING A NEW ONE"
019000         OPEN OUTPUT HOLDINGS-FILE
019100         CLOSE HOLDINGS-FILE
019200         OPEN I-O HOLDINGS-FILE
019300     END-IF.
019400
019500******************************************************************
019600*    2000-ENTER-RETURN-RTN
019700*    TAKE ONE RETURN -- FIND THE OPEN SALE, CHECK THE WINDOW,
019800*    CAPTURE CONDITION, LOCATION, REASON AND REFUND, AND POST.
019900*    ANY FAILED CHECK REJECTS THE RETURN AND GOES STRAIGHT TO
020000*    THE EXIT.
020100******************************************************************
020200 2000-ENTER-RETURN-RTN.
020300     DISPLAY "ENTER ID-GAME RETURNED (000000 TO QUIT) : ".
020400     ACCEPT WS-ENTRY-ID.
020500     IF WS-ENTRY-ID = 000000
020600         MOVE "N" TO WS-MENU-SWITCH
020700         GO TO 2000-ENTER-RETURN-RTN-EXIT
020800     END-IF.
020900     DISPLAY "ENTER COPY NUMBER : ".
021000     ACCEPT WS-ENTRY-COPY-NO.
021100     MOVE WS-ENTRY-ID TO HOLD-ID-GAME.
021200     MOVE WS-ENTRY-COPY-NO TO HOLD-COPY-NO.
021300     READ HOLDINGS-FILE
021400         INVALID KEY
021500             CONTINUE
021600         NOT INVALID KEY
021700             DISPLAY "THAT COPY IS STILL ON HOLDINGS - IT WAS"
021800                 " NEVER SOLD - RETURN REJECTED"
021900             ADD 1 TO REJECT-COUNTER
022000             GO TO 2000-ENTER-RETURN-RTN-EXIT
022100     END-READ.
022200     PERFORM 2100-FIND-OPEN-SALE-RTN.
022300     IF NOT OPEN-SALE-FOUND
022400         DISPLAY "NO OPEN SALE ON THE LEDGER FOR THAT ID/COPY"
022500             " NUMBER - RETURN REJECTED"
022600         ADD 1 TO REJECT-COUNTER
022700         GO TO 2000-ENTER-RETURN-RTN-EXIT
022800     END-IF.
022900     MOVE WS-SALE-PRICE TO WS-PRICE-EDIT.
023000     DISPLAY "SOLD " WS-SALE-DATE " AT " WS-PRICE-EDIT
023100         "  " SAL-TITLE.
023200     PERFORM 2200-CHECK-WINDOW-RTN.
023300     IF WS-DAYS-SINCE-SALE > WS-RETURN-WINDOW-DAYS
023400         OR WS-DAYS-SINCE-SALE < 0
023500         MOVE WS-DAYS-SINCE-SALE TO WS-DAYS-EDIT
023600         DISPLAY "SOLD" WS-DAYS-EDIT " DAYS AGO - OUTSIDE THE "
023700             WS-RETURN-WINDOW-DAYS "-DAY RETURN WINDOW - RETURN"
023800             " REJECTED"
023900         ADD 1 TO REJECT-COUNTER
024000         GO TO 2000-ENTER-RETURN-RTN-EXIT
024100     END-IF.
024200     PERFORM 2300-ACCEPT-RETURN-FIELDS-RTN.
024300     IF NOT ENTRY-CONDITION-VALID
024400         DISPLAY "CONDITION MUST BE NW, GD, FR OR PR"
024500             " - RETURN REJECTED"
024600         ADD 1 TO REJECT-COUNTER
024700         GO TO 2000-ENTER-RETURN-RTN-EXIT
024800     END-IF.
024900     PERFORM 2320-CHECK-LOCATION-RTN.
025000     IF NOT ENTRY-LOCATION-VALID
025100         DISPLAY "LOCATION " WS-ENTRY-LOCATION
025200             " IS NOT ON THE LOCATION MASTER"
025300             " - RETURN REJECTED (SEE LOCMAINT)"
025400         ADD 1 TO REJECT-COUNTER
025500         GO TO 2000-ENTER-RETURN-RTN-EXIT
025600     END-IF.
025700     IF NOT ENTRY-REASON-VALID
025800         DISPLAY "REASON MUST BE DF, WI, CM, DG OR OT"
025900             " - RETURN REJECTED"
026000         ADD 1 TO REJECT-COUNTER
026100         GO TO 2000-ENTER-RETURN-RTN-EXIT
026200     END-IF.
026300     IF WS-ENTRY-REFUND > WS-SALE-PRICE
026400         DISPLAY "REFUND CANNOT EXCEED THE SALE PRICE"
026500             " - RETURN REJECTED"
026600         ADD 1 TO REJECT-COUNTER
026700         GO TO 2000-ENTER-RETURN-RTN-EXIT
026800     END-IF.
026812     IF NOT ENTRY-TENDER-VALID
026824         DISPLAY "TENDER MUST BE CA, CD OR SC"
026836             " - RETURN REJECTED"
026848         ADD 1 TO REJECT-COUNTER
026860         GO TO 2000-ENTER-RETURN-RTN-EXIT
026872     END-IF.
026884     PERFORM 2350-FIGURE-REFUND-TAX-RTN.
026892     PERFORM 2370-FIGURE-REFUND-POINTS-RTN.
026893     IF WS-ENTRY-TENDER = 'SC'
026894         PERFORM 2380-CREDIT-STORED-VALUE-RTN
026895         IF WS-ENTRY-CARD-NO = 0
026896             DISPLAY "REFUND NOT PUT ON STORE CREDIT"
026897                 " - RETURN REJECTED"
026898             ADD 1 TO REJECT-COUNTER
026918             GO TO 2000-ENTER-RETURN-RTN-EXIT
026938         END-IF
026958     END-IF.
026978     PERFORM 2400-POST-RETURN-RTN.
027000
027100 2000-ENTER-RETURN-RTN-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500*    2100-FIND-OPEN-SALE-RTN
027600*    ONE PASS OVER THE LEDGER FOR THE ID/COPY PAIR. EACH SALE
027700*    OPENS IT AND EACH RETURN CLOSES IT AGAIN, SO A COPY SOLD,
027800*    RETURNED AND SOLD AGAIN IS MATCHED TO ITS LATEST SALE AND
027900*    A COPY ALREADY RETURNED CANNOT BE REFUNDED TWICE.
028000******************************************************************
028100 2100-FIND-OPEN-SALE-RTN.
028200     MOVE "N" TO WS-SALE-FOUND-SWITCH.
028300     MOVE "N" TO WS-SALES-EOF-SWITCH.
028400     MOVE SPACES TO WS-SALE-IMAGE.
028500     OPEN INPUT SALES-FILE.
028600     IF WS-SALES-FILE-STATUS NOT = "00"
028700         MOVE "Y" TO WS-SALES-EOF-SWITCH
028800     END-IF.
028900     PERFORM 2150-READ-ONE-SALE-RTN UNTIL SALES-AT-EOF.
029000     IF WS-SALES-FILE-STATUS NOT = "35"
029100         CLOSE SALES-FILE
029200     END-IF.
029300     MOVE WS-SALE-IMAGE TO SALES-RECORD.
029400
029500******************************************************************
029600*    2150-READ-ONE-SALE-RTN
029700*    READ ONE LEDGER RECORD AND OPEN OR CLOSE THE SALE IF IT IS
029800*    FOR THE COPY BEING RETURNED.
029900******************************************************************
030000 2150-READ-ONE-SALE-RTN.
030100     READ SALES-FILE
030200         AT END
030300             MOVE "Y" TO WS-SALES-EOF-SWITCH
030400         NOT AT END
030500             IF SAL-ID-GAME = WS-ENTRY-ID
030600                 AND SAL-COPY-NO = WS-ENTRY-COPY-NO
030700                 IF SAL-IS-RETURN
030800                     MOVE "N" TO WS-SALE-FOUND-SWITCH
030900                 ELSE
031000                     MOVE "Y" TO WS-SALE-FOUND-SWITCH
031100                     MOVE SALES-RECORD TO WS-SALE-IMAGE
031200                 END-IF
031300             END-IF
031400     END-READ.
031500
031600******************************************************************
031700*    2200-CHECK-WINDOW-RTN
031800*    DAYS BETWEEN THE SALE DATE AND TODAY. A SALE DATE THAT IS
031900*    NOT A CLEAN MM/DD/YYYY IS TREATED AS OUTSIDE THE WINDOW.
032000******************************************************************
032100 2200-CHECK-WINDOW-RTN.
032200     IF WS-SALE-MM IS NUMERIC AND WS-SALE-DD IS NUMERIC
032300         AND WS-SALE-YYYY IS NUMERIC
032400         MOVE WS-SALE-YYYY TO WS-DS-YYYY
032500         MOVE WS-SALE-MM TO WS-DS-MM
032600         MOVE WS-SALE-DD TO WS-DS-DD
032700         PERFORM 6000-COMPUTE-DAY-SERIAL-RTN
032800         MOVE WS-DS-SERIAL TO WS-SALE-SERIAL
032900         COMPUTE WS-DAYS-SINCE-SALE =
033000             WS-TODAY-SERIAL - WS-SALE-SERIAL
033100     ELSE
033200         COMPUTE WS-DAYS-SINCE-SALE = WS-RETURN-WINDOW-DAYS + 1
033300     END-IF.
033400
033500******************************************************************
033600*    2300-ACCEPT-RETURN-FIELDS-RTN
033700*    ASK FOR THE RETURNED CONDITION, THE SHELF IT GOES BACK TO,
033800*    THE REASON CODE AND THE REFUND (0 = FULL SALE PRICE).
033900******************************************************************
034000 2300-ACCEPT-RETURN-FIELDS-RTN.
034050     MOVE 0 TO WS-ENTRY-CARD-NO.
034100     DISPLAY "ENTER RETURNED CONDITION (NW/GD/FR/PR) : ".
034200     ACCEPT WS-ENTRY-CONDITION.
034300     DISPLAY "ENTER LOCATION TO SHELVE IT : ".
034400     ACCEPT WS-ENTRY-LOCATION.
034500     DISPLAY "ENTER REASON (DF=DEFECTIVE WI=WRONG ITEM".
034600     DISPLAY "  CM=CHANGED MIND DG=DUPLICATE GIFT OT=OTHER) : ".
034700     ACCEPT WS-ENTRY-REASON.
034800     DISPLAY "ENTER REFUND (NNN.NN, 0 = FULL SALE PRICE) : ".
034900     ACCEPT WS-ENTRY-REFUND.
035000     IF WS-ENTRY-REFUND = 0
035100         MOVE WS-SALE-PRICE TO WS-ENTRY-REFUND
035200     END-IF.
035210     DISPLAY "ENTER REFUND TENDER (CA=CASH CD=CARD SC=STORE"
035220         " CREDIT, BLANK = AS PAID) : ".
035230     ACCEPT WS-ENTRY-TENDER.
035240     IF WS-ENTRY-TENDER = SPACES
035250         MOVE WS-SALE-TENDER TO WS-ENTRY-TENDER
035260         IF WS-ENTRY-TENDER = SPACES
035270             MOVE 'CA' TO WS-ENTRY-TENDER
035280         END-IF
035290     END-IF.
035300
035400******************************************************************
035500*    2320-CHECK-LOCATION-RTN
035600*    VALIDATE THE KEYED LOCATION AGAINST THE LOCATION MASTER
035700*    THROUGH LOCLOOKUP, SAME AS HOLDMAINT.
035800******************************************************************
035900 2320-CHECK-LOCATION-RTN.
036000     MOVE "N" TO WS-ENTRY-LOC-SWITCH.
036100     MOVE WS-ENTRY-LOCATION TO LOC-LKUP-CODE.
036200     CALL 'LOCLOOKUP' USING LOC-LKUP-CODE LOC-LKUP-NAME
036300         LOC-LKUP-FOUND-SWITCH.
036400     IF LOC-LKUP-FOUND
036500         MOVE "Y" TO WS-ENTRY-LOC-SWITCH
036600     END-IF.
036700
036800******************************************************************
036813*    2350-FIGURE-REFUND-TAX-RTN
036826*    THE SALES TAX GOING BACK WITH THE REFUND -- ALL OF IT ON A
036839*    FULL REFUND, THE SAME SHARE OF IT AS THE REFUND IS OF THE
036852*    SALE PRICE ON A PART REFUND. A SALE POSTED BEFORE TAX WAS
036865*    CHARGED HAS NONE TO GIVE BACK.
036878******************************************************************
036891 2350-FIGURE-REFUND-TAX-RTN.
036904     MOVE 0 TO WS-ENTRY-TAX.
036917     IF WS-SALE-TAX IS NUMERIC AND WS-SALE-PRICE > 0
036930         IF WS-ENTRY-REFUND = WS-SALE-PRICE
036943             MOVE WS-SALE-TAX TO WS-ENTRY-TAX
036956         ELSE
036969             COMPUTE WS-ENTRY-TAX ROUNDED =
036982                 WS-SALE-TAX * WS-ENTRY-REFUND / WS-SALE-PRICE
036995         END-IF
037008     END-IF.
037021
037034******************************************************************
037047*    2370-FIGURE-REFUND-POINTS-RTN
037060*    THE LOYALTY POINTS THE RETURN UNWINDS ON A CUSTOMER SALE.
037073*    THE POINTS EARNED COME BACK OFF THE BALANCE -- ALL OF THEM
037086*    ON A FULL REFUND, THE REFUND'S SHARE OF THEM (FRACTIONS
037099*    DROPPED) ON A PART REFUND. POINTS REDEEMED AGAINST THE SALE
037112*    ARE GIVEN BACK ON A FULL REFUND ONLY; A PART REFUND LEAVES
037125*    THE DISCOUNT WHERE IT WAS SPENT. A WALK-IN SALE, OR ONE
037138*    POSTED BEFORE CUSTOMERS WERE TAKEN, HAS NOTHING TO UNWIND.
037151******************************************************************
037164 2370-FIGURE-REFUND-POINTS-RTN.
037177     MOVE 0 TO WS-ENTRY-CUST-ID.
037190     MOVE 0 TO WS-ENTRY-POINTS.
037203     MOVE 0 TO WS-ENTRY-RESTORED.
037216     MOVE 0 TO WS-ENTRY-DISCOUNT.
037229     IF WS-SALE-CUST-ID IS NUMERIC AND WS-SALE-CUST-ID > 0
037242         MOVE WS-SALE-CUST-ID TO WS-ENTRY-CUST-ID
037255         IF WS-SALE-POINTS IS NUMERIC AND WS-SALE-PRICE > 0
037268             IF WS-ENTRY-REFUND = WS-SALE-PRICE
037281                 MOVE WS-SALE-POINTS TO WS-ENTRY-POINTS
037294             ELSE
037307                 COMPUTE WS-ENTRY-POINTS =
037320                     WS-SALE-POINTS * WS-ENTRY-REFUND
037333                         / WS-SALE-PRICE
037346             END-IF
037359         END-IF
037372         IF WS-SALE-REDEEMED IS NUMERIC
037385             AND WS-SALE-DISCOUNT IS NUMERIC
037398             AND WS-ENTRY-REFUND = WS-SALE-PRICE
037411             MOVE WS-SALE-REDEEMED TO WS-ENTRY-RESTORED
037424             MOVE WS-SALE-DISCOUNT TO WS-ENTRY-DISCOUNT
037437         END-IF
037450     END-IF.
037463
037464******************************************************************
037465*    2380-CREDIT-STORED-VALUE-RTN
037466*    A REFUND TENDERED AS STORE CREDIT -- THE REFUND PLUS ITS
037467*    TAX -- GOES ON A NUMBERED CARD THROUGH SVCPOST BEFORE THE
037468*    RETURN POSTS: BACK ONTO AN EXISTING GIFT CARD OR CREDIT
037469*    (SUCH AS THE ONE THE SALE WAS PAID FROM), OR ON A NEW
037470*    REFUND CREDIT ISSUED HERE FOR THE CUSTOMER TO TAKE AWAY.
037471*    WS-ENTRY-CARD-NO COMES BACK ZERO IF NOTHING WAS POSTED.
037472******************************************************************
037473 2380-CREDIT-STORED-VALUE-RTN.
037474     COMPUTE WS-REFUND-TOTAL = WS-ENTRY-REFUND + WS-ENTRY-TAX.
037475     IF WS-SALE-CARD-NO IS NUMERIC AND WS-SALE-CARD-NO > 0
037476         DISPLAY "THE SALE WAS PAID FROM CARD " WS-SALE-CARD-NO
037477     END-IF.
037478     DISPLAY "ENTER GIFT CARD / STORE CREDIT NUMBER TO CREDIT".
037479     DISPLAY "  (0 = ISSUE A NEW REFUND CREDIT) : ".
037480     ACCEPT WS-ENTRY-CARD-NO.
037481     PERFORM 2385-LOAD-CARD-POST-RTN.
037482     MOVE WS-REFUND-TOTAL TO SVPST-AMOUNT.
037483     IF WS-ENTRY-CARD-NO = 0
037484         MOVE 'I' TO SVPST-FUNCTION
037485         MOVE 'R' TO SVPST-TYPE
037486     ELSE
037487         MOVE 'C' TO SVPST-FUNCTION
037488     END-IF.
037489     CALL 'SVCPOST' USING SVC-POST-FIELDS
037490         SVC-POST-RESULT-FIELDS.
037491     EVALUATE TRUE
037492         WHEN SVPST-POSTED
037493             MOVE SVPST-CARD-ID TO WS-ENTRY-CARD-NO
037494             MOVE SVPST-BALANCE TO WS-AMOUNT-EDIT
037495             DISPLAY "REFUND PUT ON CARD " WS-ENTRY-CARD-NO
037496                 " - BALANCE NOW : " WS-AMOUNT-EDIT
037497         WHEN SVPST-NO-CARD
037498             DISPLAY "CARD " WS-ENTRY-CARD-NO
037499                 " IS NOT ON FILE (SEE SVCMAINT)"
037500             MOVE 0 TO WS-ENTRY-CARD-NO
037501         WHEN OTHER
037502             DISPLAY "STORE CREDIT COULD NOT BE POSTED"
037503             MOVE 0 TO WS-ENTRY-CARD-NO
037504     END-EVALUATE.
037505
037506******************************************************************
037507*    2385-LOAD-CARD-POST-RTN
037508*    FILL THE SVCPOST REQUEST FOR THIS RETURN'S CARD.
037509******************************************************************
037510 2385-LOAD-CARD-POST-RTN.
037511     MOVE SPACES TO SVC-POST-FIELDS.
037512     MOVE WS-ENTRY-CARD-NO TO SVPST-CARD-ID.
037513     MOVE WS-TODAY-DATE TO SVPST-DATE.
037514     MOVE 0 TO SVPST-CUST-ID.
037515     IF WS-SALE-CUST-ID IS NUMERIC
037516         MOVE WS-SALE-CUST-ID TO SVPST-CUST-ID
037517     END-IF.
037518     MOVE WS-ENTRY-ID TO SVPST-ID-GAME.
037519     MOVE WS-ENTRY-COPY-NO TO SVPST-COPY-NO.
037520     MOVE 'SALERTN' TO SVPST-PROGRAM.
037521     MOVE SIGN-OPERATOR-ID TO SVPST-OPERATOR.
037522
037523******************************************************************
037524*    2390-REVERSE-STORED-VALUE-RTN
037525*    THE RETURN NEVER REACHED THE LEDGER -- TAKE THE CREDIT
037526*    BACK OFF THE CARD SO NO REFUND IS GIVEN FOR IT.
037527******************************************************************
037528 2390-REVERSE-STORED-VALUE-RTN.
037529     PERFORM 2385-LOAD-CARD-POST-RTN.
037530     MOVE 'R' TO SVPST-FUNCTION.
037531     MOVE WS-REFUND-TOTAL TO SVPST-AMOUNT.
037532     CALL 'SVCPOST' USING SVC-POST-FIELDS
037533         SVC-POST-RESULT-FIELDS.
037534     IF SVPST-POSTED
037535         DISPLAY "STORE CREDIT TAKEN BACK OFF CARD "
037536             WS-ENTRY-CARD-NO
037537     ELSE
037538         DISPLAY "WARNING - STORE CREDIT NOT TAKEN BACK OFF CARD "
037539             WS-ENTRY-CARD-NO " - ADJUST IT THROUGH SVCMAINT"
037540     END-IF.
037541
037542******************************************************************
037543*    2400-POST-RETURN-RTN
037544*    APPEND THE RETURN ENTRY TO THE LEDGER, THEN PUT THE COPY
037545*    BACK ON HOLDINGS -- IN THAT ORDER, SAME AS SALENTRY, SO A
037546*    FAILED LEDGER WRITE NEVER LEAVES A REFUND UNRECORDED. THE
037547*    RETURN CARRIES THE ORIGINAL SALE'S GENRE, PLATFORM AND
037554*    TITLE SO IT NETS AGAINST THE SAME REGISTER LINES.
037567******************************************************************
037600 2400-POST-RETURN-RTN.
037700     MOVE WS-SALE-IMAGE TO SALES-RECORD.
037800     MOVE WS-TODAY-DATE TO SAL-DATE.
037900     MOVE WS-ENTRY-REFUND TO SAL-PRICE.
038000     MOVE 'R' TO SAL-TYPE.
038100     MOVE WS-ENTRY-REASON TO SAL-REASON.
038133     MOVE WS-ENTRY-TAX TO SAL-TAX.
038166     MOVE WS-ENTRY-TENDER TO SAL-TENDER.
038172     MOVE WS-ENTRY-CUST-ID TO SAL-CUST-ID.
038178     MOVE WS-ENTRY-POINTS TO SAL-POINTS.
038184     MOVE WS-ENTRY-RESTORED TO SAL-REDEEMED.
038190     MOVE WS-ENTRY-DISCOUNT TO SAL-DISCOUNT.
038195     MOVE WS-ENTRY-LOCATION TO SAL-LOCATION.
038197     MOVE WS-ENTRY-CARD-NO TO SAL-CARD-NO.
038200     OPEN EXTEND SALES-FILE.
038300     IF WS-SALES-FILE-STATUS NOT = "00"
038400         OPEN OUTPUT SALES-FILE
038500     END-IF.
038600     WRITE SALES-RECORD.
038700     IF WS-SALES-FILE-STATUS NOT = "00"
038800         DISPLAY "ERROR WRITING SALES.TXT - STATUS "
038900             WS-SALES-FILE-STATUS " - RETURN NOT POSTED"
039000         ADD 1 TO REJECT-COUNTER
039025         IF WS-ENTRY-CARD-NO NOT = 0
039050             PERFORM 2390-REVERSE-STORED-VALUE-RTN
039075         END-IF
039100     ELSE
039200         MOVE SPACES TO HOLDING-RECORD
039300         MOVE WS-ENTRY-ID TO HOLD-ID-GAME
039400         MOVE WS-ENTRY-COPY-NO TO HOLD-COPY-NO
039500         MOVE WS-ENTRY-LOCATION TO HOLD-LOCATION
039600         MOVE WS-ENTRY-CONDITION TO HOLD-CONDITION
039700         MOVE WS-TODAY-DATE TO HOLD-ACQ-DATE
039800         WRITE HOLDING-RECORD
039900             INVALID KEY
040000                 DISPLAY "ERROR WRITING HOLDINGS.TXT - STATUS "
040100                     WS-HOLD-FILE-STATUS " - REFUND POSTED,"
040200                     " RE-ADD THE COPY THROUGH HOLDMAINT"
040233             NOT INVALID KEY
040266                 PERFORM 2450-JOURNAL-RETURN-RTN
040300         END-WRITE
040400         ADD 1 TO RETURN-COUNTER
040500         MOVE WS-ENTRY-REFUND TO WS-PRICE-EDIT
040600         DISPLAY "RETURN RECORDED - ID " WS-ENTRY-ID " COPY "
040700             WS-ENTRY-COPY-NO " REFUND " WS-PRICE-EDIT
040750             " PLUS TAX, " WS-ENTRY-TENDER
040762         IF WS-ENTRY-CUST-ID > 0
040774             PERFORM 2500-UNWIND-POINTS-RTN
040786         END-IF
040800     END-IF.
040900     CLOSE SALES-FILE.
040903
040906******************************************************************
040909*    2450-JOURNAL-RETURN-RTN
040912*    THE RETURNED COPY IS BACK ON HOLDINGS -- LOG IT TO THE
040915*    HOLDINGS JOURNAL THROUGH HOLDJWTR AS A NEW COPY.
040918******************************************************************
040921 2450-JOURNAL-RETURN-RTN.
040924     MOVE 'SALERTN' TO HJRN-PROGRAM.
040927     MOVE 'ADD' TO HJRN-ACTION.
040930     MOVE 'RT' TO HJRN-REASON.
040933     MOVE SPACES TO HJRN-BEFORE-IMAGE.
040936     MOVE HOLDING-RECORD TO HJRN-AFTER-IMAGE.
040939     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
040942
040945******************************************************************
040948*    2500-UNWIND-POINTS-RTN
040951*    THE RETURN IS ON THE LEDGER -- GIVE BACK ANY REDEEMED
040954*    POINTS FIRST, THEN TAKE BACK THE POINTS EARNED, THROUGH
040957*    LOYPOST. LOYPOST NEVER TAKES THE BALANCE BELOW ZERO, SO A
040960*    CUSTOMER WHO HAS ALREADY SPENT THE POINTS LOSES ONLY WHAT
040963*    IS LEFT.
040966******************************************************************
040969 2500-UNWIND-POINTS-RTN.
040972     MOVE WS-ENTRY-CUST-ID TO LPST-CUST-ID.
040975     MOVE WS-TODAY-DATE TO LPST-DATE.
040978     MOVE WS-ENTRY-ID TO LPST-ID-GAME.
040981     MOVE WS-ENTRY-COPY-NO TO LPST-COPY-NO.
040984     MOVE 'SALERTN' TO LPST-PROGRAM.
040987     IF WS-ENTRY-RESTORED > 0
040990         MOVE 'B' TO LPST-EVENT
040993         MOVE WS-ENTRY-RESTORED TO LPST-POINTS
040996         MOVE WS-ENTRY-DISCOUNT TO LPST-AMOUNT
040999         CALL 'LOYPOST' USING LOY-POST-FIELDS
041002             LOY-POST-RESULT-FIELDS
041005         IF LPST-POSTED
041008             MOVE LPST-POINTS TO WS-POINTS-EDIT
041011             DISPLAY "POINTS GIVEN BACK : " WS-POINTS-EDIT
041014         ELSE
041017             DISPLAY "WARNING - POINTS GIVEN BACK NOT POSTED FOR"
041020                 " CUSTOMER " WS-ENTRY-CUST-ID
041023         END-IF
041026     END-IF.
041029     IF WS-ENTRY-POINTS > 0
041032         MOVE 'X' TO LPST-EVENT
041035         MOVE WS-ENTRY-POINTS TO LPST-POINTS
041038         MOVE WS-ENTRY-REFUND TO LPST-AMOUNT
041041         CALL 'LOYPOST' USING LOY-POST-FIELDS
041044             LOY-POST-RESULT-FIELDS
041047         IF LPST-POSTED
041050             MOVE LPST-POINTS TO WS-POINTS-EDIT
041053             DISPLAY "POINTS TAKEN BACK : " WS-POINTS-EDIT
041056         ELSE
041059             DISPLAY "WARNING - POINTS TAKEN BACK NOT POSTED FOR"
041062                 " CUSTOMER " WS-ENTRY-CUST-ID
041065         END-IF
041068     END-IF.
041071
041100******************************************************************
041200*    6000-COMPUTE-DAY-SERIAL-RTN
041300*    DAYS-SINCE-EPOCH FOR WS-DS-YYYY/MM/DD. LEAP YEARS ARE
041400*    COUNTED THROUGH THE PRIOR YEAR AND THE CURRENT YEAR'S LEAP
041500*    DAY IS ADDED ONCE MARCH IS REACHED.
041600******************************************************************
041700 6000-COMPUTE-DAY-SERIAL-RTN.
041800     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
041900     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
042000     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
042100     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
042200     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
042300     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
042400     COMPUTE WS-DS-SERIAL =
042500         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
042600     EVALUATE WS-DS-MM
042700         WHEN 2  ADD 31 TO WS-DS-SERIAL
042800         WHEN 3  ADD 59 TO WS-DS-SERIAL
042900         WHEN 4  ADD 90 TO WS-DS-SERIAL
043000         WHEN 5  ADD 120 TO WS-DS-SERIAL
043100         WHEN 6  ADD 151 TO WS-DS-SERIAL
043200         WHEN 7  ADD 181 TO WS-DS-SERIAL
043300         WHEN 8  ADD 212 TO WS-DS-SERIAL
043400         WHEN 9  ADD 243 TO WS-DS-SERIAL
043500         WHEN 10 ADD 273 TO WS-DS-SERIAL
043600         WHEN 11 ADD 304 TO WS-DS-SERIAL
043700         WHEN 12 ADD 334 TO WS-DS-SERIAL
043800         WHEN OTHER CONTINUE
043900     END-EVALUATE.
044000     IF WS-DS-MM > 2
044100         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
044200             REMAINDER WS-REM-4
044300         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
044400             REMAINDER WS-REM-100
044500         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
044600             REMAINDER WS-REM-400
044700         IF WS-REM-4 = 0 AND
044800             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
044900             ADD 1 TO WS-DS-SERIAL
045000         END-IF
045100     END-IF.
045200
045300******************************************************************
045400*    9000-TERMINATE-RTN
045500*    CLOSE THE HOLDINGS FILE AND SIGN OFF.
045600******************************************************************
045700 9000-TERMINATE-RTN.
045800     CLOSE HOLDINGS-FILE.
045900     DISPLAY "SALERTN COMPLETE - " RETURN-COUNTER
046000         " RETURNS RECORDED, " REJECT-COUNTER " REJECTED.".
046100     DISPLAY "RUN SALESRPT FOR THE END-OF-DAY REGISTER.".
046200
046300 END PROGRAM SALERTN.
