000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RENTDESK.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- COUNTER RENTAL DESK. A COPY ON
001200*                      HOLDINGS.TXT CAN NOW GO OUT TO A CUSTOMER
001300*                      FOR A FEW DAYS INSTEAD OF BEING SOLD. THE
001400*                      CLERK CHECKS A COPY OUT TO A CUSTOMER NAME
001500*                      AND PHONE NUMBER -- THE RENTAL PERIOD, FEE
001600*                      AND LATE TERMS COME FROM THE TITLE'S
001700*                      PLATFORM LINE ON RENTFEE.DAT -- AND CHECKS
001800*                      IT BACK IN, TAKING A LATE FEE FOR EVERY DAY
001900*                      PAST THE DUE DATE UP TO THE TABLE'S CAP
002000*                      (THE CLERK MAY WAIVE IT). THE COPY STAYS
002100*                      ON HOLDINGS MARKED OUT ON RENT (HOLD-STATUS
002200*                      'R') WHILE IT IS OUT; THE OPEN RENTAL IS
002300*                      KEPT ON RENTOPEN.TXT (SEE RENTOPEN) AND
002400*                      EVERY CHECK-OUT AND CHECK-IN IS APPENDED TO
002500*                      THE RENTAL LEDGER RENTALS.TXT (SEE
002600*                      RENTREC) WITH THE TENDER TAKEN, FOR
002700*                      TILLCLS. RENTAL FEES CARRY NO SALES TAX.
002800*                      RENTDUE SWEEPS THE OPEN RENTALS NIGHTLY
002900*                      FOR OVERDUE COPIES.
002925*    10/15/2026  DLH   A CHECK-OUT OR CHECK-IN NOW ALSO LOGS THE
002950*                      COPY'S STATUS CHANGE TO THE HOLDINGS
002975*                      JOURNAL (HOLDJRNL.TXT) THROUGH HOLDJWTR.
002980*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002985*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002990*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002995*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002996*    10/15/2026  DLH   A COPY RESERVED FOR A WEB ORDER PICKUP
002997*                      (HOLD-STATUS W) CANNOT BE RENTED OUT.
002998*    10/15/2026  DLH   A RENTAL OR LATE FEE TENDERED AS STORE
002999*                      CREDIT IS REDEEMED FROM THE CARD THROUGH
002999*                      SVCPOST BEFORE IT POSTS -- A CARD NOT ON
002999*                      FILE OR SHORT OF THE FEE REJECTS IT -- AND
002999*                      IS PUT BACK ON THE CARD IF THE RENTAL
002999*                      CANNOT BE RECORDED.
003000******************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HOLDINGS-FILE ASSIGN TO 'HOLDINGS.TXT'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS HOLD-KEY
003900         FILE STATUS IS WS-HOLD-FILE-STATUS.
004000
004100     SELECT CATALOG-FILE ASSIGN TO 'GAMES.TXT'
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS ID-GAME
004500         FILE STATUS IS WS-CAT-FILE-STATUS.
004600
004700     SELECT RENTOPEN-FILE ASSIGN TO 'RENTOPEN.TXT'
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ROP-KEY
005100         FILE STATUS IS WS-ROP-FILE-STATUS.
005200
005300     SELECT RENTALS-FILE ASSIGN TO 'RENTALS.TXT'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RNT-FILE-STATUS.
005600
005700     SELECT RENTFEE-FILE ASSIGN TO 'RENTFEE.DAT'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-FEE-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  HOLDINGS-FILE.
006400 COPY HOLDREC.
006500
006600 FD  CATALOG-FILE.
006700 COPY GAMEREC.
006800
006900 FD  RENTOPEN-FILE.
007000 COPY RENTOPEN.
007100
007200 FD  RENTALS-FILE.
007300 COPY RENTREC.
007400
007500 FD  RENTFEE-FILE.
007600 COPY RENTFEE.
007700
007800 WORKING-STORAGE SECTION.
007900 01  SWITCHES.
008000     05 WS-MENU-SWITCH         PIC X VALUE "Y".
008100        88 MORE-REQUESTS                VALUE "Y".
008200     05 WS-FEE-EOF-SWITCH      PIC X VALUE "N".
008300        88 FEE-AT-EOF                   VALUE "Y".
008400     05 WS-TERMS-FOUND-SWITCH  PIC X VALUE "N".
008500        88 TERMS-FOUND                  VALUE "Y".
008600     05 WS-CAT-FOUND-SWITCH    PIC X VALUE "N".
008700        88 TITLE-ON-CATALOG             VALUE "Y".
008800     05 WS-ROP-EOF-SWITCH      PIC X VALUE "N".
008900        88 END-OF-RENTALS               VALUE "Y".
008920     05 WS-CARD-OK-SWITCH      PIC X VALUE "N".
008940        88 CARD-TENDER-TAKEN            VALUE "Y".
008960     05 WS-LEDGER-SWITCH       PIC X VALUE "Y".
008980        88 LEDGER-WRITTEN               VALUE "Y".
009000
009100 01  COUNTERS.
009200     05 CHECKOUT-COUNTER       PIC 9(5) COMP VALUE 0.
009300     05 CHECKIN-COUNTER        PIC 9(5) COMP VALUE 0.
009400     05 REJECT-COUNTER         PIC 9(5) COMP VALUE 0.
009500     05 LISTED-COUNTER         PIC 9(5) COMP VALUE 0.
009600     05 OVERDUE-COUNTER        PIC 9(5) COMP VALUE 0.
009700
009800 01  WS-FILE-STATUSES.
009900     05 WS-HOLD-FILE-STATUS    PIC X(02) VALUE "00".
010000     05 WS-CAT-FILE-STATUS     PIC X(02) VALUE "00".
010100     05 WS-ROP-FILE-STATUS     PIC X(02) VALUE "00".
010200     05 WS-RNT-FILE-STATUS     PIC X(02) VALUE "00".
010300     05 WS-FEE-FILE-STATUS     PIC X(02) VALUE "00".
010400
010500 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
010600
010700*    RENTAL TERMS BY PLATFORM FROM RENTFEE.DAT. A PLATFORM WITH
010800*    NO LINE OF ITS OWN (OR A COPY WHOSE TITLE IS NOT ON THE
010900*    CATALOG) TAKES THE DEFAULT TERMS. THE BUILT-IN DEFAULT
011000*    STANDS UNTIL A 'DEFAULT' LINE ON RENTFEE.DAT OVERRIDES IT.
011100 01  WS-DEFAULT-TERMS.
011200     05 WS-DEF-DAYS            PIC 9(02) VALUE 3.
011300     05 WS-DEF-FEE             PIC 9(3)V99 VALUE 4.99.
011400     05 WS-DEF-LATE-DAY        PIC 9(3)V99 VALUE 1.00.
011500     05 WS-DEF-LATE-CAP        PIC 9(3)V99 VALUE 25.00.
011600 01  WS-FEE-COUNT              PIC 9(3) COMP VALUE 0.
011700 01  WS-FEE-TABLE.
011800     05 WS-FEE-ENTRY OCCURS 30 TIMES
011900            INDEXED BY WS-FEE-IDX.
012000         10 WS-FEE-PLATFORM    PIC X(10).
012100         10 WS-FEE-DAYS        PIC 9(02).
012200         10 WS-FEE-AMOUNT      PIC 9(3)V99.
012300         10 WS-FEE-LATE-DAY    PIC 9(3)V99.
012400         10 WS-FEE-LATE-CAP    PIC 9(3)V99.
012500
012600*    THE TERMS THAT APPLY TO THE COPY AT THE COUNTER.
012700 01  WS-RENT-PLATFORM          PIC X(10) VALUE SPACES.
012800 01  WS-TERMS.
012900     05 WS-TERM-DAYS           PIC 9(02) VALUE 0.
013000     05 WS-TERM-FEE            PIC 9(3)V99 VALUE 0.
013100     05 WS-TERM-LATE-DAY       PIC 9(3)V99 VALUE 0.
013200     05 WS-TERM-LATE-CAP       PIC 9(3)V99 VALUE 0.
013300
013400 01  WS-ENTRY-FIELDS.
013500     05 WS-ENTRY-ID            PIC 9(06) VALUE 0.
013600     05 WS-ENTRY-COPY-NO       PIC 9(03) VALUE 0.
013700     05 WS-ENTRY-NAME          PIC X(30) VALUE SPACES.
013800     05 WS-ENTRY-PHONE         PIC X(15) VALUE SPACES.
013900     05 WS-ENTRY-DAYS          PIC 9(02) VALUE 0.
014000     05 WS-ENTRY-FEE           PIC 9(3)V99 VALUE 0.
014100     05 WS-ENTRY-TENDER        PIC X(02) VALUE SPACES.
014200        88 ENTRY-TENDER-VALID           VALUE 'CA' 'CD' 'SC'.
014300     05 WS-ENTRY-WAIVE         PIC X VALUE SPACES.
014400        88 ENTRY-WAIVE-FEE              VALUE 'Y' 'y'.
014420     05 WS-ENTRY-CARD-NO       PIC 9(08) VALUE 0.
014440     05 WS-SVC-AMOUNT          PIC 9(4)V99 VALUE 0.
014460 01  WS-SVC-BALANCE-EDIT       PIC Z,ZZ9.99.
014500
014600 01  WS-RUN-DATE.
014700     05 WS-RUN-YYYY            PIC 9(4).
014800     05 WS-RUN-MM              PIC 99.
014900     05 WS-RUN-DD              PIC 99.
015000 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
015100
015200*    DUE DATE WORKED FORWARD A DAY AT A TIME FROM TODAY.
015300 01  WS-DUE-FIELDS.
015400     05 WS-DUE-YYYY            PIC 9(4).
015500     05 WS-DUE-MM              PIC 99.
015600     05 WS-DUE-DD              PIC 99.
015700 01  WS-DUE-DATE               PIC X(10) VALUE SPACES.
015800 01  WS-MONTH-DAYS             PIC 99 VALUE 0.
015900
016000*    A MM/DD/YYYY DATE OFF THE OPEN-RENTALS FILE, TAKEN APART
016100*    FOR ITS DAY SERIAL.
016200 01  WS-DATE-WORK              PIC X(10) VALUE SPACES.
016300 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
016400     05 WS-DW-MM               PIC 99.
016500     05 FILLER                 PIC X.
016600     05 WS-DW-DD               PIC 99.
016700     05 FILLER                 PIC X.
016800     05 WS-DW-YYYY             PIC 9(4).
016900
017000 01  WS-SERIAL-FIELDS.
017100     05 WS-TODAY-SERIAL        PIC 9(7) COMP VALUE 0.
017200     05 WS-DATE-SERIAL         PIC 9(7) COMP VALUE 0.
017300     05 WS-DAYS-LATE           PIC S9(7) COMP VALUE 0.
017400
017500 01  WS-DAY-SERIAL-FIELDS.
017600     05 WS-DS-YYYY             PIC 9(4).
017700     05 WS-DS-MM               PIC 99.
017800     05 WS-DS-DD               PIC 99.
017900     05 WS-DS-SERIAL           PIC 9(7) COMP.
018000     05 WS-DS-PRIOR-YEAR       PIC 9(4).
018100     05 WS-DS-LEAP-COUNT       PIC 9(5) COMP.
018200     05 WS-DS-QUOT             PIC 9(5) COMP.
018300     05 WS-REM-4               PIC 9.
018400     05 WS-REM-100             PIC 99.
018500     05 WS-REM-400             PIC 9(3).
018600     05 WS-QUOT                PIC 9(4).
018700
018800 01  WS-LATE-FEE               PIC 9(7)V99 VALUE 0.
018900 01  WS-PRICE-EDIT             PIC ZZ9.99.
019000 01  WS-DAYS-EDIT              PIC ZZ9.
019100
019200 01  LOCK-REQUEST-FIELDS.
019300     05 LOCK-FUNCTION         PIC X.
019400     05 LOCK-CALLER           PIC X(10).
019500 01  LOCK-RESULT-FIELDS.
019600     05 LOCK-RESULT           PIC X.
019700        88 LOCK-GRANTED               VALUE "G".
019800        88 LOCK-BUSY                  VALUE "B".
019900        88 LOCK-FREE                  VALUE "F".
020000     05 LOCK-HOLDER-NAME      PIC X(10).
020100     05 LOCK-TAKEN-TS         PIC X(19).
020104
020108 01  SVC-POST-FIELDS.
020112     05 SVPST-FUNCTION         PIC X(01).
020116     05 SVPST-CARD-ID          PIC 9(08).
020120     05 SVPST-TYPE             PIC X(01).
020124     05 SVPST-AMOUNT           PIC 9(4)V99.
020128     05 SVPST-DATE             PIC X(10).
020132     05 SVPST-TENDER           PIC X(02).
020136     05 SVPST-CUST-ID          PIC 9(06).
020140     05 SVPST-HOLDER           PIC X(30).
020144     05 SVPST-ID-GAME          PIC 9(06).
020148     05 SVPST-COPY-NO          PIC 9(03).
020152     05 SVPST-PROGRAM          PIC X(08).
020156     05 SVPST-OPERATOR         PIC X(08).
020160 01  SVC-POST-RESULT-FIELDS.
020164     05 SVPST-RESULT           PIC X(01).
020168        88 SVPST-POSTED                 VALUE 'P'.
020172        88 SVPST-NO-CARD                VALUE 'N'.
020176        88 SVPST-SHORT                  VALUE 'S'.
020180     05 SVPST-BALANCE          PIC 9(4)V99.
020184     05 SVPST-CARD-TYPE        PIC X(01).
020188     05 SVPST-ISSUE-DATE       PIC X(10).
020192     05 SVPST-LAST-ACTIVITY    PIC X(10).
020196     05 SVPST-HOLDER-NAME      PIC X(30).
020200
020212 01  HJRN-REQUEST-FIELDS.
020224     05 HJRN-PROGRAM          PIC X(10).
020236     05 HJRN-ACTION           PIC X(03).
020248     05 HJRN-REASON           PIC X(02).
020260     05 HJRN-BEFORE-IMAGE     PIC X(40).
020272     05 HJRN-AFTER-IMAGE      PIC X(40).
020284
020285 01  SIGN-REQUEST-FIELDS.
020286     05 SIGN-FUNCTION          PIC X.
020287     05 SIGN-PROGRAM           PIC X(10).
020288     05 SIGN-ACTION            PIC X(08).
020289     05 SIGN-DETAIL            PIC X(60).
020290 01  SIGN-RESULT-FIELDS.
020291     05 SIGN-RESULT            PIC X.
020292        88 SIGN-GRANTED                 VALUE "G".
020293        88 SIGN-REFUSED                 VALUE "R".
020294     05 SIGN-OPERATOR-ID       PIC X(08).
020295     05 SIGN-OPERATOR-NAME     PIC X(30).
020296     05 SIGN-OPERATOR-ROLE     PIC X(02).
020297     05 SIGN-PASSWORD-HASH     PIC 9(10).
020298
020300 PROCEDURE DIVISION.
020400
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE-RTN.
020700     PERFORM 2000-RENTAL-MENU-RTN
020800         UNTIL NOT MORE-REQUESTS.
020900     PERFORM 9000-TERMINATE-RTN.
021000     STOP RUN.
021100
021200******************************************************************
021300*    1000-INITIALIZE-RTN
021400*    CHECK THE CATALOG UPDATE INTERLOCK, WORK OUT TODAY'S DATE
021500*    AND ITS DAY SERIAL, LOAD THE RENTAL FEE TABLE AND OPEN THE
021600*    FILES. WITH NO HOLDINGS FILE THERE IS NOTHING TO RENT. THE
021700*    OPEN-RENTALS FILE IS STARTED EMPTY THE FIRST TIME THROUGH;
021800*    THE LEDGER IS OPENED PER POSTING.
021900******************************************************************
022000 1000-INITIALIZE-RTN.
022009     MOVE "S" TO SIGN-FUNCTION.
022018     MOVE "RENTDESK" TO SIGN-PROGRAM.
022027     MOVE SPACES TO SIGN-ACTION.
022036     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
022045         SIGN-RESULT-FIELDS.
022054     IF NOT SIGN-GRANTED
022063         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
022072         MOVE 8 TO RETURN-CODE
022081         STOP RUN
022090     END-IF.
022100     DISPLAY "RENTDESK - GAME RENTAL CHECK-OUT AND CHECK-IN".
022200     MOVE "C" TO LOCK-FUNCTION.
022300     MOVE "RENTDESK" TO LOCK-CALLER.
022400     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
022500         LOCK-RESULT-FIELDS.
022600     IF LOCK-BUSY
022700         DISPLAY "CATALOG LOCKED BY " LOCK-HOLDER-NAME
022800             " SINCE " LOCK-TAKEN-TS
022900         DISPLAY "TRY AGAIN WHEN THE UPDATE FINISHES - RUN"
023000             " STOPPED"
023100         MOVE 8 TO RETURN-CODE
023200         STOP RUN
023300     END-IF.
023400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023500     MOVE SPACES TO WS-TODAY-DATE.
023600     STRING WS-RUN-MM DELIMITED BY SIZE
023700         '/' DELIMITED BY SIZE
023800         WS-RUN-DD DELIMITED BY SIZE
023900         '/' DELIMITED BY SIZE
024000         WS-RUN-YYYY DELIMITED BY SIZE
024100         INTO WS-TODAY-DATE.
024200     MOVE WS-RUN-YYYY TO WS-DS-YYYY.
024300     MOVE WS-RUN-MM TO WS-DS-MM.
024400     MOVE WS-RUN-DD TO WS-DS-DD.
024500     PERFORM 6000-COMPUTE-DAY-SERIAL-RTN.
024600     MOVE WS-DS-SERIAL TO WS-TODAY-SERIAL.
024700     PERFORM 1500-LOAD-FEE-TABLE-RTN.
024800     OPEN I-O HOLDINGS-FILE.
024900     IF WS-HOLD-FILE-STATUS NOT = "00"
025000         DISPLAY "NO HOLDINGS.TXT ON HAND - NOTHING TO RENT"
025100         MOVE 4 TO RETURN-CODE
025200         STOP RUN
025300     END-IF.
025400     OPEN INPUT CATALOG-FILE.
025500     OPEN I-O RENTOPEN-FILE.
025600     IF WS-ROP-FILE-STATUS NOT = "00"
025700         DISPLAY "NO RENTOPEN.TXT ON HAND - STARTING A NEW ONE"
025800         OPEN OUTPUT RENTOPEN-FILE
025900         CLOSE RENTOPEN-FILE
026000         OPEN I-O RENTOPEN-FILE
026100     END-IF.
026200
026300******************************************************************
026400*    1500-LOAD-FEE-TABLE-RTN
026500*    PICK UP THE RENTAL TERMS FROM RENTFEE.DAT -- ONE LINE PER
026600*    PLATFORM, PLUS A 'DEFAULT' LINE FOR EVERYTHING ELSE (SEE
026700*    RENTFEE). NO FILE ON HAND LEAVES THE BUILT-IN DEFAULT
026800*    TERMS ON EVERY RENTAL.
026900******************************************************************
027000 1500-LOAD-FEE-TABLE-RTN.
027100     OPEN INPUT RENTFEE-FILE.
027200     IF WS-FEE-FILE-STATUS = "00"
027300         PERFORM 1550-READ-ONE-FEE-RTN UNTIL FEE-AT-EOF
027400         CLOSE RENTFEE-FILE
027500     END-IF.
027600
027700******************************************************************
027800*    1550-READ-ONE-FEE-RTN
027900*    READ ONE FEE LINE INTO THE TABLE. A LINE WITH AN UNREADABLE
028000*    AMOUNT OR A FULL TABLE IS SHOWN AND THE LINE IGNORED.
028100******************************************************************
028200 1550-READ-ONE-FEE-RTN.
028300     READ RENTFEE-FILE
028400         AT END
028500             MOVE "Y" TO WS-FEE-EOF-SWITCH
028600         NOT AT END
028700             IF RFE-DAYS IS NOT NUMERIC
028800                 OR RFE-FEE IS NOT NUMERIC
028900                 OR RFE-LATE-DAY IS NOT NUMERIC
029000                 OR RFE-LATE-CAP IS NOT NUMERIC
029100                 DISPLAY "RENTFEE.DAT - BAD TERMS FOR "
029200                     RFE-PLATFORM " IGNORED"
029300             ELSE
029400                 PERFORM 1560-STORE-ONE-FEE-RTN
029500             END-IF
029600     END-READ.
029700
029800******************************************************************
029900*    1560-STORE-ONE-FEE-RTN
030000*    THE DEFAULT LINE REPLACES THE BUILT-IN TERMS; ANY OTHER
030100*    LINE GOES INTO THE NEXT TABLE SLOT.
030200******************************************************************
030300 1560-STORE-ONE-FEE-RTN.
030400     IF RFE-PLATFORM = 'DEFAULT'
030500         MOVE RFE-DAYS TO WS-DEF-DAYS
030600         MOVE RFE-FEE TO WS-DEF-FEE
030700         MOVE RFE-LATE-DAY TO WS-DEF-LATE-DAY
030800         MOVE RFE-LATE-CAP TO WS-DEF-LATE-CAP
030900     ELSE
031000         IF WS-FEE-COUNT < 30
031100             ADD 1 TO WS-FEE-COUNT
031200             SET WS-FEE-IDX TO WS-FEE-COUNT
031300             MOVE RFE-PLATFORM TO WS-FEE-PLATFORM(WS-FEE-IDX)
031400             MOVE RFE-DAYS TO WS-FEE-DAYS(WS-FEE-IDX)
031500             MOVE RFE-FEE TO WS-FEE-AMOUNT(WS-FEE-IDX)
031600             MOVE RFE-LATE-DAY TO WS-FEE-LATE-DAY(WS-FEE-IDX)
031700             MOVE RFE-LATE-CAP TO WS-FEE-LATE-CAP(WS-FEE-IDX)
031800         ELSE
031900             DISPLAY "RENTFEE.DAT - TABLE FULL, "
032000                 RFE-PLATFORM " IGNORED"
032100         END-IF
032200     END-IF.
032300
032400******************************************************************
032500*    2000-RENTAL-MENU-RTN
032600*    SHOW THE MENU AND DISPATCH.
032700******************************************************************
032800 2000-RENTAL-MENU-RTN.
032900     DISPLAY "O) CHECK A COPY OUT ON RENT".
033000     DISPLAY "I) CHECK A RENTED COPY BACK IN".
033100     DISPLAY "L) LIST COPIES OUT ON RENT".
033200     DISPLAY "Q) QUIT".
033300     DISPLAY "ENTER CHOICE : ".
033400     ACCEPT WS-MENU-CHOICE.
033500     EVALUATE WS-MENU-CHOICE
033600         WHEN "O" WHEN "o"
033700             PERFORM 2100-CHECK-OUT-RTN
033800                 THRU 2100-CHECK-OUT-RTN-EXIT
033900         WHEN "I" WHEN "i"
034000             PERFORM 3000-CHECK-IN-RTN
034100                 THRU 3000-CHECK-IN-RTN-EXIT
034200         WHEN "L" WHEN "l"
034300             PERFORM 4000-LIST-OUT-RTN
034400         WHEN "Q" WHEN "q"
034500             MOVE "N" TO WS-MENU-SWITCH
034600         WHEN OTHER
034700             DISPLAY "INVALID CHOICE - TRY AGAIN."
034800     END-EVALUATE.
034900
035000******************************************************************
035100*    2100-CHECK-OUT-RTN
035200*    RENT ONE COPY OUT -- VERIFY IT IS ON THE SHELF, PICK UP ITS
035300*    TERMS, CAPTURE THE CUSTOMER, PERIOD, FEE AND TENDER, AND
035400*    POST. ANY FAILED CHECK REJECTS THE CHECK-OUT AND GOES
035500*    STRAIGHT TO THE EXIT.
035600******************************************************************
035700 2100-CHECK-OUT-RTN.
035800     DISPLAY "ENTER ID-GAME TO RENT (000000 TO CANCEL) : ".
035900     ACCEPT WS-ENTRY-ID.
036000     IF WS-ENTRY-ID = 000000
036100         GO TO 2100-CHECK-OUT-RTN-EXIT
036200     END-IF.
036300     DISPLAY "ENTER COPY NUMBER : ".
036400     ACCEPT WS-ENTRY-COPY-NO.
036500     MOVE WS-ENTRY-ID TO HOLD-ID-GAME.
036600     MOVE WS-ENTRY-COPY-NO TO HOLD-COPY-NO.
036700     READ HOLDINGS-FILE
036800         INVALID KEY
036900             DISPLAY "NO SUCH COPY ON HOLDINGS - CHECK-OUT"
037000                 " REJECTED"
037100             ADD 1 TO REJECT-COUNTER
037200             GO TO 2100-CHECK-OUT-RTN-EXIT
037300     END-READ.
037400     IF HOLD-ON-RENT
037500         DISPLAY "THAT COPY IS ALREADY OUT ON RENT - CHECK-OUT"
037600             " REJECTED"
037700         ADD 1 TO REJECT-COUNTER
037800         GO TO 2100-CHECK-OUT-RTN-EXIT
037900     END-IF.
037914     IF HOLD-RESERVED
037928        DISPLAY "THAT COPY IS RESERVED FOR A WEB ORDER -"
037942            " CHECK-OUT REJECTED"
037956         ADD 1 TO REJECT-COUNTER
037970         GO TO 2100-CHECK-OUT-RTN-EXIT
037984     END-IF.
038000     PERFORM 2200-FETCH-CATALOG-RTN.
038100     IF TITLE-ON-CATALOG
038200         DISPLAY "TITLE : " TITLE-GAME
038300         MOVE PLATFORM-GAME TO WS-RENT-PLATFORM
038400     ELSE
038500         DISPLAY "WARNING - ID " WS-ENTRY-ID " IS NOT ON THE"
038600             " CATALOG - DEFAULT TERMS APPLY"
038700         MOVE SPACES TO TITLE-GAME
038800         MOVE SPACES TO WS-RENT-PLATFORM
038900     END-IF.
039000     PERFORM 2300-FIND-TERMS-RTN.
039100     MOVE WS-TERM-FEE TO WS-PRICE-EDIT.
039200     MOVE WS-TERM-DAYS TO WS-DAYS-EDIT.
039300     DISPLAY "TERMS : " WS-DAYS-EDIT " DAYS FOR " WS-PRICE-EDIT.
039400     MOVE WS-TERM-LATE-DAY TO WS-PRICE-EDIT.
039500     DISPLAY "        LATE FEE " WS-PRICE-EDIT " PER DAY".
039600     DISPLAY "ENTER CUSTOMER NAME : ".
039700     ACCEPT WS-ENTRY-NAME.
039800     IF WS-ENTRY-NAME = SPACES
039900         DISPLAY "CUSTOMER NAME IS REQUIRED - CHECK-OUT REJECTED"
040000         ADD 1 TO REJECT-COUNTER
040100         GO TO 2100-CHECK-OUT-RTN-EXIT
040200     END-IF.
040300     DISPLAY "ENTER CUSTOMER PHONE : ".
040400     ACCEPT WS-ENTRY-PHONE.
040500     IF WS-ENTRY-PHONE = SPACES
040600         DISPLAY "A PHONE NUMBER IS REQUIRED FOR OVERDUE CALLS"
040700             " - CHECK-OUT REJECTED"
040800         ADD 1 TO REJECT-COUNTER
040900         GO TO 2100-CHECK-OUT-RTN-EXIT
041000     END-IF.
041100     DISPLAY "ENTER RENTAL DAYS (NN, 0 = TABLE PERIOD) : ".
041200     ACCEPT WS-ENTRY-DAYS.
041300     IF WS-ENTRY-DAYS = 0
041400         MOVE WS-TERM-DAYS TO WS-ENTRY-DAYS
041500     END-IF.
041600     IF WS-ENTRY-DAYS = 0
041700         DISPLAY "RENTAL PERIOD MUST BE AT LEAST ONE DAY"
041800             " - CHECK-OUT REJECTED"
041900         ADD 1 TO REJECT-COUNTER
042000         GO TO 2100-CHECK-OUT-RTN-EXIT
042100     END-IF.
042200     PERFORM 2400-FIGURE-DUE-DATE-RTN.
042300     DISPLAY "ENTER RENTAL FEE (NNN.NN, 0 = TABLE FEE) : ".
042400     ACCEPT WS-ENTRY-FEE.
042500     IF WS-ENTRY-FEE = 0
042600         MOVE WS-TERM-FEE TO WS-ENTRY-FEE
042700     END-IF.
042800     MOVE WS-ENTRY-FEE TO WS-PRICE-EDIT.
042900     DISPLAY "DUE BACK " WS-DUE-DATE "   FEE DUE : "
043000         WS-PRICE-EDIT.
043100     PERFORM 2500-ACCEPT-TENDER-RTN.
043200     IF NOT ENTRY-TENDER-VALID
043300         DISPLAY "TENDER MUST BE CA, CD OR SC - CHECK-OUT"
043400             " REJECTED"
043500         ADD 1 TO REJECT-COUNTER
043600         GO TO 2100-CHECK-OUT-RTN-EXIT
043700     END-IF.
043710     MOVE WS-ENTRY-FEE TO WS-SVC-AMOUNT.
043720     PERFORM 2550-TAKE-STORED-VALUE-RTN.
043730     IF NOT CARD-TENDER-TAKEN
043740         ADD 1 TO REJECT-COUNTER
043750         GO TO 2100-CHECK-OUT-RTN-EXIT
043760     END-IF.
043800     PERFORM 2600-POST-CHECK-OUT-RTN.
043900
044000 2100-CHECK-OUT-RTN-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    2200-FETCH-CATALOG-RTN
044500*    LOOK THE TITLE UP ON THE CATALOG FOR ITS NAME AND PLATFORM.
044600******************************************************************
044700 2200-FETCH-CATALOG-RTN.
044800     MOVE "N" TO WS-CAT-FOUND-SWITCH.
044900     IF WS-CAT-FILE-STATUS = "00"
045000         MOVE WS-ENTRY-ID TO ID-GAME
045100         READ CATALOG-FILE
045200             INVALID KEY
045300                 CONTINUE
045400             NOT INVALID KEY
045500                 MOVE "Y" TO WS-CAT-FOUND-SWITCH
045600         END-READ
045700     END-IF.
045800
045900******************************************************************
046000*    2300-FIND-TERMS-RTN
046100*    THE TERMS FOR WS-RENT-PLATFORM -- THE PLATFORM'S OWN LINE
046200*    IF THE TABLE HAS ONE, OTHERWISE THE DEFAULT.
046300******************************************************************
046400 2300-FIND-TERMS-RTN.
046500     MOVE WS-DEF-DAYS TO WS-TERM-DAYS.
046600     MOVE WS-DEF-FEE TO WS-TERM-FEE.
046700     MOVE WS-DEF-LATE-DAY TO WS-TERM-LATE-DAY.
046800     MOVE WS-DEF-LATE-CAP TO WS-TERM-LATE-CAP.
046900     MOVE "N" TO WS-TERMS-FOUND-SWITCH.
047000     IF WS-RENT-PLATFORM NOT = SPACES
047100         PERFORM 2350-CHECK-ONE-TERM-RTN
047200             VARYING WS-FEE-IDX FROM 1 BY 1
047300             UNTIL WS-FEE-IDX > WS-FEE-COUNT OR TERMS-FOUND
047400     END-IF.
047500
047600******************************************************************
047700*    2350-CHECK-ONE-TERM-RTN
047800*    COMPARE ONE FEE TABLE ENTRY AGAINST THE PLATFORM.
047900******************************************************************
048000 2350-CHECK-ONE-TERM-RTN.
048100     IF WS-FEE-PLATFORM(WS-FEE-IDX) = WS-RENT-PLATFORM
048200         MOVE WS-FEE-DAYS(WS-FEE-IDX) TO WS-TERM-DAYS
048300         MOVE WS-FEE-AMOUNT(WS-FEE-IDX) TO WS-TERM-FEE
048400         MOVE WS-FEE-LATE-DAY(WS-FEE-IDX) TO WS-TERM-LATE-DAY
048500         MOVE WS-FEE-LATE-CAP(WS-FEE-IDX) TO WS-TERM-LATE-CAP
048600         MOVE "Y" TO WS-TERMS-FOUND-SWITCH
048700     END-IF.
048800
048900******************************************************************
049000*    2400-FIGURE-DUE-DATE-RTN
049100*    COUNT FORWARD THE RENTAL DAYS FROM TODAY, ONE DAY AT A TIME
049200*    ACROSS MONTH AND YEAR ENDS, AND FORMAT THE DUE DATE.
049300******************************************************************
049400 2400-FIGURE-DUE-DATE-RTN.
049500     MOVE WS-RUN-YYYY TO WS-DUE-YYYY.
049600     MOVE WS-RUN-MM TO WS-DUE-MM.
049700     MOVE WS-RUN-DD TO WS-DUE-DD.
049800     PERFORM 2450-ADD-ONE-DAY-RTN WS-ENTRY-DAYS TIMES.
049900     MOVE SPACES TO WS-DUE-DATE.
050000     STRING WS-DUE-MM DELIMITED BY SIZE
050100         '/' DELIMITED BY SIZE
050200         WS-DUE-DD DELIMITED BY SIZE
050300         '/' DELIMITED BY SIZE
050400         WS-DUE-YYYY DELIMITED BY SIZE
050500         INTO WS-DUE-DATE.
050600
050700******************************************************************
050800*    2450-ADD-ONE-DAY-RTN
050900*    MOVE THE DUE DATE ON BY ONE DAY.
051000******************************************************************
051100 2450-ADD-ONE-DAY-RTN.
051200     ADD 1 TO WS-DUE-DD.
051300     PERFORM 2460-COUNT-MONTH-DAYS-RTN.
051400     IF WS-DUE-DD > WS-MONTH-DAYS
051500         MOVE 1 TO WS-DUE-DD
051600         ADD 1 TO WS-DUE-MM
051700         IF WS-DUE-MM > 12
051800             MOVE 1 TO WS-DUE-MM
051900             ADD 1 TO WS-DUE-YYYY
052000         END-IF
052100     END-IF.
052200
052300******************************************************************
052400*    2460-COUNT-MONTH-DAYS-RTN
052500*    HOW MANY DAYS THE DUE DATE'S MONTH HAS, LEAP FEBRUARY
052600*    INCLUDED.
052700******************************************************************
052800 2460-COUNT-MONTH-DAYS-RTN.
052900     EVALUATE WS-DUE-MM
053000         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
053100             MOVE 31 TO WS-MONTH-DAYS
053200         WHEN 4 WHEN 6 WHEN 9 WHEN 11
053300             MOVE 30 TO WS-MONTH-DAYS
053400         WHEN 2
053500             DIVIDE WS-DUE-YYYY BY 4 GIVING WS-QUOT
053600                 REMAINDER WS-REM-4
053700             DIVIDE WS-DUE-YYYY BY 100 GIVING WS-QUOT
053800                 REMAINDER WS-REM-100
053900             DIVIDE WS-DUE-YYYY BY 400 GIVING WS-QUOT
054000                 REMAINDER WS-REM-400
054100             IF WS-REM-4 = 0 AND
054200                 (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
054300                 MOVE 29 TO WS-MONTH-DAYS
054400             ELSE
054500                 MOVE 28 TO WS-MONTH-DAYS
054600             END-IF
054700     END-EVALUATE.
054800
054900******************************************************************
055000*    2500-ACCEPT-TENDER-RTN
055100*    ASK HOW THE CUSTOMER PAID. BLANK IS TAKEN AS CASH.
055200******************************************************************
055300 2500-ACCEPT-TENDER-RTN.
055400     DISPLAY "ENTER TENDER (CA=CASH CD=CARD SC=STORE CREDIT,"
055500         " BLANK = CASH) : ".
055600     ACCEPT WS-ENTRY-TENDER.
055700     IF WS-ENTRY-TENDER = SPACES
055800         MOVE 'CA' TO WS-ENTRY-TENDER
055900     END-IF.
056000
056001******************************************************************
056002*    2550-TAKE-STORED-VALUE-RTN
056003*    A FEE TENDERED AS STORE CREDIT IS PAID FROM A NUMBERED GIFT
056004*    CARD OR CREDIT ON THE STORED-VALUE MASTER. THE FEE DUE
056005*    (WS-SVC-AMOUNT) IS REDEEMED THROUGH SVCPOST BEFORE ANYTHING
056006*    POSTS; A CARD NOT ON FILE, OR ONE WITHOUT ENOUGH LEFT TO
056007*    COVER THE FEE, REJECTS THE REQUEST WITH NOTHING TAKEN SO IT
056008*    CAN BE RE-KEYED UNDER ANOTHER TENDER. ANY OTHER TENDER
056009*    PASSES.
056010******************************************************************
056011 2550-TAKE-STORED-VALUE-RTN.
056012     MOVE "Y" TO WS-CARD-OK-SWITCH.
056013     MOVE 0 TO WS-ENTRY-CARD-NO.
056014     IF WS-ENTRY-TENDER = 'SC'
056015         DISPLAY "ENTER GIFT CARD / STORE CREDIT NUMBER : "
056016         ACCEPT WS-ENTRY-CARD-NO
056017         PERFORM 2575-LOAD-CARD-POST-RTN
056018         MOVE 'R' TO SVPST-FUNCTION
056019         CALL 'SVCPOST' USING SVC-POST-FIELDS
056020             SVC-POST-RESULT-FIELDS
056021         MOVE SVPST-BALANCE TO WS-SVC-BALANCE-EDIT
056022         EVALUATE TRUE
056023             WHEN SVPST-POSTED
056024                 DISPLAY "CARD " WS-ENTRY-CARD-NO
056025                     " CHARGED - BALANCE LEFT : "
056025                     WS-SVC-BALANCE-EDIT
056026             WHEN SVPST-NO-CARD
056027                 DISPLAY "CARD " WS-ENTRY-CARD-NO
056028                     " IS NOT ON FILE - REJECTED"
056029                     " (SEE SVCMAINT)"
056030                 MOVE "N" TO WS-CARD-OK-SWITCH
056031             WHEN SVPST-SHORT
056032                 DISPLAY "CARD " WS-ENTRY-CARD-NO
056033                     " HAS ONLY " WS-SVC-BALANCE-EDIT
056034                     " LEFT - REJECTED, TAKE ANOTHER TENDER"
056035                 MOVE "N" TO WS-CARD-OK-SWITCH
056036             WHEN OTHER
056037                 DISPLAY "CARD " WS-ENTRY-CARD-NO
056038                     " COULD NOT BE CHARGED - REJECTED"
056039                 MOVE "N" TO WS-CARD-OK-SWITCH
056040         END-EVALUATE
056041     END-IF.
056042
056043******************************************************************
056044*    2575-LOAD-CARD-POST-RTN
056045*    FILL THE SVCPOST REQUEST FOR THIS FEE'S CARD.
056046******************************************************************
056047 2575-LOAD-CARD-POST-RTN.
056048     MOVE SPACES TO SVC-POST-FIELDS.
056049     MOVE WS-ENTRY-CARD-NO TO SVPST-CARD-ID.
056050     MOVE WS-SVC-AMOUNT TO SVPST-AMOUNT.
056051     MOVE WS-TODAY-DATE TO SVPST-DATE.
056052     MOVE 0 TO SVPST-CUST-ID.
056053     MOVE WS-ENTRY-ID TO SVPST-ID-GAME.
056054     MOVE WS-ENTRY-COPY-NO TO SVPST-COPY-NO.
056055     MOVE 'RENTDESK' TO SVPST-PROGRAM.
056056     MOVE SIGN-OPERATOR-ID TO SVPST-OPERATOR.
056057
056058******************************************************************
056059*    2580-RESTORE-STORED-VALUE-RTN
056060*    THE FEE NEVER REACHED THE RENTAL LEDGER -- PUT THE AMOUNT
056061*    TAKEN BACK ON THE CARD SO THE CUSTOMER IS NOT CHARGED FOR IT.
056062******************************************************************
056063 2580-RESTORE-STORED-VALUE-RTN.
056064     PERFORM 2575-LOAD-CARD-POST-RTN.
056065     MOVE 'C' TO SVPST-FUNCTION.
056066     CALL 'SVCPOST' USING SVC-POST-FIELDS
056067         SVC-POST-RESULT-FIELDS.
056068     IF SVPST-POSTED
056069         DISPLAY "AMOUNT PUT BACK ON CARD " WS-ENTRY-CARD-NO
056070     ELSE
056071         DISPLAY "WARNING - AMOUNT NOT PUT BACK ON CARD "
056072             WS-ENTRY-CARD-NO " - CREDIT IT THROUGH SVCMAINT"
056073     END-IF.
056074
056100******************************************************************
056200*    2600-POST-CHECK-OUT-RTN
056300*    OPEN THE RENTAL ON RENTOPEN.TXT, MARK THE COPY OUT ON RENT
056400*    ON HOLDINGS AND APPEND THE CHECK-OUT TO THE LEDGER. THE
056500*    OPEN RENTAL GOES FIRST -- IF IT CANNOT BE WRITTEN THE COPY
056600*    IS LEFT ON THE SHELF AND NOTHING IS POSTED.
056700******************************************************************
056800 2600-POST-CHECK-OUT-RTN.
056900     MOVE SPACES TO OPEN-RENTAL-RECORD.
057000     MOVE WS-ENTRY-ID TO ROP-ID-GAME.
057100     MOVE WS-ENTRY-COPY-NO TO ROP-COPY-NO.
057200     MOVE WS-ENTRY-NAME TO ROP-CUST-NAME.
057300     MOVE WS-ENTRY-PHONE TO ROP-CUST-PHONE.
057400     MOVE WS-TODAY-DATE TO ROP-OUT-DATE.
057500     MOVE WS-DUE-DATE TO ROP-DUE-DATE.
057600     MOVE WS-RENT-PLATFORM TO ROP-PLATFORM.
057700     MOVE WS-ENTRY-FEE TO ROP-FEE.
057800     MOVE TITLE-GAME TO ROP-TITLE.
057900     WRITE OPEN-RENTAL-RECORD
058000         INVALID KEY
058100             DISPLAY "ERROR WRITING RENTOPEN.TXT - STATUS "
058200                 WS-ROP-FILE-STATUS " - CHECK-OUT NOT POSTED"
058300             ADD 1 TO REJECT-COUNTER
058310             IF WS-ENTRY-CARD-NO NOT = 0
058320                 PERFORM 2580-RESTORE-STORED-VALUE-RTN
058330             END-IF
058400     END-WRITE.
058500     IF WS-ROP-FILE-STATUS = "00"
058550         MOVE HOLDING-RECORD TO HJRN-BEFORE-IMAGE
058600         SET HOLD-ON-RENT TO TRUE
058700         REWRITE HOLDING-RECORD
058800             INVALID KEY
058900                 DISPLAY "ERROR REWRITING HOLDINGS.TXT - STATUS "
059000                     WS-HOLD-FILE-STATUS " - SEE HOLDMAINT"
059025             NOT INVALID KEY
059050                 MOVE 'RO' TO HJRN-REASON
059075                 PERFORM 5100-JOURNAL-HOLDING-RTN
059100         END-REWRITE
059200         MOVE SPACES TO RENTAL-RECORD
059300         MOVE 'O' TO RNT-EVENT
059400         MOVE ROP-ID-GAME TO RNT-ID-GAME
059500         MOVE ROP-COPY-NO TO RNT-COPY-NO
059600         MOVE ROP-CUST-NAME TO RNT-CUST-NAME
059700         MOVE ROP-CUST-PHONE TO RNT-CUST-PHONE
059800         MOVE ROP-OUT-DATE TO RNT-OUT-DATE
059900         MOVE ROP-DUE-DATE TO RNT-DUE-DATE
060000         MOVE ROP-FEE TO RNT-FEE
060100         MOVE 0 TO RNT-DAYS-LATE
060200         MOVE 0 TO RNT-LATE-FEE
060300         MOVE ROP-TITLE TO RNT-TITLE
060400         MOVE WS-ENTRY-TENDER TO RNT-TENDER
060500         PERFORM 5000-WRITE-LEDGER-RTN
060510         IF NOT LEDGER-WRITTEN AND WS-ENTRY-CARD-NO NOT = 0
060520             PERFORM 2580-RESTORE-STORED-VALUE-RTN
060530         END-IF
060600         ADD 1 TO CHECKOUT-COUNTER
060700         DISPLAY "CHECKED OUT - ID " WS-ENTRY-ID " COPY "
060800             WS-ENTRY-COPY-NO " DUE " WS-DUE-DATE
060900     END-IF.
061000
061100******************************************************************
061200*    3000-CHECK-IN-RTN
061300*    TAKE ONE RENTED COPY BACK -- FIND ITS OPEN RENTAL, FIGURE
061400*    ANY LATE FEE (WHICH THE CLERK MAY WAIVE), TAKE THE TENDER
061500*    FOR IT AND POST. ANY FAILED CHECK REJECTS THE CHECK-IN AND
061600*    GOES STRAIGHT TO THE EXIT.
061700******************************************************************
061800 3000-CHECK-IN-RTN.
061900     DISPLAY "ENTER ID-GAME RETURNED (000000 TO CANCEL) : ".
062000     ACCEPT WS-ENTRY-ID.
062100     IF WS-ENTRY-ID = 000000
062200         GO TO 3000-CHECK-IN-RTN-EXIT
062300     END-IF.
062400     DISPLAY "ENTER COPY NUMBER : ".
062500     ACCEPT WS-ENTRY-COPY-NO.
062600     MOVE WS-ENTRY-ID TO ROP-ID-GAME.
062700     MOVE WS-ENTRY-COPY-NO TO ROP-COPY-NO.
062800     READ RENTOPEN-FILE
062900         INVALID KEY
063000             DISPLAY "THAT COPY IS NOT OUT ON RENT - CHECK-IN"
063100                 " REJECTED"
063200             ADD 1 TO REJECT-COUNTER
063300             GO TO 3000-CHECK-IN-RTN-EXIT
063400     END-READ.
063500     DISPLAY "RENTED TO " ROP-CUST-NAME "  " ROP-CUST-PHONE.
063600     DISPLAY "OUT " ROP-OUT-DATE "  DUE " ROP-DUE-DATE
063700         "  " ROP-TITLE.
063800     PERFORM 3100-FIGURE-LATE-FEE-RTN.
063900     MOVE SPACES TO WS-ENTRY-TENDER.
063950     MOVE 0 TO WS-ENTRY-CARD-NO.
064000     IF WS-LATE-FEE > 0
064100         MOVE WS-DAYS-LATE TO WS-DAYS-EDIT
064200         MOVE WS-LATE-FEE TO WS-PRICE-EDIT
064300         DISPLAY WS-DAYS-EDIT " DAYS LATE - LATE FEE "
064400             WS-PRICE-EDIT
064500         DISPLAY "WAIVE THE LATE FEE? (Y/N) : "
064600         ACCEPT WS-ENTRY-WAIVE
064700         IF ENTRY-WAIVE-FEE
064800             MOVE 0 TO WS-LATE-FEE
064900             DISPLAY "LATE FEE WAIVED"
065000         END-IF
065100     END-IF.
065200     IF WS-LATE-FEE > 0
065300         PERFORM 2500-ACCEPT-TENDER-RTN
065400         IF NOT ENTRY-TENDER-VALID
065500             DISPLAY "TENDER MUST BE CA, CD OR SC - CHECK-IN"
065600                 " REJECTED"
065700             ADD 1 TO REJECT-COUNTER
065800             GO TO 3000-CHECK-IN-RTN-EXIT
065900         END-IF
065910         MOVE WS-LATE-FEE TO WS-SVC-AMOUNT
065920         PERFORM 2550-TAKE-STORED-VALUE-RTN
065930         IF NOT CARD-TENDER-TAKEN
065940             ADD 1 TO REJECT-COUNTER
065950             GO TO 3000-CHECK-IN-RTN-EXIT
065960         END-IF
066000     END-IF.
066100     PERFORM 3200-POST-CHECK-IN-RTN.
066200
066300 3000-CHECK-IN-RTN-EXIT.
066400     EXIT.
066500
066600******************************************************************
066700*    3100-FIGURE-LATE-FEE-RTN
066800*    DAYS PAST THE DUE DATE AT THE PLATFORM'S LATE FEE PER DAY,
066900*    NEVER MORE THAN THE PLATFORM'S CAP.
067000******************************************************************
067100 3100-FIGURE-LATE-FEE-RTN.
067200     MOVE ROP-PLATFORM TO WS-RENT-PLATFORM.
067300     PERFORM 2300-FIND-TERMS-RTN.
067400     MOVE ROP-DUE-DATE TO WS-DATE-WORK.
067500     PERFORM 6200-DATE-TO-SERIAL-RTN.
067600     COMPUTE WS-DAYS-LATE = WS-TODAY-SERIAL - WS-DATE-SERIAL.
067700     MOVE 0 TO WS-LATE-FEE.
067800     IF WS-DAYS-LATE > 0
067900         COMPUTE WS-LATE-FEE = WS-DAYS-LATE * WS-TERM-LATE-DAY
068000         IF WS-LATE-FEE > WS-TERM-LATE-CAP
068100             MOVE WS-TERM-LATE-CAP TO WS-LATE-FEE
068200         END-IF
068300     ELSE
068400         MOVE 0 TO WS-DAYS-LATE
068500     END-IF.
068600     IF WS-DAYS-LATE > 999
068700         MOVE 999 TO WS-DAYS-LATE
068800     END-IF.
068900
069000******************************************************************
069100*    3200-POST-CHECK-IN-RTN
069200*    APPEND THE CHECK-IN TO THE LEDGER, PUT THE COPY BACK ON THE
069300*    SHELF ON HOLDINGS AND CLOSE THE OPEN RENTAL.
069400******************************************************************
069500 3200-POST-CHECK-IN-RTN.
069600     MOVE SPACES TO RENTAL-RECORD.
069700     MOVE 'I' TO RNT-EVENT.
069800     MOVE ROP-ID-GAME TO RNT-ID-GAME.
069900     MOVE ROP-COPY-NO TO RNT-COPY-NO.
070000     MOVE ROP-CUST-NAME TO RNT-CUST-NAME.
070100     MOVE ROP-CUST-PHONE TO RNT-CUST-PHONE.
070200     MOVE ROP-OUT-DATE TO RNT-OUT-DATE.
070300     MOVE ROP-DUE-DATE TO RNT-DUE-DATE.
070400     MOVE WS-TODAY-DATE TO RNT-IN-DATE.
070500     MOVE 0 TO RNT-FEE.
070600     MOVE WS-DAYS-LATE TO RNT-DAYS-LATE.
070700     MOVE WS-LATE-FEE TO RNT-LATE-FEE.
070800     MOVE ROP-TITLE TO RNT-TITLE.
070900     MOVE WS-ENTRY-TENDER TO RNT-TENDER.
071000     PERFORM 5000-WRITE-LEDGER-RTN.
071010     IF NOT LEDGER-WRITTEN AND WS-ENTRY-CARD-NO NOT = 0
071020         PERFORM 2580-RESTORE-STORED-VALUE-RTN
071030     END-IF.
071100     MOVE ROP-ID-GAME TO HOLD-ID-GAME.
071200     MOVE ROP-COPY-NO TO HOLD-COPY-NO.
071300     READ HOLDINGS-FILE
071400         INVALID KEY
071500             DISPLAY "WARNING - COPY IS NO LONGER ON HOLDINGS"
071600                 " - RE-ADD IT THROUGH HOLDMAINT"
071700         NOT INVALID KEY
071750             MOVE HOLDING-RECORD TO HJRN-BEFORE-IMAGE
071800             SET HOLD-ON-SHELF TO TRUE
071900             REWRITE HOLDING-RECORD
072000                 INVALID KEY
072100                     DISPLAY "ERROR REWRITING HOLDINGS.TXT - "
072200                         "STATUS " WS-HOLD-FILE-STATUS
072225                 NOT INVALID KEY
072250                     MOVE 'RI' TO HJRN-REASON
072275                     PERFORM 5100-JOURNAL-HOLDING-RTN
072300             END-REWRITE
072400     END-READ.
072500     DELETE RENTOPEN-FILE
072600         INVALID KEY
072700             DISPLAY "ERROR DELETING RENTOPEN.TXT - STATUS "
072800                 WS-ROP-FILE-STATUS
072900     END-DELETE.
073000     ADD 1 TO CHECKIN-COUNTER.
073100     DISPLAY "CHECKED IN - ID " ROP-ID-GAME " COPY "
073200         ROP-COPY-NO " BACK ON THE SHELF".
073300
073400******************************************************************
073500*    4000-LIST-OUT-RTN
073600*    BROWSE THE OPEN RENTALS IN ID/COPY ORDER AND SHOW EACH ONE,
073700*    FLAGGING THOSE PAST THEIR DUE DATE.
073800******************************************************************
073900 4000-LIST-OUT-RTN.
074000     MOVE 0 TO LISTED-COUNTER.
074100     MOVE 0 TO OVERDUE-COUNTER.
074200     MOVE "N" TO WS-ROP-EOF-SWITCH.
074300     MOVE 0 TO ROP-ID-GAME.
074400     MOVE 0 TO ROP-COPY-NO.
074500     START RENTOPEN-FILE KEY IS NOT LESS THAN ROP-KEY
074600         INVALID KEY
074700             MOVE "Y" TO WS-ROP-EOF-SWITCH
074800     END-START.
074900     PERFORM 4100-LIST-ONE-RTN UNTIL END-OF-RENTALS.
075000     DISPLAY LISTED-COUNTER " COPIES OUT ON RENT, "
075100         OVERDUE-COUNTER " OVERDUE".
075200
075300******************************************************************
075400*    4100-LIST-ONE-RTN
075500*    READ THE NEXT OPEN RENTAL AND SHOW IT.
075600******************************************************************
075700 4100-LIST-ONE-RTN.
075800     READ RENTOPEN-FILE NEXT RECORD
075900         AT END
076000             MOVE "Y" TO WS-ROP-EOF-SWITCH
076100         NOT AT END
076200             ADD 1 TO LISTED-COUNTER
076300             MOVE ROP-DUE-DATE TO WS-DATE-WORK
076400             PERFORM 6200-DATE-TO-SERIAL-RTN
076500             IF WS-DATE-SERIAL < WS-TODAY-SERIAL
076600                 ADD 1 TO OVERDUE-COUNTER
076700                 DISPLAY ROP-ID-GAME "/" ROP-COPY-NO " DUE "
076800                     ROP-DUE-DATE " " ROP-CUST-NAME
076900                     " OVERDUE"
077000             ELSE
077100                 DISPLAY ROP-ID-GAME "/" ROP-COPY-NO " DUE "
077200                     ROP-DUE-DATE " " ROP-CUST-NAME
077300             END-IF
077400     END-READ.
077500
077600******************************************************************
077700*    5000-WRITE-LEDGER-RTN
077800*    APPEND THE BUILT RENTAL RECORD TO THE RENTAL LEDGER.
077900******************************************************************
078000 5000-WRITE-LEDGER-RTN.
078050     MOVE "Y" TO WS-LEDGER-SWITCH.
078100     OPEN EXTEND RENTALS-FILE.
078200     IF WS-RNT-FILE-STATUS NOT = "00"
078300         OPEN OUTPUT RENTALS-FILE
078400     END-IF.
078500     WRITE RENTAL-RECORD.
078600     IF WS-RNT-FILE-STATUS NOT = "00"
078700         DISPLAY "ERROR WRITING RENTALS.TXT - STATUS "
078800             WS-RNT-FILE-STATUS " - NOTE THE FEE BY HAND"
078850         MOVE "N" TO WS-LEDGER-SWITCH
078900     END-IF.
079000     CLOSE RENTALS-FILE.
079100
079107******************************************************************
079114*    5100-JOURNAL-HOLDING-RTN
079121*    LOG THE COPY'S STATUS CHANGE (OUT ON RENT OR BACK ON THE
079128*    SHELF) TO THE HOLDINGS JOURNAL THROUGH HOLDJWTR. THE CALLER
079135*    SETS THE BEFORE-IMAGE AND THE REASON.
079142******************************************************************
079149 5100-JOURNAL-HOLDING-RTN.
079156     MOVE 'RENTDESK' TO HJRN-PROGRAM.
079163     MOVE 'CHG' TO HJRN-ACTION.
079170     MOVE HOLDING-RECORD TO HJRN-AFTER-IMAGE.
079177     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
079184
079200******************************************************************
079300*    6000-COMPUTE-DAY-SERIAL-RTN
079400*    DAYS-SINCE-EPOCH FOR WS-DS-YYYY/MM/DD. LEAP YEARS ARE
079500*    COUNTED THROUGH THE PRIOR YEAR AND THE CURRENT YEAR'S LEAP
079600*    DAY IS ADDED ONCE MARCH IS REACHED.
079700******************************************************************
079800 6000-COMPUTE-DAY-SERIAL-RTN.
079900     COMPUTE WS-DS-PRIOR-YEAR = WS-DS-YYYY - 1.
080000     DIVIDE WS-DS-PRIOR-YEAR BY 4 GIVING WS-DS-LEAP-COUNT.
080100     DIVIDE WS-DS-PRIOR-YEAR BY 100 GIVING WS-DS-QUOT.
080200     SUBTRACT WS-DS-QUOT FROM WS-DS-LEAP-COUNT.
080300     DIVIDE WS-DS-PRIOR-YEAR BY 400 GIVING WS-DS-QUOT.
080400     ADD WS-DS-QUOT TO WS-DS-LEAP-COUNT.
080500     COMPUTE WS-DS-SERIAL =
080600         WS-DS-YYYY * 365 + WS-DS-LEAP-COUNT + WS-DS-DD.
080700     EVALUATE WS-DS-MM
080800         WHEN 2  ADD 31 TO WS-DS-SERIAL
080900         WHEN 3  ADD 59 TO WS-DS-SERIAL
081000         WHEN 4  ADD 90 TO WS-DS-SERIAL
081100         WHEN 5  ADD 120 TO WS-DS-SERIAL
081200         WHEN 6  ADD 151 TO WS-DS-SERIAL
081300         WHEN 7  ADD 181 TO WS-DS-SERIAL
081400         WHEN 8  ADD 212 TO WS-DS-SERIAL
081500         WHEN 9  ADD 243 TO WS-DS-SERIAL
081600         WHEN 10 ADD 273 TO WS-DS-SERIAL
081700         WHEN 11 ADD 304 TO WS-DS-SERIAL
081800         WHEN 12 ADD 334 TO WS-DS-SERIAL
081900         WHEN OTHER CONTINUE
082000     END-EVALUATE.
082100     IF WS-DS-MM > 2
082200         DIVIDE WS-DS-YYYY BY 4 GIVING WS-QUOT
082300             REMAINDER WS-REM-4
082400         DIVIDE WS-DS-YYYY BY 100 GIVING WS-QUOT
082500             REMAINDER WS-REM-100
082600         DIVIDE WS-DS-YYYY BY 400 GIVING WS-QUOT
082700             REMAINDER WS-REM-400
082800         IF WS-REM-4 = 0 AND
082900             (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
083000             ADD 1 TO WS-DS-SERIAL
083100         END-IF
083200     END-IF.
083300
083400******************************************************************
083500*    6200-DATE-TO-SERIAL-RTN
083600*    DAY SERIAL FOR THE MM/DD/YYYY DATE IN WS-DATE-WORK. A DATE
083700*    THAT IS NOT CLEAN IS TAKEN AS TODAY, SO IT IS NEVER LATE.
083800******************************************************************
083900 6200-DATE-TO-SERIAL-RTN.
084000     IF WS-DW-MM IS NUMERIC AND WS-DW-DD IS NUMERIC
084100         AND WS-DW-YYYY IS NUMERIC
084200         MOVE WS-DW-YYYY TO WS-DS-YYYY
084300         MOVE WS-DW-MM TO WS-DS-MM
084400         MOVE WS-DW-DD TO WS-DS-DD
084500         PERFORM 6000-COMPUTE-DAY-SERIAL-RTN
084600         MOVE WS-DS-SERIAL TO WS-DATE-SERIAL
084700     ELSE
084800         MOVE WS-TODAY-SERIAL TO WS-DATE-SERIAL
084900     END-IF.
085000
085100******************************************************************
085200*    9000-TERMINATE-RTN
085300*    CLOSE THE FILES AND SIGN OFF.
085400******************************************************************
085500 9000-TERMINATE-RTN.
085600     CLOSE HOLDINGS-FILE.
085700     IF WS-CAT-FILE-STATUS NOT = "35"
085800         CLOSE CATALOG-FILE
085900     END-IF.
086000     CLOSE RENTOPEN-FILE.
086100     DISPLAY "RENTDESK COMPLETE - " CHECKOUT-COUNTER
086200         " CHECKED OUT, " CHECKIN-COUNTER " CHECKED IN, "
086300         REJECT-COUNTER " REJECTED.".
086400
086500 END PROGRAM RENTDESK.
