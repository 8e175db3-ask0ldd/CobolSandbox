000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTINQ.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- CUSTOMER INQUIRY. FOR ONE
001200*                      CUSTOMER NUMBER, SHOWS THE MASTER RECORD
001300*                      (CUSTMAST.TXT -- SEE CUSTREC), EVERY SALE
001400*                      AND RETURN ON THE SALES LEDGER CARRYING
001500*                      THE NUMBER (SALES.TXT), THE CUSTOMER'S
001600*                      OPEN WANTS (WANTLIST.TXT) AND THE LOYALTY
001700*                      POINTS BALANCE WITH THE POINTS EARNED AND
001800*                      REDEEMED TO DATE. A CUSTOMER WHO DOESN'T
001900*                      KNOW THEIR NUMBER CAN BE FOUND BY THE
002000*                      START OF THEIR NAME. READ-ONLY -- NOTHING
002100*                      IS CHANGED HERE.
002120*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002140*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002160*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002180*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST.TXT'
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS CUS-ID
003100         FILE STATUS IS WS-CUS-FILE-STATUS.
003200
003300     SELECT SALES-FILE ASSIGN TO 'SALES.TXT'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-SALES-FILE-STATUS.
003600
003700     SELECT WANT-FILE ASSIGN TO 'WANTLIST.TXT'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-WANT-FILE-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CUSTOMER-FILE.
004400 COPY CUSTREC.
004500
004600 FD  SALES-FILE.
004700 COPY SALESREC.
004800
004900 FD  WANT-FILE.
005000 COPY WANTREC.
005100
005200 WORKING-STORAGE SECTION.
005300 01  SWITCHES.
005400     05 WS-MENU-SWITCH         PIC X VALUE "Y".
005500        88 MORE-INQUIRIES               VALUE "Y".
005600     05 EOF-SWITCH             PIC X VALUE "N".
005700        88 END-OF-FILE                  VALUE "Y".
005733     05 WS-NAME-END-SWITCH     PIC X VALUE "N".
005766        88 NAME-END-FOUND               VALUE "Y".
005800
005900 01  COUNTERS.
006000     05 SALE-COUNTER           PIC 9(5) COMP VALUE 0.
006100     05 RETURN-COUNTER         PIC 9(5) COMP VALUE 0.
006200     05 WANT-COUNTER           PIC 9(5) COMP VALUE 0.
006300     05 MATCH-COUNTER          PIC 9(5) COMP VALUE 0.
006400
006500 01  WS-FILE-STATUSES.
006600     05 WS-CUS-FILE-STATUS     PIC X(02) VALUE "00".
006700     05 WS-SALES-FILE-STATUS   PIC X(02) VALUE "00".
006800     05 WS-WANT-FILE-STATUS    PIC X(02) VALUE "00".
006900
007000 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
007100
007200 01  WS-ENTRY-FIELDS.
007300     05 WS-ENTRY-ID            PIC 9(06) VALUE 0.
007400     05 WS-ENTRY-NAME          PIC X(30) VALUE SPACES.
007500     05 WS-NAME-LEN            PIC 9(02) COMP VALUE 0.
007600
007700 01  WS-TOTALS.
007800     05 WS-SALES-VALUE         PIC 9(7)V99 COMP VALUE 0.
007900     05 WS-RETURNS-VALUE       PIC 9(7)V99 COMP VALUE 0.
008000
008100 01  WS-EDIT-FIELDS.
008200     05 WS-PRICE-EDIT          PIC ZZ9.99.
008300     05 WS-VALUE-EDIT          PIC Z,ZZZ,ZZ9.99.
008400     05 WS-POINTS-EDIT         PIC Z,ZZZ,ZZ9.
008500     05 WS-SALE-POINTS-EDIT    PIC ZZ,ZZ9.
008600     05 WS-COUNT-EDIT          PIC ZZ,ZZ9.
008700
008800 01  WS-HISTORY-LINE.
008900     05 WS-HL-DATE             PIC X(10).
009000     05 FILLER                 PIC X(02) VALUE SPACES.
009100     05 WS-HL-TYPE             PIC X(06).
009200     05 FILLER                 PIC X(02) VALUE SPACES.
009300     05 WS-HL-ID               PIC 9(06).
009400     05 FILLER                 PIC X(01) VALUE '/'.
009500     05 WS-HL-COPY             PIC 9(03).
009600     05 FILLER                 PIC X(02) VALUE SPACES.
009700     05 WS-HL-PRICE            PIC ZZ9.99.
009800     05 FILLER                 PIC X(02) VALUE SPACES.
009900     05 WS-HL-POINTS           PIC ZZ,ZZ9.
010000     05 FILLER                 PIC X(02) VALUE SPACES.
010100     05 WS-HL-TITLE            PIC X(30).
010200
010206 01  SIGN-REQUEST-FIELDS.
010212     05 SIGN-FUNCTION          PIC X.
010218     05 SIGN-PROGRAM           PIC X(10).
010224     05 SIGN-ACTION            PIC X(08).
010230     05 SIGN-DETAIL            PIC X(60).
010236 01  SIGN-RESULT-FIELDS.
010242     05 SIGN-RESULT            PIC X.
010248        88 SIGN-GRANTED                 VALUE "G".
010254        88 SIGN-REFUSED                 VALUE "R".
010260     05 SIGN-OPERATOR-ID       PIC X(08).
010266     05 SIGN-OPERATOR-NAME     PIC X(30).
010272     05 SIGN-OPERATOR-ROLE     PIC X(02).
010278     05 SIGN-PASSWORD-HASH     PIC 9(10).
010284
010300 PROCEDURE DIVISION.
010400
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE-RTN.
010700     PERFORM 2000-INQUIRY-MENU-RTN UNTIL NOT MORE-INQUIRIES.
010800     PERFORM 9000-TERMINATE-RTN.
010900     STOP RUN.
011000
011100******************************************************************
011200*    1000-INITIALIZE-RTN
011300*    OPEN THE CUSTOMER MASTER. WITH NO MASTER ON HAND THERE IS
011400*    NOBODY TO LOOK UP.
011500******************************************************************
011600 1000-INITIALIZE-RTN.
011609     MOVE "S" TO SIGN-FUNCTION.
011618     MOVE "CUSTINQ" TO SIGN-PROGRAM.
011627     MOVE SPACES TO SIGN-ACTION.
011636     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
011645         SIGN-RESULT-FIELDS.
011654     IF NOT SIGN-GRANTED
011663         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
011672         MOVE 8 TO RETURN-CODE
011681         STOP RUN
011690     END-IF.
011700     DISPLAY "CUSTINQ - CUSTOMER INQUIRY".
011800     OPEN INPUT CUSTOMER-FILE.
011900     IF WS-CUS-FILE-STATUS NOT = "00"
012000         DISPLAY "NO CUSTMAST.TXT ON HAND - SET CUSTOMERS UP"
012100             " THROUGH CUSTMAINT FIRST"
012200         MOVE "N" TO WS-MENU-SWITCH
012300     END-IF.
012400
012500******************************************************************
012600*    2000-INQUIRY-MENU-RTN
012700*    SHOW THE MENU AND DISPATCH TO THE CHOSEN INQUIRY.
012800******************************************************************
012900 2000-INQUIRY-MENU-RTN.
013000     DISPLAY "I) INQUIRE BY CUSTOMER NUMBER".
013100     DISPLAY "F) FIND A CUSTOMER BY NAME".
013200     DISPLAY "Q) QUIT".
013300     DISPLAY "ENTER CHOICE : ".
013400     ACCEPT WS-MENU-CHOICE.
013500     EVALUATE WS-MENU-CHOICE
013600         WHEN "I" WHEN "i"
013700             PERFORM 2100-INQUIRE-CUSTOMER-RTN
013800         WHEN "F" WHEN "f"
013900             PERFORM 2500-FIND-BY-NAME-RTN
014000         WHEN "Q" WHEN "q"
014100             MOVE "N" TO WS-MENU-SWITCH
014200         WHEN OTHER
014300             DISPLAY "INVALID CHOICE - TRY AGAIN."
014400     END-EVALUATE.
014500
014600******************************************************************
014700*    2100-INQUIRE-CUSTOMER-RTN
014800*    READ THE CUSTOMER BY NUMBER AND SHOW THE WHOLE PICTURE.
014900******************************************************************
015000 2100-INQUIRE-CUSTOMER-RTN.
015100     DISPLAY "ENTER CUSTOMER NUMBER : ".
015200     ACCEPT WS-ENTRY-ID.
015300     MOVE WS-ENTRY-ID TO CUS-ID.
015400     READ CUSTOMER-FILE
015500         INVALID KEY
015600             DISPLAY "NO CUSTOMER ON FILE WITH THAT NUMBER"
015700         NOT INVALID KEY
015800             PERFORM 2200-SHOW-MASTER-RTN
015900             PERFORM 3000-SHOW-PURCHASES-RTN
016000             PERFORM 4000-SHOW-WANTS-RTN
016100             PERFORM 2300-SHOW-POINTS-RTN
016200     END-READ.
016300
016400******************************************************************
016500*    2200-SHOW-MASTER-RTN
016600*    SHOW THE CUSTOMER'S MASTER RECORD.
016700******************************************************************
016800 2200-SHOW-MASTER-RTN.
016900     DISPLAY "   ".
017000     DISPLAY "CUSTOMER >>>>> " CUS-ID.
017100     DISPLAY "NAME >>>>> " CUS-NAME.
017200     DISPLAY "PHONE >>>>> " CUS-PHONE.
017300     DISPLAY "E-MAIL >>>>> " CUS-EMAIL.
017400     DISPLAY "JOINED >>>>> " CUS-JOINED.
017500     IF CUS-IS-INACTIVE
017600         DISPLAY "STATUS >>>>> INACTIVE"
017700     ELSE
017800         DISPLAY "STATUS >>>>> ACTIVE"
017900     END-IF.
018000
018100******************************************************************
018200*    2300-SHOW-POINTS-RTN
018300*    SHOW THE LOYALTY POINTS BALANCE AND THE LIFE-TO-DATE
018400*    FIGURES. LOYSTMT PRINTS THE MONTH BY MONTH STATEMENT.
018500******************************************************************
018600 2300-SHOW-POINTS-RTN.
018700     DISPLAY "   ".
018800     DISPLAY "LOYALTY POINTS".
018900     IF CUS-POINTS IS NUMERIC
019000         MOVE CUS-POINTS TO WS-POINTS-EDIT
019100     ELSE
019200         MOVE 0 TO WS-POINTS-EDIT
019300     END-IF.
019400     DISPLAY "  BALANCE . . . . . . : " WS-POINTS-EDIT.
019500     IF CUS-EARNED-LTD IS NUMERIC
019600         MOVE CUS-EARNED-LTD TO WS-POINTS-EDIT
019700     ELSE
019800         MOVE 0 TO WS-POINTS-EDIT
019900     END-IF.
020000     DISPLAY "  EARNED TO DATE  . . : " WS-POINTS-EDIT.
020100     IF CUS-REDEEMED-LTD IS NUMERIC
020200         MOVE CUS-REDEEMED-LTD TO WS-POINTS-EDIT
020300     ELSE
020400         MOVE 0 TO WS-POINTS-EDIT
020500     END-IF.
020600     DISPLAY "  REDEEMED TO DATE  . : " WS-POINTS-EDIT.
020700     DISPLAY "  LAST ACTIVITY . . . : " CUS-LAST-ACTIVITY.
020800     DISPLAY "   ".
020900
021000******************************************************************
021100*    2500-FIND-BY-NAME-RTN
021200*    TAKE THE START OF A NAME AND LIST EVERY CUSTOMER WHOSE NAME
021300*    BEGINS WITH IT, IN NUMBER ORDER.
021400******************************************************************
021500 2500-FIND-BY-NAME-RTN.
021600     MOVE SPACES TO WS-ENTRY-NAME.
021700     DISPLAY "ENTER THE START OF THE NAME : ".
021800     ACCEPT WS-ENTRY-NAME.
021900     MOVE 30 TO WS-NAME-LEN.
021950     MOVE "N" TO WS-NAME-END-SWITCH.
022000     PERFORM 2550-SHORTEN-NAME-RTN
022100         UNTIL WS-NAME-LEN = 0
022200         OR NAME-END-FOUND.
022300     IF WS-NAME-LEN = 0
022400         DISPLAY "NAME MUST NOT BE BLANK"
022500     ELSE
022600         MOVE 0 TO MATCH-COUNTER
022700         MOVE "N" TO EOF-SWITCH
022800         MOVE 0 TO CUS-ID
022900         START CUSTOMER-FILE KEY IS NOT LESS THAN CUS-ID
023000             INVALID KEY
023100                 MOVE "Y" TO EOF-SWITCH
023200         END-START
023300         PERFORM 2600-CHECK-ONE-NAME-RTN UNTIL END-OF-FILE
023400         MOVE MATCH-COUNTER TO WS-COUNT-EDIT
023500         DISPLAY WS-COUNT-EDIT " CUSTOMERS FOUND."
023600     END-IF.
023700
023800******************************************************************
023900*    2550-SHORTEN-NAME-RTN
024000*    STEP BACK OVER ONE TRAILING SPACE OF THE NAME KEYED, OR
024050*    STOP ON ITS LAST NON-BLANK CHARACTER.
024100******************************************************************
024200 2550-SHORTEN-NAME-RTN.
024300     IF WS-ENTRY-NAME(WS-NAME-LEN:1) = SPACE
024320         SUBTRACT 1 FROM WS-NAME-LEN
024340     ELSE
024360         MOVE "Y" TO WS-NAME-END-SWITCH
024380     END-IF.
024400
024500******************************************************************
024600*    2600-CHECK-ONE-NAME-RTN
024700*    READ THE NEXT CUSTOMER AND SHOW IT IF THE NAME MATCHES.
024800******************************************************************
024900 2600-CHECK-ONE-NAME-RTN.
025000     READ CUSTOMER-FILE NEXT RECORD
025100         AT END
025200             MOVE "Y" TO EOF-SWITCH
025300         NOT AT END
025400             IF CUS-NAME(1:WS-NAME-LEN) =
025500                 WS-ENTRY-NAME(1:WS-NAME-LEN)
025600                 ADD 1 TO MATCH-COUNTER
025700                 DISPLAY "  " CUS-ID "  " CUS-NAME "  "
025800                     CUS-PHONE "  " CUS-STATUS
025900             END-IF
026000     END-READ.
026100
026200******************************************************************
026300*    3000-SHOW-PURCHASES-RTN
026400*    ONE PASS OVER THE SALES LEDGER, SHOWING EVERY SALE AND
026500*    RETURN CARRYING THE CUSTOMER'S NUMBER, THEN THE TOTALS.
026600******************************************************************
026700 3000-SHOW-PURCHASES-RTN.
026800     MOVE 0 TO SALE-COUNTER.
026900     MOVE 0 TO RETURN-COUNTER.
027000     MOVE 0 TO WS-SALES-VALUE.
027100     MOVE 0 TO WS-RETURNS-VALUE.
027200     DISPLAY "   ".
027300     DISPLAY "PURCHASE HISTORY".
027400     DISPLAY "DATE        TYPE    ID/COPY     PRICE  POINTS"
027500         "  TITLE".
027600     MOVE "N" TO EOF-SWITCH.
027700     OPEN INPUT SALES-FILE.
027800     IF WS-SALES-FILE-STATUS NOT = "00"
027900         MOVE "Y" TO EOF-SWITCH
028000     END-IF.
028100     PERFORM 3100-READ-ONE-SALE-RTN UNTIL END-OF-FILE.
028200     IF WS-SALES-FILE-STATUS NOT = "35"
028300         CLOSE SALES-FILE
028400     END-IF.
028500     MOVE SALE-COUNTER TO WS-COUNT-EDIT.
028600     MOVE WS-SALES-VALUE TO WS-VALUE-EDIT.
028700     DISPLAY "  PURCHASES . . . . . : " WS-COUNT-EDIT
028800         "  " WS-VALUE-EDIT.
028900     MOVE RETURN-COUNTER TO WS-COUNT-EDIT.
029000     MOVE WS-RETURNS-VALUE TO WS-VALUE-EDIT.
029100     DISPLAY "  RETURNS . . . . . . : " WS-COUNT-EDIT
029200         "  " WS-VALUE-EDIT.
029300
029400******************************************************************
029500*    3100-READ-ONE-SALE-RTN
029600*    READ ONE LEDGER LINE AND SHOW IT IF IT IS THE CUSTOMER'S.
029700*    LINES POSTED BEFORE CUSTOMERS WERE TAKEN CARRY NO NUMBER.
029800******************************************************************
029900 3100-READ-ONE-SALE-RTN.
030000     READ SALES-FILE
030100         AT END
030200             MOVE "Y" TO EOF-SWITCH
030300         NOT AT END
030400             IF SAL-CUST-ID IS NUMERIC
030500                 AND SAL-CUST-ID = CUS-ID
030600                 PERFORM 3200-SHOW-ONE-SALE-RTN
030700             END-IF
030800     END-READ.
030900
031000******************************************************************
031100*    3200-SHOW-ONE-SALE-RTN
031200*    FORMAT AND SHOW ONE OF THE CUSTOMER'S LEDGER LINES.
031300******************************************************************
031400 3200-SHOW-ONE-SALE-RTN.
031500     MOVE SAL-DATE TO WS-HL-DATE.
031600     MOVE SAL-ID-GAME TO WS-HL-ID.
031700     MOVE SAL-COPY-NO TO WS-HL-COPY.
031800     MOVE SAL-PRICE TO WS-HL-PRICE.
031900     MOVE SAL-TITLE TO WS-HL-TITLE.
032000     IF SAL-POINTS IS NUMERIC
032100         MOVE SAL-POINTS TO WS-HL-POINTS
032200     ELSE
032300         MOVE 0 TO WS-HL-POINTS
032400     END-IF.
032500     IF SAL-IS-RETURN
032600         MOVE 'RETURN' TO WS-HL-TYPE
032700         ADD 1 TO RETURN-COUNTER
032800         ADD SAL-PRICE TO WS-RETURNS-VALUE
032900     ELSE
033000         MOVE 'SALE' TO WS-HL-TYPE
033100         ADD 1 TO SALE-COUNTER
033200         ADD SAL-PRICE TO WS-SALES-VALUE
033300     END-IF.
033400     DISPLAY WS-HISTORY-LINE.
033500
033600******************************************************************
033700*    4000-SHOW-WANTS-RTN
033800*    ONE PASS OVER THE WANT-LIST, SHOWING THE CUSTOMER'S OPEN
033900*    WANTS. WANTS TAKEN WITHOUT A NUMBER DON'T SHOW HERE.
034000******************************************************************
034100 4000-SHOW-WANTS-RTN.
034200     MOVE 0 TO WANT-COUNTER.
034300     DISPLAY "   ".
034400     DISPLAY "OPEN WANTS".
034500     MOVE "N" TO EOF-SWITCH.
034600     OPEN INPUT WANT-FILE.
034700     IF WS-WANT-FILE-STATUS NOT = "00"
034800         MOVE "Y" TO EOF-SWITCH
034900     END-IF.
035000     PERFORM 4100-READ-ONE-WANT-RTN UNTIL END-OF-FILE.
035100     IF WS-WANT-FILE-STATUS NOT = "35"
035200         CLOSE WANT-FILE
035300     END-IF.
035400     MOVE WANT-COUNTER TO WS-COUNT-EDIT.
035500     DISPLAY "  OPEN WANTS  . . . . : " WS-COUNT-EDIT.
035600
035700******************************************************************
035800*    4100-READ-ONE-WANT-RTN
035900*    READ ONE WANT AND SHOW IT IF IT IS AN OPEN ONE OF THE
036000*    CUSTOMER'S.
036100******************************************************************
036200 4100-READ-ONE-WANT-RTN.
036300     READ WANT-FILE
036400         AT END
036500             MOVE "Y" TO EOF-SWITCH
036600         NOT AT END
036700             IF WANT-IS-OPEN AND WNT-CUST-ID IS NUMERIC
036800                 AND WNT-CUST-ID = CUS-ID
036900                 ADD 1 TO WANT-COUNTER
037000                 DISPLAY "  " WNT-DATE "  " WNT-TITLE "  "
037100                     WNT-PLATFORM
037200             END-IF
037300     END-READ.
037400
037500******************************************************************
037600*    9000-TERMINATE-RTN
037700*    CLOSE THE CUSTOMER MASTER AND SIGN OFF.
037800******************************************************************
037900 9000-TERMINATE-RTN.
038000     IF WS-CUS-FILE-STATUS NOT = "35"
038100         CLOSE CUSTOMER-FILE
038200     END-IF.
038300     DISPLAY "CUSTINQ COMPLETE.".
038400
038500 END PROGRAM CUSTINQ.
