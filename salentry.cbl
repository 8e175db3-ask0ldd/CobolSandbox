002500*                      CATALOG CARRIES THEM AT SALE TIME.
002600*                      SALESRPT PRINTS THE END-OF-DAY REGISTER
002700*                      OFF THE LEDGER.
002702*    10/15/2026  DLH   SALES NOW CARRY SAL-TYPE 'S' SO THEY SIT
002704*                      ALONGSIDE THE RETURN ENTRIES SALERTN POSTS
002706*                      TO THE SAME LEDGER.
002708*    10/15/2026  DLH   EVERY SALE NOW CARRIES SALES TAX, FIGURED
002710*                      FROM THE TITLE'S GENRE RATE ON THE TAX-RATE
002712*                      TABLE (TAXRATE.DAT, WITH A DEFAULT RATE),
002714*                      AND THE TENDER THE CUSTOMER PAID WITH
002716*                      (CASH, CARD OR STORE CREDIT), SO TILLCLS
002718*                      CAN BALANCE THE DRAWER AT CLOSE.
002720*    10/15/2026  DLH   A COPY OUT ON RENT (HOLD-STATUS R, SEE
002722*                      RENTDESK) CAN NO LONGER BE SOLD -- IT MUST
002724*                      BE CHECKED BACK IN FIRST.
002726*    10/15/2026  DLH   EACH SALE MAY NOW CARRY A CUSTOMER NUMBER
002728*                      OFF THE CUSTOMER MASTER (CUSTMAST.TXT, SEE
002730*                      CUSTMAINT) -- 0 FOR A WALK-IN. THE CUSTOMER
002732*                      EARNS LOYALTY POINTS ON THE PRICE CHARGED
002734*                      UNDER THE POINTS RULE (LOYRULE.DAT, WITH A
002736*                      BUILT-IN DEFAULT) AND MAY REDEEM WHOLE
002738*                      BLOCKS OF POINTS AS A DISCOUNT OFF THE SALE
002740*                      BEFORE TAX. POINTS MOVE THROUGH LOYPOST.
002742*    10/15/2026  DLH   EACH SALE NOW RECORDS THE LOCATION THE COPY
002744*                      SOLD FROM (SAL-LOCATION) SO SALES CAN BE
002746*                      WEIGHED AGAINST STOCK STORE BY STORE.
002748*    10/15/2026  DLH   THE SOLD COPY IS NOW LOGGED TO THE HOLDINGS
002750*                      JOURNAL (HOLDJRNL.TXT) THROUGH HOLDJWTR AS
002752*                      IT IS DROPPED FROM HOLDINGS.
002754*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002756*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002758*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002760*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002762*    10/15/2026  DLH   A SALE TENDERED AS STORE CREDIT (SC) IS NOW
002764*                      PAID FROM A NUMBERED GIFT CARD OR CREDIT ON
002766*                      THE STORED-VALUE MASTER (SVCMAST.TXT) --
002768*                      THE TOTAL DUE IS REDEEMED THROUGH SVCPOST
002770*                      BEFORE THE SALE POSTS, A CARD NOT ON FILE
002772*                      OR SHORT OF THE TOTAL REJECTS THE SALE, AND
002774*                      THE CARD NUMBER IS CARRIED ON THE LEDGER
002776*                      (SAL-CARD-NO).
002778*    10/15/2026  DLH   A COPY RESERVED FOR A WEB ORDER PICKUP
002780*                      (HOLD-STATUS W, SEE WEBORDR) IS SOLD ONLY
002782*                      AGAINST ITS WEB ORDER NUMBER, CHECKED ON
002784*                      THE OPEN RESERVATIONS FILE (WEBRESV.TXT).
002786*                      THE PRICE THE CUSTOMER WAS QUOTED ON THE
002788*                      WEBSITE IS THE DEFAULT, AND THE
002790*                      RESERVATION IS DELETED ONCE THE SALE
002792*                      POSTS.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SALES-FILE-STATUS.
004800
004802     SELECT WEBRESV-FILE ASSIGN TO 'WEBRESV.TXT'
004804         ORGANIZATION IS INDEXED
004806         ACCESS MODE IS RANDOM
004808         RECORD KEY IS WRS-KEY
004810         FILE STATUS IS WS-WRS-FILE-STATUS.
004812
004820     SELECT TAXRATE-FILE ASSIGN TO 'TAXRATE.DAT'
004840         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS WS-TAX-FILE-STATUS.
004880
004884     SELECT LOYRULE-FILE ASSIGN TO 'LOYRULE.DAT'
004888         ORGANIZATION IS LINE SEQUENTIAL
004892         FILE STATUS IS WS-LOY-FILE-STATUS.
004896
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  HOLDINGS-FILE.
005700 FD  SALES-FILE.
005800 COPY SALESREC.
005900
005903 FD  WEBRESV-FILE.
005906 COPY WEBRESV.
005909
005914 FD  TAXRATE-FILE.
005928 01  TAXRATE-RECORD.
005942     05 TXR-GENRE         PIC X(12).
005956     05 TXR-F1            PIC X(02).
005970     05 TXR-RATE          PIC 99V999.
005984
005985 FD  LOYRULE-FILE.
005986 01  LOYRULE-RECORD.
005987     05 LRL-EARN-RATE     PIC 9(02).
005988     05 LRL-F1            PIC X(02).
005989     05 LRL-BLOCK-POINTS  PIC 9(05).
005990     05 LRL-F2            PIC X(02).
005991     05 LRL-BLOCK-VALUE   PIC 9(3)V99.
005992
006000 WORKING-STORAGE SECTION.
006100 01  SWITCHES.
006200     05 WS-MENU-SWITCH         PIC X VALUE "Y".
006300        88 MORE-SALES                   VALUE "Y".
006400     05 WS-CAT-FOUND-SWITCH    PIC X VALUE "N".
006500        88 TITLE-ON-CATALOG             VALUE "Y".
006507     05 WS-TAX-EOF-SWITCH      PIC X VALUE "N".
006514        88 TAX-AT-EOF                   VALUE "Y".
006521     05 WS-RATE-FOUND-SWITCH   PIC X VALUE "N".
006528        88 RATE-FOUND                   VALUE "Y".
006535     05 WS-CUST-OK-SWITCH      PIC X VALUE "N".
006542        88 CUSTOMER-ACCEPTED            VALUE "Y".
006549     05 WS-CARD-OK-SWITCH      PIC X VALUE "N".
006556        88 CARD-TENDER-TAKEN            VALUE "Y".
006563     05 WS-WEB-OK-SWITCH       PIC X VALUE "Y".
006570        88 WEB-ORDER-CLEARED            VALUE "Y".
006577     05 WS-WEB-SALE-SWITCH     PIC X VALUE "N".
006584        88 WEB-ORDER-SALE               VALUE "Y".
006600
006700 01  COUNTERS.
006800     05 SALE-COUNTER           PIC 9(5) COMP VALUE 0.
007100     05 WS-HOLD-FILE-STATUS    PIC X(02) VALUE "00".
007200     05 WS-CAT-FILE-STATUS     PIC X(02) VALUE "00".
007300     05 WS-SALES-FILE-STATUS   PIC X(02) VALUE "00".
007304     05 WS-TAX-FILE-STATUS     PIC X(02) VALUE "00".
007308     05 WS-LOY-FILE-STATUS     PIC X(02) VALUE "00".
007312     05 WS-WRS-FILE-STATUS     PIC X(02) VALUE "00".
007316
007320*    SALES TAX RATE BY GENRE, AS A PERCENTAGE OF THE SALE PRICE.
007324*    A GENRE NOT IN THE TABLE (OR A COPY NOT ON THE CATALOG)
007328*    TAKES THE DEFAULT RATE. THE BUILT-IN DEFAULT STANDS UNTIL
007332*    A 'DEFAULT' LINE ON TAXRATE.DAT OVERRIDES IT.
007336 01  WS-TAX-DEFAULT-RATE       PIC 99V999 VALUE 07.250.
007340 01  WS-TAX-COUNT              PIC 9(3) COMP VALUE 0.
007344 01  WS-TAX-TABLE.
007348     05 WS-TAX-ENTRY OCCURS 50 TIMES
007352            INDEXED BY WS-TAX-IDX.
007356         10 WS-TAX-GENRE       PIC X(12).
007360         10 WS-TAX-RATE        PIC 99V999.
007364
007368*    LOYALTY POINTS RULE -- POINTS EARNED PER DOLLAR OF THE PRICE
007372*    CHARGED (BEFORE TAX, FRACTIONS DROPPED), AND THE BLOCK OF
007376*    POINTS THAT BUYS A FIXED DISCOUNT OFF A LATER SALE. THE
007380*    BUILT-IN RULE STANDS UNTIL LOYRULE.DAT OVERRIDES IT.
007384 01  WS-LOY-RULE.
007388     05 WS-LOY-EARN-RATE       PIC 9(02) VALUE 01.
007392     05 WS-LOY-BLOCK-POINTS    PIC 9(05) VALUE 00100.
007396     05 WS-LOY-BLOCK-VALUE     PIC 9(3)V99 VALUE 005.00.
007400
007500 01  WS-ENTRY-FIELDS.
007600     05 WS-ENTRY-ID            PIC 9(06) VALUE 0.
007700     05 WS-ENTRY-COPY-NO       PIC 9(03) VALUE 0.
007800     05 WS-ENTRY-PRICE         PIC 9(3)V99 VALUE 0.
007900     05 WS-ENTRY-DATE          PIC X(10) VALUE SPACES.
007916     05 WS-ENTRY-TAX           PIC 9(3)V99 VALUE 0.
007932     05 WS-ENTRY-TENDER        PIC X(02) VALUE SPACES.
007948        88 ENTRY-TENDER-VALID           VALUE 'CA' 'CD' 'SC'.
007964     05 WS-SALE-RATE           PIC 99V999 VALUE 0.
007980     05 WS-TOTAL-DUE           PIC 9(4)V99 VALUE 0.
007982     05 WS-ENTRY-CUST-ID       PIC 9(06) VALUE 0.
007984     05 WS-ENTRY-BLOCKS        PIC 9(03) VALUE 0.
007986     05 WS-MAX-BLOCKS          PIC 9(05) VALUE 0.
007988     05 WS-ENTRY-REDEEMED      PIC 9(05) VALUE 0.
007990     05 WS-ENTRY-DISCOUNT      PIC 9(3)V99 VALUE 0.
007992     05 WS-ENTRY-POINTS        PIC 9(05) VALUE 0.
007996     05 WS-ENTRY-CARD-NO       PIC 9(08) VALUE 0.
007997     05 WS-ENTRY-ORDER-NO      PIC X(12) VALUE SPACES.
007998     05 WS-WEB-PRICE           PIC 9(3)V99 VALUE 0.
008000
008100 01  WS-RUN-DATE.
008200     05 WS-RUN-YYYY            PIC 9(4).
008500 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
008600
008700 01  WS-PRICE-EDIT             PIC ZZ9.99.
008701 01  WS-DUE-EDIT               PIC Z,ZZ9.99.
008702 01  WS-RATE-EDIT              PIC Z9.999.
008703 01  WS-POINTS-EDIT            PIC Z,ZZZ,ZZ9.
008704
008705 01  CUST-LKUP-ID              PIC 9(06).
008706 01  CUST-LKUP-RESULT-FIELDS.
008707     05 CUST-LKUP-NAME         PIC X(30).
008708     05 CUST-LKUP-PHONE        PIC X(15).
008709     05 CUST-LKUP-STATUS       PIC X(01).
008710        88 CUST-LKUP-INACTIVE           VALUE 'I'.
008711     05 CUST-LKUP-POINTS       PIC 9(07).
008712 01  CUST-LKUP-FOUND-SWITCH    PIC X.
008713     88 CUST-LKUP-FOUND                 VALUE "Y".
008714     88 CUST-LKUP-NOT-FOUND             VALUE "N".
008715
008716 01  LOY-POST-FIELDS.
008717     05 LPST-CUST-ID           PIC 9(06).
008718     05 LPST-EVENT             PIC X(01).
008719     05 LPST-POINTS            PIC 9(05).
008720     05 LPST-AMOUNT            PIC 9(3)V99.
008721     05 LPST-DATE              PIC X(10).
008722     05 LPST-ID-GAME           PIC 9(06).
008723     05 LPST-COPY-NO           PIC 9(03).
008724     05 LPST-PROGRAM           PIC X(08).
008725 01  LOY-POST-RESULT-FIELDS.
008726     05 LPST-RESULT            PIC X(01).
008727        88 LPST-POSTED                  VALUE 'P'.
008728     05 LPST-BALANCE           PIC 9(07).
008729
008730 01  SVC-POST-FIELDS.
008731     05 SVPST-FUNCTION         PIC X(01).
008732     05 SVPST-CARD-ID          PIC 9(08).
008733     05 SVPST-TYPE             PIC X(01).
008734     05 SVPST-AMOUNT           PIC 9(4)V99.
008735     05 SVPST-DATE             PIC X(10).
008736     05 SVPST-TENDER           PIC X(02).
008737     05 SVPST-CUST-ID          PIC 9(06).
008738     05 SVPST-HOLDER           PIC X(30).
008739     05 SVPST-ID-GAME          PIC 9(06).
008740     05 SVPST-COPY-NO          PIC 9(03).
008741     05 SVPST-PROGRAM          PIC X(08).
008742     05 SVPST-OPERATOR         PIC X(08).
008743 01  SVC-POST-RESULT-FIELDS.
008744     05 SVPST-RESULT           PIC X(01).
008745        88 SVPST-POSTED                 VALUE 'P'.
008746        88 SVPST-NO-CARD                VALUE 'N'.
008747        88 SVPST-SHORT                  VALUE 'S'.
008748     05 SVPST-BALANCE          PIC 9(4)V99.
008749     05 SVPST-CARD-TYPE        PIC X(01).
008750     05 SVPST-ISSUE-DATE       PIC X(10).
008751     05 SVPST-LAST-ACTIVITY    PIC X(10).
008752     05 SVPST-HOLDER-NAME      PIC X(30).
008800
008900 01  LOCK-REQUEST-FIELDS.
009000     05 LOCK-FUNCTION         PIC X.
009600        88 LOCK-FREE                  VALUE "F".
009700     05 LOCK-HOLDER-NAME      PIC X(10).
009800     05 LOCK-TAKEN-TS         PIC X(19).
009804
009808 01  HJRN-REQUEST-FIELDS.
009812     05 HJRN-PROGRAM          PIC X(10).
009816     05 HJRN-ACTION           PIC X(03).
009820     05 HJRN-REASON           PIC X(02).
009824     05 HJRN-BEFORE-IMAGE     PIC X(40).
009828     05 HJRN-AFTER-IMAGE      PIC X(40).
009832
009836 01  SIGN-REQUEST-FIELDS.
009840     05 SIGN-FUNCTION          PIC X.
009844     05 SIGN-PROGRAM           PIC X(10).
009848     05 SIGN-ACTION            PIC X(08).
009852     05 SIGN-DETAIL            PIC X(60).
009856 01  SIGN-RESULT-FIELDS.
009860     05 SIGN-RESULT            PIC X.
009864        88 SIGN-GRANTED                 VALUE "G".
009868        88 SIGN-REFUSED                 VALUE "R".
009872     05 SIGN-OPERATOR-ID       PIC X(08).
009876     05 SIGN-OPERATOR-NAME     PIC X(30).
009880     05 SIGN-OPERATOR-ROLE     PIC X(02).
009884     05 SIGN-PASSWORD-HASH     PIC 9(10).
009900
010000 PROCEDURE DIVISION.
010100
011200*    LEDGER (CREATED ON ITS FIRST EVER SALE).
011300******************************************************************
011400 1000-INITIALIZE-RTN.
011409     MOVE "S" TO SIGN-FUNCTION.
011418     MOVE "SALENTRY" TO SIGN-PROGRAM.
011427     MOVE SPACES TO SIGN-ACTION.
011436     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
011445         SIGN-RESULT-FIELDS.
011454     IF NOT SIGN-GRANTED
011463         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
011472         MOVE 8 TO RETURN-CODE
011481         STOP RUN
011490     END-IF.
011500     DISPLAY "SALENTRY - COUNTER SALES ENTRY".
011600     MOVE "C" TO LOCK-FUNCTION.
011700     MOVE "SALENTRY" TO LOCK-CALLER.
014700     IF WS-SALES-FILE-STATUS NOT = "00"
014800         OPEN OUTPUT SALES-FILE
014900     END-IF.
014901     OPEN I-O WEBRESV-FILE.
014902     PERFORM 1500-LOAD-TAX-RATES-RTN.
014903     PERFORM 1600-LOAD-LOYALTY-RULE-RTN.
014904
014905
014906******************************************************************
014907*    1500-LOAD-TAX-RATES-RTN
014908*    PICK UP THE SALES TAX RATES FROM TAXRATE.DAT -- ONE LINE PER
014909*    GENRE (GENRE IN COLUMNS 1-12, RATE IN 15-19 AS A PERCENTAGE
014910*    WITH THREE IMPLIED DECIMALS, 07250 = 7.25%), PLUS A
014911*    'DEFAULT' LINE FOR EVERYTHING ELSE. NO FILE ON HAND LEAVES
014912*    THE BUILT-IN DEFAULT RATE ON EVERY SALE.
014913******************************************************************
014914 1500-LOAD-TAX-RATES-RTN.
014915     OPEN INPUT TAXRATE-FILE.
014916     IF WS-TAX-FILE-STATUS = "00"
014917         PERFORM 1550-READ-ONE-RATE-RTN UNTIL TAX-AT-EOF
014918         CLOSE TAXRATE-FILE
014919     END-IF.
014920
014921******************************************************************
014922*    1550-READ-ONE-RATE-RTN
014923*    READ ONE RATE LINE INTO THE TABLE. AN UNREADABLE RATE OR A
014924*    FULL TABLE IS SHOWN AND THE LINE IGNORED.
014925******************************************************************
014926 1550-READ-ONE-RATE-RTN.
014927     READ TAXRATE-FILE
014928         AT END
014929             MOVE "Y" TO WS-TAX-EOF-SWITCH
014930         NOT AT END
014931             IF TXR-RATE IS NOT NUMERIC
014932                 DISPLAY "TAXRATE.DAT - BAD RATE FOR "
014933                     TXR-GENRE " IGNORED"
014934             ELSE
014935                 IF TXR-GENRE = 'DEFAULT'
014936                     MOVE TXR-RATE TO WS-TAX-DEFAULT-RATE
014937                 ELSE
014938                     IF WS-TAX-COUNT < 50
014939                         ADD 1 TO WS-TAX-COUNT
014940                         SET WS-TAX-IDX TO WS-TAX-COUNT
014941                         MOVE TXR-GENRE
014942                             TO WS-TAX-GENRE(WS-TAX-IDX)
014943                         MOVE TXR-RATE
014944                             TO WS-TAX-RATE(WS-TAX-IDX)
014945                     ELSE
014946                         DISPLAY "TAXRATE.DAT - TABLE FULL, "
014947                             TXR-GENRE " IGNORED"
014948                     END-IF
014949                 END-IF
014950             END-IF
014951     END-READ.
014952
014953******************************************************************
014954*    1600-LOAD-LOYALTY-RULE-RTN
014955*    PICK UP THE LOYALTY POINTS RULE FROM LOYRULE.DAT -- ONE LINE,
014956*    POINTS PER DOLLAR IN COLUMNS 1-2, THE POINTS IN A
014957*    REDEMPTION BLOCK IN 5-9 AND THE DISCOUNT ONE BLOCK BUYS IN
014958*    12-16 (TWO IMPLIED DECIMALS, 00500 = 5.00). NO FILE, OR A
014959*    LINE THAT WON'T READ, LEAVES THE BUILT-IN RULE.
014960******************************************************************
014961 1600-LOAD-LOYALTY-RULE-RTN.
014962     OPEN INPUT LOYRULE-FILE.
014963     IF WS-LOY-FILE-STATUS = "00"
014964         READ LOYRULE-FILE
014965             AT END
014966                 CONTINUE
014967             NOT AT END
014968                 IF LRL-EARN-RATE IS NUMERIC
014969                     AND LRL-BLOCK-POINTS IS NUMERIC
014970                     AND LRL-BLOCK-VALUE IS NUMERIC
014971                     AND LRL-BLOCK-POINTS > 0
014972                     MOVE LRL-EARN-RATE TO WS-LOY-EARN-RATE
014973                     MOVE LRL-BLOCK-POINTS TO WS-LOY-BLOCK-POINTS
014974                     MOVE LRL-BLOCK-VALUE TO WS-LOY-BLOCK-VALUE
014975                 ELSE
014976                     DISPLAY "LOYRULE.DAT - BAD RULE LINE IGNORED"
014977                 END-IF
014978         END-READ
014979         CLOSE LOYRULE-FILE
014980     END-IF.
015000
015100******************************************************************
015200*    2000-ENTER-SALE-RTN
016800                 DISPLAY "NO COPY ON FILE FOR THAT ID/COPY"
016900                     " NUMBER - SALE REJECTED"
017000             NOT INVALID KEY
017100                 IF HOLD-ON-RENT
017120                     DISPLAY "THAT COPY IS OUT ON RENT - CHECK IT"
017140                         " IN THROUGH RENTDESK FIRST - SALE"
017160                         " REJECTED"
017180                 ELSE
017181                     PERFORM 2030-CHECK-WEB-ORDER-RTN
017182                     IF WEB-ORDER-CLEARED
017183                         PERFORM 2050-TAKE-CUSTOMER-RTN
017184                         IF CUSTOMER-ACCEPTED
017185                             PERFORM 2100-CAPTURE-SALE-RTN
017186                         END-IF
017187                     END-IF
017195                 END-IF
017200         END-READ
017201     END-IF.
017202
017203******************************************************************
017204*    2030-CHECK-WEB-ORDER-RTN
017205*    A COPY RESERVED FOR A WEB ORDER MAY ONLY GO TO THAT ORDER'S
017206*    CUSTOMER -- ASK FOR THE WEB ORDER NUMBER AND MATCH IT AGAINST
017207*    THE COPY'S RESERVATION. ANY OTHER COPY IS CLEARED AS IT IS.
017208******************************************************************
017209 2030-CHECK-WEB-ORDER-RTN.
017210     MOVE "Y" TO WS-WEB-OK-SWITCH.
017211     MOVE "N" TO WS-WEB-SALE-SWITCH.
017212     MOVE 0 TO WS-WEB-PRICE.
017213     IF HOLD-RESERVED
017214         MOVE "N" TO WS-WEB-OK-SWITCH
017215         DISPLAY "THAT COPY IS RESERVED FOR A WEB ORDER PICKUP"
017216         DISPLAY "ENTER THE CUSTOMER'S WEB ORDER NUMBER : "
017217         MOVE SPACES TO WS-ENTRY-ORDER-NO
017218         ACCEPT WS-ENTRY-ORDER-NO
017219         IF WS-WRS-FILE-STATUS = "35"
017220             DISPLAY "NO WEBRESV.TXT ON HAND - SALE REJECTED"
017221         ELSE
017222             MOVE HOLD-KEY TO WRS-KEY
017223             READ WEBRESV-FILE
017224                 INVALID KEY
017225                     DISPLAY "NO RESERVATION ON FILE FOR"
017226                         " THAT COPY - SALE REJECTED"
017227                 NOT INVALID KEY
017228                     IF WRS-ORDER-NO = WS-ENTRY-ORDER-NO
017229                         MOVE "Y" TO WS-WEB-OK-SWITCH
017230                         MOVE "Y" TO WS-WEB-SALE-SWITCH
017231                         MOVE WRS-PRICE TO WS-WEB-PRICE
017232                         DISPLAY "WEB ORDER " WRS-ORDER-NO
017233                             " FOR " WRS-CUST-NAME
017234                     ELSE
017235                         DISPLAY "THAT COPY IS HELD FOR"
017236                             " ANOTHER WEB ORDER - REJECTED"
017237                     END-IF
017238             END-READ
017239         END-IF
017240     END-IF.
017241
017242******************************************************************
017243*    2050-TAKE-CUSTOMER-RTN
017244*    ASK FOR THE CUSTOMER NUMBER -- OPTIONAL, 0 FOR A WALK-IN.
017245*    A NUMBER GIVEN MUST BE ON THE CUSTOMER MASTER AND ACTIVE,
017246*    OR THE SALE IS REJECTED SO IT CAN BE RE-KEYED RIGHT RATHER
017247*    THAN LOSE THE CUSTOMER'S POINTS.
017248******************************************************************
017249 2050-TAKE-CUSTOMER-RTN.
017250     MOVE "Y" TO WS-CUST-OK-SWITCH.
017251     MOVE 0 TO WS-ENTRY-CUST-ID.
017252     MOVE 0 TO CUST-LKUP-POINTS.
017253     DISPLAY "ENTER CUSTOMER NUMBER (0 = NONE) : ".
017254     ACCEPT WS-ENTRY-CUST-ID.
017255     IF WS-ENTRY-CUST-ID NOT = 0
017256         MOVE WS-ENTRY-CUST-ID TO CUST-LKUP-ID
017257         CALL 'CUSTLKUP' USING CUST-LKUP-ID
017258             CUST-LKUP-RESULT-FIELDS CUST-LKUP-FOUND-SWITCH
017259         IF CUST-LKUP-NOT-FOUND
017260             DISPLAY "CUSTOMER " WS-ENTRY-CUST-ID
017261                 " IS NOT ON THE CUSTOMER MASTER - SALE"
017262                 " REJECTED (SEE CUSTMAINT)"
017263             MOVE "N" TO WS-CUST-OK-SWITCH
017264         ELSE
017265             IF CUST-LKUP-INACTIVE
017266                 DISPLAY "CUSTOMER " WS-ENTRY-CUST-ID
017267                     " IS INACTIVE - SALE REJECTED"
017268                 MOVE "N" TO WS-CUST-OK-SWITCH
017269             ELSE
017270                 MOVE CUST-LKUP-POINTS TO WS-POINTS-EDIT
017271                 DISPLAY "CUSTOMER : " CUST-LKUP-NAME
017272                     "  POINTS : " WS-POINTS-EDIT
017273             END-IF
017274         END-IF
017300     END-IF.
017400
017500******************************************************************
019000     END-IF.
019100     DISPLAY "ENTER SALE PRICE (NNN.NN, 0 = CATALOG PRICE) : ".
019200     ACCEPT WS-ENTRY-PRICE.
019225     IF WS-ENTRY-PRICE = 0 AND WEB-ORDER-SALE
019250         MOVE WS-WEB-PRICE TO WS-ENTRY-PRICE
019275     END-IF.
019300     IF WS-ENTRY-PRICE = 0 AND TITLE-ON-CATALOG
019400         MOVE PRICE-GAME TO WS-ENTRY-PRICE
019500     END-IF.
019800     IF WS-ENTRY-DATE = SPACES
019900         MOVE WS-TODAY-DATE TO WS-ENTRY-DATE
020000     END-IF.
020002     PERFORM 2170-TAKE-REDEMPTION-RTN.
020004     PERFORM 2250-FIND-TAX-RATE-RTN.
020006     COMPUTE WS-ENTRY-TAX ROUNDED =
020008         WS-ENTRY-PRICE * WS-SALE-RATE / 100.
020010     COMPUTE WS-TOTAL-DUE = WS-ENTRY-PRICE + WS-ENTRY-TAX.
020012     MOVE WS-ENTRY-TAX TO WS-PRICE-EDIT.
020014     MOVE WS-SALE-RATE TO WS-RATE-EDIT.
020016     MOVE WS-TOTAL-DUE TO WS-DUE-EDIT.
020018     DISPLAY "SALES TAX AT " WS-RATE-EDIT "% : " WS-PRICE-EDIT
020020         "   TOTAL DUE : " WS-DUE-EDIT.
020022     DISPLAY "ENTER TENDER (CA=CASH CD=CARD SC=STORE CREDIT,"
020024         " BLANK = CASH) : ".
020026     ACCEPT WS-ENTRY-TENDER.
020028     IF WS-ENTRY-TENDER = SPACES
020030         MOVE 'CA' TO WS-ENTRY-TENDER
020032     END-IF.
020034     IF ENTRY-TENDER-VALID
020036         PERFORM 2270-TAKE-STORED-VALUE-RTN
020038         IF CARD-TENDER-TAKEN
020040             PERFORM 2300-POST-SALE-RTN
020042         END-IF
020044     ELSE
020046         DISPLAY "TENDER MUST BE CA, CD OR SC - SALE REJECTED"
020048     END-IF.
020050
020052******************************************************************
020054*    2170-TAKE-REDEMPTION-RTN
020056*    A CUSTOMER WITH AT LEAST ONE BLOCK OF POINTS MAY REDEEM
020058*    WHOLE BLOCKS AGAINST THIS SALE. THE DISCOUNT COMES OFF THE
020060*    SALE PRICE BEFORE TAX AND MAY NOT TAKE IT BELOW ZERO; TOO
020062*    MANY BLOCKS ASKED FOR IS CUT BACK TO WHAT THE BALANCE AND
020064*    THE PRICE WILL BEAR.
020066******************************************************************
020068 2170-TAKE-REDEMPTION-RTN.
020070     MOVE 0 TO WS-ENTRY-BLOCKS.
020072     MOVE 0 TO WS-ENTRY-REDEEMED.
020074     MOVE 0 TO WS-ENTRY-DISCOUNT.
020076     IF WS-ENTRY-CUST-ID NOT = 0
020078         AND CUST-LKUP-POINTS NOT < WS-LOY-BLOCK-POINTS
020080         AND WS-ENTRY-PRICE NOT < WS-LOY-BLOCK-VALUE
020082         DIVIDE CUST-LKUP-POINTS BY WS-LOY-BLOCK-POINTS
020084             GIVING WS-MAX-BLOCKS
020086         MOVE WS-LOY-BLOCK-VALUE TO WS-PRICE-EDIT
020088         DISPLAY "REDEEM POINTS - " WS-LOY-BLOCK-POINTS
020090             " POINTS BUYS " WS-PRICE-EDIT " OFF, UP TO "
020092             WS-MAX-BLOCKS " BLOCKS"
020094         DISPLAY "ENTER BLOCKS TO REDEEM (0 = NONE) : "
020096         ACCEPT WS-ENTRY-BLOCKS
020098         IF WS-ENTRY-BLOCKS > WS-MAX-BLOCKS
020100             MOVE WS-MAX-BLOCKS TO WS-ENTRY-BLOCKS
020102         END-IF
020104         PERFORM 2180-TRIM-BLOCKS-RTN
020106             UNTIL WS-ENTRY-BLOCKS * WS-LOY-BLOCK-VALUE
020108                 NOT > WS-ENTRY-PRICE
020110         COMPUTE WS-ENTRY-REDEEMED =
020112             WS-ENTRY-BLOCKS * WS-LOY-BLOCK-POINTS
020114         COMPUTE WS-ENTRY-DISCOUNT =
020116             WS-ENTRY-BLOCKS * WS-LOY-BLOCK-VALUE
020118         SUBTRACT WS-ENTRY-DISCOUNT FROM WS-ENTRY-PRICE
020120         IF WS-ENTRY-DISCOUNT > 0
020122             MOVE WS-ENTRY-DISCOUNT TO WS-PRICE-EDIT
020124             DISPLAY "POINTS DISCOUNT : " WS-PRICE-EDIT
020126             MOVE WS-ENTRY-PRICE TO WS-PRICE-EDIT
020128             DISPLAY "PRICE AFTER DISCOUNT : " WS-PRICE-EDIT
020130         END-IF
020132     END-IF.
020134
020136******************************************************************
020138*    2180-TRIM-BLOCKS-RTN
020140*    DROP ONE BLOCK -- THE DISCOUNT WOULD EXCEED THE PRICE.
020142******************************************************************
020144 2180-TRIM-BLOCKS-RTN.
020146     SUBTRACT 1 FROM WS-ENTRY-BLOCKS.
020200
020300******************************************************************
020400*    2200-FETCH-CATALOG-RTN
021900     END-IF.
022000
022100******************************************************************
022101*    2250-FIND-TAX-RATE-RTN
022102*    THE RATE FOR THIS SALE -- THE TITLE'S GENRE RATE IF THE
022103*    TABLE HAS ONE, OTHERWISE THE DEFAULT.
022104******************************************************************
022105 2250-FIND-TAX-RATE-RTN.
022106     MOVE WS-TAX-DEFAULT-RATE TO WS-SALE-RATE.
022107     MOVE "N" TO WS-RATE-FOUND-SWITCH.
022108     IF TITLE-ON-CATALOG
022109         PERFORM 2260-CHECK-ONE-RATE-RTN
022110             VARYING WS-TAX-IDX FROM 1 BY 1
022111             UNTIL WS-TAX-IDX > WS-TAX-COUNT OR RATE-FOUND
022112     END-IF.
022113
022114******************************************************************
022115*    2260-CHECK-ONE-RATE-RTN
022116*    COMPARE ONE RATE TABLE ENTRY AGAINST THE TITLE'S GENRE.
022117******************************************************************
022118 2260-CHECK-ONE-RATE-RTN.
022119     IF WS-TAX-GENRE(WS-TAX-IDX) = GENRE-GAME
022120         MOVE WS-TAX-RATE(WS-TAX-IDX) TO WS-SALE-RATE
022121         MOVE "Y" TO WS-RATE-FOUND-SWITCH
022122     END-IF.
022123
022124******************************************************************
022125*    2270-TAKE-STORED-VALUE-RTN
022126*    A SALE TENDERED AS STORE CREDIT IS PAID FROM A NUMBERED
022127*    GIFT CARD OR CREDIT ON THE STORED-VALUE MASTER. THE TOTAL
022128*    DUE IS REDEEMED THROUGH SVCPOST BEFORE THE SALE POSTS; A
022129*    CARD NOT ON FILE, OR ONE WITHOUT ENOUGH LEFT TO COVER THE
022130*    TOTAL, REJECTS THE SALE WITH NOTHING TAKEN SO IT CAN BE
022131*    RE-KEYED UNDER ANOTHER TENDER. ANY OTHER TENDER PASSES.
022132******************************************************************
022133 2270-TAKE-STORED-VALUE-RTN.
022134     MOVE "Y" TO WS-CARD-OK-SWITCH.
022135     MOVE 0 TO WS-ENTRY-CARD-NO.
022136     IF WS-ENTRY-TENDER = 'SC'
022137         DISPLAY "ENTER GIFT CARD / STORE CREDIT NUMBER : "
022138         ACCEPT WS-ENTRY-CARD-NO
022139         PERFORM 2275-LOAD-CARD-POST-RTN
022140         MOVE 'R' TO SVPST-FUNCTION
022141         MOVE WS-TOTAL-DUE TO SVPST-AMOUNT
022142         CALL 'SVCPOST' USING SVC-POST-FIELDS
022143             SVC-POST-RESULT-FIELDS
022144         MOVE SVPST-BALANCE TO WS-DUE-EDIT
022145         EVALUATE TRUE
022146             WHEN SVPST-POSTED
022147                 DISPLAY "CARD " WS-ENTRY-CARD-NO
022148                     " CHARGED - BALANCE LEFT : " WS-DUE-EDIT
022149             WHEN SVPST-NO-CARD
022150                 DISPLAY "CARD " WS-ENTRY-CARD-NO
022151                     " IS NOT ON FILE - SALE REJECTED"
022152                     " (SEE SVCMAINT)"
022153                 MOVE "N" TO WS-CARD-OK-SWITCH
022154             WHEN SVPST-SHORT
022155                 DISPLAY "CARD " WS-ENTRY-CARD-NO
022156                     " HAS ONLY " WS-DUE-EDIT
022157                     " LEFT - SALE REJECTED, TAKE ANOTHER"
022158                     " TENDER"
022159                 MOVE "N" TO WS-CARD-OK-SWITCH
022160             WHEN OTHER
022161                 DISPLAY "CARD " WS-ENTRY-CARD-NO
022162                     " COULD NOT BE CHARGED - SALE REJECTED"
022163                 MOVE "N" TO WS-CARD-OK-SWITCH
022164         END-EVALUATE
022165     END-IF.
022166
022167******************************************************************
022168*    2275-LOAD-CARD-POST-RTN
022169*    FILL THE SVCPOST REQUEST FOR THIS SALE'S CARD.
022170******************************************************************
022171 2275-LOAD-CARD-POST-RTN.
022172     MOVE SPACES TO SVC-POST-FIELDS.
022173     MOVE WS-ENTRY-CARD-NO TO SVPST-CARD-ID.
022174     MOVE WS-ENTRY-DATE TO SVPST-DATE.
022175     MOVE WS-ENTRY-CUST-ID TO SVPST-CUST-ID.
022176     MOVE WS-ENTRY-ID TO SVPST-ID-GAME.
022177     MOVE WS-ENTRY-COPY-NO TO SVPST-COPY-NO.
022178     MOVE 'SALENTRY' TO SVPST-PROGRAM.
022179     MOVE SIGN-OPERATOR-ID TO SVPST-OPERATOR.
022180
022181******************************************************************
022182*    2280-RESTORE-STORED-VALUE-RTN
022183*    THE SALE NEVER REACHED THE LEDGER -- PUT THE AMOUNT TAKEN
022184*    BACK ON THE CARD SO THE CUSTOMER IS NOT CHARGED FOR IT.
022185******************************************************************
022186 2280-RESTORE-STORED-VALUE-RTN.
022187     PERFORM 2275-LOAD-CARD-POST-RTN.
022188     MOVE 'C' TO SVPST-FUNCTION.
022189     MOVE WS-TOTAL-DUE TO SVPST-AMOUNT.
022190     CALL 'SVCPOST' USING SVC-POST-FIELDS
022191         SVC-POST-RESULT-FIELDS.
022192     IF SVPST-POSTED
022193         DISPLAY "AMOUNT PUT BACK ON CARD " WS-ENTRY-CARD-NO
022194     ELSE
022195         DISPLAY "WARNING - AMOUNT NOT PUT BACK ON CARD "
022196             WS-ENTRY-CARD-NO " - CREDIT IT THROUGH SVCMAINT"
022197     END-IF.
022198
022199******************************************************************
022200*    2300-POST-SALE-RTN
022300*    APPEND THE SALE TO THE LEDGER AND DROP THE COPY FROM THE
022400*    HOLDINGS FILE -- IN THAT ORDER, SO A FAILED LEDGER WRITE
023000     MOVE WS-ENTRY-ID TO SAL-ID-GAME.
023100     MOVE WS-ENTRY-COPY-NO TO SAL-COPY-NO.
023200     MOVE WS-ENTRY-PRICE TO SAL-PRICE.
023250     MOVE 'S' TO SAL-TYPE.
023266     MOVE WS-ENTRY-TAX TO SAL-TAX.
023282     MOVE WS-ENTRY-TENDER TO SAL-TENDER.
023283     MOVE 0 TO WS-ENTRY-POINTS.
023284     IF WS-ENTRY-CUST-ID NOT = 0
023285         COMPUTE WS-ENTRY-POINTS =
023286             WS-ENTRY-PRICE * WS-LOY-EARN-RATE
023287     END-IF.
023288     MOVE WS-ENTRY-CUST-ID TO SAL-CUST-ID.
023289     MOVE WS-ENTRY-POINTS TO SAL-POINTS.
023290     MOVE WS-ENTRY-REDEEMED TO SAL-REDEEMED.
023291     MOVE WS-ENTRY-DISCOUNT TO SAL-DISCOUNT.
023295     MOVE HOLD-LOCATION TO SAL-LOCATION.
023297     MOVE WS-ENTRY-CARD-NO TO SAL-CARD-NO.
023300     IF TITLE-ON-CATALOG
023400         MOVE GENRE-GAME TO SAL-GENRE
023500         MOVE PLATFORM-GAME TO SAL-PLATFORM
024100     IF WS-SALES-FILE-STATUS NOT = "00"
024200         DISPLAY "ERROR WRITING SALES.TXT - STATUS "
024300             WS-SALES-FILE-STATUS " - COPY LEFT ON HOLDINGS"
024325         IF WS-ENTRY-CARD-NO NOT = 0
024350             PERFORM 2280-RESTORE-STORED-VALUE-RTN
024375         END-IF
024400     ELSE
024450         MOVE HOLDING-RECORD TO HJRN-BEFORE-IMAGE
024500         DELETE HOLDINGS-FILE
024600         ADD 1 TO SALE-COUNTER
024650         PERFORM 2500-JOURNAL-SALE-RTN
024700         MOVE WS-ENTRY-PRICE TO WS-PRICE-EDIT
024800         DISPLAY "SALE RECORDED - ID " WS-ENTRY-ID " COPY "
024900             WS-ENTRY-COPY-NO " AT " WS-PRICE-EDIT
024950             " PLUS TAX, " WS-ENTRY-TENDER
024962         IF WS-ENTRY-CUST-ID NOT = 0
024974             PERFORM 2400-POST-POINTS-RTN
024986         END-IF
024989         IF WEB-ORDER-SALE
024992             PERFORM 2600-CLOSE-WEB-ORDER-RTN
024995         END-IF
025000     END-IF.
025001
025002******************************************************************
025003*    2400-POST-POINTS-RTN
025004*    THE SALE IS ON THE LEDGER -- TAKE THE REDEEMED POINTS OFF
025005*    THE CUSTOMER'S BALANCE AND ADD THE POINTS EARNED, THROUGH
025006*    LOYPOST. A POST THAT FAILS IS SHOWN SO THE POINTS CAN BE
025007*    PUT RIGHT; THE SALE ITSELF STANDS.
025008******************************************************************
025009 2400-POST-POINTS-RTN.
025010     MOVE CUST-LKUP-POINTS TO LPST-BALANCE.
025011     MOVE WS-ENTRY-CUST-ID TO LPST-CUST-ID.
025012     MOVE WS-ENTRY-DATE TO LPST-DATE.
025013     MOVE WS-ENTRY-ID TO LPST-ID-GAME.
025014     MOVE WS-ENTRY-COPY-NO TO LPST-COPY-NO.
025015     MOVE 'SALENTRY' TO LPST-PROGRAM.
025016     IF WS-ENTRY-REDEEMED > 0
025017         MOVE 'R' TO LPST-EVENT
025018         MOVE WS-ENTRY-REDEEMED TO LPST-POINTS
025019         MOVE WS-ENTRY-DISCOUNT TO LPST-AMOUNT
025020         CALL 'LOYPOST' USING LOY-POST-FIELDS
025021             LOY-POST-RESULT-FIELDS
025022         IF NOT LPST-POSTED
025023             DISPLAY "WARNING - POINTS REDEEMED NOT POSTED FOR"
025024                 " CUSTOMER " WS-ENTRY-CUST-ID
025025         END-IF
025026     END-IF.
025027     IF WS-ENTRY-POINTS > 0
025028         MOVE 'E' TO LPST-EVENT
025029         MOVE WS-ENTRY-POINTS TO LPST-POINTS
025030         MOVE WS-ENTRY-PRICE TO LPST-AMOUNT
025031         CALL 'LOYPOST' USING LOY-POST-FIELDS
025032             LOY-POST-RESULT-FIELDS
025033         IF NOT LPST-POSTED
025034             DISPLAY "WARNING - POINTS EARNED NOT POSTED FOR"
025035                 " CUSTOMER " WS-ENTRY-CUST-ID
025036         END-IF
025037     END-IF.
025038     MOVE WS-ENTRY-POINTS TO WS-POINTS-EDIT.
025039     DISPLAY "POINTS EARNED : " WS-POINTS-EDIT.
025040     MOVE LPST-BALANCE TO WS-POINTS-EDIT.
025041     DISPLAY "POINTS BALANCE NOW : " WS-POINTS-EDIT.
025042
025043******************************************************************
025044*    2500-JOURNAL-SALE-RTN
025045*    THE SOLD COPY IS OFF HOLDINGS -- LOG ITS LAST IMAGE TO THE
025046*    HOLDINGS JOURNAL THROUGH HOLDJWTR SO THE COPY'S HISTORY
025047*    ENDS WITH THE SALE.
025048******************************************************************
025049 2500-JOURNAL-SALE-RTN.
025050     MOVE 'SALENTRY' TO HJRN-PROGRAM.
025051     MOVE 'DEL' TO HJRN-ACTION.
025052     MOVE 'SL' TO HJRN-REASON.
025053     MOVE SPACES TO HJRN-AFTER-IMAGE.
025054     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
025055
025056******************************************************************
025057*    2600-CLOSE-WEB-ORDER-RTN
025058*    THE RESERVED COPY HAS BEEN PICKED UP AND SOLD -- DELETE ITS
025059*    RESERVATION SO WEBEXPR DOES NOT RELEASE IT LATER. A DELETE
025060*    THAT FAILS IS SHOWN; THE SALE ITSELF STANDS.
025061******************************************************************
025062 2600-CLOSE-WEB-ORDER-RTN.
025063     MOVE WS-ENTRY-ID TO WRS-ID-GAME.
025064     MOVE WS-ENTRY-COPY-NO TO WRS-COPY-NO.
025065     DELETE WEBRESV-FILE RECORD
025066         INVALID KEY
025067             DISPLAY "WARNING - WEB RESERVATION NOT DELETED FOR"
025068                 " ORDER " WS-ENTRY-ORDER-NO " - STATUS "
025069                 WS-WRS-FILE-STATUS
025070         NOT INVALID KEY
025071             DISPLAY "WEB ORDER " WS-ENTRY-ORDER-NO " PICKED UP"
025072     END-DELETE.
025100
025200******************************************************************
025300*    9000-TERMINATE-RTN
026100         CLOSE CATALOG-FILE
026200     END-IF.
026300     CLOSE SALES-FILE.
026325     IF WS-WRS-FILE-STATUS NOT = "35"
026350         CLOSE WEBRESV-FILE
026375     END-IF.
026400     DISPLAY "SALENTRY COMPLETE - " SALE-COUNTER
026500         " SALES RECORDED.".
026600     DISPLAY "RUN SALESRPT FOR THE END-OF-DAY REGISTER.".
