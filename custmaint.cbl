000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTMAINT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- MENU-DRIVEN MAINTENANCE OF THE
001200*                      CUSTOMER MASTER (CUSTMAST.TXT, ONE RECORD
001300*                      PER REGISTERED CUSTOMER, KEYED ON THE
001400*                      CUSTOMER NUMBER -- SEE CUSTREC). UNTIL NOW
001500*                      A CUSTOMER WAS A NAME TYPED INTO A WANT.
001600*                      NUMBERS ARE HANDED OUT HERE, ONE PAST THE
001700*                      HIGHEST ON FILE, AND THE NUMBER IS WHAT
001800*                      SALENTRY AND WANTENT TAKE AT THE COUNTER.
001900*                      SAME DIRECT-UPDATE SHAPE AS HOLDMAINT. A
002000*                      CUSTOMER IS NEVER DELETED -- THE SALES AND
002100*                      POINTS LEDGERS STILL CARRY THE NUMBER --
002200*                      SO "DELETE" MARKS THE NUMBER INACTIVE AND
002300*                      THE COUNTER PROGRAMS REFUSE IT. THE POINTS
002400*                      FIGURES ARE SHOWN HERE BUT ONLY EVER MOVED
002500*                      THROUGH LOYPOST.
002520*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002540*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002560*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002580*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST.TXT'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CUS-ID
003500         FILE STATUS IS WS-CUS-FILE-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CUSTOMER-FILE.
004000 COPY CUSTREC.
004100
004200 WORKING-STORAGE SECTION.
004300 01  SWITCHES.
004400     05 WS-MENU-SWITCH         PIC X VALUE "Y".
004500        88 MORE-MAINTENANCE             VALUE "Y".
004600     05 WS-CUS-EOF-SWITCH      PIC X VALUE "N".
004700        88 END-OF-CUSTOMERS             VALUE "Y".
004800
004900 01  COUNTERS.
005000     05 ADD-COUNTER            PIC 9(5) COMP VALUE 0.
005100     05 CHANGE-COUNTER         PIC 9(5) COMP VALUE 0.
005200     05 DELETE-COUNTER         PIC 9(5) COMP VALUE 0.
005300     05 ON-FILE-COUNTER        PIC 9(5) COMP VALUE 0.
005400
005500 01  WS-CUS-FILE-STATUS        PIC X(02) VALUE "00".
005600
005700 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
005800
005900 01  WS-HIGH-CUST-ID           PIC 9(06) VALUE 0.
006000
006100 01  WS-ENTRY-FIELDS.
006200     05 WS-ENTRY-ID            PIC 9(06) VALUE 0.
006300     05 WS-ENTRY-NAME          PIC X(30) VALUE SPACES.
006400     05 WS-ENTRY-PHONE         PIC X(15) VALUE SPACES.
006500     05 WS-ENTRY-EMAIL         PIC X(40) VALUE SPACES.
006600
006700 01  WS-RUN-DATE.
006800     05 WS-RUN-YYYY            PIC 9(4).
006900     05 WS-RUN-MM              PIC 99.
007000     05 WS-RUN-DD              PIC 99.
007100 01  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
007200
007300 01  WS-POINTS-EDIT            PIC Z,ZZZ,ZZ9.
007400
007406 01  SIGN-REQUEST-FIELDS.
007412     05 SIGN-FUNCTION          PIC X.
007418     05 SIGN-PROGRAM           PIC X(10).
007424     05 SIGN-ACTION            PIC X(08).
007430     05 SIGN-DETAIL            PIC X(60).
007436 01  SIGN-RESULT-FIELDS.
007442     05 SIGN-RESULT            PIC X.
007448        88 SIGN-GRANTED                 VALUE "G".
007454        88 SIGN-REFUSED                 VALUE "R".
007460     05 SIGN-OPERATOR-ID       PIC X(08).
007466     05 SIGN-OPERATOR-NAME     PIC X(30).
007472     05 SIGN-OPERATOR-ROLE     PIC X(02).
007478     05 SIGN-PASSWORD-HASH     PIC 9(10).
007484
007500 PROCEDURE DIVISION.
007600
007700 0000-MAINLINE.
007800     PERFORM 1000-INITIALIZE-RTN.
007900     PERFORM 2000-MAINTENANCE-MENU-RTN
008000         UNTIL NOT MORE-MAINTENANCE.
008100     PERFORM 9000-TERMINATE-RTN.
008200     STOP RUN.
008300
008400******************************************************************
008500*    1000-INITIALIZE-RTN
008600*    WORK OUT TODAY'S DATE, OPEN THE CUSTOMER MASTER FOR UPDATE
008700*    IN PLACE (CREATING IT ON THE FIRST EVER RUN), AND FIND THE
008800*    HIGHEST NUMBER ALREADY HANDED OUT.
008900******************************************************************
009000 1000-INITIALIZE-RTN.
009009     MOVE "S" TO SIGN-FUNCTION.
009018     MOVE "CUSTMAINT" TO SIGN-PROGRAM.
009027     MOVE SPACES TO SIGN-ACTION.
009036     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
009045         SIGN-RESULT-FIELDS.
009054     IF NOT SIGN-GRANTED
009063         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
009072         MOVE 8 TO RETURN-CODE
009081         STOP RUN
009090     END-IF.
009100     DISPLAY "CUSTMAINT - CUSTOMER MASTER MAINTENANCE".
009200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009300     MOVE SPACES TO WS-TODAY-DATE.
009400     STRING WS-RUN-MM DELIMITED BY SIZE
009500         '/' DELIMITED BY SIZE
009600         WS-RUN-DD DELIMITED BY SIZE
009700         '/' DELIMITED BY SIZE
009800         WS-RUN-YYYY DELIMITED BY SIZE
009900         INTO WS-TODAY-DATE.
010000     OPEN I-O CUSTOMER-FILE.
010100     IF WS-CUS-FILE-STATUS NOT = "00"
010200         DISPLAY "NO CUSTMAST.TXT ON HAND - STARTING A NEW ONE"
010300         OPEN OUTPUT CUSTOMER-FILE
010400         CLOSE CUSTOMER-FILE
010500         OPEN I-O CUSTOMER-FILE
010600     END-IF.
010700     PERFORM 1100-FIND-HIGH-NUMBER-RTN.
010800
010900******************************************************************
011000*    1100-FIND-HIGH-NUMBER-RTN
011100*    ONE PASS OVER THE MASTER IN KEY ORDER -- THE LAST NUMBER
011200*    READ IS THE HIGHEST ON FILE.
011300******************************************************************
011400 1100-FIND-HIGH-NUMBER-RTN.
011500     MOVE 0 TO WS-HIGH-CUST-ID.
011600     MOVE 0 TO ON-FILE-COUNTER.
011700     MOVE "N" TO WS-CUS-EOF-SWITCH.
011800     MOVE 0 TO CUS-ID.
011900     START CUSTOMER-FILE KEY IS NOT LESS THAN CUS-ID
012000         INVALID KEY
012100             MOVE "Y" TO WS-CUS-EOF-SWITCH
012200     END-START.
012300     PERFORM 1150-READ-NEXT-NUMBER-RTN UNTIL END-OF-CUSTOMERS.
012400
012500******************************************************************
012600*    1150-READ-NEXT-NUMBER-RTN
012700*    READ ONE MASTER RECORD AND KEEP ITS NUMBER AS THE HIGHEST.
012800******************************************************************
012900 1150-READ-NEXT-NUMBER-RTN.
013000     READ CUSTOMER-FILE NEXT RECORD
013100         AT END
013200             MOVE "Y" TO WS-CUS-EOF-SWITCH
013300         NOT AT END
013400             ADD 1 TO ON-FILE-COUNTER
013500             MOVE CUS-ID TO WS-HIGH-CUST-ID
013600     END-READ.
013700
013800******************************************************************
013900*    2000-MAINTENANCE-MENU-RTN
014000*    SHOW THE MENU AND DISPATCH TO THE CHOSEN MAINTENANCE ACTION.
014100******************************************************************
014200 2000-MAINTENANCE-MENU-RTN.
014300     DISPLAY "A) ADD A CUSTOMER".
014400     DISPLAY "C) CHANGE A CUSTOMER".
014500     DISPLAY "D) DEACTIVATE A CUSTOMER".
014600     DISPLAY "R) REACTIVATE A CUSTOMER".
014700     DISPLAY "I) INQUIRE ON A CUSTOMER".
014800     DISPLAY "L) LIST ALL CUSTOMERS".
014900     DISPLAY "Q) QUIT".
015000     DISPLAY "ENTER CHOICE : ".
015100     ACCEPT WS-MENU-CHOICE.
015200     EVALUATE WS-MENU-CHOICE
015300         WHEN "A" WHEN "a"
015400             PERFORM 2100-ADD-CUSTOMER-RTN
015500         WHEN "C" WHEN "c"
015600             PERFORM 2200-CHANGE-CUSTOMER-RTN
015700         WHEN "D" WHEN "d"
015800             PERFORM 2300-DEACTIVATE-CUSTOMER-RTN
015900         WHEN "R" WHEN "r"
016000             PERFORM 2350-REACTIVATE-CUSTOMER-RTN
016100         WHEN "I" WHEN "i"
016200             PERFORM 2400-INQUIRE-CUSTOMER-RTN
016300         WHEN "L" WHEN "l"
016400             PERFORM 2600-LIST-CUSTOMERS-RTN
016500         WHEN "Q" WHEN "q"
016600             MOVE "N" TO WS-MENU-SWITCH
016700         WHEN OTHER
016800             DISPLAY "INVALID CHOICE - TRY AGAIN."
016900     END-EVALUATE.
017000
017100******************************************************************
017200*    2100-ADD-CUSTOMER-RTN
017300*    TAKE A NEW CUSTOMER'S NAME, PHONE AND E-MAIL AND FILE THEM
017400*    UNDER THE NEXT FREE NUMBER WITH A ZERO POINTS BALANCE. THE
017500*    NAME IS REQUIRED.
017600******************************************************************
017700 2100-ADD-CUSTOMER-RTN.
017800     PERFORM 2500-ACCEPT-CUSTOMER-FIELDS-RTN.
017900     IF WS-ENTRY-NAME = SPACES
018000         DISPLAY "NAME MUST NOT BE BLANK - ADD REJECTED"
018100     ELSE
018200         IF WS-HIGH-CUST-ID = 999999
018300             DISPLAY "CUSTOMER NUMBERS EXHAUSTED - ADD REJECTED"
018400         ELSE
018500             PERFORM 2150-WRITE-NEW-CUSTOMER-RTN
018600         END-IF
018700     END-IF.
018800
018900******************************************************************
019000*    2150-WRITE-NEW-CUSTOMER-RTN
019100*    BUILD AND WRITE THE NEW CUSTOMER RECORD.
019200******************************************************************
019300 2150-WRITE-NEW-CUSTOMER-RTN.
019400     MOVE SPACES TO CUSTOMER-RECORD.
019500     COMPUTE CUS-ID = WS-HIGH-CUST-ID + 1.
019600     MOVE WS-ENTRY-NAME TO CUS-NAME.
019700     MOVE WS-ENTRY-PHONE TO CUS-PHONE.
019800     MOVE WS-ENTRY-EMAIL TO CUS-EMAIL.
019900     MOVE WS-TODAY-DATE TO CUS-JOINED.
020000     SET CUS-IS-ACTIVE TO TRUE.
020100     MOVE 0 TO CUS-POINTS.
020200     MOVE 0 TO CUS-EARNED-LTD.
020300     MOVE 0 TO CUS-REDEEMED-LTD.
020400     WRITE CUSTOMER-RECORD
020500         INVALID KEY
020600             DISPLAY "ERROR WRITING CUSTMAST.TXT - STATUS "
020700                 WS-CUS-FILE-STATUS " - ADD REJECTED"
020800         NOT INVALID KEY
020900             MOVE CUS-ID TO WS-HIGH-CUST-ID
021000             ADD 1 TO ADD-COUNTER
021100             ADD 1 TO ON-FILE-COUNTER
021200             DISPLAY "CUSTOMER ADDED AS NUMBER " CUS-ID "."
021300     END-WRITE.
021400
021500******************************************************************
021600*    2200-CHANGE-CUSTOMER-RTN
021700*    RE-ACCEPT THE NAME, PHONE AND E-MAIL FOR AN EXISTING
021800*    CUSTOMER AND REWRITE IT IN PLACE. A BLANK ENTRY KEEPS THE
021900*    FIELD AS IT STANDS.
022000******************************************************************
022100 2200-CHANGE-CUSTOMER-RTN.
022200     PERFORM 2450-ACCEPT-CUSTOMER-KEY-RTN.
022300     READ CUSTOMER-FILE
022400         INVALID KEY
022500             DISPLAY "NO CUSTOMER ON FILE WITH THAT NUMBER"
022600         NOT INVALID KEY
022700             DISPLAY "CURRENT NAME   : " CUS-NAME
022800             DISPLAY "CURRENT PHONE  : " CUS-PHONE
022900             DISPLAY "CURRENT E-MAIL : " CUS-EMAIL
023000             DISPLAY "(BLANK KEEPS THE CURRENT VALUE)"
023100             PERFORM 2500-ACCEPT-CUSTOMER-FIELDS-RTN
023200             IF WS-ENTRY-NAME NOT = SPACES
023300                 MOVE WS-ENTRY-NAME TO CUS-NAME
023400             END-IF
023500             IF WS-ENTRY-PHONE NOT = SPACES
023600                 MOVE WS-ENTRY-PHONE TO CUS-PHONE
023700             END-IF
023800             IF WS-ENTRY-EMAIL NOT = SPACES
023900                 MOVE WS-ENTRY-EMAIL TO CUS-EMAIL
024000             END-IF
024100             REWRITE CUSTOMER-RECORD
024200             ADD 1 TO CHANGE-COUNTER
024300             DISPLAY "CUSTOMER CHANGED."
024400     END-READ.
024500
024600******************************************************************
024700*    2300-DEACTIVATE-CUSTOMER-RTN
024800*    MARK A CUSTOMER NUMBER INACTIVE. THE RECORD STAYS ON FILE
024900*    FOR THE HISTORY; SALENTRY AND WANTENT REFUSE THE NUMBER.
025000*    ANY POINTS LEFT ON THE BALANCE STAY THERE UNTIL THE NUMBER
025100*    IS REACTIVATED.
025200******************************************************************
025300 2300-DEACTIVATE-CUSTOMER-RTN.
025400     PERFORM 2450-ACCEPT-CUSTOMER-KEY-RTN.
025500     READ CUSTOMER-FILE
025600         INVALID KEY
025700             DISPLAY "NO CUSTOMER ON FILE WITH THAT NUMBER"
025800         NOT INVALID KEY
025900             IF CUS-IS-INACTIVE
026000                 DISPLAY "THAT CUSTOMER IS ALREADY INACTIVE."
026100             ELSE
026200                 SET CUS-IS-INACTIVE TO TRUE
026300                 REWRITE CUSTOMER-RECORD
026400                 ADD 1 TO DELETE-COUNTER
026500                 DISPLAY "CUSTOMER " CUS-ID " DEACTIVATED."
026600             END-IF
026700     END-READ.
026800
026900******************************************************************
027000*    2350-REACTIVATE-CUSTOMER-RTN
027100*    PUT AN INACTIVE CUSTOMER NUMBER BACK INTO USE.
027200******************************************************************
027300 2350-REACTIVATE-CUSTOMER-RTN.
027400     PERFORM 2450-ACCEPT-CUSTOMER-KEY-RTN.
027500     READ CUSTOMER-FILE
027600         INVALID KEY
027700             DISPLAY "NO CUSTOMER ON FILE WITH THAT NUMBER"
027800         NOT INVALID KEY
027900             IF CUS-IS-INACTIVE
028000                 SET CUS-IS-ACTIVE TO TRUE
028100                 REWRITE CUSTOMER-RECORD
028200                 ADD 1 TO CHANGE-COUNTER
028300                 DISPLAY "CUSTOMER " CUS-ID " REACTIVATED."
028400             ELSE
028500                 DISPLAY "THAT CUSTOMER IS ALREADY ACTIVE."
028600             END-IF
028700     END-READ.
028800
028900******************************************************************
029000*    2400-INQUIRE-CUSTOMER-RTN
029100*    SHOW ONE CUSTOMER'S MASTER RECORD. THE FULL PICTURE --
029200*    PURCHASES, OPEN WANTS AND POINTS MOVES -- IS IN CUSTINQ.
029300******************************************************************
029400 2400-INQUIRE-CUSTOMER-RTN.
029500     PERFORM 2450-ACCEPT-CUSTOMER-KEY-RTN.
029600     READ CUSTOMER-FILE
029700         INVALID KEY
029800             DISPLAY "NO CUSTOMER ON FILE WITH THAT NUMBER"
029900         NOT INVALID KEY
030000             DISPLAY "CUSTOMER >>>>> " CUS-ID
030100             DISPLAY "NAME >>>>> " CUS-NAME
030200             DISPLAY "PHONE >>>>> " CUS-PHONE
030300             DISPLAY "E-MAIL >>>>> " CUS-EMAIL
030400             DISPLAY "JOINED >>>>> " CUS-JOINED
030500             IF CUS-IS-INACTIVE
030600                 DISPLAY "STATUS >>>>> INACTIVE"
030700             ELSE
030800                 DISPLAY "STATUS >>>>> ACTIVE"
030900             END-IF
031000             IF CUS-POINTS IS NUMERIC
031100                 MOVE CUS-POINTS TO WS-POINTS-EDIT
031200             ELSE
031300                 MOVE 0 TO WS-POINTS-EDIT
031400             END-IF
031500             DISPLAY "POINTS BALANCE >>>>> " WS-POINTS-EDIT
031600             DISPLAY "LAST POINTS ACTIVITY >>>>> "
031700                 CUS-LAST-ACTIVITY
031800             DISPLAY "   "
031900     END-READ.
032000
032100******************************************************************
032200*    2450-ACCEPT-CUSTOMER-KEY-RTN
032300*    ASK FOR THE CUSTOMER NUMBER AND LOAD IT INTO CUS-ID.
032400******************************************************************
032500 2450-ACCEPT-CUSTOMER-KEY-RTN.
032600     DISPLAY "ENTER CUSTOMER NUMBER : ".
032700     ACCEPT WS-ENTRY-ID.
032800     MOVE WS-ENTRY-ID TO CUS-ID.
032900
033000******************************************************************
033100*    2500-ACCEPT-CUSTOMER-FIELDS-RTN
033200*    ASK FOR THE NON-KEY FIELDS OF A CUSTOMER.
033300******************************************************************
033400 2500-ACCEPT-CUSTOMER-FIELDS-RTN.
033500     MOVE SPACES TO WS-ENTRY-NAME.
033600     MOVE SPACES TO WS-ENTRY-PHONE.
033700     MOVE SPACES TO WS-ENTRY-EMAIL.
033800     DISPLAY "ENTER NAME : ".
033900     ACCEPT WS-ENTRY-NAME.
034000     DISPLAY "ENTER PHONE : ".
034100     ACCEPT WS-ENTRY-PHONE.
034200     DISPLAY "ENTER E-MAIL : ".
034300     ACCEPT WS-ENTRY-EMAIL.
034400
034500******************************************************************
034600*    2600-LIST-CUSTOMERS-RTN
034700*    SHOW EVERY CUSTOMER ON THE MASTER IN NUMBER ORDER.
034800******************************************************************
034900 2600-LIST-CUSTOMERS-RTN.
035000     MOVE "N" TO WS-CUS-EOF-SWITCH.
035100     MOVE 0 TO CUS-ID.
035200     START CUSTOMER-FILE KEY IS NOT LESS THAN CUS-ID
035300         INVALID KEY
035400             MOVE "Y" TO WS-CUS-EOF-SWITCH
035500     END-START.
035600     PERFORM 2650-LIST-ONE-CUSTOMER-RTN UNTIL END-OF-CUSTOMERS.
035700     DISPLAY "   ".
035800
035900******************************************************************
036000*    2650-LIST-ONE-CUSTOMER-RTN
036100*    SHOW ONE CUSTOMER -- NUMBER, NAME, PHONE, STATUS AND
036200*    POINTS BALANCE.
036300******************************************************************
036400 2650-LIST-ONE-CUSTOMER-RTN.
036500     READ CUSTOMER-FILE NEXT RECORD
036600         AT END
036700             MOVE "Y" TO WS-CUS-EOF-SWITCH
036800         NOT AT END
036900             IF CUS-POINTS IS NUMERIC
037000                 MOVE CUS-POINTS TO WS-POINTS-EDIT
037100             ELSE
037200                 MOVE 0 TO WS-POINTS-EDIT
037300             END-IF
037400             DISPLAY "  " CUS-ID "  " CUS-NAME "  " CUS-PHONE
037500                 "  " CUS-STATUS "  " WS-POINTS-EDIT
037600     END-READ.
037700
037800******************************************************************
037900*    9000-TERMINATE-RTN
038000*    CLOSE THE CUSTOMER MASTER AND SIGN OFF.
038100******************************************************************
038200 9000-TERMINATE-RTN.
038300     CLOSE CUSTOMER-FILE.
038400     DISPLAY "CUSTMAINT COMPLETE - " ADD-COUNTER " ADDED, "
038500         CHANGE-COUNTER " CHANGED, " DELETE-COUNTER
038600         " DEACTIVATED.".
038700
038800 END PROGRAM CUSTMAINT.
