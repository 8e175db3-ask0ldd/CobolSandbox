001800*                      A HOLDS-TO-PULL LIST; THIS PROGRAM ADDS,
001900*                      LISTS AND HAND-CLOSES WANTS. SAME
002000*                      LOAD-TABLE-AND-REWRITE SHAPE AS LOCMAINT.
002011*    10/15/2026  DLH   A WANT MAY NOW BE TAKEN AGAINST A CUSTOMER
002022*                      NUMBER OFF THE CUSTOMER MASTER
002033*                      (CUSTMAST.TXT, SEE CUSTMAINT) -- THE NAME
002044*                      AND PHONE COME FROM THE MASTER AND THE
002055*                      NUMBER GOES ON THE WANT (WNT-CUST-ID) SO
002066*                      CUSTINQ CAN SHOW THE CUSTOMER'S OPEN WANTS.
002077*                      0 TAKES A CUSTOMER NOT ON FILE BY NAME AND
002088*                      CONTACT AS BEFORE.
002090*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002092*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002094*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002096*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
004200        88 LIST-CHANGED               VALUE "Y".
004210     05 WS-OVERFLOW-SWITCH     PIC X VALUE "N".
004220        88 LIST-OVERFLOWED            VALUE "Y".
004246     05 WS-CUST-OK-SWITCH      PIC X VALUE "N".
004272        88 CUSTOMER-ACCEPTED          VALUE "Y".
004300
004400 01  COUNTERS.
004500     05 ADD-COUNTER            PIC 9(3) COMP VALUE 0.
004800 01  WS-WANT-FILE-STATUS       PIC X(02) VALUE "00".
004900 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
005000 01  WS-CLOSE-NO               PIC 9(3) VALUE 0.
005007 01  WS-ENTRY-CUST-ID          PIC 9(06) VALUE 0.
005014
005021 01  CUST-LKUP-ID              PIC 9(06).
005028 01  CUST-LKUP-RESULT-FIELDS.
005035     05 CUST-LKUP-NAME         PIC X(30).
005042     05 CUST-LKUP-PHONE        PIC X(15).
005049     05 CUST-LKUP-STATUS       PIC X(01).
005056        88 CUST-LKUP-INACTIVE           VALUE 'I'.
005063     05 CUST-LKUP-POINTS       PIC 9(07).
005070 01  CUST-LKUP-FOUND-SWITCH    PIC X.
005077     88 CUST-LKUP-FOUND                 VALUE "Y".
005084     88 CUST-LKUP-NOT-FOUND             VALUE "N".
005100
005200 01  WS-RUN-DATE.
005300     05 WS-RUN-YYYY            PIC 9(4).
005900 01  WS-WANT-TABLE.
006000     05 WS-WANT-ENTRY OCCURS 200 TIMES
006100            INDEXED BY WS-WANT-IDX.
006112         10 WS-WANT-IMAGE      PIC X(124).
006124
006136 01  SIGN-REQUEST-FIELDS.
006148     05 SIGN-FUNCTION          PIC X.
006160     05 SIGN-PROGRAM           PIC X(10).
006172     05 SIGN-ACTION            PIC X(08).
006184     05 SIGN-DETAIL            PIC X(60).
006196 01  SIGN-RESULT-FIELDS.
006208     05 SIGN-RESULT            PIC X.
006220        88 SIGN-GRANTED                 VALUE "G".
006232        88 SIGN-REFUSED                 VALUE "R".
006244     05 SIGN-OPERATOR-ID       PIC X(08).
006256     05 SIGN-OPERATOR-NAME     PIC X(30).
006268     05 SIGN-OPERATOR-ROLE     PIC X(02).
006280     05 SIGN-PASSWORD-HASH     PIC 9(10).
006300
006400 PROCEDURE DIVISION.
006500
007700*    TABLE. NO LIST ON HAND IS THE FIRST EVER RUN.
007800******************************************************************
007900 1000-INITIALIZE-RTN.
007909     MOVE "S" TO SIGN-FUNCTION.
007918     MOVE "WANTENT" TO SIGN-PROGRAM.
007927     MOVE SPACES TO SIGN-ACTION.
007936     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
007945         SIGN-RESULT-FIELDS.
007954     IF NOT SIGN-GRANTED
007963         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
007972         MOVE 8 TO RETURN-CODE
007981         STOP RUN
007990     END-IF.
008000     DISPLAY "WANTENT - CUSTOMER WANT-LIST ENTRY".
008100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008200     MOVE SPACES TO WS-TODAY-DATE.
014400*    2100-ADD-WANT-RTN
014500*    TAKE A NEW WANT -- CUSTOMER, CONTACT, TITLE AND PLATFORM.
014600*    THE TITLE MUST BE NON-BLANK; A BLANK PLATFORM MATCHES ANY.
014633*    A CUSTOMER NUMBER, IF GIVEN, FILLS THE NAME AND CONTACT
014666*    FROM THE CUSTOMER MASTER.
014700******************************************************************
014800 2100-ADD-WANT-RTN.
014900     IF WS-WANT-COUNT >= 200
015200         MOVE SPACES TO WANT-RECORD
015300         SET WANT-IS-OPEN TO TRUE
015400         MOVE WS-TODAY-DATE TO WNT-DATE
015405         PERFORM 2150-TAKE-CUSTOMER-RTN
015410         IF CUSTOMER-ACCEPTED
015415             PERFORM 2170-TAKE-TITLE-RTN
015420         END-IF
015425     END-IF.
015430
015435******************************************************************
015440*    2150-TAKE-CUSTOMER-RTN
015445*    ASK FOR THE CUSTOMER NUMBER -- OPTIONAL, 0 FOR A CUSTOMER
015450*    NOT ON THE MASTER, WHO IS THEN TAKEN BY NAME AND CONTACT AS
015455*    BEFORE. A NUMBER GIVEN MUST BE ON THE MASTER AND ACTIVE; ITS
015460*    NAME AND PHONE GO ON THE WANT.
015465******************************************************************
015470 2150-TAKE-CUSTOMER-RTN.
015475     MOVE "Y" TO WS-CUST-OK-SWITCH.
015480     MOVE 0 TO WS-ENTRY-CUST-ID.
015485     DISPLAY "ENTER CUSTOMER NUMBER (0 = NOT ON FILE) : ".
015490     ACCEPT WS-ENTRY-CUST-ID.
015495     IF WS-ENTRY-CUST-ID = 0
015500         DISPLAY "ENTER CUSTOMER NAME : "
015600         ACCEPT WNT-CUSTOMER
015700         DISPLAY "ENTER CONTACT (PHONE OR NOTE) : "
015800         ACCEPT WNT-CONTACT
015847     ELSE
015884         MOVE WS-ENTRY-CUST-ID TO CUST-LKUP-ID
015921         CALL 'CUSTLKUP' USING CUST-LKUP-ID
015958             CUST-LKUP-RESULT-FIELDS CUST-LKUP-FOUND-SWITCH
015995         IF CUST-LKUP-NOT-FOUND
016032             DISPLAY "CUSTOMER " WS-ENTRY-CUST-ID
016069                 " IS NOT ON THE CUSTOMER MASTER - ADD"
016106                 " REJECTED (SEE CUSTMAINT)"
016143             MOVE "N" TO WS-CUST-OK-SWITCH
016500         ELSE
016563             IF CUST-LKUP-INACTIVE
016626                 DISPLAY "CUSTOMER " WS-ENTRY-CUST-ID
016689                     " IS INACTIVE - ADD REJECTED"
016752                 MOVE "N" TO WS-CUST-OK-SWITCH
016815             ELSE
016878                 DISPLAY "CUSTOMER : " CUST-LKUP-NAME
016941                 MOVE CUST-LKUP-NAME TO WNT-CUSTOMER
017004                 MOVE CUST-LKUP-PHONE TO WNT-CONTACT
017067                 MOVE WS-ENTRY-CUST-ID TO WNT-CUST-ID
017130             END-IF
017200         END-IF
017204     END-IF.
017208
017212******************************************************************
017216*    2170-TAKE-TITLE-RTN
017220*    TAKE THE TITLE AND PLATFORM WANTED AND ADD THE WANT TO THE
017224*    TABLE.
017228******************************************************************
017232 2170-TAKE-TITLE-RTN.
017236     DISPLAY "ENTER TITLE WANTED : ".
017240     ACCEPT WNT-TITLE.
017244     DISPLAY "ENTER PLATFORM (BLANK = ANY) : ".
017248     ACCEPT WNT-PLATFORM.
017252     IF WNT-TITLE = SPACES
017256         DISPLAY "TITLE MUST NOT BE BLANK - ADD REJECTED"
017260     ELSE
017264         ADD 1 TO WS-WANT-COUNT
017268         SET WS-WANT-IDX TO WS-WANT-COUNT
017272         MOVE WANT-RECORD TO WS-WANT-IMAGE(WS-WANT-IDX)
017276         ADD 1 TO ADD-COUNTER
017280         MOVE "Y" TO WS-CHANGED-SWITCH
017284         DISPLAY "WANT ADDED AS NUMBER " WS-WANT-COUNT "."
017300     END-IF.
017400
017500******************************************************************
