002000*                      WRITTEN BACK WHEN THE OPERATOR QUITS. SET
002100*                      UP BEFORE THE SECOND STOREFRONT OPENS IN
002200*                      NOVEMBER.
002220*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002240*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002260*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002280*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002282*    10/15/2026  DLH   LAYOUT NOW COMES FROM THE SHARED LOCREC
002284*                      COPYBOOK AND CARRIES THE STORE EACH
002286*                      LOCATION BELONGS TO. ADD AND CHANGE PROMPT
002288*                      FOR THE STORE CODE (BLANK ON A CHANGE KEEPS
002290*                      THE CURRENT ONE) AND THE LIST SHOWS IT. THE
002292*                      PER-STORE REPORTS AND STORECMP KEY ON IT.
002300******************************************************************
002400
002500 ENVIRONMENT DIVISION.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  LOCATION-FILE.
003500 COPY LOCREC.
003900
004000 WORKING-STORAGE SECTION.
004100 01  SWITCHES.
005900 01  WS-ENTRY-FIELDS.
006000     05 WS-ENTRY-CODE          PIC X(10) VALUE SPACES.
006100     05 WS-ENTRY-NAME          PIC X(30) VALUE SPACES.
006150     05 WS-ENTRY-STORE         PIC X(04) VALUE SPACES.
006200
006300 01  WS-LOC-COUNT              PIC 9(3) COMP VALUE 0.
006400 01  WS-HIT-IDX                PIC 9(3) COMP VALUE 0.
006700            INDEXED BY WS-LOC-IDX.
006800         10 WS-LOC-CODE        PIC X(10).
006900         10 WS-LOC-NAME        PIC X(30).
006950         10 WS-LOC-STORE       PIC X(04).
007000         10 WS-LOC-LIVE        PIC X.
007100            88 LOC-ENTRY-LIVE          VALUE "Y".
007106
007112 01  SIGN-REQUEST-FIELDS.
007118     05 SIGN-FUNCTION          PIC X.
007124     05 SIGN-PROGRAM           PIC X(10).
007130     05 SIGN-ACTION            PIC X(08).
007136     05 SIGN-DETAIL            PIC X(60).
007142 01  SIGN-RESULT-FIELDS.
007148     05 SIGN-RESULT            PIC X.
007154        88 SIGN-GRANTED                 VALUE "G".
007160        88 SIGN-REFUSED                 VALUE "R".
007166     05 SIGN-OPERATOR-ID       PIC X(08).
007172     05 SIGN-OPERATOR-NAME     PIC X(30).
007178     05 SIGN-OPERATOR-ROLE     PIC X(02).
007184     05 SIGN-PASSWORD-HASH     PIC 9(10).
007200
007300 PROCEDURE DIVISION.
007400
008600*    HAND IS THE FIRST EVER RUN -- START EMPTY.
008700******************************************************************
008800 1000-INITIALIZE-RTN.
008809     MOVE "S" TO SIGN-FUNCTION.
008818     MOVE "LOCMAINT" TO SIGN-PROGRAM.
008827     MOVE SPACES TO SIGN-ACTION.
008836     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
008845         SIGN-RESULT-FIELDS.
008854     IF NOT SIGN-GRANTED
008863         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
008872         MOVE 8 TO RETURN-CODE
008881         STOP RUN
008890     END-IF.
008900     DISPLAY "LOCMAINT - LOCATION MASTER MAINTENANCE".
009000     OPEN INPUT LOCATION-FILE.
009100     IF WS-LOC-FILE-STATUS NOT = "00"
011100                 SET WS-LOC-IDX TO WS-LOC-COUNT
011200                 MOVE LOC-CODE TO WS-LOC-CODE(WS-LOC-IDX)
011300                 MOVE LOC-NAME TO WS-LOC-NAME(WS-LOC-IDX)
011350                 MOVE LOC-STORE TO WS-LOC-STORE(WS-LOC-IDX)
011400                 MOVE "Y" TO WS-LOC-LIVE(WS-LOC-IDX)
011500             ELSE
011600                 MOVE "Y" TO WS-OVERFLOW-SWITCH
014700
014800******************************************************************
014900*    2100-ADD-LOCATION-RTN
015000*    TAKE A NEW CODE, DESCRIPTION AND STORE. THE CODE MUST BE
015100*    NON-BLANK AND NOT ALREADY ON THE MASTER.
015200******************************************************************
015300 2100-ADD-LOCATION-RTN.
015400     DISPLAY "ENTER LOCATION CODE : ".
016600             ELSE
016700                 DISPLAY "ENTER DESCRIPTION : "
016800                 ACCEPT WS-ENTRY-NAME
016814                 PERFORM 2600-ACCEPT-STORE-RTN
016828                 IF WS-ENTRY-STORE(1:1) = SPACE
016842                     AND WS-ENTRY-STORE NOT = SPACES
016856                     DISPLAY "STORE CODE MUST NOT START WITH A"
016870                         " BLANK - ADD REJECTED"
016884                 ELSE
016900                     ADD 1 TO WS-LOC-COUNT
017000                     SET WS-LOC-IDX TO WS-LOC-COUNT
017100                     MOVE WS-ENTRY-CODE TO WS-LOC-CODE(WS-LOC-IDX)
017200                     MOVE WS-ENTRY-NAME TO WS-LOC-NAME(WS-LOC-IDX)
017233                     MOVE WS-ENTRY-STORE
017266                         TO WS-LOC-STORE(WS-LOC-IDX)
017300                     MOVE "Y" TO WS-LOC-LIVE(WS-LOC-IDX)
017400                     ADD 1 TO ADD-COUNTER
017500                     MOVE "Y" TO WS-CHANGED-SWITCH
017600                     DISPLAY "LOCATION ADDED."
017650                 END-IF
017700             END-IF
017800         END-IF
017900     END-IF.
018000
018100******************************************************************
018200*    2200-CHANGE-LOCATION-RTN
018300*    RE-ACCEPT THE DESCRIPTION AND STORE FOR AN EXISTING CODE.
018350*    A BLANK STORE ANSWER KEEPS THE STORE ALREADY ON FILE.
018400******************************************************************
018500 2200-CHANGE-LOCATION-RTN.
018600     DISPLAY "ENTER LOCATION CODE : ".
019400             WS-LOC-NAME(WS-LOC-IDX)
019500         DISPLAY "ENTER NEW DESCRIPTION : "
019600         ACCEPT WS-ENTRY-NAME
019612         DISPLAY "CURRENT STORE : " WS-LOC-STORE(WS-LOC-IDX)
019624         PERFORM 2600-ACCEPT-STORE-RTN
019636         IF WS-ENTRY-STORE(1:1) = SPACE
019648             AND WS-ENTRY-STORE NOT = SPACES
019660             DISPLAY "STORE CODE MUST NOT START WITH A BLANK"
019672                 " - CHANGE REJECTED"
019684         ELSE
019700             MOVE WS-ENTRY-NAME TO WS-LOC-NAME(WS-LOC-IDX)
019725             IF WS-ENTRY-STORE NOT = SPACES
019750                 MOVE WS-ENTRY-STORE TO WS-LOC-STORE(WS-LOC-IDX)
019775             END-IF
019800             ADD 1 TO CHANGE-COUNTER
019900             MOVE "Y" TO WS-CHANGED-SWITCH
020000             DISPLAY "LOCATION CHANGED."
020050         END-IF
020100     END-IF.
020200
020300******************************************************************
022200
022300******************************************************************
022400*    2400-LIST-LOCATIONS-RTN
022500*    SHOW EVERY LIVE CODE, ITS DESCRIPTION AND ITS STORE.
022600******************************************************************
022700 2400-LIST-LOCATIONS-RTN.
022800     PERFORM 2450-LIST-ONE-LOCATION-RTN
023700 2450-LIST-ONE-LOCATION-RTN.
023800     IF LOC-ENTRY-LIVE(WS-LOC-IDX)
023900         DISPLAY "  " WS-LOC-CODE(WS-LOC-IDX) "  "
024000             WS-LOC-NAME(WS-LOC-IDX) "  "
024050             WS-LOC-STORE(WS-LOC-IDX)
024100     END-IF.
024200
024300******************************************************************
026400     END-IF.
026500
026600******************************************************************
026608*    2600-ACCEPT-STORE-RTN
026616*    TAKE THE STORE CODE THE LOCATION BELONGS TO (E.G. MAIN,
026624*    WEST). THE STORE REPORTS ARE BURST ON IT -- A LOCATION WITH
026632*    NO STORE IS CARRIED ONLY IN THE COMBINED REPORTS.
026640******************************************************************
026648 2600-ACCEPT-STORE-RTN.
026656     MOVE SPACES TO WS-ENTRY-STORE.
026664     DISPLAY "ENTER STORE CODE (UP TO 4 CHARACTERS) : ".
026672     ACCEPT WS-ENTRY-STORE.
026680
026688******************************************************************
026700*    8000-REWRITE-MASTER-RTN
026800*    WRITE THE LIVE TABLE ENTRIES BACK OVER LOCMAST.TXT -- ONLY
026900*    WHEN SOMETHING ACTUALLY CHANGED.
028600         MOVE SPACES TO LOCATION-RECORD
028700         MOVE WS-LOC-CODE(WS-LOC-IDX) TO LOC-CODE
028800         MOVE WS-LOC-NAME(WS-LOC-IDX) TO LOC-NAME
028850         MOVE WS-LOC-STORE(WS-LOC-IDX) TO LOC-STORE
028900         WRITE LOCATION-RECORD
029000     END-IF.
029100
