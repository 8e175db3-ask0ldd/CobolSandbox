002150*                      THROUGH LOCLOOKUP, SO "BACKRM", "BACK RM"
002160*                      AND "BCKROOM" STOP BEING THREE SHELVES.
002170*                      NEEDED BEFORE THE SECOND STOREFRONT OPENS.
002171*    10/15/2026  DLH   A COPY OUT ON RENT (HOLD-STATUS R, SEE
002172*                      RENTDESK) CANNOT BE DELETED, AND INQUIRY
002173*                      SHOWS WHETHER THE COPY IS ON THE SHELF OR
002174*                      OUT ON RENT.
002175*    10/15/2026  DLH   EVERY ADD, CHANGE AND DELETE IS NOW WRITTEN
002176*                      TO THE HOLDINGS JOURNAL (HOLDJRNL.TXT)
002177*                      THROUGH HOLDJWTR WITH THE BEFORE-IMAGE AND
002178*                      AFTER-IMAGE OF THE COPY. A CONDITION CHANGE
002179*                      IS LOGGED AS A RECONDITION, A LOCATION
002180*                      CHANGE AS A MOVE.
002181*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002182*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002183*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002184*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002185*    10/15/2026  DLH   A COPY RESERVED FOR A WEB ORDER PICKUP
002186*                      (HOLD-STATUS W, SEE WEBORDR) CANNOT BE
002187*                      DELETED, AND INQUIRY SHOWS IT AS RESERVED.
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
006850     88 LOC-LKUP-FOUND                  VALUE "Y".
006860     88 LOC-LKUP-NOT-FOUND              VALUE "N".
006900
006903 01  WS-HOLD-BEFORE-IMAGE      PIC X(40) VALUE SPACES.
006906 01  WS-HOLD-BEFORE-R REDEFINES WS-HOLD-BEFORE-IMAGE.
006909     05 FILLER                 PIC X(11).
006912     05 WS-BEFORE-LOCATION     PIC X(10).
006915     05 FILLER                 PIC X(02).
006918     05 WS-BEFORE-CONDITION    PIC X(02).
006921     05 FILLER                 PIC X(15).
006924
006927 01  HJRN-REQUEST-FIELDS.
006930     05 HJRN-PROGRAM           PIC X(10).
006933     05 HJRN-ACTION            PIC X(03).
006936     05 HJRN-REASON            PIC X(02).
006939     05 HJRN-BEFORE-IMAGE      PIC X(40).
006942     05 HJRN-AFTER-IMAGE       PIC X(40).
006945
006948 01  SIGN-REQUEST-FIELDS.
006951     05 SIGN-FUNCTION          PIC X.
006954     05 SIGN-PROGRAM           PIC X(10).
006957     05 SIGN-ACTION            PIC X(08).
006960     05 SIGN-DETAIL            PIC X(60).
006963 01  SIGN-RESULT-FIELDS.
006966     05 SIGN-RESULT            PIC X.
006969        88 SIGN-GRANTED                 VALUE "G".
006972        88 SIGN-REFUSED                 VALUE "R".
006975     05 SIGN-OPERATOR-ID       PIC X(08).
006978     05 SIGN-OPERATOR-NAME     PIC X(30).
006981     05 SIGN-OPERATOR-ROLE     PIC X(02).
006984     05 SIGN-PASSWORD-HASH     PIC 9(10).
006987
007000 PROCEDURE DIVISION.
007100
007200 0000-MAINLINE.
008200*    THE FIRST EVER RUN.
008300******************************************************************
008400 1000-INITIALIZE-RTN.
008409     MOVE "S" TO SIGN-FUNCTION.
008418     MOVE "HOLDMAINT" TO SIGN-PROGRAM.
008427     MOVE SPACES TO SIGN-ACTION.
008436     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
008445         SIGN-RESULT-FIELDS.
008454     IF NOT SIGN-GRANTED
008463         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
008472         MOVE 8 TO RETURN-CODE
008481         STOP RUN
008490     END-IF.
008500     DISPLAY "HOLDMAINT - PHYSICAL HOLDINGS MAINTENANCE".
008600     OPEN I-O HOLDINGS-FILE.
008700     IF WS-HOLD-FILE-STATUS NOT = "00"
016100             IF ENTRY-CONDITION-VALID
016110                 PERFORM 2520-CHECK-LOCATION-RTN
016120                 IF ENTRY-LOCATION-VALID
016160                     MOVE HOLDING-RECORD TO WS-HOLD-BEFORE-IMAGE
016200                     MOVE WS-ENTRY-LOCATION TO HOLD-LOCATION
016300                     MOVE WS-ENTRY-CONDITION TO HOLD-CONDITION
016400                     MOVE WS-ENTRY-ACQ-DATE TO HOLD-ACQ-DATE
016500                     REWRITE HOLDING-RECORD
016507                     MOVE 'CHG' TO HJRN-ACTION
016514                     MOVE 'MA' TO HJRN-REASON
016521                     IF HOLD-CONDITION NOT = WS-BEFORE-CONDITION
016535                         MOVE 'RC' TO HJRN-REASON
016542                     ELSE
016549                         IF HOLD-LOCATION NOT = WS-BEFORE-LOCATION
016563                             MOVE 'MV' TO HJRN-REASON
016570                         END-IF
016577                     END-IF
016584                     PERFORM 2700-WRITE-JOURNAL-RTN
016600                     ADD 1 TO CHANGE-COUNTER
016700                     DISPLAY "COPY CHANGED."
016710                 ELSE
017300
017400******************************************************************
017500*    2300-DELETE-COPY-RTN
017600*    DROP AN EXISTING COPY FROM THE HOLDINGS FILE. A COPY OUT ON
017650*    RENT MUST COME BACK THROUGH RENTDESK BEFORE IT CAN GO, AND A
017675*    COPY RESERVED FOR A WEB ORDER CANNOT GO AT ALL.
017700******************************************************************
017800 2300-DELETE-COPY-RTN.
017900     PERFORM 2450-ACCEPT-COPY-KEY-RTN.
018100         INVALID KEY
018200             DISPLAY "NO COPY ON FILE FOR THAT ID/COPY NUMBER"
018300         NOT INVALID KEY
018340             IF HOLD-ON-RENT
018380                 DISPLAY "THAT COPY IS OUT ON RENT - CHECK IT"
018420                     " IN THROUGH RENTDESK FIRST - DELETE"
018460                     " REJECTED"
018470             END-IF
018475             IF HOLD-RESERVED
018480                 DISPLAY "THAT COPY IS RESERVED FOR A WEB ORDER -"
018485                     " DELETE REJECTED"
018490             END-IF
018500             IF HOLD-ON-SHELF
018520                 MOVE HOLDING-RECORD TO WS-HOLD-BEFORE-IMAGE
018540                 DELETE HOLDINGS-FILE
018550                 MOVE 'DEL' TO HJRN-ACTION
018560                 MOVE 'MA' TO HJRN-REASON
018570                 PERFORM 2700-WRITE-JOURNAL-RTN
018580                 ADD 1 TO DELETE-COUNTER
018620                 DISPLAY "COPY DELETED."
018660             END-IF
018700     END-READ.
018800
018900******************************************************************
020600             DISPLAY "LOCATION >>>>> " HOLD-LOCATION
020700             DISPLAY "CONDITION >>>>> " HOLD-CONDITION
020800             DISPLAY "ACQUIRED >>>>> " HOLD-ACQ-DATE
020816             IF HOLD-ON-RENT
020832                 DISPLAY "STATUS >>>>> OUT ON RENT"
020836             END-IF
020840             IF HOLD-RESERVED
020842                 DISPLAY "STATUS >>>>> RESERVED FOR WEB ORDER"
020844             END-IF
020848             IF HOLD-ON-SHELF
020864                 DISPLAY "STATUS >>>>> ON THE SHELF"
020880             END-IF
020900             DISPLAY "   "
021000     END-READ.
021100
025100                 " - ADD REJECTED"
025200         NOT INVALID KEY
025300             ADD 1 TO ADD-COUNTER
025325             MOVE 'ADD' TO HJRN-ACTION
025350             MOVE 'MA' TO HJRN-REASON
025375             PERFORM 2700-WRITE-JOURNAL-RTN
025400             DISPLAY "COPY ADDED."
025500     END-WRITE.
025506
025512******************************************************************
025518*    2700-WRITE-JOURNAL-RTN
025524*    HAND THE BEFORE-IMAGE AND AFTER-IMAGE OF THE COPY JUST
025530*    ADDED, CHANGED OR DELETED TO HOLDJWTR FOR THE HOLDINGS
025536*    JOURNAL. THE CALLER SETS THE ACTION AND REASON; 2200 LOGS A
025542*    CONDITION CHANGE AS A RECONDITION AND A LOCATION CHANGE AS A
025548*    MOVE SO THE COPY HISTORY READS PROPERLY.
025554******************************************************************
025560 2700-WRITE-JOURNAL-RTN.
025566     MOVE 'HOLDMAINT' TO HJRN-PROGRAM.
025572     MOVE WS-HOLD-BEFORE-IMAGE TO HJRN-BEFORE-IMAGE.
025578     MOVE HOLDING-RECORD TO HJRN-AFTER-IMAGE.
025584     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
025600
025700******************************************************************
025800*    9000-TERMINATE-RTN
