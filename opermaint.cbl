000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPERMAINT.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- MENU-DRIVEN MAINTENANCE OF THE
001200*                      OPERATOR MASTER (OPERATOR.DAT -- SEE
001300*                      OPERREC) FOR THE ADMINISTRATOR: ENROL AN
001400*                      OPERATOR, CHANGE NAME OR ROLE, RESET A
001500*                      PASSWORD (WHICH ALSO CLEARS A LOCK-OUT),
001600*                      DISABLE SOMEONE WHO HAS LEFT, RE-ENABLE,
001700*                      AND LIST. WORKS DIRECTLY ON THE FILE BY KEY
001800*                      LIKE HOLDMAINT. PASSWORDS
001900*                      ARE SCRAMBLED THROUGH OPSIGNON AND ONLY THE
002000*                      SCRAMBLED NUMBER IS STORED. ON THE VERY
002100*                      FIRST RUN (NO OPERATORS ON FILE) THERE IS
002200*                      NOBODY TO SIGN ON AS, SO THE PROGRAM
002300*                      ENROLS ONE SYSTEM ADMINISTRATOR WITHOUT A
002400*                      SIGN-ON AND STOPS; EVERY LATER RUN SIGNS
002500*                      ON FIRST. NOBODY MAY DISABLE THEMSELVES OR
002600*                      CHANGE THEIR OWN ROLE, SO THE LAST
002700*                      ADMINISTRATOR CANNOT SHUT EVERYONE OUT.
002800*                      EVERY CHANGE IS NOTED ON THE SECURITY LOG.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPERATOR-FILE ASSIGN TO 'OPERATOR.DAT'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS OPR-ID
003800         FILE STATUS IS WS-OPER-FILE-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  OPERATOR-FILE.
004300 COPY OPERREC.
004400
004500 WORKING-STORAGE SECTION.
004600 01  SWITCHES.
004700     05 WS-MENU-SWITCH         PIC X VALUE "Y".
004800        88 MORE-MAINTENANCE             VALUE "Y".
004900     05 WS-EMPTY-SWITCH        PIC X VALUE "N".
005000        88 NO-OPERATORS-ON-FILE         VALUE "Y".
005100     05 WS-LIST-EOF-SWITCH     PIC X VALUE "N".
005200        88 END-OF-OPERATORS             VALUE "Y".
005300
005400 01  COUNTERS.
005500     05 ADD-COUNTER            PIC 9(5) COMP VALUE 0.
005600     05 CHANGE-COUNTER         PIC 9(5) COMP VALUE 0.
005700     05 LIST-COUNTER           PIC 9(5) COMP VALUE 0.
005800
005900 01  WS-OPER-FILE-STATUS       PIC X(02) VALUE "00".
006000
006100 01  WS-MENU-CHOICE            PIC X VALUE SPACES.
006200
006300 01  WS-ENTRY-FIELDS.
006400     05 WS-ENTRY-ID            PIC X(08) VALUE SPACES.
006500     05 WS-ENTRY-NAME          PIC X(30) VALUE SPACES.
006600     05 WS-ENTRY-ROLE          PIC X(02) VALUE SPACES.
006700        88 ENTRY-ROLE-VALID            VALUE 'CL' 'SU' 'MG' 'SA'.
006800     05 WS-ENTRY-PASSWORD      PIC X(08) VALUE SPACES.
006900     05 WS-ENTRY-CONFIRM       PIC X(08) VALUE SPACES.
007000
007100 01  WS-NOTE-DETAIL            PIC X(60) VALUE SPACES.
007200
007300 01  SIGN-REQUEST-FIELDS.
007400     05 SIGN-FUNCTION          PIC X.
007500     05 SIGN-PROGRAM           PIC X(10).
007600     05 SIGN-ACTION            PIC X(08).
007700     05 SIGN-DETAIL            PIC X(60).
007800 01  SIGN-RESULT-FIELDS.
007900     05 SIGN-RESULT            PIC X.
008000        88 SIGN-GRANTED                 VALUE "G".
008100        88 SIGN-REFUSED                 VALUE "R".
008200     05 SIGN-OPERATOR-ID       PIC X(08).
008300     05 SIGN-OPERATOR-NAME     PIC X(30).
008400     05 SIGN-OPERATOR-ROLE     PIC X(02).
008500     05 SIGN-PASSWORD-HASH     PIC 9(10).
008600
008700 PROCEDURE DIVISION.
008800
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE-RTN.
009100     PERFORM 2000-MAINTENANCE-MENU-RTN
009200         UNTIL NOT MORE-MAINTENANCE.
009300     PERFORM 9000-TERMINATE-RTN.
009400     STOP RUN.
009500
009600******************************************************************
009700*    1000-INITIALIZE-RTN
009800*    SEE WHETHER ANY OPERATOR IS ON FILE YET. IF NOT, ENROL THE
009900*    FIRST ADMINISTRATOR AND STOP. OTHERWISE SIGN ON -- THE
010000*    AUTHORITY TABLE DECIDES WHO MAY RUN THIS PROGRAM, AND THE
010100*    SYSTEM ADMINISTRATOR ALWAYS MAY -- AND OPEN THE MASTER FOR
010200*    UPDATE IN PLACE.
010300******************************************************************
010400 1000-INITIALIZE-RTN.
010500     DISPLAY "OPERMAINT - OPERATOR MASTER MAINTENANCE".
010600     MOVE "N" TO WS-EMPTY-SWITCH.
010700     OPEN INPUT OPERATOR-FILE.
010800     IF WS-OPER-FILE-STATUS NOT = "00"
010900         MOVE "Y" TO WS-EMPTY-SWITCH
011000     ELSE
011100         MOVE LOW-VALUES TO OPR-ID
011200         START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
011300             INVALID KEY
011400                 MOVE "Y" TO WS-EMPTY-SWITCH
011500         END-START
011600         CLOSE OPERATOR-FILE
011700     END-IF.
011800     IF NO-OPERATORS-ON-FILE
011900         PERFORM 1500-ENROL-FIRST-ADMIN-RTN
012000         STOP RUN
012100     END-IF.
012200     MOVE "S" TO SIGN-FUNCTION.
012300     MOVE "OPERMAINT" TO SIGN-PROGRAM.
012400     MOVE SPACES TO SIGN-ACTION.
012500     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
012600         SIGN-RESULT-FIELDS.
012700     IF NOT SIGN-GRANTED
012800         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
012900         MOVE 8 TO RETURN-CODE
013000         STOP RUN
013100     END-IF.
013200     OPEN I-O OPERATOR-FILE.
013300
013400******************************************************************
013500*    1500-ENROL-FIRST-ADMIN-RTN
013600*    FIRST EVER RUN -- CREATE THE MASTER AND ENROL ONE SYSTEM
013700*    ADMINISTRATOR, WHO THEN SIGNS ON AND ENROLS EVERYONE ELSE.
013800******************************************************************
013900 1500-ENROL-FIRST-ADMIN-RTN.
014000     DISPLAY "NO OPERATORS ON FILE - ENROLLING THE FIRST SYSTEM"
014100         " ADMINISTRATOR".
014200     MOVE 'SA' TO WS-ENTRY-ROLE.
014300     PERFORM 2510-ACCEPT-NEW-ID-RTN.
014400     IF WS-ENTRY-ID = SPACES
014500         DISPLAY "NO OPERATOR ID GIVEN - NOTHING ENROLLED"
014600     ELSE
014700         DISPLAY "ENTER NAME : "
014800         ACCEPT WS-ENTRY-NAME
014900         PERFORM 2520-ACCEPT-PASSWORD-RTN
015000         IF WS-ENTRY-PASSWORD = SPACES
015100             DISPLAY "NO PASSWORD SET - NOTHING ENROLLED"
015200         ELSE
015300             OPEN OUTPUT OPERATOR-FILE
015400             PERFORM 2600-WRITE-NEW-OPERATOR-RTN
015500             CLOSE OPERATOR-FILE
015600             DISPLAY "RUN OPERMAINT AGAIN AND SIGN ON AS "
015700                 WS-ENTRY-ID " TO ENROL THE OTHER OPERATORS"
015800         END-IF
015900     END-IF.
016000
016100******************************************************************
016200*    2000-MAINTENANCE-MENU-RTN
016300*    SHOW THE MENU AND DISPATCH TO THE CHOSEN MAINTENANCE ACTION.
016400******************************************************************
016500 2000-MAINTENANCE-MENU-RTN.
016600     DISPLAY "A) ENROL AN OPERATOR".
016700     DISPLAY "C) CHANGE AN OPERATOR'S NAME OR ROLE".
016800     DISPLAY "P) RESET A PASSWORD (CLEARS A LOCK-OUT)".
016900     DISPLAY "D) DISABLE AN OPERATOR".
017000     DISPLAY "E) RE-ENABLE AN OPERATOR".
017100     DISPLAY "L) LIST ALL OPERATORS".
017200     DISPLAY "Q) QUIT".
017300     DISPLAY "ENTER CHOICE : ".
017400     ACCEPT WS-MENU-CHOICE.
017500     EVALUATE WS-MENU-CHOICE
017600         WHEN "A" WHEN "a"
017700             PERFORM 2100-ADD-OPERATOR-RTN
017800         WHEN "C" WHEN "c"
017900             PERFORM 2200-CHANGE-OPERATOR-RTN
018000         WHEN "P" WHEN "p"
018100             PERFORM 2300-RESET-PASSWORD-RTN
018200         WHEN "D" WHEN "d"
018300             PERFORM 2400-DISABLE-OPERATOR-RTN
018400         WHEN "E" WHEN "e"
018500             PERFORM 2450-ENABLE-OPERATOR-RTN
018600         WHEN "L" WHEN "l"
018700             PERFORM 2700-LIST-OPERATORS-RTN
018800         WHEN "Q" WHEN "q"
018900             MOVE "N" TO WS-MENU-SWITCH
019000         WHEN OTHER
019100             DISPLAY "INVALID CHOICE - TRY AGAIN."
019200     END-EVALUATE.
019300
019400******************************************************************
019500*    2100-ADD-OPERATOR-RTN
019600*    COLLECT AND EDIT THE FIELDS FOR A NEW OPERATOR AND WRITE
019700*    THEM. THE ROLE MUST BE ONE OF CL/SU/MG/SA AND A PASSWORD
019800*    MUST BE SET.
019900******************************************************************
020000 2100-ADD-OPERATOR-RTN.
020100     PERFORM 2510-ACCEPT-NEW-ID-RTN.
020200     IF WS-ENTRY-ID = SPACES
020300         DISPLAY "OPERATOR ID IS REQUIRED - ADD REJECTED"
020400     ELSE
020500         DISPLAY "ENTER NAME : "
020600         ACCEPT WS-ENTRY-NAME
020700         DISPLAY "ENTER ROLE (CL/SU/MG/SA) : "
020800         ACCEPT WS-ENTRY-ROLE
020900         IF ENTRY-ROLE-VALID
021000             PERFORM 2520-ACCEPT-PASSWORD-RTN
021100             IF WS-ENTRY-PASSWORD = SPACES
021200                 DISPLAY "NO PASSWORD SET - ADD REJECTED"
021300             ELSE
021400                 PERFORM 2600-WRITE-NEW-OPERATOR-RTN
021500             END-IF
021600         ELSE
021700             DISPLAY "ROLE MUST BE CL, SU, MG OR SA"
021800                 " - ADD REJECTED"
021900         END-IF
022000     END-IF.
022100
022200******************************************************************
022300*    2200-CHANGE-OPERATOR-RTN
022400*    RE-ACCEPT THE NAME AND ROLE OF AN EXISTING OPERATOR (BLANK
022500*    KEEPS WHAT IS THERE) AND REWRITE IN PLACE. AN OPERATOR'S
022600*    OWN ROLE CAN ONLY BE CHANGED BY SOMEONE ELSE.
022700******************************************************************
022800 2200-CHANGE-OPERATOR-RTN.
022900     PERFORM 2500-ACCEPT-OPERATOR-KEY-RTN.
023000     READ OPERATOR-FILE
023100         INVALID KEY
023200             DISPLAY "NO OPERATOR ON FILE WITH THAT ID"
023300         NOT INVALID KEY
023400             DISPLAY "NAME : " OPR-NAME "  ROLE : " OPR-ROLE
023500             DISPLAY "ENTER NEW NAME (BLANK TO KEEP) : "
023600             MOVE SPACES TO WS-ENTRY-NAME
023700             ACCEPT WS-ENTRY-NAME
023800             DISPLAY "ENTER NEW ROLE (BLANK TO KEEP) : "
023900             MOVE SPACES TO WS-ENTRY-ROLE
024000             ACCEPT WS-ENTRY-ROLE
024100             IF WS-ENTRY-ROLE = SPACES
024200                 MOVE OPR-ROLE TO WS-ENTRY-ROLE
024300             END-IF
024400             IF NOT ENTRY-ROLE-VALID
024500                 DISPLAY "ROLE MUST BE CL, SU, MG OR SA"
024600                     " - CHANGE REJECTED"
024700             ELSE
024800                 IF OPR-ID = SIGN-OPERATOR-ID
024900                     AND WS-ENTRY-ROLE NOT = OPR-ROLE
025000                     DISPLAY "YOUR OWN ROLE MUST BE CHANGED BY"
025100                         " ANOTHER ADMINISTRATOR"
025200                         " - CHANGE REJECTED"
025300                 ELSE
025400                     IF WS-ENTRY-NAME NOT = SPACES
025500                         MOVE WS-ENTRY-NAME TO OPR-NAME
025600                     END-IF
025700                     MOVE SPACES TO WS-NOTE-DETAIL
025800                     STRING 'CHANGED ' DELIMITED BY SIZE
025900                         OPR-ID DELIMITED BY SIZE
026000                         ' ROLE ' DELIMITED BY SIZE
026100                         OPR-ROLE DELIMITED BY SIZE
026200                         ' TO ' DELIMITED BY SIZE
026300                         WS-ENTRY-ROLE DELIMITED BY SIZE
026400                         INTO WS-NOTE-DETAIL
026500                     MOVE WS-ENTRY-ROLE TO OPR-ROLE
026600                     REWRITE OPERATOR-RECORD
026700                     MOVE 'OPER-CHG' TO SIGN-ACTION
026800                     PERFORM 2800-NOTE-SECURITY-EVENT-RTN
026900                     ADD 1 TO CHANGE-COUNTER
027000                     DISPLAY "OPERATOR CHANGED."
027100                 END-IF
027200             END-IF
027300     END-READ.
027400
027500******************************************************************
027600*    2300-RESET-PASSWORD-RTN
027700*    SET A NEW PASSWORD FOR AN OPERATOR WHO HAS FORGOTTEN THEIRS
027800*    OR BEEN LOCKED OUT. A LOCKED-OUT OPERATOR IS MADE ACTIVE
027900*    AGAIN; A DISABLED ONE STAYS DISABLED UNTIL RE-ENABLED.
028000******************************************************************
028100 2300-RESET-PASSWORD-RTN.
028200     PERFORM 2500-ACCEPT-OPERATOR-KEY-RTN.
028300     READ OPERATOR-FILE
028400         INVALID KEY
028500             DISPLAY "NO OPERATOR ON FILE WITH THAT ID"
028600         NOT INVALID KEY
028700             MOVE OPR-ID TO WS-ENTRY-ID
028800             PERFORM 2520-ACCEPT-PASSWORD-RTN
028900             IF WS-ENTRY-PASSWORD = SPACES
029000                 DISPLAY "NO PASSWORD SET - RESET REJECTED"
029100             ELSE
029200                 PERFORM 2530-HASH-PASSWORD-RTN
029300                 MOVE SIGN-PASSWORD-HASH TO OPR-PASSWORD-HASH
029400                 MOVE 0 TO OPR-FAIL-COUNT
029500                 IF OPR-LOCKED
029600                     SET OPR-ACTIVE TO TRUE
029700                 END-IF
029800                 REWRITE OPERATOR-RECORD
029900                 MOVE 'OPER-PWD' TO SIGN-ACTION
030000                 MOVE SPACES TO WS-NOTE-DETAIL
030100                 STRING 'RESET PASSWORD FOR ' DELIMITED BY SIZE
030200                     OPR-ID DELIMITED BY SIZE
030300                     INTO WS-NOTE-DETAIL
030400                 PERFORM 2800-NOTE-SECURITY-EVENT-RTN
030500                 ADD 1 TO CHANGE-COUNTER
030600                 DISPLAY "PASSWORD RESET."
030700             END-IF
030800     END-READ.
030900
031000******************************************************************
031100*    2400-DISABLE-OPERATOR-RTN
031200*    STOP AN OPERATOR SIGNING ON. THE RECORD STAYS ON FILE SO
031300*    THE ID KEEPS MEANING THE SAME PERSON ON OLD REGISTERS.
031400******************************************************************
031500 2400-DISABLE-OPERATOR-RTN.
031600     PERFORM 2500-ACCEPT-OPERATOR-KEY-RTN.
031700     READ OPERATOR-FILE
031800         INVALID KEY
031900             DISPLAY "NO OPERATOR ON FILE WITH THAT ID"
032000         NOT INVALID KEY
032100             IF OPR-ID = SIGN-OPERATOR-ID
032200                 DISPLAY "YOU CANNOT DISABLE YOURSELF"
032300                     " - DISABLE REJECTED"
032400             ELSE
032500                 SET OPR-DISABLED TO TRUE
032600                 REWRITE OPERATOR-RECORD
032700                 MOVE 'OPER-DIS' TO SIGN-ACTION
032800                 MOVE SPACES TO WS-NOTE-DETAIL
032900                 STRING 'DISABLED ' DELIMITED BY SIZE
033000                     OPR-ID DELIMITED BY SIZE
033100                     INTO WS-NOTE-DETAIL
033200                 PERFORM 2800-NOTE-SECURITY-EVENT-RTN
033300                 ADD 1 TO CHANGE-COUNTER
033400                 DISPLAY "OPERATOR DISABLED."
033500             END-IF
033600     END-READ.
033700
033800******************************************************************
033900*    2450-ENABLE-OPERATOR-RTN
034000*    LET A DISABLED OR LOCKED-OUT OPERATOR SIGN ON AGAIN WITH
034100*    THE PASSWORD THEY ALREADY HAVE.
034200******************************************************************
034300 2450-ENABLE-OPERATOR-RTN.
034400     PERFORM 2500-ACCEPT-OPERATOR-KEY-RTN.
034500     READ OPERATOR-FILE
034600         INVALID KEY
034700             DISPLAY "NO OPERATOR ON FILE WITH THAT ID"
034800         NOT INVALID KEY
034900             SET OPR-ACTIVE TO TRUE
035000             MOVE 0 TO OPR-FAIL-COUNT
035100             REWRITE OPERATOR-RECORD
035200             MOVE 'OPER-ENA' TO SIGN-ACTION
035300             MOVE SPACES TO WS-NOTE-DETAIL
035400             STRING 'RE-ENABLED ' DELIMITED BY SIZE
035500                 OPR-ID DELIMITED BY SIZE
035600                 INTO WS-NOTE-DETAIL
035700             PERFORM 2800-NOTE-SECURITY-EVENT-RTN
035800             ADD 1 TO CHANGE-COUNTER
035900             DISPLAY "OPERATOR RE-ENABLED."
036000     END-READ.
036100
036200******************************************************************
036300*    2500-ACCEPT-OPERATOR-KEY-RTN
036400*    ASK FOR AN OPERATOR ID AND LOAD IT INTO OPR-ID.
036500******************************************************************
036600 2500-ACCEPT-OPERATOR-KEY-RTN.
036700     DISPLAY "ENTER OPERATOR ID : ".
036800     MOVE SPACES TO WS-ENTRY-ID.
036900     ACCEPT WS-ENTRY-ID.
037000     MOVE WS-ENTRY-ID TO OPR-ID.
037100
037200******************************************************************
037300*    2510-ACCEPT-NEW-ID-RTN
037400*    ASK FOR THE ID OF AN OPERATOR ABOUT TO BE ENROLLED.
037500******************************************************************
037600 2510-ACCEPT-NEW-ID-RTN.
037700     DISPLAY "ENTER NEW OPERATOR ID (UP TO 8 CHARACTERS) : ".
037800     MOVE SPACES TO WS-ENTRY-ID.
037900     ACCEPT WS-ENTRY-ID.
038000
038100******************************************************************
038200*    2520-ACCEPT-PASSWORD-RTN
038300*    ASK FOR A PASSWORD TWICE. IF THE TWO DO NOT AGREE THE
038400*    PASSWORD COMES BACK BLANK AND THE CALLER REJECTS THE ENTRY.
038500******************************************************************
038600 2520-ACCEPT-PASSWORD-RTN.
038700     DISPLAY "ENTER PASSWORD (UP TO 8 CHARACTERS) : ".
038800     MOVE SPACES TO WS-ENTRY-PASSWORD.
038900     ACCEPT WS-ENTRY-PASSWORD.
039000     DISPLAY "ENTER THE PASSWORD AGAIN : ".
039100     MOVE SPACES TO WS-ENTRY-CONFIRM.
039200     ACCEPT WS-ENTRY-CONFIRM.
039300     IF WS-ENTRY-CONFIRM NOT = WS-ENTRY-PASSWORD
039400         DISPLAY "THE TWO PASSWORDS DO NOT AGREE"
039500         MOVE SPACES TO WS-ENTRY-PASSWORD
039600     END-IF.
039700
039800******************************************************************
039900*    2530-HASH-PASSWORD-RTN
040000*    HAVE OPSIGNON SCRAMBLE WS-ENTRY-ID AND WS-ENTRY-PASSWORD
040100*    THE SAME WAY IT WILL AT SIGN-ON. THE RESULT COMES BACK IN
040200*    SIGN-PASSWORD-HASH.
040300******************************************************************
040400 2530-HASH-PASSWORD-RTN.
040500     MOVE "P" TO SIGN-FUNCTION.
040600     MOVE "OPERMAINT" TO SIGN-PROGRAM.
040700     MOVE SPACES TO SIGN-ACTION.
040800     MOVE SPACES TO SIGN-DETAIL.
040900     MOVE WS-ENTRY-ID TO SIGN-DETAIL(1:8).
041000     MOVE WS-ENTRY-PASSWORD TO SIGN-DETAIL(9:8).
041100     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
041200         SIGN-RESULT-FIELDS.
041300
041400******************************************************************
041500*    2600-WRITE-NEW-OPERATOR-RTN
041600*    BUILD AND WRITE THE NEW OPERATOR RECORD, ACTIVE, WITH THE
041700*    SCRAMBLED PASSWORD. A DUPLICATE ID COMES BACK ON THE
041800*    INVALID KEY PATH.
041900******************************************************************
042000 2600-WRITE-NEW-OPERATOR-RTN.
042100     PERFORM 2530-HASH-PASSWORD-RTN.
042200     MOVE SPACES TO OPERATOR-RECORD.
042300     MOVE WS-ENTRY-ID TO OPR-ID.
042400     MOVE WS-ENTRY-NAME TO OPR-NAME.
042500     MOVE WS-ENTRY-ROLE TO OPR-ROLE.
042600     MOVE SIGN-PASSWORD-HASH TO OPR-PASSWORD-HASH.
042700     SET OPR-ACTIVE TO TRUE.
042800     MOVE 0 TO OPR-FAIL-COUNT.
042900     WRITE OPERATOR-RECORD
043000         INVALID KEY
043100             DISPLAY "THAT OPERATOR ID IS ALREADY ON FILE"
043200                 " - ADD REJECTED"
043300         NOT INVALID KEY
043400             ADD 1 TO ADD-COUNTER
043500             MOVE 'OPER-ADD' TO SIGN-ACTION
043600             MOVE SPACES TO WS-NOTE-DETAIL
043700             STRING 'ENROLLED ' DELIMITED BY SIZE
043800                 OPR-ID DELIMITED BY SIZE
043900                 ' AS ROLE ' DELIMITED BY SIZE
044000                 OPR-ROLE DELIMITED BY SIZE
044100                 INTO WS-NOTE-DETAIL
044200             PERFORM 2800-NOTE-SECURITY-EVENT-RTN
044300             DISPLAY "OPERATOR ENROLLED."
044400     END-WRITE.
044500
044600******************************************************************
044700*    2700-LIST-OPERATORS-RTN
044800*    LIST EVERY OPERATOR IN ID ORDER WITH ROLE, STATUS AND LAST
044900*    SIGN-ON. THE SCRAMBLED PASSWORD IS NEVER SHOWN.
045000******************************************************************
045100 2700-LIST-OPERATORS-RTN.
045200     MOVE 0 TO LIST-COUNTER.
045300     MOVE "N" TO WS-LIST-EOF-SWITCH.
045400     MOVE LOW-VALUES TO OPR-ID.
045500     START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
045600         INVALID KEY
045700             MOVE "Y" TO WS-LIST-EOF-SWITCH
045800     END-START.
045900     DISPLAY "ID        NAME                            ROLE"
046000         "  STATUS  LAST SIGN-ON".
046100     PERFORM 2750-LIST-ONE-OPERATOR-RTN
046200         UNTIL END-OF-OPERATORS.
046300     DISPLAY LIST-COUNTER " OPERATOR(S) ON FILE".
046400
046500******************************************************************
046600*    2750-LIST-ONE-OPERATOR-RTN
046700*    READ AND SHOW THE NEXT OPERATOR.
046800******************************************************************
046900 2750-LIST-ONE-OPERATOR-RTN.
047000     READ OPERATOR-FILE NEXT RECORD
047100         AT END
047200             MOVE "Y" TO WS-LIST-EOF-SWITCH
047300         NOT AT END
047400             ADD 1 TO LIST-COUNTER
047500             DISPLAY OPR-ID "  " OPR-NAME "  " OPR-ROLE
047600                 "    " OPR-STATUS "       " OPR-LAST-SIGNON
047700     END-READ.
047800
047900******************************************************************
048000*    2800-NOTE-SECURITY-EVENT-RTN
048100*    NOTE THE CHANGE JUST MADE ON THE SECURITY LOG UNDER THE
048200*    SIGNED-ON ADMINISTRATOR. THE CALLER SETS SIGN-ACTION AND
048300*    WS-NOTE-DETAIL.
048400******************************************************************
048500 2800-NOTE-SECURITY-EVENT-RTN.
048600     MOVE "N" TO SIGN-FUNCTION.
048700     MOVE "OPERMAINT" TO SIGN-PROGRAM.
048800     MOVE WS-NOTE-DETAIL TO SIGN-DETAIL.
048900     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
049000         SIGN-RESULT-FIELDS.
049100
049200******************************************************************
049300*    9000-TERMINATE-RTN
049400*    CLOSE THE OPERATOR MASTER AND SIGN OFF.
049500******************************************************************
049600 9000-TERMINATE-RTN.
049700     CLOSE OPERATOR-FILE.
049800     DISPLAY "OPERMAINT COMPLETE - " ADD-COUNTER " ENROLLED, "
049900         CHANGE-COUNTER " CHANGED.".
050000
050100 END PROGRAM OPERMAINT.
