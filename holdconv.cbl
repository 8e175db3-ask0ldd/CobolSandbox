000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDCONV.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- ONE-TIME CONVERSION OF AN
001200*                      EXISTING HOLDINGS.TXT INTO THE HOLDREC
001300*                      LAYOUT THAT CARRIES HOLD-STATUS (SPACE=ON
001400*                      THE SHELF, R=OUT ON RENT). EVERY COPY
001500*                      CARRIES OVER UNCHANGED AND STARTS OUT ON
001600*                      THE SHELF. WRITES THE CONVERTED FILE TO
001700*                      HOLDINGS-NEW.TXT -- THE OPERATOR MUST
001800*                      BACK UP HOLDINGS.TXT AND RENAME THE NEW
001900*                      FILE OVER IT AFTER CHECKING THE COUNT.
002000*                      RUN ONCE, BEFORE RENTDESK IS FIRST USED.
002100*                      TAKES THE CATALOG UPDATE INTERLOCK
002200*                      (GAMELOCK) SO NO COUNTER PROGRAM IS
002300*                      POSTING TO HOLDINGS WHILE IT RUNS.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OLD-FILE ASSIGN TO 'HOLDINGS.TXT'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS OLD-HOLD-KEY.
003300
003400     SELECT NEW-FILE ASSIGN TO 'HOLDINGS-NEW.TXT'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS HOLD-KEY.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  OLD-FILE.
004200 01  OLD-HOLDING-RECORD.
004300     05 OLD-HOLD-KEY.
004400         10 OLD-HOLD-ID-GAME  PIC 9(06).
004500         10 OLD-HOLD-COPY-NO  PIC 9(03).
004600     05 OLD-HOLD-SPCS1    PIC X(02).
004700     05 OLD-HOLD-LOCATION PIC X(10).
004800     05 OLD-HOLD-SPCS2    PIC X(02).
004900     05 OLD-HOLD-CONDITION PIC X(02).
005000     05 OLD-HOLD-SPCS3    PIC X(02).
005100     05 OLD-HOLD-ACQ-DATE PIC X(10).
005200
005300 FD  NEW-FILE.
005400 COPY HOLDREC.
005500
005600 WORKING-STORAGE SECTION.
005700 01  SWITCHES.
005800     05 EOF-SWITCH            PIC X VALUE "N".
005900        88 END-OF-FILE                 VALUE "Y".
006000
006100 01  COUNTERS.
006200     05 REC-COUNTER            PIC 9(5) COMP VALUE 0.
006300
006400 01  LOCK-REQUEST-FIELDS.
006500     05 LOCK-FUNCTION         PIC X.
006600     05 LOCK-CALLER           PIC X(10).
006700 01  LOCK-RESULT-FIELDS.
006800     05 LOCK-RESULT           PIC X.
006900        88 LOCK-GRANTED               VALUE "G".
007000        88 LOCK-BUSY                  VALUE "B".
007100        88 LOCK-FREE                  VALUE "F".
007200     05 LOCK-HOLDER-NAME      PIC X(10).
007300     05 LOCK-TAKEN-TS         PIC X(19).
007400
007500 PROCEDURE DIVISION.
007600
007700 0000-MAINLINE.
007800     PERFORM 1000-INITIALIZE-RTN.
007900     PERFORM 2000-CONVERT-RECORDS-RTN
008000         UNTIL END-OF-FILE.
008100     PERFORM 9000-TERMINATE-RTN.
008200     STOP RUN.
008300
008400******************************************************************
008500*    1000-INITIALIZE-RTN
008600*    TAKE THE INTERLOCK, THEN OPEN THE OLD-FORMAT HOLDINGS FOR
008700*    INPUT AND THE NEW-FORMAT HOLDINGS FOR OUTPUT.
008800******************************************************************
008900 1000-INITIALIZE-RTN.
009000     MOVE "A" TO LOCK-FUNCTION.
009100     MOVE "HOLDCONV" TO LOCK-CALLER.
009200     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
009300         LOCK-RESULT-FIELDS.
009400     IF LOCK-BUSY
009500         DISPLAY "CATALOG LOCKED BY " LOCK-HOLDER-NAME
009600             " SINCE " LOCK-TAKEN-TS
009700         DISPLAY "TRY AGAIN WHEN THE UPDATE FINISHES - RUN"
009800             " STOPPED"
009900         MOVE 8 TO RETURN-CODE
010000         STOP RUN
010100     END-IF.
010200     OPEN INPUT OLD-FILE.
010300     OPEN OUTPUT NEW-FILE.
010400
010500******************************************************************
010600*    2000-CONVERT-RECORDS-RTN
010700*    READ ONE OLD-FORMAT RECORD AND REWRITE IT IN THE NEW LAYOUT.
010800******************************************************************
010900 2000-CONVERT-RECORDS-RTN.
011000     READ OLD-FILE
011100         AT END
011200             MOVE "Y" TO EOF-SWITCH
011300         NOT AT END
011400             ADD 1 TO REC-COUNTER
011500             PERFORM 2100-CONVERT-ONE-RECORD-RTN
011600     END-READ.
011700
011800******************************************************************
011900*    2100-CONVERT-ONE-RECORD-RTN
012000*    CARRY THE KEY AND THE FOUR COPY FIELDS OVER UNCHANGED. THE
012100*    NEW STATUS IS LEFT AT SPACE -- EVERY COPY ON THE OLD FILE
012200*    IS ON THE SHELF.
012300******************************************************************
012400 2100-CONVERT-ONE-RECORD-RTN.
012500     MOVE SPACES TO HOLDING-RECORD.
012600     MOVE OLD-HOLD-ID-GAME TO HOLD-ID-GAME.
012700     MOVE OLD-HOLD-COPY-NO TO HOLD-COPY-NO.
012800     MOVE OLD-HOLD-LOCATION TO HOLD-LOCATION.
012900     MOVE OLD-HOLD-CONDITION TO HOLD-CONDITION.
013000     MOVE OLD-HOLD-ACQ-DATE TO HOLD-ACQ-DATE.
013100     SET HOLD-ON-SHELF TO TRUE.
013200     WRITE HOLDING-RECORD.
013300
013400******************************************************************
013500*    9000-TERMINATE-RTN
013600*    CLOSE BOTH FILES, RELEASE THE INTERLOCK AND TELL THE
013700*    OPERATOR HOW MANY RECORDS WERE CONVERTED AND WHAT TO DO
013800*    NEXT.
013900******************************************************************
014000 9000-TERMINATE-RTN.
014100     CLOSE OLD-FILE.
014200     CLOSE NEW-FILE.
014300     MOVE "R" TO LOCK-FUNCTION.
014400     CALL 'GAMELOCK' USING LOCK-REQUEST-FIELDS
014500         LOCK-RESULT-FIELDS.
014600     DISPLAY "HOLDCONV COMPLETE - " REC-COUNTER
014700         " RECORDS CONVERTED".
014800     DISPLAY "BACK UP HOLDINGS.TXT, THEN RENAME".
014900     DISPLAY "HOLDINGS-NEW.TXT OVER IT.".
015000
015100 END PROGRAM HOLDCONV.
