000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CUSTLKUP.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- CALLABLE CUSTOMER MASTER
001200*                      LOOKUP, BUILT THE SAME WAY AS LOCLOOKUP.
001300*                      ANY PROGRAM CAN CALL THIS WITH A CUSTOMER
001400*                      NUMBER AND GET BACK THE NAME, PHONE,
001500*                      STATUS AND POINTS BALANCE (OR A NOT-FOUND
001600*                      FLAG) OFF THE CUSTOMER MASTER
001700*                      (CUSTMAST.TXT -- SEE CUSTREC, MAINTAINED
001800*                      BY CUSTMAINT). OPENS AND CLOSES THE MASTER
001900*                      ON EVERY CALL SO THE CALLER DOESN'T MANAGE
002000*                      FILE STATE. NO MASTER ON HAND RETURNS
002100*                      NOT-FOUND FOR EVERY NUMBER.
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMAST.TXT'
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS RANDOM
003000         RECORD KEY IS CUS-ID
003100         FILE STATUS IS WS-CUS-FILE-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CUSTOMER-FILE.
003600 COPY CUSTREC.
003700
003800 WORKING-STORAGE SECTION.
003900 01  WS-CUS-FILE-STATUS       PIC X(02) VALUE "00".
004000
004100 LINKAGE SECTION.
004200 01  CUST-LKUP-ID             PIC 9(06).
004300 01  CUST-LKUP-RESULT-FIELDS.
004400     05 CUST-LKUP-NAME        PIC X(30).
004500     05 CUST-LKUP-PHONE       PIC X(15).
004600     05 CUST-LKUP-STATUS      PIC X(01).
004700     05 CUST-LKUP-POINTS      PIC 9(07).
004800 01  CUST-LKUP-FOUND-SWITCH   PIC X.
004900     88 CUST-LKUP-FOUND                VALUE "Y".
005000     88 CUST-LKUP-NOT-FOUND            VALUE "N".
005100
005200 PROCEDURE DIVISION USING CUST-LKUP-ID CUST-LKUP-RESULT-FIELDS
005300         CUST-LKUP-FOUND-SWITCH.
005400
005500 0000-MAINLINE.
005600     PERFORM 1000-INITIALIZE-RTN.
005700     IF WS-CUS-FILE-STATUS = "00"
005800         PERFORM 2000-READ-CUSTOMER-RTN
005900     END-IF.
006000     PERFORM 9000-TERMINATE-RTN.
006100     GOBACK.
006200
006300******************************************************************
006400*    1000-INITIALIZE-RTN
006500*    OPEN THE CUSTOMER MASTER AND CLEAR THE RESULT FIELDS SO A
006600*    NOT-FOUND RETURN NEVER CARRIES A PRIOR CALL'S DATA BACK.
006700******************************************************************
006800 1000-INITIALIZE-RTN.
006900     MOVE SPACES TO CUST-LKUP-NAME.
007000     MOVE SPACES TO CUST-LKUP-PHONE.
007100     MOVE SPACES TO CUST-LKUP-STATUS.
007200     MOVE 0 TO CUST-LKUP-POINTS.
007300     MOVE "N" TO CUST-LKUP-FOUND-SWITCH.
007400     OPEN INPUT CUSTOMER-FILE.
007500
007600******************************************************************
007700*    2000-READ-CUSTOMER-RTN
007800*    READ THE MASTER DIRECTLY BY THE REQUESTED NUMBER.
007900******************************************************************
008000 2000-READ-CUSTOMER-RTN.
008100     MOVE CUST-LKUP-ID TO CUS-ID.
008200     READ CUSTOMER-FILE
008300         INVALID KEY
008400             CONTINUE
008500         NOT INVALID KEY
008600             MOVE CUS-NAME TO CUST-LKUP-NAME
008700             MOVE CUS-PHONE TO CUST-LKUP-PHONE
008800             MOVE CUS-STATUS TO CUST-LKUP-STATUS
008900             IF CUS-POINTS IS NUMERIC
009000                 MOVE CUS-POINTS TO CUST-LKUP-POINTS
009100             END-IF
009200             SET CUST-LKUP-FOUND TO TRUE
009300     END-READ.
009400
009500******************************************************************
009600*    9000-TERMINATE-RTN
009700*    CLOSE THE CUSTOMER MASTER.
009800******************************************************************
009900 9000-TERMINATE-RTN.
010000     IF WS-CUS-FILE-STATUS NOT = "35"
010100         CLOSE CUSTOMER-FILE
010200     END-IF.
010300
010400 END PROGRAM CUSTLKUP.
