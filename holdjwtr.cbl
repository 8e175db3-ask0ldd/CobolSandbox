000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDJWTR.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- CALLABLE HOLDINGS JOURNAL
001200*                      WRITER, BUILT THE SAME WAY AS ALERTWTR.
001300*                      HOLDMAINT, SALENTRY, SALERTN, TRADEIN,
001400*                      PORECV, RTVENT, RENTDESK, LOCXFER AND
001500*                      STOCKTAK ALL UPDATE HOLDINGS.TXT IN PLACE,
001600*                      AND ONCE A COPY WAS REWRITTEN OR DROPPED
001700*                      ITS EARLIER STATE WAS GONE. EACH OF THEM
001800*                      NOW CALLS THIS AFTER A SUCCESSFUL WRITE,
001900*                      REWRITE OR DELETE WITH ITS NAME, THE
002000*                      ACTION (ADD/CHG/DEL), A REASON CODE AND
002100*                      THE BEFORE-IMAGE AND AFTER-IMAGE OF THE
002200*                      HOLDING, AND ONE TIMESTAMPED LINE IS
002300*                      APPENDED TO THE SHARED JOURNAL
002400*                      (HOLDJRNL.TXT -- SEE HOLDJRNL). OPENS AND
002500*                      CLOSES THE FILE ON EVERY CALL SO THE
002600*                      CALLER DOESN'T MANAGE FILE STATE.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT JOURNAL-FILE ASSIGN TO 'HOLDJRNL.TXT'
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  JOURNAL-FILE.
003900 COPY HOLDJRNL.
004000
004100 WORKING-STORAGE SECTION.
004200 01  WS-JOURNAL-FILE-STATUS   PIC X(02) VALUE "00".
004300
004400 01  WS-STAMP-DATE-GROUP.
004500     05 WS-STAMP-YYYY         PIC 9(4).
004600     05 WS-STAMP-MM           PIC 99.
004700     05 WS-STAMP-DD           PIC 99.
004800
004900 01  WS-STAMP-TIME-GROUP.
005000     05 WS-STAMP-HH           PIC 99.
005100     05 WS-STAMP-MIN          PIC 99.
005200     05 WS-STAMP-SS           PIC 99.
005300     05 WS-STAMP-HS           PIC 99.
005400
005500 LINKAGE SECTION.
005600 01  HJRN-REQUEST-FIELDS.
005700     05 HJRN-PROGRAM          PIC X(10).
005800     05 HJRN-ACTION           PIC X(03).
005900     05 HJRN-REASON           PIC X(02).
006000     05 HJRN-BEFORE-IMAGE     PIC X(40).
006100     05 HJRN-AFTER-IMAGE      PIC X(40).
006200
006300 PROCEDURE DIVISION USING HJRN-REQUEST-FIELDS.
006400
006500 0000-MAINLINE.
006600     PERFORM 1000-INITIALIZE-RTN.
006700     PERFORM 2000-WRITE-ENTRY-RTN.
006800     PERFORM 9000-TERMINATE-RTN.
006900     GOBACK.
007000
007100******************************************************************
007200*    1000-INITIALIZE-RTN
007300*    OPEN THE JOURNAL FOR APPEND, CREATING IT ON THE FIRST EVER
007400*    CALL.
007500******************************************************************
007600 1000-INITIALIZE-RTN.
007700     OPEN EXTEND JOURNAL-FILE.
007800     IF WS-JOURNAL-FILE-STATUS NOT = "00"
007900         OPEN OUTPUT JOURNAL-FILE
008000     END-IF.
008100
008200******************************************************************
008300*    2000-WRITE-ENTRY-RTN
008400*    STAMP THE ENTRY WITH TODAY'S DATE (YYYY-MM-DD, SO IT SORTS)
008500*    AND THE TIME, AND APPEND IT. AN ADD CARRIES NO BEFORE-IMAGE
008600*    AND A DELETE NO AFTER-IMAGE -- WHATEVER THE CALLER PASSED
008700*    FOR THE MISSING ONE IS BLANKED.
008800******************************************************************
008900 2000-WRITE-ENTRY-RTN.
009000     ACCEPT WS-STAMP-DATE-GROUP FROM DATE YYYYMMDD.
009100     ACCEPT WS-STAMP-TIME-GROUP FROM TIME.
009200     MOVE SPACES TO HOLDJRNL-RECORD.
009300     STRING WS-STAMP-YYYY DELIMITED BY SIZE
009400         '-' DELIMITED BY SIZE
009500         WS-STAMP-MM DELIMITED BY SIZE
009600         '-' DELIMITED BY SIZE
009700         WS-STAMP-DD DELIMITED BY SIZE
009800         INTO HJR-DATE.
009900     STRING WS-STAMP-HH DELIMITED BY SIZE
010000         ':' DELIMITED BY SIZE
010100         WS-STAMP-MIN DELIMITED BY SIZE
010200         ':' DELIMITED BY SIZE
010300         WS-STAMP-SS DELIMITED BY SIZE
010400         INTO HJR-TIME.
010500     MOVE HJRN-PROGRAM TO HJR-PROGRAM.
010600     MOVE HJRN-ACTION TO HJR-ACTION.
010700     MOVE HJRN-REASON TO HJR-REASON.
010800     IF NOT HJR-IS-ADD
010900         MOVE HJRN-BEFORE-IMAGE TO HJR-BEFORE
011000     END-IF.
011100     IF NOT HJR-IS-DELETE
011200         MOVE HJRN-AFTER-IMAGE TO HJR-AFTER
011300     END-IF.
011400     WRITE HOLDJRNL-RECORD.
011500
011600******************************************************************
011700*    9000-TERMINATE-RTN
011800*    CLOSE THE JOURNAL SO THE LINE IS ON DISK BEFORE CONTROL
011900*    GOES BACK TO THE CALLER.
012000******************************************************************
012100 9000-TERMINATE-RTN.
012200     CLOSE JOURNAL-FILE.
012300
012400 END PROGRAM HOLDJWTR.
