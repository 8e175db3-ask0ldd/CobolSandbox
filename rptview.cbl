001800*                      PRINTER. "THE VALUATION REPORT FROM THE
001900*                      FRIDAY BEFORE THE BUYBACK" IS NOW A
002000*                      LOOKUP, NOT A SHRUG.
002020*    10/15/2026  DLH   OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
002040*                      ANYTHING ELSE -- AN UNKNOWN OPERATOR, A BAD
002060*                      PASSWORD OR A ROLE NOT AUTHORIZED FOR THIS
002080*                      PROGRAM IN AUTHTBL.DAT STOPS THE RUN.
002085*    10/15/2026  DLH   INDEX RECORD WIDENED TO 84 FOR THE STORE
002090*                      CODE RPTSPOOL NOW FILES STORE COPIES UNDER
002095*                      -- SHOWN AT THE END OF EACH LISTED ENTRY.
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  INDEX-FILE.
004000 01  INDEX-RECORD             PIC X(84).
004100
004200 FD  MEMBER-FILE.
004300 01  MEMBER-LINE              PIC X(132).
006500 01  WS-MEMBER-NAME           PIC X(20) VALUE SPACES.
006600 01  WS-EDIT-COUNT            PIC ZZZ,ZZ9.
006700
006706 01  SIGN-REQUEST-FIELDS.
006712     05 SIGN-FUNCTION          PIC X.
006718     05 SIGN-PROGRAM           PIC X(10).
006724     05 SIGN-ACTION            PIC X(08).
006730     05 SIGN-DETAIL            PIC X(60).
006736 01  SIGN-RESULT-FIELDS.
006742     05 SIGN-RESULT            PIC X.
006748        88 SIGN-GRANTED                 VALUE "G".
006754        88 SIGN-REFUSED                 VALUE "R".
006760     05 SIGN-OPERATOR-ID       PIC X(08).
006766     05 SIGN-OPERATOR-NAME     PIC X(30).
006772     05 SIGN-OPERATOR-ROLE     PIC X(02).
006778     05 SIGN-PASSWORD-HASH     PIC 9(10).
006784
006800 PROCEDURE DIVISION.
006900
007000 0000-MAINLINE.
007100     DISPLAY "RPTVIEW - REPORT LIBRARY RETRIEVAL".
007109     MOVE "S" TO SIGN-FUNCTION.
007118     MOVE "RPTVIEW" TO SIGN-PROGRAM.
007127     MOVE SPACES TO SIGN-ACTION.
007136     CALL 'OPSIGNON' USING SIGN-REQUEST-FIELDS
007145         SIGN-RESULT-FIELDS.
007154     IF NOT SIGN-GRANTED
007163         DISPLAY "SIGN-ON REFUSED - RUN STOPPED"
007172         MOVE 8 TO RETURN-CODE
007181         STOP RUN
007190     END-IF.
007200     PERFORM 2000-COMMAND-MENU-RTN UNTIL NOT MORE-COMMANDS.
007300     STOP RUN.
007400
