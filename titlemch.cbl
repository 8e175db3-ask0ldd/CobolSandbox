000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TITLEMCH.
000300 AUTHOR. D-L-HAGGARD.
000400 INSTALLATION. CATALOG-SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    10/15/2026  DLH   ORIGINAL -- CALLABLE TITLE MATCHER, BUILT
001200*                      THE SAME WAY AS GAMEEDIT. THE CATALOG
001300*                      CHECKS ONLY EVER COMPARED TITLES BYTE FOR
001400*                      BYTE, SO "THE LEGEND OF ZELDA: BREATH OF
001500*                      THE WILD", "LEGEND OF ZELDA BREATH OF THE
001600*                      WILD" AND "ZELDA - BOTW" ALL WENT ON AS
001700*                      SEPARATE TITLES. THE CALLER PASSES TWO
001800*                      TITLES; EACH IS NORMALIZED (UPPER CASE,
001900*                      PUNCTUATION DROPPED, A LEADING OR TRAILING
002000*                      THE/A/AN DROPPED, ROMAN NUMERALS I-XX
002100*                      TURNED INTO DIGITS) AND THE TWO ARE SCORED
002200*                      0-100 ON THE SHARE OF SIGNIFICANT WORDS
002300*                      THEY HAVE IN COMMON -- A WORD ONE LETTER
002400*                      OFF COUNTS, AND SO DOES AN ABBREVIATION
002500*                      MADE OF THE OTHER TITLE'S INITIALS. TWO
002600*                      TITLES THAT DIFFER IN A NUMBER (HALO 2,
002700*                      HALO 3) ARE SEQUELS, NOT DUPLICATES, AND
002800*                      SCORE AT HALF. GAMENEAR AND GAMEINTK BOTH
002900*                      CALL IT SO THERE IS ONE IDEA OF "THE SAME
003000*                      TITLE" ACROSS THE SYSTEM.
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 01  SWITCHES.
003800     05 WS-IN-WORD-SWITCH     PIC X VALUE "N".
003900        88 IN-A-WORD                  VALUE "Y".
004000     05 WS-FOUND-SWITCH       PIC X VALUE "N".
004100        88 WORD-FOUND                 VALUE "Y".
004200
004300*    A TITLE SCORING AT OR ABOVE THIS IS A NEAR MATCH WHEN THE
004400*    CALLER PASSES A ZERO THRESHOLD.
004500 01  WS-DEFAULT-THRESHOLD     PIC 9(3) VALUE 80.
004600 01  WS-THRESHOLD             PIC 9(3) VALUE 0.
004700
004800 01  WS-LOWER-LETTERS         PIC X(26)
004900         VALUE 'abcdefghijklmnopqrstuvwxyz'.
005000 01  WS-UPPER-LETTERS         PIC X(26)
005100         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
005200
005300*    ROMAN NUMERALS I THROUGH XX AND THE DIGITS THEY BECOME. A
005400*    LONE "I" IS ONLY A NUMERAL AS THE LAST WORD OF A LONGER
005500*    TITLE -- ANYWHERE ELSE IT IS THE PRONOUN.
005600 01  WS-ROMAN-VALUES.
005700     05 FILLER                PIC X(07) VALUE 'I    1 '.
005800     05 FILLER                PIC X(07) VALUE 'II   2 '.
005900     05 FILLER                PIC X(07) VALUE 'III  3 '.
006000     05 FILLER                PIC X(07) VALUE 'IV   4 '.
006100     05 FILLER                PIC X(07) VALUE 'V    5 '.
006200     05 FILLER                PIC X(07) VALUE 'VI   6 '.
006300     05 FILLER                PIC X(07) VALUE 'VII  7 '.
006400     05 FILLER                PIC X(07) VALUE 'VIII 8 '.
006500     05 FILLER                PIC X(07) VALUE 'IX   9 '.
006600     05 FILLER                PIC X(07) VALUE 'X    10'.
006700     05 FILLER                PIC X(07) VALUE 'XI   11'.
006800     05 FILLER                PIC X(07) VALUE 'XII  12'.
006900     05 FILLER                PIC X(07) VALUE 'XIII 13'.
007000     05 FILLER                PIC X(07) VALUE 'XIV  14'.
007100     05 FILLER                PIC X(07) VALUE 'XV   15'.
007200     05 FILLER                PIC X(07) VALUE 'XVI  16'.
007300     05 FILLER                PIC X(07) VALUE 'XVII 17'.
007400     05 FILLER                PIC X(07) VALUE 'XVIII18'.
007500     05 FILLER                PIC X(07) VALUE 'XIX  19'.
007600     05 FILLER                PIC X(07) VALUE 'XX   20'.
007700 01  WS-ROMAN-TABLE REDEFINES WS-ROMAN-VALUES.
007800     05 WS-ROMAN-ENTRY OCCURS 20 TIMES
007900            INDEXED BY WS-RM-IDX.
008000        10 WS-ROMAN-TEXT      PIC X(05).
008100        10 WS-ROMAN-ARABIC    PIC X(02).
008200
008300*    THE TWO TITLES BROKEN INTO WORDS. A 40-BYTE TITLE CANNOT
008400*    HOLD MORE THAN 20 WORDS. MINOR WORDS (OF, THE, A, AN, AND)
008500*    ARE KEPT FOR ABBREVIATIONS BUT DO NOT COUNT IN THE SCORE.
008600 01  WS-SIDE-TABLE.
008700     05 WS-SIDE OCCURS 2 TIMES.
008800        10 WS-WORD-COUNT      PIC 99 COMP.
008900        10 WS-SIG-COUNT       PIC 99 COMP.
009000        10 WS-MATCH-COUNT     PIC 99 COMP.
009100        10 WS-LEFT-NUMBER-CNT PIC 99 COMP.
009200        10 WS-SQUEEZED        PIC X(40).
009300        10 WS-WORD OCCURS 20 TIMES.
009400           15 WS-WORD-TEXT    PIC X(24).
009500           15 WS-WORD-LEN     PIC 99 COMP.
009600           15 WS-WORD-MINOR-SW PIC X.
009700              88 WORD-IS-MINOR        VALUE "Y".
009800           15 WS-WORD-DIGIT-SW PIC X.
009900              88 WORD-HAS-DIGIT       VALUE "Y".
010000           15 WS-WORD-MATCH-SW PIC X.
010100              88 WORD-IS-MATCHED      VALUE "Y".
010200
010300 01  WS-WORK-FIELDS.
010400     05 WS-WORK-TITLE         PIC X(40).
010500     05 WS-WORK-NORM          PIC X(40).
010600     05 WS-CHAR               PIC X.
010700     05 WS-ACRONYM            PIC X(24).
010800     05 WS-THIS               PIC 9 COMP.
010900     05 WS-OTHER              PIC 9 COMP.
011000     05 WS-C                  PIC 99 COMP.
011100     05 WS-L                  PIC 99 COMP.
011200     05 WS-W1                 PIC 99 COMP.
011300     05 WS-W2                 PIC 99 COMP.
011400     05 WS-W3                 PIC 99 COMP.
011500     05 WS-W-END              PIC 99 COMP.
011600     05 WS-PTR                PIC 99 COMP.
011700     05 WS-SQ-PTR             PIC 99 COMP.
011800     05 WS-DIFFS              PIC 99 COMP.
011900     05 WS-DIGIT-TALLY        PIC 99 COMP.
012000     05 WS-SCORE-WORK         PIC 9(5) COMP.
012100
012200 LINKAGE SECTION.
012300 01  TMCH-REQUEST-FIELDS.
012400     05 TMCH-TITLE-1          PIC X(40).
012500     05 TMCH-TITLE-2          PIC X(40).
012600     05 TMCH-THRESHOLD        PIC 9(3).
012700 01  TMCH-RESULT-FIELDS.
012800     05 TMCH-SCORE            PIC 9(3).
012900     05 TMCH-MATCH-CLASS      PIC X.
013000        88 TMCH-EXACT                 VALUE "X".
013100        88 TMCH-SAME-NORMALIZED       VALUE "E".
013200        88 TMCH-NEAR                  VALUE "N".
013300        88 TMCH-DIFFERENT             VALUE "D".
013400        88 TMCH-SUSPECT               VALUE "E" "N".
013500     05 TMCH-NORM-1           PIC X(40).
013600     05 TMCH-NORM-2           PIC X(40).
013700
013800 PROCEDURE DIVISION USING TMCH-REQUEST-FIELDS
013900     TMCH-RESULT-FIELDS.
014000
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE-RTN.
014300     MOVE 1 TO WS-THIS.
014400     MOVE TMCH-TITLE-1 TO WS-WORK-TITLE.
014500     PERFORM 2000-NORMALIZE-TITLE-RTN.
014600     MOVE WS-WORK-NORM TO TMCH-NORM-1.
014700     MOVE 2 TO WS-THIS.
014800     MOVE TMCH-TITLE-2 TO WS-WORK-TITLE.
014900     PERFORM 2000-NORMALIZE-TITLE-RTN.
015000     MOVE WS-WORK-NORM TO TMCH-NORM-2.
015100     PERFORM 3000-SCORE-TITLES-RTN
015200         THRU 3000-SCORE-TITLES-RTN-EXIT.
015300     GOBACK.
015400
015500******************************************************************
015600*    1000-INITIALIZE-RTN
015700*    CLEAR THE RESULT AND THE WORD TABLES AND SETTLE THE
015800*    THRESHOLD FOR THIS CALL.
015900******************************************************************
016000 1000-INITIALIZE-RTN.
016100     MOVE 0 TO TMCH-SCORE.
016200     MOVE "D" TO TMCH-MATCH-CLASS.
016300     MOVE SPACES TO TMCH-NORM-1.
016400     MOVE SPACES TO TMCH-NORM-2.
016500     IF TMCH-THRESHOLD NOT NUMERIC OR TMCH-THRESHOLD = 0
016600         OR TMCH-THRESHOLD > 100
016700         MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
016800     ELSE
016900         MOVE TMCH-THRESHOLD TO WS-THRESHOLD
017000     END-IF.
017100     INITIALIZE WS-SIDE-TABLE.
017200
017300******************************************************************
017400*    2000-NORMALIZE-TITLE-RTN
017500*    BREAK WS-WORK-TITLE INTO WORDS FOR SIDE WS-THIS -- UPPER
017600*    CASE, PUNCTUATION AS A WORD BREAK, APOSTROPHES DROPPED --
017700*    THEN DROP A LEADING OR TRAILING ARTICLE, TURN ROMAN
017800*    NUMERALS INTO DIGITS, FLAG THE MINOR WORDS AND REJOIN THE
017900*    WORDS INTO WS-WORK-NORM.
018000******************************************************************
018100 2000-NORMALIZE-TITLE-RTN.
018200     INSPECT WS-WORK-TITLE
018300         CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS.
018400     MOVE "N" TO WS-IN-WORD-SWITCH.
018500     PERFORM 2100-SCAN-ONE-CHAR-RTN
018600         VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 40.
018700     IF WS-WORD-COUNT(WS-THIS) > 1
018800         AND (WS-WORD-TEXT(WS-THIS, 1) = 'THE'
018900           OR WS-WORD-TEXT(WS-THIS, 1) = 'A'
019000           OR WS-WORD-TEXT(WS-THIS, 1) = 'AN')
019100         PERFORM 2200-SHIFT-ONE-WORD-RTN
019200             VARYING WS-W1 FROM 1 BY 1
019300             UNTIL WS-W1 >= WS-WORD-COUNT(WS-THIS)
019400         SUBTRACT 1 FROM WS-WORD-COUNT(WS-THIS)
019500     END-IF.
019600     MOVE WS-WORD-COUNT(WS-THIS) TO WS-W1.
019700     IF WS-W1 > 1
019800         AND (WS-WORD-TEXT(WS-THIS, WS-W1) = 'THE'
019900           OR WS-WORD-TEXT(WS-THIS, WS-W1) = 'A'
020000           OR WS-WORD-TEXT(WS-THIS, WS-W1) = 'AN')
020100         SUBTRACT 1 FROM WS-WORD-COUNT(WS-THIS)
020200     END-IF.
020300     PERFORM 2300-CONVERT-ONE-NUMERAL-RTN
020400         VARYING WS-W1 FROM 1 BY 1
020500         UNTIL WS-W1 > WS-WORD-COUNT(WS-THIS).
020600     MOVE SPACES TO WS-WORK-NORM.
020700     MOVE 1 TO WS-PTR.
020800     MOVE 1 TO WS-SQ-PTR.
020900     PERFORM 2400-FLAG-ONE-WORD-RTN
021000         VARYING WS-W1 FROM 1 BY 1
021100         UNTIL WS-W1 > WS-WORD-COUNT(WS-THIS).
021200
021300******************************************************************
021400*    2100-SCAN-ONE-CHAR-RTN
021500*    ONE CHARACTER OF THE TITLE. A LETTER OR DIGIT JOINS THE
021600*    CURRENT WORD (STARTING ONE IF NEED BE); AN APOSTROPHE IS
021700*    SKIPPED SO "MARIO'S" STAYS ONE WORD; ANYTHING ELSE ENDS
021800*    THE WORD.
021900******************************************************************
022000 2100-SCAN-ONE-CHAR-RTN.
022100     MOVE WS-WORK-TITLE(WS-C:1) TO WS-CHAR.
022200     EVALUATE TRUE
022300         WHEN (WS-CHAR >= "A" AND WS-CHAR <= "Z")
022400           OR (WS-CHAR >= "0" AND WS-CHAR <= "9")
022500             IF NOT IN-A-WORD
022600                 MOVE "Y" TO WS-IN-WORD-SWITCH
022700                 ADD 1 TO WS-WORD-COUNT(WS-THIS)
022800                 MOVE WS-WORD-COUNT(WS-THIS) TO WS-W1
022900                 MOVE SPACES TO WS-WORD-TEXT(WS-THIS, WS-W1)
023000                 MOVE 0 TO WS-WORD-LEN(WS-THIS, WS-W1)
023100             END-IF
023200             IF WS-WORD-LEN(WS-THIS, WS-W1) < 24
023300                 ADD 1 TO WS-WORD-LEN(WS-THIS, WS-W1)
023400                 MOVE WS-WORD-LEN(WS-THIS, WS-W1) TO WS-L
023500                 MOVE WS-CHAR
023600                     TO WS-WORD-TEXT(WS-THIS, WS-W1)(WS-L:1)
023700             END-IF
023800         WHEN WS-CHAR = "'"
023900             CONTINUE
024000         WHEN OTHER
024100             MOVE "N" TO WS-IN-WORD-SWITCH
024200     END-EVALUATE.
024300
024400******************************************************************
024500*    2200-SHIFT-ONE-WORD-RTN
024600*    MOVE ONE WORD DOWN A SLOT OVER THE DROPPED LEADING ARTICLE.
024700******************************************************************
024800 2200-SHIFT-ONE-WORD-RTN.
024900     COMPUTE WS-W2 = WS-W1 + 1.
025000     MOVE WS-WORD(WS-THIS, WS-W2) TO WS-WORD(WS-THIS, WS-W1).
025100
025200******************************************************************
025300*    2300-CONVERT-ONE-NUMERAL-RTN
025400*    A WORD THAT IS A ROMAN NUMERAL I-XX BECOMES ITS DIGITS.
025500******************************************************************
025600 2300-CONVERT-ONE-NUMERAL-RTN.
025700     IF WS-WORD-TEXT(WS-THIS, WS-W1) = 'I'
025800         AND (WS-W1 < WS-WORD-COUNT(WS-THIS)
025900           OR WS-WORD-COUNT(WS-THIS) = 1)
026000         CONTINUE
026100     ELSE
026200         SET WS-RM-IDX TO 1
026300         SEARCH WS-ROMAN-ENTRY
026400             AT END
026500                 CONTINUE
026600             WHEN WS-ROMAN-TEXT(WS-RM-IDX) =
026700                  WS-WORD-TEXT(WS-THIS, WS-W1)
026800                 MOVE WS-ROMAN-ARABIC(WS-RM-IDX)
026900                     TO WS-WORD-TEXT(WS-THIS, WS-W1)
027000                 IF WS-ROMAN-ARABIC(WS-RM-IDX)(2:1) = SPACE
027100                     MOVE 1 TO WS-WORD-LEN(WS-THIS, WS-W1)
027200                 ELSE
027300                     MOVE 2 TO WS-WORD-LEN(WS-THIS, WS-W1)
027400                 END-IF
027500         END-SEARCH
027600     END-IF.
027700
027800******************************************************************
027900*    2400-FLAG-ONE-WORD-RTN
028000*    MARK THE WORD MINOR OR SIGNIFICANT, NOTE WHETHER IT CARRIES
028100*    A DIGIT, AND ADD IT TO THE NORMALIZED TITLE AND TO THE
028200*    SQUEEZED (NO SPACES) FORM USED TO CATCH "SPIDER MAN"
028300*    AGAINST "SPIDERMAN".
028400******************************************************************
028500 2400-FLAG-ONE-WORD-RTN.
028600     MOVE "N" TO WS-WORD-MATCH-SW(WS-THIS, WS-W1).
028700     IF WS-WORD-TEXT(WS-THIS, WS-W1) = 'OF' OR 'THE' OR 'A'
028800         OR 'AN' OR 'AND'
028900         MOVE "Y" TO WS-WORD-MINOR-SW(WS-THIS, WS-W1)
029000     ELSE
029100         MOVE "N" TO WS-WORD-MINOR-SW(WS-THIS, WS-W1)
029200         ADD 1 TO WS-SIG-COUNT(WS-THIS)
029300     END-IF.
029400     MOVE 0 TO WS-DIGIT-TALLY.
029500     INSPECT WS-WORD-TEXT(WS-THIS, WS-W1) TALLYING
029600         WS-DIGIT-TALLY FOR ALL "0" ALL "1" ALL "2" ALL "3"
029700         ALL "4" ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
029800     IF WS-DIGIT-TALLY > 0
029900         MOVE "Y" TO WS-WORD-DIGIT-SW(WS-THIS, WS-W1)
030000     ELSE
030100         MOVE "N" TO WS-WORD-DIGIT-SW(WS-THIS, WS-W1)
030200     END-IF.
030300     IF WS-W1 > 1
030400         STRING ' ' DELIMITED BY SIZE
030500             INTO WS-WORK-NORM WITH POINTER WS-PTR
030600     END-IF.
030700     STRING WS-WORD-TEXT(WS-THIS, WS-W1) DELIMITED BY SPACE
030800         INTO WS-WORK-NORM WITH POINTER WS-PTR.
030900     STRING WS-WORD-TEXT(WS-THIS, WS-W1) DELIMITED BY SPACE
031000         INTO WS-SQUEEZED(WS-THIS) WITH POINTER WS-SQ-PTR.
031100
031200******************************************************************
031300*    3000-SCORE-TITLES-RTN
031400*    IDENTICAL TITLES ARE AN EXACT MATCH; TITLES THAT NORMALIZE
031500*    THE SAME (OR DIFFER ONLY IN SPACING) SCORE 100. OTHERWISE
031600*    MATCH WORD AGAINST WORD, THEN ABBREVIATIONS BOTH WAYS, AND
031700*    SCORE THE MATCHED SHARE OF BOTH TITLES' SIGNIFICANT WORDS.
031800*    A NUMBER LEFT UNMATCHED ON BOTH SIDES HALVES THE SCORE.
031900******************************************************************
032000 3000-SCORE-TITLES-RTN.
032100     IF TMCH-TITLE-1 = TMCH-TITLE-2
032200         MOVE 100 TO TMCH-SCORE
032300         MOVE "X" TO TMCH-MATCH-CLASS
032400         GO TO 3000-SCORE-TITLES-RTN-EXIT
032500     END-IF.
032600     IF TMCH-NORM-1 = SPACES OR TMCH-NORM-2 = SPACES
032700         GO TO 3000-SCORE-TITLES-RTN-EXIT
032800     END-IF.
032900     IF TMCH-NORM-1 = TMCH-NORM-2
033000         OR WS-SQUEEZED(1) = WS-SQUEEZED(2)
033100         MOVE 100 TO TMCH-SCORE
033200         MOVE "E" TO TMCH-MATCH-CLASS
033300         GO TO 3000-SCORE-TITLES-RTN-EXIT
033400     END-IF.
033500     IF WS-SIG-COUNT(1) = 0 OR WS-SIG-COUNT(2) = 0
033600         GO TO 3000-SCORE-TITLES-RTN-EXIT
033700     END-IF.
033800     MOVE 1 TO WS-THIS.
033900     MOVE 2 TO WS-OTHER.
034000     PERFORM 3100-MATCH-ONE-WORD-RTN
034100         VARYING WS-W1 FROM 1 BY 1
034200         UNTIL WS-W1 > WS-WORD-COUNT(WS-THIS).
034300     PERFORM 3300-TRY-ACRONYM-RTN
034400         VARYING WS-W1 FROM 1 BY 1
034500         UNTIL WS-W1 > WS-WORD-COUNT(WS-THIS).
034600     MOVE 2 TO WS-THIS.
034700     MOVE 1 TO WS-OTHER.
034800     PERFORM 3300-TRY-ACRONYM-RTN
034900         VARYING WS-W1 FROM 1 BY 1
035000         UNTIL WS-W1 > WS-WORD-COUNT(WS-THIS).
035100     COMPUTE WS-SCORE-WORK =
035200         (WS-MATCH-COUNT(1) + WS-MATCH-COUNT(2)) * 100
035300         / (WS-SIG-COUNT(1) + WS-SIG-COUNT(2)).
035400     MOVE 1 TO WS-THIS.
035500     PERFORM 3500-COUNT-LEFT-NUMBER-RTN
035600         VARYING WS-W1 FROM 1 BY 1
035700         UNTIL WS-W1 > WS-WORD-COUNT(WS-THIS).
035800     MOVE 2 TO WS-THIS.
035900     PERFORM 3500-COUNT-LEFT-NUMBER-RTN
036000         VARYING WS-W1 FROM 1 BY 1
036100         UNTIL WS-W1 > WS-WORD-COUNT(WS-THIS).
036200     IF WS-LEFT-NUMBER-CNT(1) > 0 AND WS-LEFT-NUMBER-CNT(2) > 0
036300         COMPUTE WS-SCORE-WORK = WS-SCORE-WORK / 2
036400     END-IF.
036500     IF WS-SCORE-WORK > 99
036600         MOVE 99 TO WS-SCORE-WORK
036700     END-IF.
036800     MOVE WS-SCORE-WORK TO TMCH-SCORE.
036900     IF TMCH-SCORE >= WS-THRESHOLD
037000         MOVE "N" TO TMCH-MATCH-CLASS
037100     END-IF.
037200
037300 3000-SCORE-TITLES-RTN-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*    3100-MATCH-ONE-WORD-RTN
037800*    LOOK FOR AN UNMATCHED SIGNIFICANT WORD OF THE OTHER TITLE
037900*    THAT IS THE SAME AS, OR ONE LETTER OFF, THIS ONE.
038000******************************************************************
038100 3100-MATCH-ONE-WORD-RTN.
038200     IF NOT WORD-IS-MINOR(WS-THIS, WS-W1)
038300         AND NOT WORD-IS-MATCHED(WS-THIS, WS-W1)
038400         MOVE "N" TO WS-FOUND-SWITCH
038500         PERFORM 3200-COMPARE-ONE-WORD-RTN
038600             VARYING WS-W2 FROM 1 BY 1
038700             UNTIL WS-W2 > WS-WORD-COUNT(WS-OTHER)
038800                OR WORD-FOUND
038900     END-IF.
039000
039100******************************************************************
039200*    3200-COMPARE-ONE-WORD-RTN
039300*    ONE WORD OF THE OTHER TITLE. WORDS OF FIVE LETTERS OR MORE
039400*    WITH NO DIGITS MAY DIFFER IN ONE POSITION (A TYPING SLIP);
039500*    ANYTHING SHORTER, OR CARRYING A NUMBER, MUST BE EXACT.
039600******************************************************************
039700 3200-COMPARE-ONE-WORD-RTN.
039800     IF NOT WORD-IS-MINOR(WS-OTHER, WS-W2)
039900         AND NOT WORD-IS-MATCHED(WS-OTHER, WS-W2)
040000         IF WS-WORD-TEXT(WS-THIS, WS-W1) =
040100            WS-WORD-TEXT(WS-OTHER, WS-W2)
040200             MOVE "Y" TO WS-FOUND-SWITCH
040300         ELSE
040400             IF WS-WORD-LEN(WS-THIS, WS-W1) =
040500                WS-WORD-LEN(WS-OTHER, WS-W2)
040600                 AND WS-WORD-LEN(WS-THIS, WS-W1) >= 5
040700                 AND NOT WORD-HAS-DIGIT(WS-THIS, WS-W1)
040800                 AND NOT WORD-HAS-DIGIT(WS-OTHER, WS-W2)
040900                 MOVE 0 TO WS-DIFFS
041000                 PERFORM 3210-COUNT-ONE-DIFF-RTN
041100                     VARYING WS-C FROM 1 BY 1
041200                     UNTIL WS-C > WS-WORD-LEN(WS-THIS, WS-W1)
041300                 IF WS-DIFFS = 1
041400                     MOVE "Y" TO WS-FOUND-SWITCH
041500                 END-IF
041600             END-IF
041700         END-IF
041800     END-IF.
041900     IF WORD-FOUND
042000         MOVE "Y" TO WS-WORD-MATCH-SW(WS-THIS, WS-W1)
042100         MOVE "Y" TO WS-WORD-MATCH-SW(WS-OTHER, WS-W2)
042200         ADD 1 TO WS-MATCH-COUNT(WS-THIS)
042300         ADD 1 TO WS-MATCH-COUNT(WS-OTHER)
042400     END-IF.
042500
042600******************************************************************
042700*    3210-COUNT-ONE-DIFF-RTN
042800*    COMPARE ONE LETTER POSITION OF THE TWO WORDS.
042900******************************************************************
043000 3210-COUNT-ONE-DIFF-RTN.
043100     IF WS-WORD-TEXT(WS-THIS, WS-W1)(WS-C:1) NOT =
043200        WS-WORD-TEXT(WS-OTHER, WS-W2)(WS-C:1)
043300         ADD 1 TO WS-DIFFS
043400     END-IF.
043500
043600******************************************************************
043700*    3300-TRY-ACRONYM-RTN
043800*    AN UNMATCHED SIGNIFICANT WORD OF THREE OR MORE LETTERS AND
043900*    NO DIGITS MAY BE THE INITIALS OF A RUN OF THE OTHER TITLE'S
044000*    WORDS ("BOTW" FOR "BREATH OF THE WILD") -- TRY EACH
044100*    STARTING WORD.
044200******************************************************************
044300 3300-TRY-ACRONYM-RTN.
044400     IF NOT WORD-IS-MINOR(WS-THIS, WS-W1)
044500         AND NOT WORD-IS-MATCHED(WS-THIS, WS-W1)
044600         AND NOT WORD-HAS-DIGIT(WS-THIS, WS-W1)
044700         AND WS-WORD-LEN(WS-THIS, WS-W1) >= 3
044800         AND WS-WORD-LEN(WS-THIS, WS-W1) <=
044900             WS-WORD-COUNT(WS-OTHER)
045000         MOVE "N" TO WS-FOUND-SWITCH
045100         PERFORM 3400-ACRONYM-AT-RTN
045200             VARYING WS-W2 FROM 1 BY 1
045300             UNTIL WS-W2 > WS-WORD-COUNT(WS-OTHER)
045400                OR WORD-FOUND
045500     END-IF.
045600
045700******************************************************************
045800*    3400-ACRONYM-AT-RTN
045900*    BUILD THE INITIALS OF THE OTHER TITLE'S WORDS FROM WS-W2 ON
046000*    AND COMPARE. ON A HIT THIS WORD AND EVERY SIGNIFICANT WORD
046100*    IT STANDS FOR COUNT AS MATCHED.
046200******************************************************************
046300 3400-ACRONYM-AT-RTN.
046400     COMPUTE WS-W-END =
046500         WS-W2 + WS-WORD-LEN(WS-THIS, WS-W1) - 1.
046600     IF WS-W-END <= WS-WORD-COUNT(WS-OTHER)
046700         MOVE SPACES TO WS-ACRONYM
046800         PERFORM 3410-ADD-ONE-INITIAL-RTN
046900             VARYING WS-W3 FROM WS-W2 BY 1
047000             UNTIL WS-W3 > WS-W-END
047100         IF WS-ACRONYM = WS-WORD-TEXT(WS-THIS, WS-W1)
047200             MOVE "Y" TO WS-FOUND-SWITCH
047300             MOVE "Y" TO WS-WORD-MATCH-SW(WS-THIS, WS-W1)
047400             ADD 1 TO WS-MATCH-COUNT(WS-THIS)
047500             PERFORM 3420-MARK-COVERED-WORD-RTN
047600                 VARYING WS-W3 FROM WS-W2 BY 1
047700                 UNTIL WS-W3 > WS-W-END
047800         END-IF
047900     END-IF.
048000
048100******************************************************************
048200*    3410-ADD-ONE-INITIAL-RTN
048300*    APPEND ONE WORD'S FIRST LETTER TO THE TRIAL ABBREVIATION.
048400******************************************************************
048500 3410-ADD-ONE-INITIAL-RTN.
048600     COMPUTE WS-L = WS-W3 - WS-W2 + 1.
048700     MOVE WS-WORD-TEXT(WS-OTHER, WS-W3)(1:1)
048800         TO WS-ACRONYM(WS-L:1).
048900
049000******************************************************************
049100*    3420-MARK-COVERED-WORD-RTN
049200*    ONE WORD UNDER A MATCHED ABBREVIATION.
049300******************************************************************
049400 3420-MARK-COVERED-WORD-RTN.
049500     IF NOT WORD-IS-MINOR(WS-OTHER, WS-W3)
049600         AND NOT WORD-IS-MATCHED(WS-OTHER, WS-W3)
049700         MOVE "Y" TO WS-WORD-MATCH-SW(WS-OTHER, WS-W3)
049800         ADD 1 TO WS-MATCH-COUNT(WS-OTHER)
049900     END-IF.
050000
050100******************************************************************
050200*    3500-COUNT-LEFT-NUMBER-RTN
050300*    COUNT A WORD CARRYING A DIGIT THAT FOUND NO PARTNER.
050400******************************************************************
050500 3500-COUNT-LEFT-NUMBER-RTN.
050600     IF WORD-HAS-DIGIT(WS-THIS, WS-W1)
050700         AND NOT WORD-IS-MATCHED(WS-THIS, WS-W1)
050800         ADD 1 TO WS-LEFT-NUMBER-CNT(WS-THIS)
050900     END-IF.
051000
051100 END PROGRAM TITLEMCH.
