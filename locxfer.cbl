002200*                      LISTED WITH ITS MOVE COUNT ON THE RUN
002300*                      REPORT (LOCXFERR.TXT). BUILT FOR MOVING
002400*                      STOCK BETWEEN THE TWO STOREFRONTS.
002405*    10/15/2026  DLH   A COPY OUT ON RENT (HOLD-STATUS R, SEE
002410*                      RENTDESK) IS NO LONGER MOVED -- IT IS LEFT
002415*                      AT THE FROM LOCATION, LISTED ON THE REPORT
002420*                      AND COUNTED IN THE TOTALS.
002425*    10/15/2026  DLH   A TRANSFER LINE MAY NOW NAME A TITLE, AND
002430*                      WITHIN IT A COPY, AFTER THE EFFECTIVE DATE
002435*                      -- ONLY THOSE COPIES MOVE. BLANK OR ZERO
002440*                      KEEPS THE WHOLE-LOCATION MOVE. THIS IS THE
002445*                      FORM THE STKBAL BALANCING PROPOSALS TAKE.
002450*    10/15/2026  DLH   EVERY COPY MOVED IS NOW ALSO LOGGED TO THE
002455*                      HOLDINGS JOURNAL (HOLDJRNL.TXT) THROUGH
002460*                      HOLDJWTR WITH ITS BEFORE-IMAGE AND AFTER-
002465*                      IMAGE.
002470*    10/15/2026  DLH   A COPY RESERVED FOR A WEB ORDER PICKUP
002475*                      (HOLD-STATUS W, SEE WEBORDR) IS NO LONGER
002480*                      MOVED EITHER -- IT IS LEFT AT THE FROM
002485*                      LOCATION, LISTED ON THE REPORT AND COUNTED
002490*                      IN THE TOTALS.
002500******************************************************************
002600
002700 ENVIRONMENT DIVISION.
005700     05 XFR-TO-LOC        PIC X(10).
005800     05 XFR-SPCS2         PIC X(02).
005900     05 XFR-EFF-DATE      PIC X(10).
005912*    OPTIONAL -- A TITLE, AND WITHIN IT A COPY, TO LIMIT THE
005924*    TRANSFER TO. BLANK OR ZERO MOVES EVERYTHING AT THE FROM
005936*    LOCATION AS BEFORE.
005948     05 XFR-SPCS3         PIC X(02).
005960     05 XFR-ID-GAME       PIC 9(06).
005972     05 XFR-SPCS4         PIC X(02).
005984     05 XFR-COPY-NO       PIC 9(03).
006000
006100 FD  HOLDINGS-FILE.
006200 COPY HOLDREC.
009100     05 REJECT-COUNTER        PIC 9(5) COMP VALUE 0.
009200     05 MOVE-COUNTER          PIC 9(7) COMP VALUE 0.
009300     05 TRAN-MOVE-COUNTER     PIC 9(5) COMP VALUE 0.
009325*    COPIES AT THE FROM LOCATION LEFT WHERE THEY WERE BECAUSE
009350*    THEY ARE OUT ON RENT -- SEE RENTDESK.
009375     05 RENT-SKIP-COUNTER     PIC 9(5) COMP VALUE 0.
009380*    COPIES AT THE FROM LOCATION LEFT WHERE THEY WERE BECAUSE
009385*    THEY ARE RESERVED FOR A WEB ORDER PICKUP -- SEE WEBORDR.
009390     05 RESV-SKIP-COUNTER     PIC 9(5) COMP VALUE 0.
009400
009500 01  WS-FILE-STATUSES.
009600     05 WS-TRAN-FILE-STATUS   PIC X(02) VALUE "00".
009800     05 WS-MOVE-FILE-STATUS   PIC X(02) VALUE "00".
009900
010000 01  WS-EFF-DATE              PIC X(10) VALUE SPACES.
010033 01  WS-XFR-ID-GAME           PIC 9(06) VALUE 0.
010066 01  WS-XFR-COPY-NO           PIC 9(03) VALUE 0.
010100
010200 01  LOC-LKUP-CODE            PIC X(10).
010300 01  LOC-LKUP-NAME            PIC X(30).
010700
010800 01  WS-REPORT-FIELDS.
010900     05 WS-EDIT-COUNT         PIC ZZZ,ZZ9.
010950     05 WS-SCOPE-TEXT         PIC X(22) VALUE SPACES.
011000
011100 01  WS-AUDIT-FIELDS.
011200     05 WS-AUDIT-FILE-STATUS  PIC X(02) VALUE "00".
012400     05 WS-AUDIT-MIN          PIC 99.
012500     05 WS-AUDIT-SS           PIC 99.
012600     05 WS-AUDIT-HS           PIC 99.
012612
012624 01  HJRN-REQUEST-FIELDS.
012636     05 HJRN-PROGRAM          PIC X(10).
012648     05 HJRN-ACTION           PIC X(03).
012660     05 HJRN-REASON           PIC X(02).
012672     05 HJRN-BEFORE-IMAGE     PIC X(40).
012684     05 HJRN-AFTER-IMAGE      PIC X(40).
012700
012800 PROCEDURE DIVISION.
012900
026600*    ONE PASS OVER THE HOLDINGS FILE FOR THE CURRENT TRANSFER --
026700*    EVERY COPY AT THE FROM LOCATION MOVES TO THE TO LOCATION,
026800*    REWRITTEN IN PLACE, WITH A MOVEMENT TRAIL LINE PER COPY.
026825*    A LINE NAMING A TITLE (AND OPTIONALLY A COPY) STARTS AT
026850*    THAT TITLE AND MOVES ONLY ITS COPIES -- THE FORM STKBAL
026875*    PROPOSES.
026900******************************************************************
027000 3000-SWEEP-HOLDINGS-RTN.
027100     MOVE XFR-EFF-DATE TO WS-EFF-DATE.
027200     MOVE 0 TO TRAN-MOVE-COUNTER.
027300     MOVE "N" TO WS-HOLD-EOF-SWITCH.
027400     MOVE "00" TO WS-HOLD-FILE-STATUS.
027410     MOVE 0 TO WS-XFR-ID-GAME.
027420     MOVE 0 TO WS-XFR-COPY-NO.
027430     MOVE SPACES TO WS-SCOPE-TEXT.
027440     IF XFR-ID-GAME IS NUMERIC
027450         MOVE XFR-ID-GAME TO WS-XFR-ID-GAME
027460     END-IF.
027470     IF WS-XFR-ID-GAME > 0 AND XFR-COPY-NO IS NUMERIC
027480         MOVE XFR-COPY-NO TO WS-XFR-COPY-NO
027490     END-IF.
027500     OPEN I-O HOLDINGS-FILE.
027600     IF WS-HOLD-FILE-STATUS NOT = "00"
027700         MOVE "Y" TO WS-HOLD-EOF-SWITCH
027705     ELSE
027710         IF WS-XFR-ID-GAME > 0
027715             MOVE WS-XFR-ID-GAME TO HOLD-ID-GAME
027720             MOVE WS-XFR-COPY-NO TO HOLD-COPY-NO
027725             START HOLDINGS-FILE KEY IS NOT LESS THAN HOLD-KEY
027730                 INVALID KEY
027735                     MOVE "Y" TO WS-HOLD-EOF-SWITCH
027740             END-START
027745             STRING ' ID=' DELIMITED BY SIZE
027750                 WS-XFR-ID-GAME DELIMITED BY SIZE
027755                 INTO WS-SCOPE-TEXT
027760             IF WS-XFR-COPY-NO > 0
027765                 STRING ' ID=' DELIMITED BY SIZE
027770                     WS-XFR-ID-GAME DELIMITED BY SIZE
027775                     ' COPY=' DELIMITED BY SIZE
027780                     WS-XFR-COPY-NO DELIMITED BY SIZE
027785                     INTO WS-SCOPE-TEXT
027790             END-IF
027795         END-IF
027800     END-IF.
027900     PERFORM 3100-MOVE-ONE-COPY-RTN UNTIL HOLDINGS-AT-EOF.
028000     IF WS-HOLD-FILE-STATUS NOT = "35"
028900         XFR-TO-LOC DELIMITED BY SIZE
029000         ' EFFECTIVE ' DELIMITED BY SIZE
029100         WS-EFF-DATE DELIMITED BY SIZE
029150         WS-SCOPE-TEXT DELIMITED BY '  '
029200         ' COPIES=' DELIMITED BY SIZE
029300         WS-EDIT-COUNT DELIMITED BY SIZE
029400         INTO REPORT-LINE.
029700******************************************************************
029800*    3100-MOVE-ONE-COPY-RTN
029900*    READ ONE HOLDING AND MOVE IT IF IT SITS AT THE FROM
030000*    LOCATION. ON A TITLE OR COPY LINE THE SWEEP ENDS AS SOON AS
030050*    THE FILE IS PAST THE TITLE OR COPY NAMED.
030100******************************************************************
030200 3100-MOVE-ONE-COPY-RTN.
030300     READ HOLDINGS-FILE
030400         AT END
030500             MOVE "Y" TO WS-HOLD-EOF-SWITCH
030600         NOT AT END
030612             IF WS-XFR-ID-GAME > 0
030624                 IF HOLD-ID-GAME NOT = WS-XFR-ID-GAME
030636                     OR (WS-XFR-COPY-NO > 0
030648                         AND HOLD-COPY-NO NOT = WS-XFR-COPY-NO)
030660                     MOVE "Y" TO WS-HOLD-EOF-SWITCH
030672                 END-IF
030684             END-IF
030700             IF HOLD-LOCATION = XFR-FROM-LOC
030727                 AND NOT HOLDINGS-AT-EOF
030755                 IF HOLD-ON-RENT
030810                     PERFORM 3150-SKIP-RENTED-COPY-RTN
030830                 END-IF
030840                 IF HOLD-RESERVED
030850                     PERFORM 3160-SKIP-RESERVED-COPY-RTN
030860                 END-IF
030865                 IF HOLD-ON-SHELF
030892                     MOVE HOLDING-RECORD TO HJRN-BEFORE-IMAGE
030920                     MOVE XFR-TO-LOC TO HOLD-LOCATION
030975                     REWRITE HOLDING-RECORD
031030                     ADD 1 TO TRAN-MOVE-COUNTER
031085                     PERFORM 3200-WRITE-MOVEMENT-RTN
031112                     PERFORM 3300-JOURNAL-MOVE-RTN
031140                 END-IF
031200             END-IF
031300     END-READ.
031302
031304******************************************************************
031306*    3150-SKIP-RENTED-COPY-RTN
031308*    A COPY OUT ON RENT IS NOT ON THE SHELF TO BE MOVED. LEAVE
031310*    IT AT THE FROM LOCATION AND LIST IT ON THE REPORT SO IT
031312*    CAN BE MOVED BY HAND ONCE IT COMES BACK.
031314******************************************************************
031316 3150-SKIP-RENTED-COPY-RTN.
031318     ADD 1 TO RENT-SKIP-COUNTER.
031320     MOVE SPACES TO REPORT-LINE.
031322     STRING 'ON RENT   ID=' DELIMITED BY SIZE
031324         HOLD-ID-GAME DELIMITED BY SIZE
031326         ' COPY=' DELIMITED BY SIZE
031328         HOLD-COPY-NO DELIMITED BY SIZE
031330         ' AT ' DELIMITED BY SIZE
031332         XFR-FROM-LOC DELIMITED BY SIZE
031334         ' - NOT MOVED' DELIMITED BY SIZE
031336         INTO REPORT-LINE.
031338     WRITE REPORT-LINE.
031340
031342******************************************************************
031344*    3160-SKIP-RESERVED-COPY-RTN
031346*    A COPY RESERVED FOR A WEB ORDER (SEE WEBORDR) IS WAITING FOR
031348*    ITS CUSTOMER AT THE STORE THE PICK LIST NAMED. LEAVE IT AT
031350*    THE FROM LOCATION AND LIST IT ON THE REPORT SO IT CAN BE
031352*    MOVED BY HAND ONCE IT IS PICKED UP OR RELEASED.
031354******************************************************************
031356 3160-SKIP-RESERVED-COPY-RTN.
031358     ADD 1 TO RESV-SKIP-COUNTER.
031360     MOVE SPACES TO REPORT-LINE.
031362     STRING 'RESERVED  ID=' DELIMITED BY SIZE
031364         HOLD-ID-GAME DELIMITED BY SIZE
031366         ' COPY=' DELIMITED BY SIZE
031368         HOLD-COPY-NO DELIMITED BY SIZE
031370         ' AT ' DELIMITED BY SIZE
031372         XFR-FROM-LOC DELIMITED BY SIZE
031374         ' - WEB ORDER PICKUP, NOT MOVED' DELIMITED BY SIZE
031376         INTO REPORT-LINE.
031378     WRITE REPORT-LINE.
031400
031500******************************************************************
031600*    3200-WRITE-MOVEMENT-RTN
032500     MOVE XFR-FROM-LOC TO MOV-FROM-LOC.
032600     MOVE XFR-TO-LOC TO MOV-TO-LOC.
032700     WRITE MOVEMENT-RECORD.
032707
032714******************************************************************
032721*    3300-JOURNAL-MOVE-RTN
032728*    LOG THE BEFORE-IMAGE AND AFTER-IMAGE OF THE COPY JUST MOVED
032735*    TO THE HOLDINGS JOURNAL THROUGH HOLDJWTR.
032742******************************************************************
032749 3300-JOURNAL-MOVE-RTN.
032756     MOVE 'LOCXFER' TO HJRN-PROGRAM.
032763     MOVE 'CHG' TO HJRN-ACTION.
032770     MOVE 'MV' TO HJRN-REASON.
032777     MOVE HOLDING-RECORD TO HJRN-AFTER-IMAGE.
032784     CALL 'HOLDJWTR' USING HJRN-REQUEST-FIELDS.
032800
032900******************************************************************
033000*    8000-WRITE-TOTALS-RTN
034600     MOVE MOVE-COUNTER TO WS-EDIT-COUNT.
034700     MOVE SPACES TO REPORT-LINE.
034800     STRING 'COPIES MOVED  . . . . . . . : ' DELIMITED BY SIZE
034809         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
034818     WRITE REPORT-LINE.
034827     MOVE RENT-SKIP-COUNTER TO WS-EDIT-COUNT.
034836     MOVE SPACES TO REPORT-LINE.
034845     STRING 'COPIES ON RENT, NOT MOVED . : ' DELIMITED BY SIZE
034854         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
034863     WRITE REPORT-LINE.
034872     MOVE RESV-SKIP-COUNTER TO WS-EDIT-COUNT.
034881     MOVE SPACES TO REPORT-LINE.
034890     STRING 'COPIES RESERVED, NOT MOVED  : ' DELIMITED BY SIZE
034900         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE.
035000     WRITE REPORT-LINE.
035100
