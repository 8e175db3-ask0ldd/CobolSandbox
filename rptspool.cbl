002500*                      PURGED THE SAME WAY AUDITROT PURGES AGED
002600*                      LOG ARCHIVES. RPTVIEW LISTS, VIEWS AND
002700*                      REPRINTS RETAINED MEMBERS.
002702*    10/15/2026  DLH   TRADEREG.TXT (TRADERPT) AND TRADEMRR.TXT
002704*                      (TRADEMRG) ADDED TO THE REPORTS FILED.
002706*    10/15/2026  DLH   REPLENR.TXT (REPLEN) AND POAGER.TXT
002708*                      (POAGING) ADDED TO THE REPORTS FILED.
002710*    10/15/2026  DLH   RTVREG.TXT (RTVRPT) AND RTVOUTR.TXT
002712*                      (RTVOUT) ADDED TO THE REPORTS FILED.
002714*    10/15/2026  DLH   TILLRPT.TXT (TILLCLS) ADDED TO THE REPORTS
002716*                      FILED.
002718*    10/15/2026  DLH   RENTDUE.TXT (RENTDUE) ADDED TO THE REPORTS
002720*                      FILED.
002722*    10/15/2026  DLH   LOYSTMT.TXT (LOYSTMT) ADDED TO THE REPORTS
002724*                      FILED.
002726*    10/15/2026  DLH   STOCKAGE.TXT (STOCKAGE) ADDED TO THE
002728*                      REPORTS FILED.
002730*    10/15/2026  DLH   STKBALR.TXT (STKBAL) ADDED TO THE REPORTS
002732*                      FILED.
002734*    10/15/2026  DLH   HOLDRCVR.TXT (HOLDRCVR) ADDED TO THE
002736*                      REPORTS FILED.
002738*    10/15/2026  DLH   GAMENEAR.TXT (GAMENEAR) ADDED TO THE
002740*                      REPORTS FILED.
002742*    10/15/2026  DLH   PRICECMP.TXT (PRICECMP) ADDED TO THE
002744*                      REPORTS FILED.
002746*    10/15/2026  DLH   WELLSTND.TXT AND WELLRMND.TXT (WELLSTND)
002748*                      ADDED TO THE REPORTS FILED.
002750*    10/15/2026  DLH   BMIPURGE.TXT (BMIPURGE) ADDED TO THE
002752*                      REPORTS FILED.
002754*    10/15/2026  DLH   SVCLIAB.TXT (SVCLIAB) ADDED TO THE REPORTS
002756*                      FILED.
002758*    10/15/2026  DLH   NIGHTCHK.TXT (NIGHTCHK) ADDED TO THE
002760*                      REPORTS FILED.
002762*    10/15/2026  DLH   STORE COPIES OF HOLDRPT, SALESREG, STOCKVAR
002764*                      AND LOCLIST (NAME-STORE.TXT, ONE PER STORE
002766*                      ON LOCSTORE) FILED UNDER THE BASE REPORT
002768*                      NAME, WITH THE STORE CODE IN A NEW FIELD
002770*                      ON THE INDEX (IDX-STORE). STORECMP.TXT
002772*                      (STORECMP) ADDED TO THE REPORTS FILED.
002774*    10/15/2026  DLH   WEBPICK.TXT (WEBORDR) AND WEBEXPR.TXT
002776*                      (WEBEXPR) ADDED TO THE REPORTS FILED.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
006800     05 IDX-LINES         PIC 9(07).
006900     05 IDX-SPCS6         PIC X(02).
007000     05 IDX-PAGES         PIC 9(05).
007033     05 IDX-SPCS7         PIC X(02).
007066     05 IDX-STORE         PIC X(04).
007100
007200 FD  AUDIT-FILE.
007300 COPY AUDITLOG.
009200
009300 01  WS-SOURCE-NAME           PIC X(20) VALUE SPACES.
009400 01  WS-MEMBER-NAME           PIC X(20) VALUE SPACES.
009420 01  WS-SPOOL-FIELDS.
009440     05 WS-SPOOL-REPORT       PIC X(12) VALUE SPACES.
009460     05 WS-SPOOL-PGM          PIC X(14) VALUE SPACES.
009480     05 WS-SPOOL-STORE        PIC X(04) VALUE SPACES.
009500 01  WS-NEXT-SEQ              PIC 9(5) VALUE 1.
009510 01  WS-SEQ-WORK              PIC 9(5) VALUE 0.
009600 01  WS-PAGE-COUNT            PIC 9(5) COMP VALUE 0.
009800 01  WS-PURGE-COMMAND         PIC X(40) VALUE SPACES.
009900
010000 01  WS-RPT-TABLE-AREA.
010100     05 WS-RPT-COUNT          PIC 9(3) COMP VALUE 48.
010200     05 WS-RPT-TABLE.
010300         10 WS-RPT-ENTRY OCCURS 48 TIMES
010400                INDEXED BY WS-RPT-IDX.
010500             15 WS-RPT-NAME   PIC X(12).
010600             15 WS-RPT-PGM    PIC X(14).
010603
010606*    REPORTS THAT ALSO COME OUT ONE COPY PER STORE, AS
010609*    STEM-STORE.TXT. EACH STORE COPY IS FILED UNDER THE BASE
010612*    REPORT NAME WITH THE STORE CODE IN IDX-STORE.
010615 01  WS-BURST-TABLE-AREA.
010618     05 WS-BURST-COUNT        PIC 9(3) COMP VALUE 4.
010621     05 WS-BURST-TABLE.
010624         10 WS-BURST-ENTRY OCCURS 4 TIMES
010627                INDEXED BY WS-BURST-IDX.
010630             15 WS-BURST-STEM PIC X(08).
010633             15 WS-BURST-NAME PIC X(12).
010636             15 WS-BURST-PGM  PIC X(14).
010639
010642 01  WS-STORE-SEQ             PIC 9(3) COMP VALUE 0.
010645 01  WS-STORE-TOTAL           PIC 9(3) COMP VALUE 0.
010648 01  STORE-REQUEST-FIELDS.
010651     05 STORE-FUNCTION        PIC X.
010654     05 STORE-LOCATION        PIC X(10).
010657     05 STORE-SEQ             PIC 9(3).
010660 01  STORE-RESULT-FIELDS.
010663     05 STORE-CODE            PIC X(04).
010666     05 STORE-COUNT           PIC 9(3).
010669     05 STORE-RESULT          PIC X.
010672        88 STORE-FOUND                VALUE "Y".
010675        88 STORE-NOT-FOUND            VALUE "N".
010700
010800 01  WS-IDX-COUNT             PIC 9(3) COMP VALUE 0.
010900 01  WS-IDX-TABLE.
011000     05 WS-IDX-ENTRY OCCURS 400 TIMES
011100            INDEXED BY WS-IDX-IDX.
011200         10 WS-IDX-IMAGE      PIC X(84).
011300         10 WS-IDX-IMAGE-R REDEFINES WS-IDX-IMAGE.
011400             15 WS-IDX-MEMBER PIC X(12).
011500             15 FILLER        PIC X(02).
011600             15 WS-IDX-DATE   PIC X(08).
011700             15 FILLER        PIC X(62).
011800         10 WS-IDX-KEEP       PIC X.
011900            88 IDX-ENTRY-KEPT          VALUE "Y".
012000
017200     PERFORM 2000-SPOOL-ONE-REPORT-RTN
017300         VARYING WS-RPT-IDX FROM 1 BY 1
017400         UNTIL WS-RPT-IDX > WS-RPT-COUNT.
017450     PERFORM 3000-SPOOL-STORE-COPIES-RTN.
017500     PERFORM 4000-PURGE-OLD-MEMBERS-RTN.
017600     PERFORM 5000-REWRITE-INDEX-RTN.
017700     PERFORM 9000-TERMINATE-RTN.
023236     MOVE 'MONTHEND'     TO WS-RPT-PGM(25).
023238     MOVE 'SHELFLBL.TXT' TO WS-RPT-NAME(26).
023240     MOVE 'SHELFLBL'     TO WS-RPT-PGM(26).
023241     MOVE 'TRADEREG.TXT' TO WS-RPT-NAME(27).
023242     MOVE 'TRADERPT'     TO WS-RPT-PGM(27).
023243     MOVE 'TRADEMRR.TXT' TO WS-RPT-NAME(28).
023244     MOVE 'TRADEMRG'     TO WS-RPT-PGM(28).
023245     MOVE 'REPLENR.TXT'  TO WS-RPT-NAME(29).
023246     MOVE 'REPLEN'       TO WS-RPT-PGM(29).
023247     MOVE 'POAGER.TXT'   TO WS-RPT-NAME(30).
023248     MOVE 'POAGING'      TO WS-RPT-PGM(30).
023249     MOVE 'RTVREG.TXT'   TO WS-RPT-NAME(31).
023250     MOVE 'RTVRPT'       TO WS-RPT-PGM(31).
023251     MOVE 'RTVOUTR.TXT'  TO WS-RPT-NAME(32).
023252     MOVE 'RTVOUT'       TO WS-RPT-PGM(32).
023253     MOVE 'TILLRPT.TXT'  TO WS-RPT-NAME(33).
023254     MOVE 'TILLCLS'      TO WS-RPT-PGM(33).
023255     MOVE 'RENTDUE.TXT'  TO WS-RPT-NAME(34).
023256     MOVE 'RENTDUE'      TO WS-RPT-PGM(34).
023257     MOVE 'LOYSTMT.TXT'  TO WS-RPT-NAME(35).
023258     MOVE 'LOYSTMT'      TO WS-RPT-PGM(35).
023259     MOVE 'STOCKAGE.TXT' TO WS-RPT-NAME(36).
023260     MOVE 'STOCKAGE'     TO WS-RPT-PGM(36).
023261     MOVE 'STKBALR.TXT'  TO WS-RPT-NAME(37).
023262     MOVE 'STKBAL'       TO WS-RPT-PGM(37).
023263     MOVE 'HOLDRCVR.TXT' TO WS-RPT-NAME(38).
023264     MOVE 'HOLDRCVR'     TO WS-RPT-PGM(38).
023265     MOVE 'GAMENEAR.TXT' TO WS-RPT-NAME(39).
023266     MOVE 'GAMENEAR'     TO WS-RPT-PGM(39).
023267     MOVE 'PRICECMP.TXT' TO WS-RPT-NAME(40).
023268     MOVE 'PRICECMP'     TO WS-RPT-PGM(40).
023269     MOVE 'WELLSTND.TXT' TO WS-RPT-NAME(41).
023270     MOVE 'WELLSTND'     TO WS-RPT-PGM(41).
023271     MOVE 'WELLRMND.TXT' TO WS-RPT-NAME(42).
023272     MOVE 'WELLSTND'     TO WS-RPT-PGM(42).
023273     MOVE 'BMIPURGE.TXT' TO WS-RPT-NAME(43).
023274     MOVE 'BMIPURGE'     TO WS-RPT-PGM(43).
023275     MOVE 'SVCLIAB.TXT'  TO WS-RPT-NAME(44).
023276     MOVE 'SVCLIAB'      TO WS-RPT-PGM(44).
023277     MOVE 'NIGHTCHK.TXT' TO WS-RPT-NAME(45).
023278     MOVE 'NIGHTCHK'     TO WS-RPT-PGM(45).
023279     MOVE 'STORECMP.TXT' TO WS-RPT-NAME(46).
023280     MOVE 'STORECMP'     TO WS-RPT-PGM(46).
023281     MOVE 'WEBPICK.TXT'  TO WS-RPT-NAME(47).
023282     MOVE 'WEBORDR'      TO WS-RPT-PGM(47).
023283     MOVE 'WEBEXPR.TXT'  TO WS-RPT-NAME(48).
023284     MOVE 'WEBEXPR'      TO WS-RPT-PGM(48).
023285     MOVE 'HOLDRPT'      TO WS-BURST-STEM(1).
023286     MOVE 'HOLDRPT.TXT'  TO WS-BURST-NAME(1).
023287     MOVE 'HOLDRPT'      TO WS-BURST-PGM(1).
023288     MOVE 'SALESREG'     TO WS-BURST-STEM(2).
023289     MOVE 'SALESREG.TXT' TO WS-BURST-NAME(2).
023290     MOVE 'SALESRPT'     TO WS-BURST-PGM(2).
023291     MOVE 'STOCKVAR'     TO WS-BURST-STEM(3).
023292     MOVE 'STOCKVAR.TXT' TO WS-BURST-NAME(3).
023293     MOVE 'STOCKTAK'     TO WS-BURST-PGM(3).
023294     MOVE 'LOCLIST'      TO WS-BURST-STEM(4).
023295     MOVE 'LOCLIST.TXT'  TO WS-BURST-NAME(4).
023296     MOVE 'LOCLIST'      TO WS-BURST-PGM(4).
023300     PERFORM 1200-LOAD-INDEX-RTN.
023400     OPEN EXTEND AUDIT-FILE.
023500     IF WS-AUDIT-FILE-STATUS NOT = "00"
031400
031500******************************************************************
031600*    2000-SPOOL-ONE-REPORT-RTN
031733*    FILE ONE REPORT FROM THE TABLE -- THE COMBINED COPY, WITH
031866*    NO STORE ON ITS INDEX ENTRY.
032000******************************************************************
032100 2000-SPOOL-ONE-REPORT-RTN.
032200     MOVE WS-RPT-NAME(WS-RPT-IDX) TO WS-SOURCE-NAME.
032207     MOVE WS-RPT-NAME(WS-RPT-IDX) TO WS-SPOOL-REPORT.
032214     MOVE WS-RPT-PGM(WS-RPT-IDX) TO WS-SPOOL-PGM.
032221     MOVE SPACES TO WS-SPOOL-STORE.
032228     PERFORM 2050-SPOOL-SOURCE-RTN.
032235
032242******************************************************************
032249*    2050-SPOOL-SOURCE-RTN
032256*    COPY THE REPORT FILE IN WS-SOURCE-NAME (IF IT IS ON HAND)
032263*    INTO THE NEXT LIBRARY MEMBER AND INDEX IT. A REPORT NOT ON
032270*    HAND SIMPLY DIDN'T RUN TODAY.
032277******************************************************************
032284 2050-SPOOL-SOURCE-RTN.
032300     MOVE "N" TO WS-SOURCE-EOF-SWITCH.
032400     MOVE "00" TO WS-SOURCE-FILE-STATUS.
032500     OPEN INPUT SOURCE-RPT-FILE.
036900         MOVE WS-MEMBER-NAME TO IDX-MEMBER
037000         MOVE WS-RUN-DATE-X TO IDX-DATE
037100         MOVE WS-RUN-TIME(1:6) TO IDX-TIME
037175         MOVE WS-SPOOL-REPORT TO IDX-REPORT
037250         MOVE WS-SPOOL-PGM TO IDX-PROGRAM
037325         MOVE WS-SPOOL-STORE TO IDX-STORE
037400         MOVE RLINE-COUNTER TO IDX-LINES
037500         MOVE WS-PAGE-COUNT TO IDX-PAGES
037600         MOVE INDEX-RECORD TO WS-IDX-IMAGE(WS-IDX-IDX)
037800     ELSE
037900         DISPLAY "RPTSPOOL - INDEX TABLE FULL - "
038000             WS-MEMBER-NAME " FILED BUT NOT INDEXED"
038002     END-IF.
038004
038006******************************************************************
038008*    3000-SPOOL-STORE-COPIES-RTN
038010*    FILE THE STORE COPIES OF THE BURST REPORTS -- ONE PER REPORT
038012*    FOR EVERY STORE LOCSTORE KNOWS OF. A STORE COPY NOT ON HAND
038014*    IS COUNTED NOT ON HAND LIKE ANY OTHER REPORT.
038016******************************************************************
038018 3000-SPOOL-STORE-COPIES-RTN.
038020     MOVE "N" TO STORE-FUNCTION.
038022     MOVE SPACES TO STORE-LOCATION.
038024     MOVE 0 TO STORE-SEQ.
038026     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
038028         STORE-RESULT-FIELDS.
038030     MOVE STORE-COUNT TO WS-STORE-TOTAL.
038032     PERFORM 3100-SPOOL-ONE-STORE-COPY-RTN
038034         VARYING WS-BURST-IDX FROM 1 BY 1
038036             UNTIL WS-BURST-IDX > WS-BURST-COUNT
038038         AFTER WS-STORE-SEQ FROM 1 BY 1
038040             UNTIL WS-STORE-SEQ > WS-STORE-TOTAL.
038042
038044******************************************************************
038046*    3100-SPOOL-ONE-STORE-COPY-RTN
038048*    BUILD ONE STORE COPY'S FILE NAME (STEM-STORE.TXT) AND FILE
038050*    IT UNDER THE BASE REPORT NAME AND THE STORE CODE.
038052******************************************************************
038054 3100-SPOOL-ONE-STORE-COPY-RTN.
038056     MOVE "N" TO STORE-FUNCTION.
038058     MOVE WS-STORE-SEQ TO STORE-SEQ.
038060     CALL 'LOCSTORE' USING STORE-REQUEST-FIELDS
038062         STORE-RESULT-FIELDS.
038064     IF STORE-FOUND
038066         MOVE SPACES TO WS-SOURCE-NAME
038068         STRING WS-BURST-STEM(WS-BURST-IDX) DELIMITED BY SPACE
038070             '-' DELIMITED BY SIZE
038072             STORE-CODE DELIMITED BY SPACE
038074             '.TXT' DELIMITED BY SIZE
038076             INTO WS-SOURCE-NAME
038078         MOVE WS-BURST-NAME(WS-BURST-IDX) TO WS-SPOOL-REPORT
038080         MOVE WS-BURST-PGM(WS-BURST-IDX) TO WS-SPOOL-PGM
038082         MOVE STORE-CODE TO WS-SPOOL-STORE
038084         PERFORM 2050-SPOOL-SOURCE-RTN
038100     END-IF.
038200
038300******************************************************************
