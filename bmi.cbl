001738*                      ROLLS INTO A VISIBLE "ALL OTHER (TABLE
001740*                      FULL)" LINE AND A CONSOLE WARNING, SO THE
001742*                      HEADCOUNTS STILL RECONCILE.
001743*    10/15/2026  DLH   EMPMAST RECORD LAYOUT CARRIES THE NEW
001744*                      SEPARATION DATE (EM-SEP-DATE) FOLLOWING THE
001745*                      DEPARTMENT.
001700******************************************************************
001800
001900 ENVIRONMENT DIVISION.
003760     05 EM-NAME               PIC X(25).
003770     05 FILLER                PIC X(02).
003780     05 EM-DEPT               PIC X(15).
003783     05 FILLER                PIC X(02).
003786     05 EM-SEP-DATE           PIC X(10).
003790
003800 FD  BATCH-RPT-FILE.
003900 01  BATCH-RPT-LINE           PIC X(110).
