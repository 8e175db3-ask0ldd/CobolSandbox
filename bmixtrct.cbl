002600*                      CHECK-IN OF THE QUARTER. NO NAMES, NO
002700*                      IDS, NO INDIVIDUAL READINGS LEAVE THE
002800*                      BUILDING.
002825*    10/15/2026  DLH   EMPMAST RECORD LAYOUT CARRIES THE NEW
002850*                      SEPARATION DATE (EM-SEP-DATE) FOLLOWING THE
002875*                      DEPARTMENT.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
005500     05 EM-NAME               PIC X(25).
005600     05 FILLER                PIC X(02).
005700     05 EM-DEPT               PIC X(15).
005733     05 FILLER                PIC X(02).
005766     05 EM-SEP-DATE           PIC X(10).
005800
005900 FD  HISTORY-FILE.
006000 01  HISTORY-LINE             PIC X(80).
