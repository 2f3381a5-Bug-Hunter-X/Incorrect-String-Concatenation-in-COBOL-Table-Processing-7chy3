001650*               JOB'S RECORDS. A REFUSED OR EMPTY PASS WRITES   *
001660*               NO RECORD AT ALL, SO THE TREND NEVER MIXES      *
001670*               ZERO ROWS IN.                                   *
001672*    TBLQUAL  - COUNT-1 ENTRIES SCANNED  COUNT-2 FLAGGED        *
001673*               COUNT-3 TABLE TYPES  COUNT-4 ID GAPS            *
001674*               COUNT-5 DEACTIVATIONS SUGGESTED                 *
001675*  RECORD TYPE "Q" - ONE PER LOGICAL TABLE (TBLQUAL):           *
001676*    COUNT-1 QUALITY SCORE 0-100  COUNT-2 ENTRIES SCANNED       *
001677*    COUNT-3 ENTRIES FLAGGED  COUNT-4 ID GAPS                   *
001678*    COUNT-5 DEACTIVATIONS SUGGESTED. THE SCORE IS THE          *
001679*    PERCENTAGE OF ENTRIES WITH NO FINDING.                     *
001700*================================================================*
001800 01  STAT-RECORD.
001900     05  STAT-RUN-DATE           PIC 9(08).
002100     05  STAT-REC-TYPE           PIC X(01).
002200         88  STAT-TYPE-TABLE         VALUE "T".
002300         88  STAT-TYPE-RUN           VALUE "R".
002350         88  STAT-TYPE-QUALITY       VALUE "Q".
002400     05  STAT-TABLE-TYPE         PIC X(02).
002500     05  STAT-COUNT-1            PIC 9(05).
002600     05  STAT-COUNT-2            PIC 9(05).
