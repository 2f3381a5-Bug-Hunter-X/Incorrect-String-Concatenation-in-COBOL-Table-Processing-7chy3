000100*================================================================*
000200*  QLCARD01 - QUALITY-CARD-FILE PARAMETER RECORD LAYOUT         *
000300*  ONE RECORD READ AT START OF A TBLQUAL RUN.                   *
000400*  QLC-STALE-DAYS     - AN ACTIVE ENTRY WHOSE REC-DATE IS MORE  *
000500*                       THAN THIS MANY DAYS OLD IS REPORTED AS  *
000600*                       STALE. ZERO MEANS NO AGE CHECK.         *
000700*  QLC-UNCHANGED-DAYS - AN ENTRY WITH NO CHANGE ON THE AUDIT    *
000800*                       TRAIL OR THE MAINTENANCE LOG IS ONLY    *
000900*                       REPORTED ONCE ITS REC-DATE IS AT LEAST  *
001000*                       THIS MANY DAYS OLD. ZERO MEANS ANY AGE. *
001100*  QLC-GAP-LIMIT      - A RUN OF MORE THAN THIS MANY MISSING    *
001200*                       IDS BETWEEN TWO ENTRIES OF A TABLE IS   *
001300*                       REPORTED AS A GAP. ZERO MEANS NO CHECK. *
001400*  QLC-SUGGEST "Y"    - ALSO WRITE A TBLMNT BATCH DECK          *
001500*                       (MNTCRD01) OF SUGGESTED DEACTIVATIONS   *
001600*                       FOR REVIEW, KEYED WITH QLC-OPERATOR     *
001700*                       (TBLQUAL WHEN BLANK).                   *
001800*  NO CARD AT ALL RUNS THE CHECKS THAT NEED NO LIMIT AND WRITES *
001900*  NO DECK.                                                     *
002000*================================================================*
002100 01  QLC-RECORD.
002200     05  QLC-STALE-DAYS          PIC 9(05).
002300     05  QLC-UNCHANGED-DAYS      PIC 9(05).
002400     05  QLC-GAP-LIMIT           PIC 9(05).
002500     05  QLC-SUGGEST             PIC X(01).
002600         88  QLC-SUGGEST-YES         VALUE "Y".
002700     05  QLC-OPERATOR            PIC X(08).
002800     05  FILLER                  PIC X(56).
