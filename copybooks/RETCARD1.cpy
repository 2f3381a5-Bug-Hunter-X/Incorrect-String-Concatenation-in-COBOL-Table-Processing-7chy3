000100*================================================================*
000200*  RETCARD1 - RETENTION-CARD-FILE PARAMETER RECORD LAYOUT       *
000300*  ONE RECORD READ AT START OF A TBLRETN RUN. EACH PERIOD IS    *
000400*  IN DAYS AND ZERO (OR NO CARD) LEAVES THAT FILE ALONE.        *
000500*  RETC-ARCH-DAYS  - ARCHIVE-FILE RECORDS PURGED MORE THAN      *
000600*                    THIS MANY DAYS AGO GO TO ARCHHIST.         *
000700*  RETC-MNT-DAYS   - MAINT-LOG-FILE RECORDS STAMPED MORE THAN   *
000800*                    THIS MANY DAYS AGO GO TO MNTHIST.          *
000900*  RETC-STAT-DAYS  - STATISTICS HISTORY RECORDS OLDER THAN      *
001000*                    THIS GO TO STHHIST. TBLTREND COMPARES      *
001100*                    AGAINST A MONTH BACK, SO KEEP AT LEAST 31. *
001200*  RETC-SNAP-DAYS  - SNAPSHOT GENERATIONS OLDER THAN THIS ARE   *
001300*                    REPORTED AS DUE FOR RELEASE.               *
001400*  WHATEVER THE PERIODS SAY, NO ARCHIVE OR MAINTENANCE RECORD   *
001500*  DATED ON OR AFTER THE OLDEST SNAPSHOT GENERATION STILL ON    *
001600*  FILE IS MOVED - TBLASOF NEEDS IT TO ROLL THAT GENERATION     *
001700*  FORWARD.                                                     *
001800*================================================================*
001900 01  RETC-RECORD.
002000     05  RETC-ARCH-DAYS          PIC 9(05).
002100     05  RETC-MNT-DAYS           PIC 9(05).
002200     05  RETC-STAT-DAYS          PIC 9(05).
002300     05  RETC-SNAP-DAYS          PIC 9(05).
002400     05  FILLER                  PIC X(60).
