000600*  PROCESSED, PLUS AN "H" RECORD REFRESHED EVERY 25             *
000700*  TRANSACTIONS CARRYING THE RUNNING ENTRY AND TRANSACTION     *
000800*  COUNTS (THE LATEST "H" SUPERSEDES THE EARLIER ONES). A      *
000810*  RESTARTED RUN FIRST PUTS BACK THE TABLE-FILE ROWS THE        *
000820*  ABENDED RUN HAD CHANGED, FROM THE BEFORE-IMAGES ON UNDO-FILE *
000830*  (UNDREC01), THEN REPLAYS THE JOURNALED TRANSACTIONS IN ORDER *
000840*  - THE SAME APPLY AND REJECT LOGIC RERUNS DETERMINISTICALLY - *
000850*  BEFORE PICKING UP THE TRAN-FILE PAST THE JOURNALED POSITION. *
000860*  EACH INTERVAL THEREFORE APPENDS A HANDFUL OF RECORDS INSTEAD *
000870*  OF SAVING THE TABLE ITSELF.                                  *
001500*================================================================*
001600 01  CKPT-RECORD.
001700     05  CKPT-REC-TYPE           PIC X(01).
