000100*================================================================*
000200*  LDMCTL01 - LOAD-MODE-FILE PARAMETER RECORD LAYOUT            *
000300*  ONE RECORD READ AT START OF A TBLLOAD RUN. LDM-RUN-MODE "T"  *
000400*  RUNS A TRIAL - THE WHOLE LOAD (PENDING RELEASE, RECYCLE,     *
000500*  APPLY, EDITS, BALANCING AND THE REPORT) RUNS AS USUAL BUT    *
000600*  TABLE-FILE, THE PENDING FILE, THE AUDIT FILE, THE EXTRACT,   *
000700*  THE STATISTICS HISTORY, THE REJECT FILE, THE CHECKPOINT      *
000800*  JOURNAL, THE ACKNOWLEDGEMENT FILE AND THE TRAN-CONTROL FILE  *
000850*  ARE LEFT UNTOUCHED. THE REPORT IS STAMPED TRIAL AND          *
000900*  CARRIES THE PROJECTED CHANGES AND THE REJECTS THE RUN WOULD  *
001000*  HAVE WRITTEN. MODE "L", ANY OTHER VALUE, OR NO CARD AT ALL   *
001100*  RUNS THE NORMAL LIVE LOAD.                                   *
001200*================================================================*
001300 01  LDM-RECORD.
001400     05  LDM-RUN-MODE            PIC X(01).
001500         88  LDM-MODE-LIVE           VALUE "L".
001600         88  LDM-MODE-TRIAL          VALUE "T".
001700     05  FILLER                  PIC X(79).
