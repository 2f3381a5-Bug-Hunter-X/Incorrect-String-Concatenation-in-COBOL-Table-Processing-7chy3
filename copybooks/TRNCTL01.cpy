000100*================================================================*
000200*  TRNCTL01 - TRAN-CONTROL-FILE RECORD LAYOUT                   *
000300*  ONE 80-BYTE RECORD KEPT BY TBLLOAD DESCRIBING THE LAST       *
000400*  TRAN-FILE IT ACCEPTED AND APPLIED - THE SOURCE SYSTEM, THE   *
000500*  ORDER SYSTEM'S FILE SEQUENCE NUMBER, THE FILE'S CREATION     *
000600*  DATE, ITS DETAIL COUNT AND HASH, AND THE RUN DATE IT WAS     *
000700*  APPLIED. THE NEXT FILE MUST CARRY THE NEXT SEQUENCE NUMBER   *
000800*  OR THE WHOLE FILE IS REFUSED - A REPEAT MEANS THE SAME FILE  *
000900*  WAS SENT TWICE, A JUMP MEANS ONE WAS MISSED. THE RECORD IS   *
001000*  REWRITTEN ONLY AFTER A LIVE LOAD HAS SAVED THE TABLE.        *
001100*================================================================*
001200 01  TCT-RECORD.
001300     05  TCT-SOURCE-SYSTEM       PIC X(08).
001400     05  TCT-LAST-SEQ-NO         PIC 9(07).
001500     05  TCT-LAST-CREATE-DATE    PIC 9(08).
001600     05  TCT-LAST-RECORD-COUNT   PIC 9(07).
001700     05  TCT-LAST-HASH-TOTAL     PIC 9(12).
001800     05  TCT-ACCEPT-DATE         PIC 9(08).
001900     05  FILLER                  PIC X(30).
