000100*================================================================*
000200*  ACKREC01 - ACKNOWLEDGEMENT-FILE RECORD LAYOUT                *
000300*  80-BYTE RECORD FED BACK TO THE UPSTREAM ORDER SYSTEM.        *
000400*  TBLLOAD WRITES ONE RECORD FOR EVERY TRANSACTION IT TAKES IN, *
000500*  WHETHER OFF THE TRAN-FILE, RELEASED FROM THE PENDING FILE OR *
000600*  RECYCLED BY TBLRECYC, SAYING WHAT BECAME OF IT: APPLIED,     *
000700*  HELD PENDING (ACK-EFF-DATE SAYS WHEN IT WILL APPLY) OR       *
000800*  REJECTED (WITH THE REJECT REASON CODE, SEE REJREC01).        *
000900*  TBLRECYC ADDS A LATER RECORD WHEN A TRANSACTION REJECT IS    *
001000*  REPAIRED AND RESUBMITTED OR AGES OFF THE REJECT FILE         *
001100*  UNREPAIRED, CARRYING THE REJECT AS IT WAS ORIGINALLY KEYED   *
001200*  AND THE DATE IT WAS REJECTED. BOTH PROGRAMS APPEND, SO THE   *
001300*  FILE ACCUMULATES UNTIL THE TRANSMISSION TO THE ORDER SYSTEM  *
001400*  TAKES IT. ACK-FILE-SEQ-NO IS THE TRAN-FILE SEQUENCE NUMBER   *
001500*  (SEE TRNREC01) FOR A TRANSACTION THAT CAME IN ON THAT DAY'S  *
001550*  FILE, OTHERWISE ZERO.                                        *
001600*================================================================*
001700 01  ACK-RECORD.
001800     05  ACK-OUTCOME             PIC X(01).
001900         88  ACK-APPLIED             VALUE "A".
002000         88  ACK-PENDING             VALUE "P".
002100         88  ACK-REJECTED            VALUE "R".
002200         88  ACK-REPAIRED            VALUE "F".
002300         88  ACK-AGED-OFF            VALUE "X".
002400     05  ACK-SOURCE              PIC X(01).
002500         88  ACK-FROM-TRAN-FILE      VALUE "T".
002600         88  ACK-FROM-PENDING        VALUE "P".
002700         88  ACK-FROM-RECYCLE        VALUE "R".
002800         88  ACK-FROM-REJECT-FILE    VALUE "J".
002900     05  ACK-ACTION              PIC X(01).
003000     05  ACK-TABLE-TYPE          PIC X(02).
003100     05  ACK-REC-ID              PIC X(05).
003200     05  ACK-REASON-CODE         PIC X(02).
003300     05  ACK-EFF-DATE            PIC X(08).
003400     05  ACK-REJECT-DATE         PIC X(08).
003500     05  ACK-FILE-SEQ-NO         PIC 9(07).
003600     05  ACK-JOB-NAME            PIC X(08).
003700     05  ACK-RUN-DATE            PIC 9(08).
003800     05  FILLER                  PIC X(29).
