000100*================================================================*
000200*  UNDREC01 - UNDO-FILE RECORD LAYOUT                           *
000300*  100-BYTE BEFORE-IMAGE RECORD FOR TABLE-FILE, HELD ON A KEYED *
000400*  VSAM KSDS WITH RECORD KEY UND-REC-KEY. TBLLOAD APPLIES THE   *
000500*  DAY'S TRANSACTIONS STRAIGHT TO TABLE-FILE AND, BEFORE IT     *
000600*  FIRST ADDS, CHANGES OR DELETES A ROW, WRITES THE ROW AS IT   *
000700*  STOOD HERE - OR, FOR A KEY NOT YET ON TABLE-FILE, A RECORD   *
000800*  FLAGGED NOT ON FILE. ONLY THE FIRST IMAGE PER KEY IS KEPT.   *
000900*  A RESTART PUTS EVERY IMAGE BACK BEFORE THE CHECKPOINT        *
000910*  JOURNAL IS REPLAYED. THE FILE IS CLEARED ONCE THE LOAD       *
000920*  COMPLETES, SO A FILE STILL HOLDING IMAGES MEANS THE LAST     *
000930*  LIVE RUN DID NOT FINISH AND THE NEXT ONE IS A RESTART.       *
001300*================================================================*
001400 01  UND-RECORD.
001500     05  UND-REC-KEY.
001600         10  UND-TABLE-TYPE      PIC X(02).
001700         10  UND-REC-ID          PIC X(05).
001800     05  UND-ROW-SW              PIC X(01).
001900         88  UND-ROW-ON-FILE         VALUE "Y".
002000         88  UND-ROW-NOT-ON-FILE     VALUE "N".
002100     05  UND-ROW-IMAGE           PIC X(80).
002200     05  FILLER                  PIC X(12).
