000700*  WITH THE IMAGES AFTER - CARRYING THE OPERATOR ID FROM THE    *
000800*  SESSION SIGN-ON, THE ACTION TAKEN, THE ENTRY KEY, AND A      *
000900*  DATE/TIME-OF-DAY TIMESTAMP. THE FILE IS OPENED EXTEND SO     *
001000*  THE LOG ACCUMULATES ACROSS SESSIONS. A CHANGE TO A TABLE     *
001010*  UNDER DUAL CONTROL IS LOGGED ONLY WHEN IT IS APPROVED, WITH  *
001020*  THE MAKER IN MNT-OPERATOR, THE APPROVING OPERATOR IN         *
001030*  MNT-APPROVER AND THE APPROVAL DATE/TIME AS THE TIMESTAMP.    *
001040*  MNT-APPROVER IS BLANK ON A DIRECT CHANGE.                    *
001100*================================================================*
001200 01  MNT-RECORD.
001300     05  MNT-SEQ-NO              PIC 9(05).
002500     05  MNT-TIMESTAMP.
002600         10  MNT-TS-DATE         PIC 9(08).
002700         10  MNT-TS-TIME         PIC 9(08).
002750     05  MNT-APPROVER            PIC X(08).
002800     05  FILLER                  PIC X(03).
