000100*================================================================*
000200*  CHGQREC1 - CHANGE-QUEUE-FILE RECORD LAYOUT                   *
000300*  150-BYTE KEYED VSAM RECORD, ONE PER TBLMNT CHANGE WAITING    *
000400*  FOR A SECOND OPERATOR'S APPROVAL ON A TABLE TYPE UNDER DUAL  *
000500*  CONTROL (SEE AUTHREC1). THE KEY IS THE SAME TABLE TYPE PLUS  *
000600*  RECORD ID AS TABLE-FILE, SO AN ENTRY CAN HAVE ONLY ONE       *
000700*  CHANGE WAITING AT A TIME. THE RECORD CARRIES THE MAKER, WHEN *
000800*  THE CHANGE WAS MADE, AND THE ENTRY'S DESCRIPTION AND STATUS  *
000900*  BEFORE AND AFTER THE CHANGE. ON APPROVAL THE AFTER-IMAGE IS  *
001000*  REWRITTEN TO TABLE-FILE, LOGGED TO MNTLOG AND THE QUEUE      *
001100*  RECORD DELETED; A REJECTED OR EXPIRED CHANGE IS DELETED      *
001200*  WITHOUT TOUCHING TABLE-FILE. CHGQ-SOURCE IS "S" FOR A CHANGE *
001300*  KEYED ON THE SCREEN AND "B" FOR ONE FROM A BATCH CARD.       *
001400*================================================================*
001500 01  CHGQ-RECORD.
001600     05  CHGQ-KEY.
001700         10  CHGQ-TABLE-TYPE     PIC X(02).
001800         10  CHGQ-REC-ID         PIC 9(05).
001900     05  CHGQ-ACTION             PIC X(01).
002000         88  CHGQ-ACTION-UPDATE      VALUE "U".
002100         88  CHGQ-ACTION-DEACTIVATE  VALUE "D".
002200     05  CHGQ-MAKER              PIC X(08).
002300     05  CHGQ-MAKE-DATE          PIC 9(08).
002400     05  CHGQ-MAKE-TIME          PIC 9(08).
002500     05  CHGQ-SOURCE             PIC X(01).
002600         88  CHGQ-FROM-SCREEN        VALUE "S".
002700         88  CHGQ-FROM-BATCH         VALUE "B".
002800     05  CHGQ-BEFORE-IMAGE.
002900         10  CHGQ-BEFORE-DESC    PIC X(50).
003000         10  CHGQ-BEFORE-STATUS  PIC X(01).
003100     05  CHGQ-AFTER-IMAGE.
003200         10  CHGQ-AFTER-DESC     PIC X(50).
003300         10  CHGQ-AFTER-STATUS   PIC X(01).
003400     05  FILLER                  PIC X(15).
