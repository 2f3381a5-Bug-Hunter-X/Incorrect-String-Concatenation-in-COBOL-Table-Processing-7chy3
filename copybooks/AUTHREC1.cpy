000100*================================================================*
000200*  AUTHREC1 - OPERATOR-AUTHORITY-FILE RECORD LAYOUT             *
000300*  80-BYTE RECORD READ BY TBLMNT AT THE START OF EVERY SESSION. *
000400*  TWO RECORD TYPES SHARE THE FILE:                             *
000500*    "T" - ONE PER TABLE TYPE UNDER DUAL CONTROL. AUTH-DUAL-    *
000600*          CONTROL "Y" SENDS EVERY UPDATE OR DEACTIVATE OF THAT *
000700*          TABLE TO THE CHANGE QUEUE (CHGQREC1) TO WAIT FOR A   *
000800*          SECOND OPERATOR'S APPROVAL. AUTH-EXPIRY-DAYS IS HOW  *
000900*          LONG A QUEUED CHANGE MAY WAIT BEFORE IT EXPIRES -    *
001000*          ZERO TAKES THE 7-DAY DEFAULT. A TABLE TYPE WITH NO   *
001100*          "T" RECORD IS CHANGED DIRECTLY, AS ALWAYS.           *
001200*    "O" - ONE PER OPERATOR PER TABLE TYPE ("**" COVERS EVERY   *
001300*          TABLE TYPE), SAYING WHETHER THE OPERATOR MAY MAKE    *
001400*          CHANGES AND WHETHER THE OPERATOR MAY APPROVE OTHER   *
001500*          OPERATORS' CHANGES. AN OPERATOR WITH NO "O" RECORD   *
001600*          FOR A TABLE MAY VIEW IT BUT NOT CHANGE IT.           *
001700*  NO FILE AT ALL LEAVES EVERY OPERATOR FREE TO CHANGE EVERY    *
001800*  TABLE DIRECTLY, AS BEFORE DUAL CONTROL WAS ADDED.            *
001900*================================================================*
002000 01  AUTH-RECORD.
002100     05  AUTH-REC-TYPE           PIC X(01).
002200         88  AUTH-TYPE-CONTROL       VALUE "T".
002300         88  AUTH-OPERATOR-AUTHORITY VALUE "O".
002400     05  AUTH-TABLE-TYPE         PIC X(02).
002500     05  AUTH-DETAIL             PIC X(77).
002600     05  AUTH-CONTROL-DATA REDEFINES AUTH-DETAIL.
002700         10  AUTH-DUAL-CONTROL   PIC X(01).
002800             88  AUTH-DUAL-REQUIRED  VALUE "Y".
002900         10  AUTH-EXPIRY-DAYS    PIC 9(03).
003000         10  FILLER              PIC X(73).
003100     05  AUTH-OPERATOR-DATA REDEFINES AUTH-DETAIL.
003200         10  AUTH-OPERATOR       PIC X(08).
003300         10  AUTH-CAN-MAKE       PIC X(01).
003400             88  AUTH-MAKE-ALLOWED    VALUE "Y".
003500         10  AUTH-CAN-APPROVE    PIC X(01).
003600             88  AUTH-APPROVE-ALLOWED VALUE "Y".
003700         10  FILLER              PIC X(67).
