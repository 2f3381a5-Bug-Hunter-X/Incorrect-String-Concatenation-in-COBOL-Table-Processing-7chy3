000570*  EARLIER AT ONCE AND PARKS A FUTURE-DATED ONE ON THE          *
000580*  PENDING FILE UNTIL IT MATURES. BLANK OR ZERO MEANS           *
000590*  EFFECTIVE IMMEDIATELY.                                       *
000591*                                                               *
000592*  THE FILE IS FRAMED BY AN "H" HEADER RECORD (SOURCE SYSTEM,   *
000593*  CREATION DATE AND THE ORDER SYSTEM'S FILE SEQUENCE NUMBER)   *
000594*  AND A "T" TRAILER RECORD (THE COUNT OF DETAIL RECORDS AND    *
000595*  THE HASH TOTAL OF THEIR TRN-REC-ID VALUES - A NON-NUMERIC    *
000596*  ID ADDS NOTHING TO THE HASH). THE FIRST BYTE OF EVERY        *
000597*  RECORD IS EITHER THE DETAIL ACTION CODE OR THE H/T CODE.     *
000600*================================================================*
000700 01  TRN-RECORD.
000800     05  TRN-ACTION              PIC X(01).
000900         88  TRN-ACTION-ADD          VALUE "A".
001000         88  TRN-ACTION-CHANGE       VALUE "C".
001100         88  TRN-ACTION-DELETE       VALUE "D".
001110         88  TRN-TYPE-HEADER         VALUE "H".
001120         88  TRN-TYPE-TRAILER        VALUE "T".
001130     05  TRN-DETAIL-DATA.
001150         10  TRN-TABLE-TYPE          PIC X(02).
001200         10  TRN-REC-ID              PIC 9(05).
001300         10  TRN-REC-DATE            PIC 9(08).
001400         10  TRN-REC-DESC            PIC X(50).
001450         10  TRN-EFF-DATE            PIC X(08).
001500         10  FILLER                  PIC X(06).
001600     05  TRN-HEADER-DATA REDEFINES TRN-DETAIL-DATA.
001700         10  TRN-H-SOURCE-SYSTEM     PIC X(08).
001800         10  TRN-H-CREATE-DATE       PIC 9(08).
001900         10  TRN-H-FILE-SEQ-NO       PIC 9(07).
002000         10  FILLER                  PIC X(56).
002100     05  TRN-TRAILER-DATA REDEFINES TRN-DETAIL-DATA.
002200         10  TRN-T-RECORD-COUNT      PIC 9(07).
002300         10  TRN-T-HASH-TOTAL        PIC 9(12).
002400         10  FILLER                  PIC X(60).
