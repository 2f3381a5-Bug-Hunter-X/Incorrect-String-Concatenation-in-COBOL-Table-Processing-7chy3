000100*================================================================*
000200*  BASREC01 - EXTRACT-BASE-FILE RECORD LAYOUT                   *
000300*  80-BYTE RECORD. TBLLOAD REWRITES THE FILE EACH TIME IT SENDS *
000400*  THE EXTRACT: EVERY ROW IT SENT, IN TABLE-TYPE/RECORD-ID      *
000500*  ORDER, FOLLOWED BY ONE TRAILER CARRYING THE EXTRACT'S RUN    *
000600*  DATE AND TIME AND THE ROW COUNT. IT IS WHAT THE DB2 SIDE     *
000700*  HOLDS ONCE THAT EXTRACT IS CONFIRMED, AND THE NEXT RUN'S     *
000800*  DELTA (DLTREC01) IS BUILT AGAINST IT. A FILE WITH NO         *
000900*  TRAILER, OR A TRAILER THAT DOES NOT FOOT, IS NEVER USED.     *
001000*================================================================*
001100 01  BAS-RECORD.
001200     05  BAS-REC-TYPE            PIC X(01).
001300         88  BAS-TYPE-DETAIL         VALUE "D".
001400         88  BAS-TYPE-TRAILER        VALUE "T".
001500     05  BAS-DETAIL-DATA.
001600         10  BAS-REC-KEY.
001700             15  BAS-TABLE-TYPE      PIC X(02).
001800             15  BAS-REC-ID          PIC 9(05).
001900         10  BAS-REC-DATE            PIC 9(08).
002000         10  BAS-REC-DESC            PIC X(50).
002100         10  BAS-REC-STATUS          PIC X(01).
002200         10  FILLER                  PIC X(13).
002300     05  BAS-TRAILER-DATA REDEFINES BAS-DETAIL-DATA.
002400         10  BAS-T-EXTRACT-DATE      PIC 9(08).
002500         10  BAS-T-EXTRACT-TIME      PIC 9(08).
002600         10  BAS-T-ROW-COUNT         PIC 9(07).
002700         10  FILLER                  PIC X(56).
