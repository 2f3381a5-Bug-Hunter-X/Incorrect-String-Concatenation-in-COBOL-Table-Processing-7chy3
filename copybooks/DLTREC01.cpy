000100*================================================================*
000200*  DLTREC01 - DELTA-FILE RECORD LAYOUT                          *
000300*  80-BYTE CHANGE-ONLY FEED FOR THE DOWNSTREAM DB2 LOAD,        *
000400*  WRITTEN BY TBLLOAD BESIDE THE FULL EXTRACT (EXTRREC1). IT    *
000500*  CARRIES ONLY THE ROWS THAT CHANGED SINCE THE LAST EXTRACT    *
000600*  THE DB2 SIDE CONFIRMED THROUGH TBLCONF - ONE HEADER/         *
000700*  DETAILS/TRAILER GROUP PER LOGICAL TABLE, IN TYPE ORDER.      *
000800*  DETAIL ACTION I INSERTS A NEW ROW, U REPLACES THE ROW AT     *
000900*  THE BEFORE-IMAGE KEY AND D REMOVES IT (THE IMAGE IS THEN     *
001000*  THE ROW AS LAST SENT). AN INSERT HAS NO BEFORE-IMAGE KEY.    *
001100*  HEADER REFRESH "D" IS A TRUE DELTA AGAINST THE EXTRACT       *
001200*  NAMED BY THE BASE DATE AND TIME. REFRESH "F" IS A FULL       *
001300*  REFRESH - THE TABLE IS CLEARED AND EVERY ROW IS SENT AS AN   *
001400*  INSERT - SENT WHEN THE LAST CONFIRMATION FAILED OR IS        *
001500*  MISSING. THE TRAILER CARRIES THE COUNTS BY ACTION AND THE    *
001600*  ROWS THE TABLE HOLDS ONCE THE GROUP IS APPLIED.              *
001700*================================================================*
001800 01  DLT-RECORD.
001900     05  DLT-REC-TYPE            PIC X(01).
002000         88  DLT-TYPE-HEADER         VALUE "H".
002100         88  DLT-TYPE-DETAIL         VALUE "D".
002200         88  DLT-TYPE-TRAILER        VALUE "T".
002300     05  DLT-HEADER-DATA.
002400         10  DLT-H-TABLE-TYPE        PIC X(02).
002500         10  DLT-H-RUN-DATE          PIC 9(08).
002600         10  DLT-H-RUN-TIME          PIC 9(08).
002700         10  DLT-H-REFRESH           PIC X(01).
002800             88  DLT-H-DELTA             VALUE "D".
002900             88  DLT-H-FULL-REFRESH      VALUE "F".
003000         10  DLT-H-BASE-DATE         PIC 9(08).
003100         10  DLT-H-BASE-TIME         PIC 9(08).
003200         10  DLT-H-RECORD-COUNT      PIC 9(05).
003300         10  FILLER                  PIC X(39).
003400     05  DLT-DETAIL-DATA REDEFINES DLT-HEADER-DATA.
003500         10  DLT-D-TABLE-TYPE        PIC X(02).
003600         10  DLT-D-ACTION            PIC X(01).
003700             88  DLT-ACTION-INSERT       VALUE "I".
003800             88  DLT-ACTION-UPDATE       VALUE "U".
003900             88  DLT-ACTION-DELETE       VALUE "D".
004000         10  DLT-D-BEFORE-KEY.
004100             15  DLT-D-BEFORE-TYPE   PIC X(02).
004200             15  DLT-D-BEFORE-ID     PIC 9(05).
004300         10  DLT-D-REC-ID            PIC 9(05).
004400         10  DLT-D-REC-DATE          PIC 9(08).
004500         10  DLT-D-REC-DESC          PIC X(50).
004600         10  DLT-D-REC-STATUS        PIC X(01).
004700         10  FILLER                  PIC X(05).
004800     05  DLT-TRAILER-DATA REDEFINES DLT-HEADER-DATA.
004900         10  DLT-T-TABLE-TYPE        PIC X(02).
005000         10  DLT-T-INSERT-COUNT      PIC 9(05).
005100         10  DLT-T-UPDATE-COUNT      PIC 9(05).
005200         10  DLT-T-DELETE-COUNT      PIC 9(05).
005300         10  DLT-T-RECORD-COUNT      PIC 9(05).
005400         10  FILLER                  PIC X(57).
