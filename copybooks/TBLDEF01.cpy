000100*================================================================*
000200*  TBLDEF01 - TABLE-DEF-FILE (TABLE DICTIONARY) RECORD LAYOUT   *
000300*  80-BYTE RECORD, ONE PER TABLE TYPE, READ AT THE START OF     *
000400*  TBLLOAD, TBLMNT AND TBLRECYC. BESIDES THE NAME AND OWNING    *
000500*  DEPARTMENT PRINTED ON THE REPORTS IT CARRIES THE TYPE'S OWN  *
000600*  EDIT RULES, CHECKED ON TOP OF THE GENERIC FORMAT EDITS:      *
000700*    TDF-ID-LOW/HIGH       - THE VALID REC-ID RANGE (REASON 11) *
000800*    TDF-EARLIEST/LATEST   - THE ALLOWED REC-DATE RANGE         *
000900*                            (REASONS 12 AND 13)                *
001000*    TDF-DESC-REQUIRED "Y" - A BLANK DESCRIPTION IS REFUSED     *
001100*                            (REASON 14)                        *
001200*    TDF-DESC-MIN-LENGTH   - A SHORTER NON-BLANK DESCRIPTION IS *
001300*                            REFUSED (REASON 15)                *
001400*    TDF-DELETE-RULE "N"   - ENTRIES MAY ONLY BE DEACTIVATED, A *
001500*                            DELETE IS REFUSED (REASON 16)      *
001600*  A ZERO LIMIT MEANS NO LIMIT ON THAT SIDE; THE NUMERIC FIELDS *
001700*  MUST BE NUMERIC OR THE DICTIONARY IS REFUSED AS UNUSABLE. A  *
001800*  TABLE TYPE WITH NO RECORD, OR NO FILE AT ALL, GETS THE       *
001900*  GENERIC EDITS ONLY.                                          *
002000*================================================================*
002100 01  TDF-RECORD.
002200     05  TDF-TABLE-TYPE          PIC X(02).
002300     05  TDF-TABLE-NAME          PIC X(30).
002400     05  TDF-DEPARTMENT          PIC X(10).
002500     05  TDF-ID-LOW              PIC 9(05).
002600     05  TDF-ID-HIGH             PIC 9(05).
002700     05  TDF-EARLIEST-DATE       PIC 9(08).
002800     05  TDF-LATEST-DATE         PIC 9(08).
002900     05  TDF-DESC-REQUIRED       PIC X(01).
003000         88  TDF-DESC-MANDATORY      VALUE "Y".
003100     05  TDF-DESC-MIN-LENGTH     PIC 9(02).
003200     05  TDF-DELETE-RULE         PIC X(01).
003300         88  TDF-DELETE-ALLOWED      VALUE "Y".
003400         88  TDF-DEACTIVATE-ONLY     VALUE "N".
003500     05  FILLER                  PIC X(08).
