000720*  REJ-REJECT-DATE CARRIES THE RUN DATE THE REJECT WAS          *
000740*  WRITTEN, SO TBLRECYC CAN AGE UNREPAIRED REJECTS OFF THE      *
000760*  FILE AGAINST ITS CONTROL-CARD DAY LIMIT.                     *
000770*  REASONS 11-16 ARE THE PER-TABLE RULES OF THE TABLE           *
000780*  DICTIONARY (TBLDEF01) - ID RANGE, DATE RANGE, DESCRIPTION    *
000790*  REQUIRED OR TOO SHORT, AND DELETE NOT ALLOWED - WHICHEVER    *
000795*  OF A TRANSACTION OR AN INCOMING ROW BREAKS THEM.             *
000800*================================================================*
000900 01  REJ-RECORD.
001000     05  REJ-REASON-CODE         PIC X(02).
001560         88  REJ-ID-SEQUENCE         VALUE "08".
001580         88  REJ-BAD-ID              VALUE "09".
001590         88  REJ-BAD-TABLE-TYPE      VALUE "10".
001591         88  REJ-ID-OUT-OF-RANGE     VALUE "11".
001592         88  REJ-DATE-TOO-EARLY      VALUE "12".
001593         88  REJ-DATE-TOO-LATE       VALUE "13".
001594         88  REJ-DESC-REQUIRED       VALUE "14".
001595         88  REJ-DESC-TOO-SHORT      VALUE "15".
001596         88  REJ-DELETE-NOT-ALLOWED  VALUE "16".
001600     05  REJ-ACTION              PIC X(01).
001650     05  REJ-TABLE-TYPE          PIC X(02).
001700     05  REJ-REC-ID              PIC X(05).
