001799*                    CREEP TOWARD THE 9999 CEILING AND A         *
001799*                    RISING REJECT RATE BEFORE EITHER BECOMES    *
001799*                    AN OUTAGE.                                  *
001799*  10/05/2026  RGM   A LOAD-MODE CARD (LDMCTL01) OF "T" NOW RUNS *
001799*                    A TRIAL. THE WHOLE LOAD RUNS AS USUAL -     *
001799*                    PENDING RELEASE, RECYCLE, APPLY, EDITS,     *
001799*                    BALANCING AND THE REPORT - BUT TABLE-FILE,  *
001799*                    THE PENDING, AUDIT, EXTRACT, STATISTICS AND *
001799*                    REJECT FILES AND THE CHECKPOINT JOURNAL ARE *
001799*                    NEVER OPENED FOR OUTPUT. THE REPORT IS      *
001799*                    STAMPED TRIAL AND ADDS A PROJECTED CHANGE   *
001799*                    SUMMARY PER TABLE TYPE AND A LISTING OF THE *
001799*                    REJECTS THE RUN WOULD HAVE WRITTEN, SO AN   *
001799*                    UNUSUAL TRAN-FILE CAN BE PROVED BEFORE IT   *
001799*                    GOES LIVE.                                  *
001799*  10/06/2026  RGM   TRAN-FILE NOW ARRIVES FRAMED BY A HEADER    *
001799*                    (SOURCE SYSTEM, CREATION DATE, FILE         *
001799*                    SEQUENCE NUMBER) AND A TRAILER (DETAIL      *
001799*                    COUNT AND TRN-REC-ID HASH TOTAL). THE FILE  *
001799*                    IS PROVED FRONT TO BACK BEFORE ANYTHING IS  *
001799*                    TOUCHED AND CHECKED AGAINST THE LAST FILE   *
001799*                    ACCEPTED ON TRAN-CONTROL-FILE (TRNCTL01).   *
001799*                    A REPEATED SEQUENCE (THE SAME FILE SENT     *
001799*                    TWICE), A JUMP IN SEQUENCE, A TRAILER THAT  *
001799*                    DOES NOT FOOT OR A BROKEN FRAME CANCELS THE *
001799*                    RUN WITH CC 8. THE CONTROL RECORD IS        *
001799*                    REWRITTEN ONLY AFTER A LIVE LOAD SAVES THE  *
001799*                    TABLE, AND THE REPORT SHOWS THE FILE TAKEN. *
001799*  10/07/2026  RGM   EVERY TRANSACTION TAKEN IN - OFF THE TRAN-  *
001799*                    FILE, RELEASED FROM THE PENDING FILE OR     *
001799*                    RECYCLED - NOW WRITES AN ACKNOWLEDGEMENT    *
001799*                    (ACKREC01) FOR THE ORDER SYSTEM SAYING IT   *
001799*                    WAS APPLIED, HELD PENDING TO ITS EFFECTIVE  *
001799*                    DATE, OR REJECTED AND WHY. THE FILE OPENS   *
001799*                    EXTEND LIKE THE AUDIT FILE AND, LIKE THE    *
001799*                    AUDIT FILE, IS NOT REWRITTEN ON A RESTART   *
001799*                    REPLAY OR TOUCHED ON A TRIAL.               *
001799*  10/09/2026  RGM   OPENS THE NIGHT'S RUN-CONTROL FILE FOR THE  *
001799*                    BUSINESS DATE AND RECORDS ITS OWN START,    *
001799*                    END AND CONDITION CODE. A LOAD ALREADY      *
001799*                    COMPLETED FOR THE DATE IS REFUSED UNLESS AN *
001799*                    OVERRIDE CARD ALLOWS A DELIBERATE RERUN.    *
001799*                    TRIAL RUNS ARE NOT CHECKED OR RECORDED.     *
001799*  10/10/2026  RGM   EVERY ROW CARRIED FORWARD AND EVERY ADD OR  *
001799*                    CHANGE IS NOW ALSO CHECKED AGAINST ITS      *
001799*                    TABLE'S ENTRY ON THE TABLE DICTIONARY       *
001799*                    (TBLDEF01) - REC-ID RANGE, EARLIEST AND     *
001799*                    LATEST REC-DATE, MANDATORY DESCRIPTION AND  *
001799*                    MINIMUM LENGTH - AND A DELETE AGAINST A     *
001799*                    DEACTIVATE-ONLY TABLE IS REFUSED. FAILURES  *
001799*                    REJECT WITH REASONS 11-16. A DICTIONARY     *
001799*                    THAT CANNOT BE READ CANCELS THE RUN; NONE   *
001799*                    AT ALL KEEPS THE GENERIC EDITS ONLY. THE    *
001799*                    REPORT NOW PRINTS EACH TABLE'S NAME BESIDE  *
001799*                    ITS TYPE CODE.                              *
001799*  10/11/2026  RGM   EVERY LIVE EXTRACT IS NOW ALSO SENT AS A    *
001799*                    CHANGE-ONLY DELTA (DLTREC01, DD DLTFILE) -  *
001799*                    AN INSERT, UPDATE OR DELETE WITH ITS        *
001799*                    BEFORE-IMAGE KEY FOR EACH ROW THAT DIFFERS  *
001799*                    FROM THE LAST EXTRACT THE DB2 SIDE          *
001799*                    CONFIRMED, AND PER-TABLE COUNTS BY ACTION   *
001799*                    ON EACH TRAILER. THE ROWS SENT ARE KEPT ON  *
001799*                    AN EXTRACT BASE FILE (BASREC01) TO BUILD    *
001799*                    THE NEXT DELTA AGAINST. WHEN TBLCONF'S LAST *
001799*                    VERDICT (CNFSTA01) IS MISSING, FAILED OR    *
001799*                    FOR ANOTHER EXTRACT, THE DELTA GOES AS A    *
001799*                    FULL REFRESH. EXTRACT HEADERS NOW CARRY THE *
001799*                    RUN TIME, AND THE REPORT SHOWS THE DELTA    *
001799*                    COUNTS.                                     *
001799*  10/14/2026  RGM   TRANSACTIONS ARE NOW APPLIED STRAIGHT TO    *
001799*                    THE TABLE-FILE KSDS - A KEYED READ, WRITE,  *
001799*                    REWRITE OR DELETE OF ONLY THE ROWS THEY     *
001799*                    TOUCH - INSTEAD OF THROUGH AN IN-STORAGE    *
001799*                    COPY OF THE WHOLE TABLE THAT WAS SHIFTED ON *
001799*                    EVERY ADD AND DELETE AND REWRITTEN AT END   *
001799*                    OF LOAD. THE COMBINED SIZE OF THE TABLES IS *
001799*                    NO LONGER BOUND BY WORKING STORAGE, SO THE  *
001799*                    9999 CAP ON THE CONTROL-CARD VOLUMES IS     *
001799*                    GONE. THE FIRST IMAGE OF EVERY ROW TOUCHED  *
001799*                    GOES TO A NEW UNDO-FILE (UNDREC01, DD       *
001799*                    UNDOFILE) AND A RESTART PUTS THEM BACK      *
001799*                    BEFORE THE JOURNAL IS REPLAYED. ROWS THAT   *
001799*                    FAIL THE TABLE EDIT ARE DELETED AT END OF   *
001799*                    LOAD. A TRIAL STILL LEAVES THE FILE         *
001799*                    UNTOUCHED - ITS CHANGES ARE HELD IN STORAGE *
001799*                    FOR THE LOOKUPS AND THE REPORT.             *
001800*----------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002400 FILE-CONTROL.
002500     SELECT TABLE-FILE ASSIGN TO TABLFILE
002600         ORGANIZATION IS INDEXED
002620         ACCESS MODE IS DYNAMIC
002640         RECORD KEY IS TF-REC-KEY
002700         FILE STATUS IS WS-TABLE-FILE-STATUS.
002720     SELECT CONTROL-FILE ASSIGN TO CTLFILE
002816     SELECT STATS-FILE ASSIGN TO STATHIST
002817         ORGANIZATION IS SEQUENTIAL
002818         FILE STATUS IS WS-STATS-FILE-STATUS.
002819     SELECT LOAD-MODE-FILE ASSIGN TO LDMODE
002819         ORGANIZATION IS SEQUENTIAL
002819         FILE STATUS IS WS-LOAD-MODE-STATUS.
002819     SELECT ACK-FILE ASSIGN TO ACKFILE
002819         ORGANIZATION IS SEQUENTIAL
002819         FILE STATUS IS WS-ACK-FILE-STATUS.
002819     SELECT TRAN-CONTROL-FILE ASSIGN TO TRNCTL
002819         ORGANIZATION IS SEQUENTIAL
002819         FILE STATUS IS WS-TRAN-CTL-STATUS.
002819     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
002819         ORGANIZATION IS INDEXED
002819         ACCESS MODE IS DYNAMIC
002819         RECORD KEY IS RCT-KEY
002819         FILE STATUS IS WS-RUN-CONTROL-STATUS.
002819     SELECT RUN-CARD-FILE ASSIGN TO RUNCARD
002819         ORGANIZATION IS SEQUENTIAL
002819         FILE STATUS IS WS-RUN-CARD-STATUS.
002819     SELECT TABLE-DEF-FILE ASSIGN TO TBLDEF
002819         ORGANIZATION IS SEQUENTIAL
002819         FILE STATUS IS WS-TABLE-DEF-STATUS.
002819     SELECT DELTA-FILE ASSIGN TO DLTFILE
002819         ORGANIZATION IS SEQUENTIAL
002819         FILE STATUS IS WS-DELTA-FILE-STATUS.
002819     SELECT EXTRACT-BASE-FILE ASSIGN TO XTRBASE
002819         ORGANIZATION IS SEQUENTIAL
002819         FILE STATUS IS WS-XTR-BASE-STATUS.
002819     SELECT CONFIRM-STATUS-FILE ASSIGN TO CNFSTAT
002819         ORGANIZATION IS SEQUENTIAL
002819         FILE STATUS IS WS-CNF-STAT-STATUS.
002819     SELECT UNDO-FILE ASSIGN TO UNDOFILE
002819         ORGANIZATION IS INDEXED
002819         ACCESS MODE IS DYNAMIC
002819         RECORD KEY IS UND-REC-KEY
002819         FILE STATUS IS WS-UNDO-FILE-STATUS.
002810 DATA DIVISION.
002900 FILE SECTION.
003000 FD  TABLE-FILE
003452     RECORDING MODE IS F
003453     LABEL RECORDS ARE STANDARD.
003454 COPY STATREC1.
003455 FD  LOAD-MODE-FILE
003456     RECORDING MODE IS F
003457     LABEL RECORDS ARE STANDARD.
003458 COPY LDMCTL01.
003458 FD  ACK-FILE
003458     RECORDING MODE IS F
003458     LABEL RECORDS ARE STANDARD.
003458 COPY ACKREC01.
003458 FD  TRAN-CONTROL-FILE
003458     RECORDING MODE IS F
003458     LABEL RECORDS ARE STANDARD.
003458 COPY TRNCTL01.
003458 FD  RUN-CONTROL-FILE
003458     LABEL RECORDS ARE STANDARD.
003458 COPY RUNCTL01.
003458 FD  RUN-CARD-FILE
003458     RECORDING MODE IS F
003458     LABEL RECORDS ARE STANDARD.
003458 COPY RUNCRD01.
003458 FD  TABLE-DEF-FILE
003458     RECORDING MODE IS F
003458     LABEL RECORDS ARE STANDARD.
003458 COPY TBLDEF01.
003458 FD  DELTA-FILE
003458     RECORDING MODE IS F
003458     LABEL RECORDS ARE STANDARD.
003458 COPY DLTREC01.
003458 FD  EXTRACT-BASE-FILE
003458     RECORDING MODE IS F
003458     LABEL RECORDS ARE STANDARD.
003458 COPY BASREC01.
003458 FD  CONFIRM-STATUS-FILE
003458     RECORDING MODE IS F
003458     LABEL RECORDS ARE STANDARD.
003458 COPY CNFSTA01.
003458 FD  UNDO-FILE
003458     LABEL RECORDS ARE STANDARD.
003458 COPY UNDREC01.
003430 WORKING-STORAGE SECTION.
003500*----------------------------------------------------------------*
003600* FILE STATUS AND SWITCH AREA                                   *
004000         88  WS-TABLE-FILE-OK            VALUE "00".
004100         88  WS-TABLE-FILE-EOF           VALUE "10".
004200         88  WS-TABLE-FILE-NOT-FOUND     VALUE "35".
004206         88  WS-TABLE-KEY-EXISTS         VALUE "22".
004212         88  WS-TABLE-KEY-MISSING        VALUE "23".
004220     05  WS-CONTROL-FILE-STATUS  PIC X(02) VALUE SPACES.
004240         88  WS-CONTROL-FILE-OK          VALUE "00".
004260         88  WS-CONTROL-FILE-NOT-FOUND   VALUE "35".
004299     05  WS-STATS-FILE-STATUS    PIC X(02) VALUE SPACES.
004299         88  WS-STATS-FILE-OK            VALUE "00".
004299         88  WS-STATS-FILE-NOT-FOUND     VALUE "35".
004299     05  WS-LOAD-MODE-STATUS     PIC X(02) VALUE SPACES.
004299         88  WS-LOAD-MODE-OK             VALUE "00".
004299         88  WS-LOAD-MODE-NOT-FOUND      VALUE "35".
004299     05  WS-ACK-FILE-STATUS      PIC X(02) VALUE SPACES.
004299         88  WS-ACK-FILE-OK              VALUE "00".
004299         88  WS-ACK-FILE-NOT-FOUND       VALUE "35".
004299     05  WS-TRAN-CTL-STATUS      PIC X(02) VALUE SPACES.
004299         88  WS-TRAN-CTL-OK              VALUE "00".
004299         88  WS-TRAN-CTL-NOT-FOUND       VALUE "35".
004299     05  WS-TABLE-DEF-STATUS     PIC X(02) VALUE SPACES.
004299         88  WS-TABLE-DEF-OK             VALUE "00".
004299         88  WS-TABLE-DEF-EOF            VALUE "10".
004299         88  WS-TABLE-DEF-NOT-FOUND      VALUE "35".
004299     05  WS-DELTA-FILE-STATUS    PIC X(02) VALUE SPACES.
004299         88  WS-DELTA-FILE-OK            VALUE "00".
004299     05  WS-XTR-BASE-STATUS      PIC X(02) VALUE SPACES.
004299         88  WS-XTR-BASE-OK              VALUE "00".
004299         88  WS-XTR-BASE-NOT-FOUND       VALUE "35".
004299     05  WS-CNF-STAT-STATUS      PIC X(02) VALUE SPACES.
004299         88  WS-CNF-STAT-OK              VALUE "00".
004299     05  WS-UNDO-FILE-STATUS     PIC X(02) VALUE SPACES.
004299         88  WS-UNDO-FILE-OK             VALUE "00".
004299         88  WS-UNDO-FILE-EOF            VALUE "10".
004299         88  WS-UNDO-KEY-EXISTS          VALUE "22".
004299         88  WS-UNDO-FILE-NOT-FOUND      VALUE "35".
004300 01  WS-SWITCHES.
004400     05  WS-EOF-SW               PIC X(01) VALUE "N".
004500         88  WS-EOF-TABLE-FILE           VALUE "Y".
004599         88  WS-PEND-SAVE-OK             VALUE "Y".
004599     05  WS-TRAN-READ-SW         PIC X(01) VALUE "N".
004599         88  WS-TRAN-STAGED              VALUE "Y".
004599     05  WS-TRIAL-SW             PIC X(01) VALUE "N".
004599         88  WS-TRIAL-RUN                VALUE "Y".
004599     05  WS-TRAN-ACCEPT-SW       PIC X(01) VALUE "N".
004599         88  WS-TRAN-ACCEPTED            VALUE "Y".
004599     05  WS-TRAN-HDR-SW          PIC X(01) VALUE "N".
004599         88  WS-TRAN-HEADER-SEEN         VALUE "Y".
004599     05  WS-TRAN-TRL-SW          PIC X(01) VALUE "N".
004599         88  WS-TRAN-TRAILER-SEEN        VALUE "Y".
004599     05  WS-TRAN-CTL-SW          PIC X(01) VALUE "N".
004599         88  WS-TRAN-CTL-FOUND           VALUE "Y".
004599     05  WS-DICTIONARY-SW        PIC X(01) VALUE "N".
004599         88  WS-DICTIONARY-ABSENT        VALUE "N".
004599         88  WS-DICTIONARY-LOADED        VALUE "Y".
004599         88  WS-DICTIONARY-UNUSABLE      VALUE "E".
004599     05  WS-TDF-EOF-SW           PIC X(01) VALUE "N".
004599         88  WS-EOF-TABLE-DEF-FILE       VALUE "Y".
004599     05  WS-DLT-MODE-SW          PIC X(01) VALUE "N".
004599         88  WS-DLT-NOT-SENT             VALUE "N".
004599         88  WS-DLT-DELTA                VALUE "D".
004599         88  WS-DLT-FULL-REFRESH         VALUE "F".
004599     05  WS-DLT-GROUP-SW         PIC X(01) VALUE "N".
004599         88  WS-DLT-GROUP-OPEN           VALUE "Y".
004599     05  WS-BASE-EOF-SW          PIC X(01) VALUE "N".
004599         88  WS-EOF-XTR-BASE             VALUE "Y".
004599     05  WS-BASE-TRL-SW          PIC X(01) VALUE "N".
004599         88  WS-BASE-TRAILER-SEEN        VALUE "Y".
004599     05  WS-BASE-OPEN-SW         PIC X(01) VALUE "N".
004599         88  WS-XTR-BASE-OPEN            VALUE "Y".
004599     05  WS-TABLE-OPEN-SW        PIC X(01) VALUE "N".
004599         88  WS-TABLE-FILE-OPEN          VALUE "Y".
004599     05  WS-UNDO-OPEN-SW         PIC X(01) VALUE "N".
004599         88  WS-UNDO-FILE-OPEN           VALUE "Y".
004599     05  WS-UNDO-EOF-SW          PIC X(01) VALUE "N".
004599         88  WS-EOF-UNDO-FILE            VALUE "Y".
004599     05  WS-BACKOUT-SW           PIC X(01) VALUE "N".
004599         88  WS-BACKOUT-PENDING          VALUE "Y".
004599     05  WS-UPDATE-FAIL-SW       PIC X(01) VALUE "N".
004599         88  WS-TABLE-UPDATE-FAILED      VALUE "Y".
004599     05  WS-TRIAL-ROW-SW         PIC X(01) VALUE "N".
004599         88  WS-TRIAL-ROW-HELD           VALUE "Y".
004599     05  WS-ROW-READY-SW         PIC X(01) VALUE "N".
004599         88  WS-ROW-READY                VALUE "Y".
004599     05  WS-ROW-CLEAN-SW         PIC X(01) VALUE "N".
004599         88  WS-ROW-CLEAN                VALUE "Y".
004600 01  WS-PRIOR-COUNT              PIC 9(05) COMP VALUE ZERO.
004630 01  WS-CKPT-DIVIDE              PIC 9(05) COMP VALUE ZERO.
004640 01  WS-CKPT-REMAINDER           PIC 9(05) COMP VALUE ZERO.
004653         10  WS-CTL-LOOKUP       PIC 9(05) COMP.
004653         10  WS-CTL-TYPE-COUNT   PIC 9(05) COMP.
004653         10  WS-CTL-PEND-COUNT   PIC 9(05) COMP.
004653         10  WS-CTL-PRIOR-COUNT  PIC 9(05) COMP.
004653         10  WS-CTL-ADD-COUNT    PIC 9(05) COMP.
004653         10  WS-CTL-CHANGE-COUNT PIC 9(05) COMP.
004653         10  WS-CTL-DELETE-COUNT PIC 9(05) COMP.
004653         10  WS-CTL-REJ-COUNT    PIC 9(05) COMP.
004653         10  WS-CTL-DLT-INS      PIC 9(05) COMP.
004653         10  WS-CTL-DLT-UPD      PIC 9(05) COMP.
004653         10  WS-CTL-DLT-DEL      PIC 9(05) COMP.
004653         10  WS-CTL-DLT-SW       PIC X(01).
004653             88  WS-CTL-DLT-SENT         VALUE "Y".
004653 01  WS-SEARCH-KEY.
004653     05  WS-SEARCH-TYPE          PIC X(02).
004653     05  WS-SEARCH-ID            PIC 9(05).
004661 01  WS-ADD-COUNT                PIC 9(05) COMP VALUE ZERO.
004663 01  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE ZERO.
004665 01  WS-DELETE-COUNT             PIC 9(05) COMP VALUE ZERO.
004666 01  WS-BACKOUT-COUNT            PIC 9(05) COMP VALUE ZERO.
004667 01  WS-PURGE-COUNT              PIC 9(05) COMP VALUE ZERO.
004669 01  WS-SHIFT-IDX                PIC 9(05) COMP VALUE ZERO.
004671 01  WS-AUDIT-ACTION             PIC X(01) VALUE SPACE.
004672 01  WS-SCAN-IDX                 PIC 9(05) COMP VALUE ZERO.
004675     05  WS-APPLY-REC-DATE       PIC X(08).
004675     05  WS-APPLY-REC-DESC       PIC X(50).
004675     05  WS-APPLY-EFF-DATE       PIC X(08).
004675     05  WS-APPLY-SOURCE         PIC X(01).
004675         88  WS-FROM-TRAN-FILE       VALUE "T".
004675         88  WS-FROM-PENDING         VALUE "P".
004675         88  WS-FROM-RECYCLE         VALUE "R".
004676 01  WS-ACK-OUTCOME              PIC X(01) VALUE SPACE.
004676 01  WS-ACK-COUNT                PIC 9(05) COMP VALUE ZERO.
004676 01  WS-ACK-COUNT-DISP           PIC 9(05) VALUE ZERO.
004676*----------------------------------------------------------------*
004676* REPLAYED-TRANSACTION BUFFER - THE ABENDED RUN'S JOURNAL IS     *
004676* HELD HERE WHILE IT IS REPLAYED, THEN RE-WRITTEN TO THE FRESH   *
004676         10  WS-JRNL-REC-DATE    PIC X(08).
004676         10  WS-JRNL-REC-DESC    PIC X(50).
004676         10  WS-JRNL-EFF-DATE    PIC X(08).
004676*----------------------------------------------------------------*
004676* TABLE DICTIONARY - ONE ENTRY PER TABLE TYPE OFF TABLE-DEF-FILE *
004676* (TBLDEF01), THE ENTRY FOUND FOR THE TYPE IN HAND, AND THE ROW  *
004676* BEING CHECKED AGAINST ITS RULES.                               *
004676*----------------------------------------------------------------*
004676 01  WS-TDF-COUNT                PIC 9(03) COMP VALUE ZERO.
004676 01  WS-TDF-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
004676 01  WS-TDF-SCAN-IDX             PIC 9(03) COMP VALUE ZERO.
004676 01  WS-TDF-DESC-LEN             PIC 9(02) COMP VALUE ZERO.
004676 01  WS-TDF-DESC-SCAN-IDX        PIC 9(02) COMP VALUE ZERO.
004676 01  WS-TDF-REASON               PIC X(02) VALUE SPACES.
004676 01  WS-TDF-REASON-TEXT          PIC X(40) VALUE SPACES.
004676 01  WS-TDF-PRINT-NAME           PIC X(30) VALUE SPACES.
004676 01  WS-TDF-CHECK.
004676     05  WS-TDF-CHK-TYPE         PIC X(02) VALUE SPACES.
004676     05  WS-TDF-CHK-ID           PIC 9(05) VALUE ZERO.
004676     05  WS-TDF-CHK-DATE         PIC 9(08) VALUE ZERO.
004676     05  WS-TDF-CHK-DESC         PIC X(50) VALUE SPACES.
004676 01  WS-TDF-RULE.
004676     05  WS-RULE-TABLE-TYPE      PIC X(02).
004676     05  WS-RULE-TABLE-NAME      PIC X(30).
004676     05  WS-RULE-DEPARTMENT      PIC X(10).
004676     05  WS-RULE-ID-LOW          PIC 9(05).
004676     05  WS-RULE-ID-HIGH         PIC 9(05).
004676     05  WS-RULE-EARLIEST        PIC 9(08).
004676     05  WS-RULE-LATEST          PIC 9(08).
004676     05  WS-RULE-DESC-REQ        PIC X(01).
004676         88  WS-RULE-DESC-MANDATORY      VALUE "Y".
004676     05  WS-RULE-DESC-MIN        PIC 9(02).
004676     05  WS-RULE-DELETE-RULE     PIC X(01).
004676         88  WS-RULE-DEACTIVATE-ONLY     VALUE "N".
004676 01  WS-TDF-AREA.
004676     05  WS-TDF-ENTRY OCCURS 0 TO 100 TIMES
004676             DEPENDING ON WS-TDF-COUNT.
004676         10  WS-TDF-TABLE-TYPE   PIC X(02).
004676         10  WS-TDF-TABLE-NAME   PIC X(30).
004676         10  WS-TDF-DEPARTMENT   PIC X(10).
004676         10  WS-TDF-ID-LOW       PIC 9(05).
004676         10  WS-TDF-ID-HIGH      PIC 9(05).
004676         10  WS-TDF-EARLIEST     PIC 9(08).
004676         10  WS-TDF-LATEST       PIC 9(08).
004676         10  WS-TDF-DESC-REQ     PIC X(01).
004676         10  WS-TDF-DESC-MIN     PIC 9(02).
004676         10  WS-TDF-DELETE-RULE  PIC X(01).
004673 01  WS-TRAN-COUNT-DISP          PIC 9(05) VALUE ZERO.
004675 01  WS-APPLIED-COUNT-DISP       PIC 9(05) VALUE ZERO.
004677 01  WS-REJECT-COUNT-DISP        PIC 9(05) VALUE ZERO.
004666 01  WS-AUDIT-SEQ-NO             PIC 9(05) COMP VALUE ZERO.
004670 01  WS-MAX-COUNT                PIC 9(05) COMP VALUE 100.
004680 01  WS-MAX-COUNT-DISP           PIC 9(05) VALUE ZERO.
004685 01  WS-ENTRY-COUNT              PIC 9(05) COMP VALUE ZERO.
004687 01  WS-PROGRAM-RC               PIC 9(04) COMP VALUE ZERO.
004690*----------------------------------------------------------------*
004692* REPORT CONTROL FIELDS                                         *
004698 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
004699 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 060.
004699 01  WS-PRINT-LINE               PIC X(133) VALUE SPACES.
004699 01  WS-TRIAL-STAMP              PIC X(24) VALUE SPACES.
004699*----------------------------------------------------------------*
004699* TRIAL-RUN HOLD AREA - ON A TRIAL NOTHING IS WRITTEN TO THE    *
004699* REJECT FILE, SO EACH REJECT THE RUN WOULD HAVE WRITTEN IS     *
004699* HELD HERE AND LISTED ON THE REPORT INSTEAD.                   *
004699*----------------------------------------------------------------*
004699 01  WS-TRIAL-REJ-COUNT          PIC 9(05) COMP VALUE ZERO.
004699 01  WS-TRIAL-REJ-IDX            PIC 9(05) COMP VALUE ZERO.
004699 01  WS-TRIAL-REJ-LOST           PIC 9(05) COMP VALUE ZERO.
004699 01  WS-UNTYPED-REJ-COUNT        PIC 9(05) COMP VALUE ZERO.
004699 01  WS-PRIOR-COUNT-DISP         PIC 9(05) VALUE ZERO.
004699 01  WS-PROJECTED-COUNT-DISP     PIC 9(05) VALUE ZERO.
004699 01  WS-TRIAL-WORK.
004699     05  WS-TRIAL-W-REASON       PIC X(02).
004699     05  WS-TRIAL-W-ACTION       PIC X(01).
004699     05  WS-TRIAL-W-TABLE-TYPE   PIC X(02).
004699     05  WS-TRIAL-W-REC-ID       PIC X(05).
004699     05  WS-TRIAL-W-REC-DATE     PIC X(08).
004699     05  WS-TRIAL-W-REC-DESC     PIC X(50).
004699 01  WS-TRIAL-REJ-AREA.
004699     05  WS-TRIAL-REJ-ENTRY OCCURS 0 TO 9999 TIMES
004699             DEPENDING ON WS-TRIAL-REJ-COUNT.
004699         10  WS-TRIAL-REJ-REASON PIC X(02).
004699         10  WS-TRIAL-REJ-ACTION PIC X(01).
004699         10  WS-TRIAL-REJ-TYPE   PIC X(02).
004699         10  WS-TRIAL-REJ-ID     PIC X(05).
004699         10  WS-TRIAL-REJ-DATE   PIC X(08).
004699         10  WS-TRIAL-REJ-DESC   PIC X(50).
004699*----------------------------------------------------------------*
004699* TRAN-FILE FRAME AREA - THE HEADER AND TRAILER OF THE DAY'S    *
004699* TRAN-FILE, THE TOTALS PROVED AGAINST THE TRAILER, AND THE     *
004699* LAST FILE ACCEPTED OFF TRAN-CONTROL-FILE.                     *
004699*----------------------------------------------------------------*
004699 01  WS-TRAN-REFUSE-REASON       PIC X(50) VALUE SPACES.
004699 01  WS-TRAN-VERIFY-COUNT        PIC 9(07) COMP VALUE ZERO.
004699 01  WS-TRAN-DETAIL-COUNT        PIC 9(07) COMP VALUE ZERO.
004699 01  WS-TRAN-HASH-TOTAL          PIC 9(12) COMP VALUE ZERO.
004699 01  WS-TRAN-NEXT-SEQ-NO         PIC 9(07) COMP VALUE ZERO.
004699 01  WS-TRAN-FRAME.
004699     05  WS-TRAN-SOURCE-SYSTEM   PIC X(08) VALUE SPACES.
004699     05  WS-TRAN-CREATE-DATE     PIC 9(08) VALUE ZERO.
004699     05  WS-TRAN-FILE-SEQ-NO     PIC 9(07) VALUE ZERO.
004699     05  WS-TRAN-TRL-COUNT       PIC 9(07) VALUE ZERO.
004699     05  WS-TRAN-TRL-HASH        PIC 9(12) VALUE ZERO.
004699     05  WS-TRAN-LAST-SOURCE     PIC X(08) VALUE SPACES.
004699     05  WS-TRAN-LAST-SEQ-NO     PIC 9(07) VALUE ZERO.
004699 01  WS-TRAN-DETAIL-DISP         PIC 9(07) VALUE ZERO.
004699 01  WS-TRAN-HASH-DISP           PIC 9(12) VALUE ZERO.
004699 01  WS-TRAN-SEQ-DISP            PIC 9(07) VALUE ZERO.
004699*----------------------------------------------------------------*
004699* DELTA EXTRACT AREA - THE RUN DATE AND TIME THAT IDENTIFY       *
004699* TONIGHT'S EXTRACT, THE EXTRACT BASE THE DELTA IS BUILT         *
004699* AGAINST, THE CURRENT AND BASE ROWS BEING MATCHED, AND THE      *
004699* COUNTS BY ACTION FOR THE TABLE IN HAND AND THE WHOLE FILE.     *
004699*----------------------------------------------------------------*
004699 01  WS-EXTRACT-STAMP.
004699     05  WS-EXTRACT-DATE         PIC 9(08) VALUE ZERO.
004699     05  WS-EXTRACT-TIME         PIC 9(08) VALUE ZERO.
004699 01  WS-DLT-REASON               PIC X(50) VALUE SPACES.
004699 01  WS-DLT-BASE-DATE            PIC 9(08) VALUE ZERO.
004699 01  WS-DLT-BASE-TIME            PIC 9(08) VALUE ZERO.
004699 01  WS-DLT-BASE-ROWS            PIC 9(07) COMP VALUE ZERO.
004699 01  WS-BASE-TRL-DATE            PIC 9(08) VALUE ZERO.
004699 01  WS-BASE-TRL-TIME            PIC 9(08) VALUE ZERO.
004699 01  WS-BASE-TRL-ROWS            PIC 9(07) VALUE ZERO.
004699 01  WS-DLT-CUR-ROW.
004699     05  WS-DLT-CUR-KEY.
004699         10  WS-DLT-CUR-TYPE     PIC X(02).
004699         10  WS-DLT-CUR-ID       PIC 9(05).
004699     05  WS-DLT-CUR-DATE         PIC 9(08).
004699     05  WS-DLT-CUR-DESC         PIC X(50).
004699     05  WS-DLT-CUR-STATUS       PIC X(01).
004699 01  WS-DLT-BASE-ROW.
004699     05  WS-DLT-BASE-KEY.
004699         10  WS-DLT-BASE-TYPE    PIC X(02).
004699         10  WS-DLT-BASE-ID      PIC 9(05).
004699     05  WS-DLT-BASE-REC-DATE    PIC 9(08).
004699     05  WS-DLT-BASE-DESC        PIC X(50).
004699     05  WS-DLT-BASE-STATUS      PIC X(01).
004699 01  WS-DLT-ACTION               PIC X(01) VALUE SPACE.
004699 01  WS-DLT-ROW-TYPE             PIC X(02) VALUE SPACES.
004699 01  WS-DLT-GROUP-TYPE           PIC X(02) VALUE SPACES.
004699 01  WS-DLT-GROUP-CTL-IDX        PIC 9(02) COMP VALUE ZERO.
004699 01  WS-DLT-GROUP-ROWS           PIC 9(05) COMP VALUE ZERO.
004699 01  WS-DLT-GROUP-INS            PIC 9(05) COMP VALUE ZERO.
004699 01  WS-DLT-GROUP-UPD            PIC 9(05) COMP VALUE ZERO.
004699 01  WS-DLT-GROUP-DEL            PIC 9(05) COMP VALUE ZERO.
004699 01  WS-DLT-INS-TOTAL            PIC 9(05) COMP VALUE ZERO.
004699 01  WS-DLT-UPD-TOTAL            PIC 9(05) COMP VALUE ZERO.
004699 01  WS-DLT-DEL-TOTAL            PIC 9(05) COMP VALUE ZERO.
004699 01  WS-DLT-INS-DISP             PIC 9(05) VALUE ZERO.
004699 01  WS-DLT-UPD-DISP             PIC 9(05) VALUE ZERO.
004699 01  WS-DLT-DEL-DISP             PIC 9(05) VALUE ZERO.
004700*----------------------------------------------------------------*
004710* TABLE ROW AREA - THE TABLE-FILE ROW IN HAND WHILE THE REPORT,  *
004720* THE EXTRACT AND THE DELTA STEP THROUGH THE TABLE IN KEY ORDER. *
004730*----------------------------------------------------------------*
004740 01  WS-AREA.
004750     05  WS-COUNT                PIC 9(05) COMP VALUE ZERO.
004760     05  WS-TABLE-ROW.
004770     COPY TBLREC02.
004780*----------------------------------------------------------------*
004790* ROW UPDATE AREA - THE KEY A TRANSACTION IS APPLIED TO, AND THE *
004800* ROW AS IT STOOD ON TABLE-FILE BEFORE THE CHANGE - THE IMAGE    *
004810* WRITTEN TO UNDO-FILE (UNDREC01) SO A RESTART CAN PUT IT BACK.  *
004820*----------------------------------------------------------------*
004830 01  WS-BEFORE-ROW.
004840     05  WS-BEFORE-KEY           PIC X(07) VALUE SPACES.
004850     05  WS-BEFORE-SW            PIC X(01) VALUE "N".
004860         88  WS-BEFORE-ON-FILE           VALUE "Y".
004870     05  WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
004880*----------------------------------------------------------------*
004890* ROW STREAM - WHERE A PASS OVER THE TABLE STARTS, AND THE NEXT  *
004900* CLEAN TABLE-FILE ROW AND TRIAL ROW WAITING TO BE MERGED.       *
004910*----------------------------------------------------------------*
004920 01  WS-ROW-START-KEY.
004930     05  WS-ROW-START-TYPE       PIC X(02) VALUE SPACES.
004940     05  WS-ROW-START-ID         PIC X(05) VALUE SPACES.
004950 01  WS-ROW-FILE-KEY             PIC X(07) VALUE SPACES.
004960 01  WS-ROW-FILE-IMAGE           PIC X(80) VALUE SPACES.
004970 01  WS-ROW-TRIAL-IDX            PIC 9(05) COMP VALUE ZERO.
004980 01  WS-ROW-TRIAL-KEY            PIC X(07) VALUE SPACES.
004990*----------------------------------------------------------------*
005000* TRIAL ROW AREA - A TRIAL MAY NOT UPDATE TABLE-FILE, SO EVERY   *
005010* ROW ITS TRANSACTIONS ADD, CHANGE OR DELETE IS HELD HERE IN KEY *
005020* ORDER INSTEAD ("P" PRESENT WITH ITS NEW IMAGE, "D" DELETED).   *
005030* LOOKUPS AND THE REPORT READ THROUGH THIS AREA TO THE FILE.     *
005040*----------------------------------------------------------------*
005050 01  WS-TRIAL-ROW-COUNT          PIC 9(05) COMP VALUE ZERO.
005060 01  WS-TRIAL-ROW-IDX            PIC 9(05) COMP VALUE ZERO.
005070 01  WS-TRIAL-ROW-LOST           PIC 9(05) COMP VALUE ZERO.
005080 01  WS-TRIAL-NEW-STATE          PIC X(01) VALUE SPACE.
005090 01  WS-TRIAL-ROW-AREA.
005100     05  WS-TRIAL-ROW-ENTRY OCCURS 0 TO 9999 TIMES
005110             DEPENDING ON WS-TRIAL-ROW-COUNT.
005120         10  WS-TRIAL-ROW-KEY    PIC X(07).
005130         10  WS-TRIAL-ROW-STATE  PIC X(01).
005140             88  WS-TRIAL-ROW-PRESENT    VALUE "P".
005150             88  WS-TRIAL-ROW-GONE       VALUE "D".
005160         10  WS-TRIAL-ROW-IMAGE  PIC X(80).
005302*----------------------------------------------------------------*
005304* NIGHTLY RUN CONTROL - THE JOBS THAT MUST HAVE ENDED WITH AN    *
005306* ACCEPTABLE CONDITION CODE FOR THE BUSINESS DATE BEFORE THIS    *
005308* JOB MAY START (SEE RUNCTL01), AND THE OVERRIDE CARD AS READ.   *
005310*----------------------------------------------------------------*
005312 01  WS-RUN-CONTROL-AREA.
005314     05  WS-RUN-CONTROL-STATUS   PIC X(02) VALUE SPACES.
005316         88  WS-RUN-CONTROL-OK           VALUE "00".
005318         88  WS-RUN-CONTROL-NOT-FOUND    VALUE "35".
005320     05  WS-RUN-CARD-STATUS      PIC X(02) VALUE SPACES.
005322         88  WS-RUN-CARD-OK              VALUE "00".
005324     05  WS-RUN-CONTROL-SW       PIC X(01) VALUE "N".
005326         88  WS-RUN-CONTROL-OPEN         VALUE "Y".
005328     05  WS-RUN-FOUND-SW         PIC X(01) VALUE "N".
005330         88  WS-RUN-FOUND                VALUE "Y".
005332     05  WS-RUN-STARTED-SW       PIC X(01) VALUE "N".
005334         88  WS-RUN-STARTED              VALUE "Y".
005336     05  WS-RUN-OVERRIDE-SW      PIC X(01) VALUE "N".
005338         88  WS-RUN-OVERRIDE-USED        VALUE "Y".
005340     05  WS-RUN-RERUN-SW         PIC X(01) VALUE "N".
005342         88  WS-RUN-RERUN-ALLOWED        VALUE "Y".
005344     05  WS-RUN-BYPASS-SW        PIC X(01) VALUE "N".
005346         88  WS-RUN-BYPASS-ALLOWED       VALUE "Y".
005348     05  WS-RUN-OPENS-STREAM-SW  PIC X(01) VALUE "Y".
005350         88  WS-RUN-OPENS-STREAM         VALUE "Y".
005352     05  WS-RUN-CARD-DATE        PIC 9(08) VALUE ZERO.
005354     05  WS-RUN-OVERRIDE-OPER    PIC X(08) VALUE SPACES.
005356     05  WS-RUN-OVERRIDE-REASON  PIC X(40) VALUE SPACES.
005358     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
005360     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
005362     05  WS-RUN-NOW              PIC 9(08) VALUE ZERO.
005364     05  WS-RUN-MAX-CC           PIC 9(04) VALUE 0004.
005366     05  WS-RUN-CC-DISP          PIC 9(04) VALUE ZERO.
005368     05  WS-RUN-REFUSE-REASON    PIC X(60) VALUE SPACES.
005370     05  WS-RUN-PRED-IDX         PIC 9(02) COMP VALUE ZERO.
005372     05  WS-RUN-PRED-COUNT       PIC 9(02) COMP VALUE 0.
005374 01  WS-RUN-PRED-LIST.
005376     05  FILLER                  PIC X(08) VALUE SPACES.
005378 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
005380     05  WS-RUN-PRED-NAME        PIC X(08) OCCURS 1 TIMES.
005400 PROCEDURE DIVISION.
005500*================================================================*
005600* 0000-MAINLINE                                                 *
006000         PERFORM 2000-LOAD-TABLE THRU 2000-EXIT
006030         PERFORM 3000-BALANCE-TABLE THRU 3000-EXIT
006040         PERFORM 6000-LOOKUP-BY-ID THRU 6000-EXIT
006040         EVALUATE TRUE
006040             WHEN WS-TRIAL-RUN
006040                 DISPLAY "TBLLOAD - TRIAL RUN - EXTRACT AND "
006040                     "STATISTICS NOT WRITTEN"
006040             WHEN WS-TABLE-UPDATE-FAILED
006040                 DISPLAY "TBLLOAD - EXTRACT SUPPRESSED - THE "
006040                     "TABLE-FILE UPDATE DID NOT COMPLETE"
006040             WHEN WS-BALANCE-OK
006040                 PERFORM 7000-WRITE-EXTRACT-FILE THRU 7000-EXIT
006040                 IF WS-EXTRACT-FILE-OK
006040                     PERFORM 7300-WRITE-DELTA-FILE THRU 7300-EXIT
006040                 END-IF
006040             WHEN OTHER
006040                 DISPLAY "TBLLOAD - EXTRACT SUPPRESSED - TABLE "
006040                     "IS OUT OF BALANCE"
006040         END-EVALUATE
006040         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
006040         IF NOT WS-TRIAL-RUN AND NOT WS-TABLE-UPDATE-FAILED
006040             PERFORM 7500-WRITE-RUN-STATS THRU 7500-EXIT
006040         END-IF
006060     END-IF.
006200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006300     STOP RUN.
006400*================================================================*
006410* 1000-INITIALIZE - OPEN TABLE-FILE FOR UPDATE (INPUT ON A       *
006420*                   TRIAL), BACKING OUT AN ABENDED RUN'S UPDATES *
006430*                   FIRST IF ITS BEFORE-IMAGES ARE STILL ON      *
006440*                   UNDO-FILE, AND EDIT AND COUNT THE            *
006450*                   CARRIED-FORWARD ROWS. THEN REPLAY THE        *
006460*                   CHECKPOINT JOURNAL LEFT BY THE ABENDED RUN - *
006470*                   THE SAME APPLY AND REJECT LOGIC RERUNS OVER  *
006480*                   THE JOURNALED TRANSACTIONS BEFORE THE        *
006490*                   TRAN-FILE PICKS UP PAST THEM.                *
006500*================================================================*
006800 1000-INITIALIZE.
006820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006840     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
006850     PERFORM 1070-READ-MODE-CARD THRU 1070-EXIT.
006850     IF WS-RUN-OK
006850         PERFORM 1700-LOAD-TABLE-DICTIONARY THRU 1700-EXIT
006850         IF WS-DICTIONARY-UNUSABLE
006850             DISPLAY "TBLLOAD - RUN CANCELLED - THE TABLE "
006850                 "DICTIONARY CANNOT BE USED"
006850             PERFORM 8200-POST-ERROR THRU 8200-EXIT
006850             MOVE "N" TO WS-RUN-OK-SW
006850         END-IF
006850     END-IF.
006851     IF WS-RUN-OK
006852         IF WS-TRIAL-RUN
006853             DISPLAY "TBLLOAD - TRIAL RUN - RUN CONTROL NOT "
006854                 "CHECKED OR RECORDED"
006855         ELSE
006856             PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT
006857         END-IF
006858     END-IF.
006860     IF WS-RUN-OK
006870         PERFORM 1400-VERIFY-TRAN-FILE THRU 1400-EXIT
006880     END-IF.
006900     MOVE ZERO TO WS-PRIOR-COUNT.
006950     MOVE ZERO TO WS-ACTUAL-COUNT.
006960     MOVE ZERO TO WS-ENTRY-COUNT.
007000     MOVE "N" TO WS-EOF-SW.
007010     IF WS-RUN-OK
007052         IF NOT WS-TRIAL-RUN
007054             PERFORM 2070-OPEN-REJECT-FILE THRU 2070-EXIT
007056         END-IF
007066         MOVE LOW-VALUES TO WS-LAST-REC-KEY
007076         PERFORM 1150-OPEN-TABLE-FILE THRU 1150-EXIT
007086     END-IF.
007096     IF WS-RUN-OK
007106         PERFORM 1100-READ-PRIOR-TABLE THRU 1100-EXIT
007116             UNTIL WS-EOF-TABLE-FILE
007126     END-IF.
007136     IF WS-RUN-OK
007146         IF WS-PRIOR-COUNT > WS-MAX-COUNT
007156             MOVE WS-PRIOR-COUNT TO WS-COUNT-DISP
007166             DISPLAY "TBLLOAD - WARNING - TABLE-FILE HOLDS "
007176                 WS-COUNT-DISP " ROWS, PAST TODAY'S CONTROL-CARD "
007186                 "VOLUME OF " WS-MAX-COUNT-DISP " - NO ADDS WILL "
007196                 "BE TAKEN"
007206             PERFORM 8100-POST-WARNING THRU 8100-EXIT
007216         END-IF
007226         PERFORM 1085-SAVE-PRIOR-COUNT THRU 1085-EXIT
007236             VARYING WS-CTL-IDX FROM 1 BY 1
007246                 UNTIL WS-CTL-IDX > WS-CTL-COUNT
007256         IF WS-TRIAL-RUN
007266             DISPLAY "TBLLOAD - TRIAL RUN - CHECKPOINT JOURNAL "
007276                 "NOT READ OR REPLAYED"
007286         ELSE
007296             PERFORM 1200-REPLAY-CHECKPOINT THRU 1200-EXIT
007306             IF WS-TABLE-UPDATE-FAILED
007316                 DISPLAY "TBLLOAD - RUN CANCELLED - THE "
007326                     "CHECKPOINT JOURNAL COULD NOT BE REPLAYED"
007336                 IF WS-REJECT-FILE-OK
007346                     CLOSE REJECT-FILE
007356                 END-IF
007366                 MOVE "N" TO WS-RUN-OK-SW
007376             END-IF
007386         END-IF
007396     END-IF.
008600 1000-EXIT.
008700     EXIT.
008700*================================================================*
008700* 1150-OPEN-TABLE-FILE - OPENS THE CARRY-FORWARD TABLE-FILE I-O  *
008700*                        FOR THE RUN, CREATING IT EMPTY THE      *
008700*                        FIRST TIME, OR INPUT ON A TRIAL, AND    *
008700*                        OPENS UNDO-FILE BESIDE IT. A HARD OPEN  *
008700*                        ERROR CANCELS THE RUN - THE TABLE       *
008700*                        CANNOT BE READ AND WILL NOT BE          *
008700*                        OVERWRITTEN. IF AN ABENDED RUN LEFT     *
008700*                        BEFORE-IMAGES ON UNDO-FILE THEY ARE PUT *
008700*                        BACK HERE, SO THE TABLE IS EXACTLY AS   *
008700*                        THAT RUN FOUND IT WHEN ITS JOURNAL IS   *
008700*                        REPLAYED. THE FILE IS LEFT POSITIONED   *
008700*                        AT ITS FIRST ROW.                       *
008700*================================================================*
008700 1150-OPEN-TABLE-FILE.
008700     PERFORM 1160-CHECK-BACKOUT-PENDING THRU 1160-EXIT.
008700     IF WS-TRIAL-RUN
008700         OPEN INPUT TABLE-FILE
008700     ELSE
008700         OPEN I-O TABLE-FILE
008700         IF WS-TABLE-FILE-NOT-FOUND
008700             OPEN OUTPUT TABLE-FILE
008700             IF WS-TABLE-FILE-OK
008700                 CLOSE TABLE-FILE
008700                 OPEN I-O TABLE-FILE
008700             END-IF
008700         END-IF
008700     END-IF.
008700     EVALUATE TRUE
008700         WHEN WS-TABLE-FILE-OK
008700             SET WS-TABLE-FILE-OPEN TO TRUE
008700         WHEN WS-TABLE-FILE-NOT-FOUND
008700             SET WS-EOF-TABLE-FILE TO TRUE
008700         WHEN OTHER
008700             DISPLAY "TBLLOAD - TABLE-FILE OPEN ERROR "
008700                 WS-TABLE-FILE-STATUS
008700             PERFORM 8200-POST-ERROR THRU 8200-EXIT
008700             DISPLAY "TBLLOAD - RUN CANCELLED - THE "
008700                 "CARRY-FORWARD TABLE CANNOT BE READ AND "
008700                 "WILL NOT BE OVERWRITTEN"
008700             MOVE "N" TO WS-RUN-OK-SW
008700             SET WS-EOF-TABLE-FILE TO TRUE
008700     END-EVALUATE.
008700     IF WS-RUN-OK AND NOT WS-TRIAL-RUN
008700         PERFORM 1170-OPEN-UNDO-FILE THRU 1170-EXIT
008700     END-IF.
008700     IF WS-RUN-OK AND WS-BACKOUT-PENDING
008700         IF WS-TRIAL-RUN
008700             DISPLAY "TBLLOAD - WARNING - A RESTART IS PENDING - "
008700                 "TABLE-FILE STILL HOLDS PART OF THE ABENDED "
008700                 "RUN'S UPDATES"
008700             PERFORM 8100-POST-WARNING THRU 8100-EXIT
008700         ELSE
008700             PERFORM 1180-BACK-OUT-TABLE THRU 1180-EXIT
008700         END-IF
008700     END-IF.
008700     IF WS-RUN-OK AND WS-TABLE-FILE-OPEN
008700         MOVE LOW-VALUES TO TF-REC-KEY
008700         START TABLE-FILE KEY NOT LESS THAN TF-REC-KEY
008700             INVALID KEY
008700                 SET WS-EOF-TABLE-FILE TO TRUE
008700         END-START
008700     END-IF.
008700     IF NOT WS-RUN-OK
008700         IF WS-REJECT-FILE-OK
008700             CLOSE REJECT-FILE
008700         END-IF
008700     END-IF.
008700 1150-EXIT.
008700     EXIT.
008700*================================================================*
008700* 1160-CHECK-BACKOUT-PENDING - ANY RECORD ON UNDO-FILE MEANS THE *
008700*                              LAST LIVE RUN DID NOT FINISH ITS  *
008700*                              LOAD - THE FILE IS ONLY CLEARED   *
008700*                              ONCE THE LOAD IS COMPLETE - SO    *
008700*                              TABLE-FILE STILL HOLDS SOME OF    *
008700*                              THAT RUN'S UPDATES. NO FILE, OR   *
008700*                              AN EMPTY ONE, MEANS A CLEAN       *
008700*                              START.                            *
008700*================================================================*
008700 1160-CHECK-BACKOUT-PENDING.
008700     MOVE "N" TO WS-BACKOUT-SW.
008700     OPEN INPUT UNDO-FILE.
008700     IF WS-UNDO-FILE-OK
008700         READ UNDO-FILE NEXT RECORD
008700             AT END
008700                 CONTINUE
008700         END-READ
008700         IF WS-UNDO-FILE-OK
008700             SET WS-BACKOUT-PENDING TO TRUE
008700         END-IF
008700         CLOSE UNDO-FILE
008700     END-IF.
008700 1160-EXIT.
008700     EXIT.
008700*================================================================*
008700* 1170-OPEN-UNDO-FILE - OPENS UNDO-FILE I-O FOR THE LIVE RUN,    *
008700*                       CREATING IT EMPTY THE FIRST TIME.        *
008700*                       TABLE-FILE IS NEVER UPDATED WITHOUT ITS  *
008700*                       BEFORE-IMAGES, SO AN OPEN ERROR CANCELS  *
008700*                       THE RUN.                                 *
008700*================================================================*
008700 1170-OPEN-UNDO-FILE.
008700     OPEN I-O UNDO-FILE.
008700     IF WS-UNDO-FILE-NOT-FOUND
008700         OPEN OUTPUT UNDO-FILE
008700         IF WS-UNDO-FILE-OK
008700             CLOSE UNDO-FILE
008700             OPEN I-O UNDO-FILE
008700         END-IF
008700     END-IF.
008700     IF WS-UNDO-FILE-OK
008700         SET WS-UNDO-FILE-OPEN TO TRUE
008700     ELSE
008700         DISPLAY "TBLLOAD - UNDO-FILE OPEN ERROR "
008700             WS-UNDO-FILE-STATUS
008700         PERFORM 8200-POST-ERROR THRU 8200-EXIT
008700         DISPLAY "TBLLOAD - RUN CANCELLED - TABLE-FILE IS NOT "
008700             "UPDATED WITHOUT ITS BEFORE-IMAGES"
008700         MOVE "N" TO WS-RUN-OK-SW
008700     END-IF.
008700 1170-EXIT.
008700     EXIT.
008700*================================================================*
008700* 1180-BACK-OUT-TABLE - RESTART ONLY. PUTS EVERY BEFORE-IMAGE ON *
008700*                       UNDO-FILE BACK ON TABLE-FILE - REWRITING *
008700*                       OR RE-ADDING A ROW THAT WAS ON FILE,     *
008700*                       DELETING ONE THE ABENDED RUN ADDED. THE  *
008700*                       IMAGES STAY ON UNDO-FILE, SO A RESTART   *
008700*                       THAT ITSELF ABENDS BACKS OUT TO THE SAME *
008700*                       POINT. A FAILURE CANCELS THE RUN.        *
008700*================================================================*
008700 1180-BACK-OUT-TABLE.
008700     MOVE ZERO TO WS-BACKOUT-COUNT.
008700     MOVE "N" TO WS-UNDO-EOF-SW.
008700     MOVE LOW-VALUES TO UND-REC-KEY.
008700     START UNDO-FILE KEY NOT LESS THAN UND-REC-KEY
008700         INVALID KEY
008700             SET WS-EOF-UNDO-FILE TO TRUE
008700     END-START.
008700     PERFORM 1185-BACK-OUT-ONE-ROW THRU 1185-EXIT
008700         UNTIL WS-EOF-UNDO-FILE OR WS-TABLE-UPDATE-FAILED.
008700     IF WS-TABLE-UPDATE-FAILED
008700         DISPLAY "TBLLOAD - RUN CANCELLED - TABLE-FILE COULD "
008700             "NOT BE BACKED OUT TO ITS START-OF-RUN IMAGES"
008700         MOVE "N" TO WS-RUN-OK-SW
008700     ELSE
008700         MOVE WS-BACKOUT-COUNT TO WS-COUNT-DISP
008700         DISPLAY "TBLLOAD - RESTART - " WS-COUNT-DISP
008700             " TABLE-FILE ROWS BACKED OUT TO THEIR START-OF-RUN "
008700             "IMAGES"
008700     END-IF.
008700 1180-EXIT.
008700     EXIT.
008700 1185-BACK-OUT-ONE-ROW.
008700     READ UNDO-FILE NEXT RECORD
008700         AT END
008700             SET WS-EOF-UNDO-FILE TO TRUE
008700     END-READ.
008700     IF NOT WS-EOF-UNDO-FILE AND NOT WS-UNDO-FILE-OK
008700         DISPLAY "TBLLOAD - UNDO-FILE READ ERROR "
008700             WS-UNDO-FILE-STATUS
008700         PERFORM 2178-POST-UPDATE-FAILURE THRU 2178-EXIT
008700         SET WS-EOF-UNDO-FILE TO TRUE
008700     END-IF.
008700     IF NOT WS-EOF-UNDO-FILE
008700         MOVE UND-REC-KEY TO TF-REC-KEY
008700         READ TABLE-FILE
008700             INVALID KEY
008700                 CONTINUE
008700         END-READ
008700         IF WS-TABLE-FILE-OK OR WS-TABLE-KEY-MISSING
008700             PERFORM 1190-RESTORE-ONE-ROW THRU 1190-EXIT
008700         ELSE
008700             DISPLAY "TBLLOAD - TABLE-FILE READ ERROR "
008700                 WS-TABLE-FILE-STATUS " KEY " UND-REC-KEY
008700             PERFORM 2178-POST-UPDATE-FAILURE THRU 2178-EXIT
008700         END-IF
008700     END-IF.
008700 1185-EXIT.
008700     EXIT.
008700*================================================================*
008700* 1190-RESTORE-ONE-ROW - PUTS ONE BEFORE-IMAGE BACK. THE KEYED   *
008700*                        READ JUST DONE SAYS WHETHER THE ROW IS  *
008700*                        ON TABLE-FILE NOW.                      *
008700*================================================================*
008700 1190-RESTORE-ONE-ROW.
008700     EVALUATE TRUE
008700         WHEN UND-ROW-ON-FILE AND WS-TABLE-FILE-OK
008700             MOVE UND-ROW-IMAGE TO TF-RECORD
008700             REWRITE TF-RECORD
008700                 INVALID KEY
008700                     CONTINUE
008700             END-REWRITE
008700         WHEN UND-ROW-ON-FILE
008700             MOVE UND-ROW-IMAGE TO TF-RECORD
008700             WRITE TF-RECORD
008700                 INVALID KEY
008700                     CONTINUE
008700             END-WRITE
008700         WHEN WS-TABLE-FILE-OK
008700             DELETE TABLE-FILE RECORD
008700                 INVALID KEY
008700                     CONTINUE
008700             END-DELETE
008700         WHEN OTHER
008700             SET WS-TABLE-FILE-OK TO TRUE
008700     END-EVALUATE.
008700     IF WS-TABLE-FILE-OK
008700         ADD 1 TO WS-BACKOUT-COUNT
008700     ELSE
008700         DISPLAY "TBLLOAD - TABLE-FILE UPDATE ERROR "
008700             WS-TABLE-FILE-STATUS " KEY " UND-REC-KEY
008700         PERFORM 2178-POST-UPDATE-FAILURE THRU 2178-EXIT
008700     END-IF.
008700 1190-EXIT.
008700     EXIT.
008710*================================================================*
008711* 1200-REPLAY-CHECKPOINT - LOOKS FOR THE JOURNAL LEFT BY AN      *
008712*                          ABENDED PRIOR RUN AND REPLAYS ITS     *
008734         ELSE
008735             SET WS-REPLAYING TO TRUE
008736             PERFORM 1250-REPLAY-CKPT-RECORD THRU 1250-EXIT
008737                 UNTIL WS-EOF-CKPT-FILE OR WS-TABLE-UPDATE-FAILED
008738             MOVE "N" TO WS-REPLAY-SW
008739             IF WS-SKIP-TRAN-COUNT > ZERO
008740                 SET WS-RESTART-FOUND TO TRUE
008772     END-IF.
008773 1250-EXIT.
008774     EXIT.
008774*================================================================*
008774* 1300-EDIT-TABLE-RECORD - EDITS ONE INCOMING TABLE RECORD       *
008774*                          STAGED IN THE WS-EDIT FIELDS: NUMERIC *
008774*                          ID AND DATE, A TABLE TYPE ON THE      *
008774*                          CONTROL FILE, STATUS A OR I, AND A    *
008774*                          TYPE-PLUS-ID KEY STRICTLY ABOVE THE   *
008774*                          LAST CLEAN ONE (ASCENDING, NO DUPES). *
008774*                          FAILURES GO TO REJECT-FILE AND POST A *
008774*                          WARNING CONDITION CODE. CLEAN ROWS    *
008774*                          TALLY INTO THEIR TABLE'S PER-TYPE     *
008774*                          COUNT.                                *
008774*================================================================*
008774 1300-EDIT-TABLE-RECORD.
008774     PERFORM 1310-CHECK-TABLE-RECORD THRU 1310-EXIT.
008774     IF WS-REJECT-REASON = SPACES
008774         MOVE "Y" TO WS-EDIT-OK-SW
008774         MOVE WS-EDIT-KEY TO WS-LAST-REC-KEY
008774         ADD 1 TO WS-CTL-TYPE-COUNT(WS-CTL-FOUND-IDX)
008774     ELSE
008774         MOVE "N" TO WS-EDIT-OK-SW
008774         ADD 1 TO WS-EDIT-REJ-COUNT
008774         IF WS-EDIT-REJ-COUNT = 1
008774             PERFORM 8100-POST-WARNING THRU 8100-EXIT
008774         END-IF
008774         PERFORM 1350-WRITE-EDIT-REJECT THRU 1350-EXIT
008774     END-IF.
008774 1300-EXIT.
008774     EXIT.
008774*================================================================*
008774* 1310-CHECK-TABLE-RECORD - THE EDITS THEMSELVES. LEAVES THE     *
008774*                           FIRST FAILURE'S REASON CODE IN       *
008774*                           WS-REJECT-REASON, OR SPACES FOR A    *
008774*                           CLEAN ROW, AND TOUCHES NO COUNT OR   *
008774*                           FILE.                                *
008774*================================================================*
008774 1310-CHECK-TABLE-RECORD.
008774     MOVE SPACES TO WS-REJECT-REASON.
008774     MOVE WS-EDIT-TABLE-TYPE TO WS-WORK-TYPE.
008774     PERFORM 1090-FIND-CTL-ENTRY THRU 1090-EXIT.
008774     MOVE SPACES TO WS-TDF-REASON.
008774     IF WS-EDIT-REC-ID NUMERIC AND WS-EDIT-REC-DATE NUMERIC
008774         MOVE WS-EDIT-TABLE-TYPE TO WS-TDF-CHK-TYPE
008774         MOVE WS-EDIT-REC-ID TO WS-TDF-CHK-ID
008774         MOVE WS-EDIT-REC-DATE TO WS-TDF-CHK-DATE
008774         MOVE WS-EDIT-REC-DESC TO WS-TDF-CHK-DESC
008774         PERFORM 1770-EDIT-TABLE-RULES THRU 1770-EXIT
008774     END-IF.
008774     EVALUATE TRUE
008774         WHEN WS-EDIT-REC-ID NOT NUMERIC
008774             MOVE "09" TO WS-REJECT-REASON
008774         WHEN WS-CTL-FOUND-IDX = ZERO
008774             MOVE "10" TO WS-REJECT-REASON
008774         WHEN WS-EDIT-KEY NOT > WS-LAST-REC-KEY
008774             MOVE "08" TO WS-REJECT-REASON
008774         WHEN WS-EDIT-REC-DATE NOT NUMERIC
008774             MOVE "06" TO WS-REJECT-REASON
008774         WHEN WS-EDIT-REC-STATUS NOT = "A" AND
008774                 WS-EDIT-REC-STATUS NOT = "I"
008774             MOVE "07" TO WS-REJECT-REASON
008774         WHEN WS-TDF-REASON NOT = SPACES
008774             MOVE WS-TDF-REASON TO WS-REJECT-REASON
008774         WHEN OTHER
008774             CONTINUE
008774     END-EVALUATE.
008774 1310-EXIT.
008774     EXIT.
008774*================================================================*
008774* 1320-RECHECK-FILE-ROW - RUNS THE SAME EDITS OVER THE           *
008774*                         TABLE-FILE ROW JUST READ, SILENTLY -   *
008774*                         NO COUNT, NO REJECT. A ROW THAT FAILED *
008774*                         THEM WHEN THE RUN STARTED IS TREATED   *
008774*                         AS NOT ON THE TABLE, AS IT WAS WHEN    *
008774*                         THE TABLE WAS HELD IN STORAGE, UNTIL   *
008774*                         END OF LOAD DELETES IT.                *
008774*================================================================*
008774 1320-RECHECK-FILE-ROW.
008774     MOVE TF-TABLE-TYPE TO WS-EDIT-TABLE-TYPE.
008774     MOVE TF-REC-ID TO WS-EDIT-REC-ID.
008774     MOVE TF-REC-DATE TO WS-EDIT-REC-DATE.
008774     MOVE TF-REC-DESC TO WS-EDIT-REC-DESC.
008774     MOVE TF-REC-STATUS TO WS-EDIT-REC-STATUS.
008774     MOVE LOW-VALUES TO WS-LAST-REC-KEY.
008774     PERFORM 1310-CHECK-TABLE-RECORD THRU 1310-EXIT.
008774     IF WS-REJECT-REASON = SPACES
008774         MOVE "Y" TO WS-EDIT-OK-SW
008774     ELSE
008774         MOVE "N" TO WS-EDIT-OK-SW
008774     END-IF.
008774 1320-EXIT.
008774     EXIT.
008821*================================================================*
008822* 1350-WRITE-EDIT-REJECT - WRITES THE FAILED TABLE RECORD TO    *
008823*                          REJECT-FILE. THE ACTION BYTE STAYS   *
008824*                          BLANK - THIS IS NOT A TRANSACTION.   *
008825*================================================================*
008826 1350-WRITE-EDIT-REJECT.
008826     IF WS-TRIAL-RUN
008826         MOVE WS-REJECT-REASON TO WS-TRIAL-W-REASON
008826         MOVE SPACE TO WS-TRIAL-W-ACTION
008826         MOVE WS-EDIT-TABLE-TYPE TO WS-TRIAL-W-TABLE-TYPE
008826         MOVE WS-EDIT-REC-ID TO WS-TRIAL-W-REC-ID
008826         MOVE WS-EDIT-REC-DATE TO WS-TRIAL-W-REC-DATE
008826         MOVE WS-EDIT-REC-DESC TO WS-TRIAL-W-REC-DESC
008826         PERFORM 2183-HOLD-TRIAL-REJECT THRU 2183-EXIT
008826     END-IF.
008827     IF WS-REJECT-FILE-OK
008828         MOVE SPACES TO REJ-RECORD
008829         MOVE WS-REJECT-REASON TO REJ-REASON-CODE
008835     END-IF.
008836 1350-EXIT.
008837     EXIT.
008838*================================================================*
008838* 1400-VERIFY-TRAN-FILE - PROVES THE DAY'S TRAN-FILE FRONT TO    *
008838*                         BACK BEFORE ANYTHING IS TOUCHED - ONE  *
008838*                         HEADER FIRST, ONE TRAILER LAST, THE    *
008838*                         TRAILER'S COUNT AND HASH FOOTING THE   *
008838*                         DETAILS, AND THE FILE SEQUENCE ONE     *
008838*                         PAST THE LAST FILE ACCEPTED. ANY       *
008838*                         FAILURE REFUSES THE WHOLE FILE AND     *
008838*                         CANCELS THE RUN WITH CC 8. A MISSING   *
008838*                         FILE IS STILL A LEGAL NO-ACTIVITY DAY, *
008838*                         AND AN OPEN ERROR IS LEFT FOR          *
008838*                         2060-OPEN-TRAN-FILE TO REPORT.         *
008838*================================================================*
008838 1400-VERIFY-TRAN-FILE.
008838     MOVE "N" TO WS-TRAN-ACCEPT-SW.
008838     MOVE "N" TO WS-TRAN-HDR-SW.
008838     MOVE "N" TO WS-TRAN-TRL-SW.
008838     MOVE "N" TO WS-TRAN-CTL-SW.
008838     MOVE "N" TO WS-TRAN-EOF-SW.
008838     MOVE SPACES TO WS-TRAN-REFUSE-REASON.
008838     MOVE ZERO TO WS-TRAN-VERIFY-COUNT.
008838     MOVE ZERO TO WS-TRAN-DETAIL-COUNT.
008838     MOVE ZERO TO WS-TRAN-HASH-TOTAL.
008838     OPEN INPUT TRAN-FILE.
008838     IF WS-TRAN-FILE-OK
008838         PERFORM 1450-VERIFY-TRAN-RECORD THRU 1450-EXIT
008838             UNTIL WS-EOF-TRAN-FILE
008838                OR WS-TRAN-REFUSE-REASON NOT = SPACES
008838         CLOSE TRAN-FILE
008838         IF WS-TRAN-REFUSE-REASON = SPACES
008838             PERFORM 1460-CHECK-TRAN-TOTALS THRU 1460-EXIT
008838         END-IF
008838         IF WS-TRAN-REFUSE-REASON = SPACES
008838             PERFORM 1470-CHECK-TRAN-SEQUENCE THRU 1470-EXIT
008838         END-IF
008838         MOVE WS-TRAN-FILE-SEQ-NO TO WS-TRAN-SEQ-DISP
008838         IF WS-TRAN-REFUSE-REASON = SPACES
008838             SET WS-TRAN-ACCEPTED TO TRUE
008838             DISPLAY "TBLLOAD - TRAN-FILE ACCEPTED - SOURCE "
008838                 WS-TRAN-SOURCE-SYSTEM " FILE SEQUENCE "
008838                 WS-TRAN-SEQ-DISP
008838         ELSE
008838             DISPLAY "TBLLOAD - TRAN-FILE REFUSED - "
008838                 WS-TRAN-REFUSE-REASON
008838             DISPLAY "TBLLOAD - RUN CANCELLED - SOURCE "
008838                 WS-TRAN-SOURCE-SYSTEM " FILE SEQUENCE "
008838                 WS-TRAN-SEQ-DISP " - NOTHING WAS APPLIED"
008838             PERFORM 8200-POST-ERROR THRU 8200-EXIT
008838             MOVE "N" TO WS-RUN-OK-SW
008838         END-IF
008838     END-IF.
008838     MOVE "N" TO WS-TRAN-EOF-SW.
008838 1400-EXIT.
008838     EXIT.
008838*================================================================*
008838* 1450-VERIFY-TRAN-RECORD - READS ONE TRAN-FILE RECORD FOR THE   *
008838*                           PROVING PASS, CHECKS IT FITS THE     *
008838*                           HEADER/DETAIL/TRAILER FRAME, AND     *
008838*                           ROLLS DETAILS INTO THE COUNT AND     *
008838*                           THE HASH OF THEIR NUMERIC IDS.       *
008838*================================================================*
008838 1450-VERIFY-TRAN-RECORD.
008838     READ TRAN-FILE
008838         AT END
008838             SET WS-EOF-TRAN-FILE TO TRUE
008838     END-READ.
008838     IF NOT WS-EOF-TRAN-FILE
008838         ADD 1 TO WS-TRAN-VERIFY-COUNT
008838         EVALUATE TRUE
008838             WHEN WS-TRAN-TRAILER-SEEN
008838                 MOVE "RECORDS FOLLOW THE TRAILER RECORD"
008838                     TO WS-TRAN-REFUSE-REASON
008838             WHEN TRN-TYPE-HEADER
008838                 IF WS-TRAN-VERIFY-COUNT > 1
008838                     MOVE "A SECOND HEADER RECORD WAS FOUND"
008838                         TO WS-TRAN-REFUSE-REASON
008838                 ELSE
008838                     SET WS-TRAN-HEADER-SEEN TO TRUE
008838                     MOVE TRN-H-SOURCE-SYSTEM
008838                         TO WS-TRAN-SOURCE-SYSTEM
008838                     IF TRN-H-FILE-SEQ-NO NUMERIC
008838                             AND TRN-H-CREATE-DATE NUMERIC
008838                         MOVE TRN-H-FILE-SEQ-NO
008838                             TO WS-TRAN-FILE-SEQ-NO
008838                         MOVE TRN-H-CREATE-DATE
008838                             TO WS-TRAN-CREATE-DATE
008838                     ELSE
008838                         MOVE "HEADER SEQUENCE OR DATE INVALID"
008838                             TO WS-TRAN-REFUSE-REASON
008838                     END-IF
008838                 END-IF
008838             WHEN WS-TRAN-VERIFY-COUNT = 1
008838                 MOVE "FIRST RECORD IS NOT A HEADER RECORD"
008838                     TO WS-TRAN-REFUSE-REASON
008838             WHEN TRN-TYPE-TRAILER
008838                 SET WS-TRAN-TRAILER-SEEN TO TRUE
008838                 IF TRN-T-RECORD-COUNT NUMERIC
008838                         AND TRN-T-HASH-TOTAL NUMERIC
008838                     MOVE TRN-T-RECORD-COUNT TO WS-TRAN-TRL-COUNT
008838                     MOVE TRN-T-HASH-TOTAL TO WS-TRAN-TRL-HASH
008838                 ELSE
008838                     MOVE "TRAILER COUNT OR HASH NOT NUMERIC"
008838                         TO WS-TRAN-REFUSE-REASON
008838                 END-IF
008838             WHEN OTHER
008838                 ADD 1 TO WS-TRAN-DETAIL-COUNT
008838                 IF TRN-REC-ID NUMERIC
008838                     ADD TRN-REC-ID TO WS-TRAN-HASH-TOTAL
008838                 END-IF
008838         END-EVALUATE
008838     END-IF.
008838 1450-EXIT.
008838     EXIT.
008838*================================================================*
008838* 1460-CHECK-TRAN-TOTALS - THE FRAME MUST BE COMPLETE AND THE    *
008838*                          TRAILER MUST FOOT THE DETAILS READ.   *
008838*                          AN EMPTY FILE HAS NO HEADER AND IS    *
008838*                          REFUSED - THE ORDER SYSTEM SENDS A    *
008838*                          HEADER AND TRAILER EVEN ON A DAY      *
008838*                          WITH NO DETAILS.                      *
008838*================================================================*
008838 1460-CHECK-TRAN-TOTALS.
008838     MOVE WS-TRAN-DETAIL-COUNT TO WS-TRAN-DETAIL-DISP.
008838     MOVE WS-TRAN-HASH-TOTAL TO WS-TRAN-HASH-DISP.
008838     IF NOT WS-TRAN-HEADER-SEEN
008838         MOVE "FILE IS EMPTY - NO HEADER RECORD"
008838             TO WS-TRAN-REFUSE-REASON
008838     ELSE
008838         IF NOT WS-TRAN-TRAILER-SEEN
008838             MOVE "NO TRAILER RECORD - FILE IS INCOMPLETE"
008838                 TO WS-TRAN-REFUSE-REASON
008838         ELSE
008838             IF WS-TRAN-DETAIL-COUNT NOT = WS-TRAN-TRL-COUNT
008838                 MOVE "TRAILER RECORD COUNT DOES NOT FOOT"
008838                     TO WS-TRAN-REFUSE-REASON
008838                 DISPLAY "TBLLOAD - DETAIL RECORDS READ "
008838                     WS-TRAN-DETAIL-DISP " TRAILER COUNT "
008838                     WS-TRAN-TRL-COUNT
008838             ELSE
008838                 IF WS-TRAN-HASH-TOTAL NOT = WS-TRAN-TRL-HASH
008838                     MOVE "TRAILER HASH TOTAL DOES NOT FOOT"
008838                         TO WS-TRAN-REFUSE-REASON
008838                     DISPLAY "TBLLOAD - DETAIL ID HASH "
008838                         WS-TRAN-HASH-DISP " TRAILER HASH "
008838                         WS-TRAN-TRL-HASH
008838                 END-IF
008838             END-IF
008838         END-IF
008838     END-IF.
008838 1460-EXIT.
008838     EXIT.
008838*================================================================*
008838* 1470-CHECK-TRAN-SEQUENCE - THE HEADER'S FILE SEQUENCE MUST BE  *
008838*                            ONE PAST THE LAST FILE ACCEPTED AND *
008838*                            FROM THE SAME SOURCE SYSTEM. EQUAL  *
008838*                            OR LOWER IS A FILE ALREADY APPLIED; *
008838*                            HIGHER MEANS A FILE WAS MISSED. NO  *
008838*                            CONTROL RECORD AT ALL MEANS THIS IS *
008838*                            THE FIRST FILE - IT IS TAKEN WITH A *
008838*                            WARNING. A CONTROL FILE THAT CANNOT *
008838*                            BE READ REFUSES THE FILE - A REPEAT *
008838*                            CANNOT BE RULED OUT.                *
008838*================================================================*
008838 1470-CHECK-TRAN-SEQUENCE.
008838     MOVE WS-TRAN-FILE-SEQ-NO TO WS-TRAN-SEQ-DISP.
008838     OPEN INPUT TRAN-CONTROL-FILE.
008838     IF WS-TRAN-CTL-NOT-FOUND
008838         CONTINUE
008838     ELSE
008838         IF NOT WS-TRAN-CTL-OK
008838             DISPLAY "TBLLOAD - TRAN-CONTROL-FILE OPEN ERROR "
008838                 WS-TRAN-CTL-STATUS
008838             MOVE "TRAN-CONTROL-FILE CANNOT BE READ"
008838                 TO WS-TRAN-REFUSE-REASON
008838         ELSE
008838             READ TRAN-CONTROL-FILE
008838                 AT END
008838                     CONTINUE
008838             END-READ
008838             IF WS-TRAN-CTL-OK
008838                 SET WS-TRAN-CTL-FOUND TO TRUE
008838                 MOVE TCT-SOURCE-SYSTEM TO WS-TRAN-LAST-SOURCE
008838                 IF TCT-LAST-SEQ-NO NUMERIC
008838                     MOVE TCT-LAST-SEQ-NO TO WS-TRAN-LAST-SEQ-NO
008838                 ELSE
008838                     MOVE "TRAN-CONTROL RECORD IS DAMAGED"
008838                         TO WS-TRAN-REFUSE-REASON
008838                 END-IF
008838             END-IF
008838             CLOSE TRAN-CONTROL-FILE
008838         END-IF
008838     END-IF.
008838     IF WS-TRAN-REFUSE-REASON = SPACES
008838         IF WS-TRAN-CTL-FOUND
008838             COMPUTE WS-TRAN-NEXT-SEQ-NO =
008838                 WS-TRAN-LAST-SEQ-NO + 1
008838             IF WS-TRAN-SOURCE-SYSTEM NOT = WS-TRAN-LAST-SOURCE
008838                 MOVE "SOURCE SYSTEM DIFFERS FROM THE LAST FILE"
008838                     TO WS-TRAN-REFUSE-REASON
008838                 DISPLAY "TBLLOAD - LAST FILE CAME FROM "
008838                     WS-TRAN-LAST-SOURCE
008838             ELSE
008838                 IF WS-TRAN-FILE-SEQ-NO < WS-TRAN-NEXT-SEQ-NO
008838                     MOVE "FILE SEQUENCE ALREADY APPLIED - REPEAT"
008838                         TO WS-TRAN-REFUSE-REASON
008838                 END-IF
008838                 IF WS-TRAN-FILE-SEQ-NO > WS-TRAN-NEXT-SEQ-NO
008838                     MOVE "FILE SEQUENCE GAP - A FILE WAS MISSED"
008838                         TO WS-TRAN-REFUSE-REASON
008838                 END-IF
008838                 IF WS-TRAN-REFUSE-REASON NOT = SPACES
008838                     DISPLAY "TBLLOAD - LAST FILE ACCEPTED "
008838                         WS-TRAN-LAST-SEQ-NO " THIS FILE "
008838                         WS-TRAN-SEQ-DISP
008838                 END-IF
008838             END-IF
008838         ELSE
008838             DISPLAY "TBLLOAD - WARNING - NO TRAN-CONTROL "
008838                 "RECORD - FILE SEQUENCE " WS-TRAN-SEQ-DISP
008838                 " TAKEN AS THE FIRST FILE"
008838             PERFORM 8100-POST-WARNING THRU 8100-EXIT
008838         END-IF
008838     END-IF.
008838 1470-EXIT.
008838     EXIT.
008838*================================================================*
008838* 1700-LOAD-TABLE-DICTIONARY - LOADS TABLE-DEF-FILE (TBLDEF01)   *
008838*                              INTO WS-TDF-AREA. NO FILE LEAVES  *
008838*                              ONLY THE GENERIC EDITS IN FORCE.  *
008838*                              A FILE THAT WILL NOT OPEN, WILL   *
008838*                              NOT READ, WILL NOT FIT OR CARRIES *
008838*                              A NON-NUMERIC RULE IS UNUSABLE -  *
008838*                              NO TABLE'S RULES CAN BE PROVED.   *
008838*================================================================*
008838 1700-LOAD-TABLE-DICTIONARY.
008838     MOVE ZERO TO WS-TDF-COUNT.
008838     MOVE "N" TO WS-TDF-EOF-SW.
008838     OPEN INPUT TABLE-DEF-FILE.
008838     IF WS-TABLE-DEF-NOT-FOUND
008838         SET WS-DICTIONARY-ABSENT TO TRUE
008838         DISPLAY "TBLLOAD - NO TABLE-DEF-FILE - GENERIC EDITS "
008838             "ONLY"
008838     ELSE
008838         IF NOT WS-TABLE-DEF-OK
008838             SET WS-DICTIONARY-UNUSABLE TO TRUE
008838             DISPLAY "TBLLOAD - TABLE-DEF-FILE OPEN ERROR "
008838                 WS-TABLE-DEF-STATUS
008838         ELSE
008838             SET WS-DICTIONARY-LOADED TO TRUE
008838             PERFORM 1710-LOAD-ONE-TABLE-DEF THRU 1710-EXIT
008838                 UNTIL WS-EOF-TABLE-DEF-FILE
008838             CLOSE TABLE-DEF-FILE
008838         END-IF
008838     END-IF.
008838 1700-EXIT.
008838     EXIT.
008838*================================================================*
008838* 1710-LOAD-ONE-TABLE-DEF - LOADS ONE TABLE-DEF-FILE RECORD INTO *
008838*                           THE NEXT WS-TDF-ENTRY SLOT.          *
008838*================================================================*
008838 1710-LOAD-ONE-TABLE-DEF.
008838     READ TABLE-DEF-FILE
008838         AT END
008838             SET WS-EOF-TABLE-DEF-FILE TO TRUE
008838     END-READ.
008838     IF NOT WS-EOF-TABLE-DEF-FILE AND NOT WS-TABLE-DEF-OK
008838         DISPLAY "TBLLOAD - TABLE-DEF-FILE READ ERROR "
008838             WS-TABLE-DEF-STATUS
008838         SET WS-DICTIONARY-UNUSABLE TO TRUE
008838         SET WS-EOF-TABLE-DEF-FILE TO TRUE
008838     END-IF.
008838     IF NOT WS-EOF-TABLE-DEF-FILE
008838         EVALUATE TRUE
008838             WHEN WS-TDF-COUNT = 100
008838                 DISPLAY "TBLLOAD - MORE THAN 100 "
008838                     "TABLE-DEF-FILE RECORDS"
008838                 SET WS-DICTIONARY-UNUSABLE TO TRUE
008838                 SET WS-EOF-TABLE-DEF-FILE TO TRUE
008838             WHEN TDF-ID-LOW NOT NUMERIC
008838                     OR TDF-ID-HIGH NOT NUMERIC
008838                     OR TDF-EARLIEST-DATE NOT NUMERIC
008838                     OR TDF-LATEST-DATE NOT NUMERIC
008838                     OR TDF-DESC-MIN-LENGTH NOT NUMERIC
008838                 DISPLAY "TBLLOAD - TABLE-DEF-FILE TYPE "
008838                     TDF-TABLE-TYPE " HAS A NON-NUMERIC RULE"
008838                 SET WS-DICTIONARY-UNUSABLE TO TRUE
008838                 SET WS-EOF-TABLE-DEF-FILE TO TRUE
008838             WHEN OTHER
008838                 ADD 1 TO WS-TDF-COUNT
008838                 MOVE TDF-RECORD TO WS-TDF-ENTRY(WS-TDF-COUNT)
008838         END-EVALUATE
008838     END-IF.
008838 1710-EXIT.
008838     EXIT.
008838*================================================================*
008838* 1750-FIND-TABLE-DEF - LOCATES WS-TDF-CHK-TYPE ON THE TABLE     *
008838*                       DICTIONARY AND COPIES ITS RULES TO       *
008838*                       WS-TDF-RULE. WS-TDF-FOUND-IDX COMES BACK *
008838*                       ZERO WHEN THE TYPE HAS NO ENTRY.         *
008838*                       WS-TDF-PRINT-NAME CARRIES THE TABLE NAME *
008838*                       FOR THE REPORTS EITHER WAY.              *
008838*================================================================*
008838 1750-FIND-TABLE-DEF.
008838     MOVE ZERO TO WS-TDF-FOUND-IDX.
008838     MOVE SPACES TO WS-TDF-RULE.
008838     MOVE "NOT IN TABLE DICTIONARY" TO WS-TDF-PRINT-NAME.
008838     PERFORM 1755-SCAN-TABLE-DEF THRU 1755-EXIT
008838         VARYING WS-TDF-SCAN-IDX FROM 1 BY 1
008838             UNTIL WS-TDF-SCAN-IDX > WS-TDF-COUNT
008838                OR WS-TDF-FOUND-IDX > ZERO.
008838 1750-EXIT.
008838     EXIT.
008838 1755-SCAN-TABLE-DEF.
008838     IF WS-TDF-TABLE-TYPE(WS-TDF-SCAN-IDX) = WS-TDF-CHK-TYPE
008838         MOVE WS-TDF-SCAN-IDX TO WS-TDF-FOUND-IDX
008838         MOVE WS-TDF-ENTRY(WS-TDF-SCAN-IDX) TO WS-TDF-RULE
008838         MOVE WS-RULE-TABLE-NAME TO WS-TDF-PRINT-NAME
008838     END-IF.
008838 1755-EXIT.
008838     EXIT.
008838*================================================================*
008838* 1770-EDIT-TABLE-RULES - CHECKS THE ROW IN WS-TDF-CHECK AGAINST *
008838*                         ITS TABLE'S DICTIONARY RULES - ID      *
008838*                         RANGE, DATE RANGE, THEN DESCRIPTION. A *
008838*                         ZERO LIMIT IS NO LIMIT. THE FIRST RULE *
008838*                         BROKEN COMES BACK IN WS-TDF-REASON     *
008838*                         AS A REJREC01 REASON (11-15). A TYPE   *
008838*                         WITH NO DICTIONARY ENTRY PASSES.       *
008838*================================================================*
008838 1770-EDIT-TABLE-RULES.
008838     MOVE SPACES TO WS-TDF-REASON.
008838     MOVE SPACES TO WS-TDF-REASON-TEXT.
008838     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
008838     IF WS-TDF-FOUND-IDX > ZERO
008838         EVALUATE TRUE
008838             WHEN WS-RULE-ID-LOW > ZERO
008838                     AND WS-TDF-CHK-ID < WS-RULE-ID-LOW
008838                 MOVE "11" TO WS-TDF-REASON
008838                 MOVE "REC-ID OUTSIDE THE TABLE'S ID RANGE"
008838                     TO WS-TDF-REASON-TEXT
008838             WHEN WS-RULE-ID-HIGH > ZERO
008838                     AND WS-TDF-CHK-ID > WS-RULE-ID-HIGH
008838                 MOVE "11" TO WS-TDF-REASON
008838                 MOVE "REC-ID OUTSIDE THE TABLE'S ID RANGE"
008838                     TO WS-TDF-REASON-TEXT
008838             WHEN WS-RULE-EARLIEST > ZERO
008838                     AND WS-TDF-CHK-DATE < WS-RULE-EARLIEST
008838                 MOVE "12" TO WS-TDF-REASON
008838                 MOVE "REC-DATE BEFORE THE TABLE'S EARLIEST"
008838                     TO WS-TDF-REASON-TEXT
008838             WHEN WS-RULE-LATEST > ZERO
008838                     AND WS-TDF-CHK-DATE > WS-RULE-LATEST
008838                 MOVE "13" TO WS-TDF-REASON
008838                 MOVE "REC-DATE AFTER THE TABLE'S LATEST"
008838                     TO WS-TDF-REASON-TEXT
008838             WHEN OTHER
008838                 PERFORM 1775-EDIT-DESC-RULES THRU 1775-EXIT
008838         END-EVALUATE
008838     END-IF.
008838 1770-EXIT.
008838     EXIT.
008838*================================================================*
008838* 1775-EDIT-DESC-RULES - CHECKS WS-TDF-CHK-DESC AGAINST THE      *
008838*                        DESCRIPTION RULES OF THE ENTRY          *
008838*                        1750-FIND-TABLE-DEF LAST FOUND - A      *
008838*                        MANDATORY DESCRIPTION MAY NOT BE BLANK  *
008838*                        (REASON 14), AND ONE THAT IS GIVEN MAY  *
008838*                        NOT BE SHORTER THAN THE MINIMUM (15).   *
008838*================================================================*
008838 1775-EDIT-DESC-RULES.
008838     MOVE SPACES TO WS-TDF-REASON.
008838     MOVE SPACES TO WS-TDF-REASON-TEXT.
008838     IF WS-TDF-FOUND-IDX > ZERO
008838         PERFORM 1780-MEASURE-DESC THRU 1780-EXIT
008838         EVALUATE TRUE
008838             WHEN WS-RULE-DESC-MANDATORY
008838                     AND WS-TDF-DESC-LEN = ZERO
008838                 MOVE "14" TO WS-TDF-REASON
008838                 MOVE "DESCRIPTION IS REQUIRED FOR THIS TABLE"
008838                     TO WS-TDF-REASON-TEXT
008838             WHEN WS-TDF-DESC-LEN > ZERO
008838                     AND WS-TDF-DESC-LEN < WS-RULE-DESC-MIN
008838                 MOVE "15" TO WS-TDF-REASON
008838                 MOVE "DESCRIPTION SHORTER THAN THE MINIMUM"
008838                     TO WS-TDF-REASON-TEXT
008838         END-EVALUATE
008838     END-IF.
008838 1775-EXIT.
008838     EXIT.
008838*================================================================*
008838* 1780-MEASURE-DESC - FINDS THE LAST NON-BLANK POSITION OF       *
008838*                     WS-TDF-CHK-DESC - ITS LENGTH FOR THE       *
008838*                     MINIMUM-LENGTH RULE.                       *
008838*================================================================*
008838 1780-MEASURE-DESC.
008838     MOVE ZERO TO WS-TDF-DESC-LEN.
008838     PERFORM 1785-CHECK-DESC-CHAR THRU 1785-EXIT
008838         VARYING WS-TDF-DESC-SCAN-IDX FROM 1 BY 1
008838             UNTIL WS-TDF-DESC-SCAN-IDX > 50.
008838 1780-EXIT.
008838     EXIT.
008838 1785-CHECK-DESC-CHAR.
008838     IF WS-TDF-CHK-DESC(WS-TDF-DESC-SCAN-IDX:1) NOT = SPACE
008838         MOVE WS-TDF-DESC-SCAN-IDX TO WS-TDF-DESC-LEN
008838     END-IF.
008838 1785-EXIT.
008838     EXIT.
008838*================================================================*
008838* 1790-CHECK-DELETE-RULE - A TABLE WHOSE DICTIONARY ENTRY SAYS   *
008838*                          DEACTIVATE ONLY MAY NOT LOSE A ROW TO *
008838*                          A DELETE (REASON 16). A TYPE WITH NO  *
008838*                          ENTRY, OR A BLANK RULE, ALLOWS        *
008838*                          DELETES.                              *
008838*================================================================*
008838 1790-CHECK-DELETE-RULE.
008838     MOVE SPACES TO WS-TDF-REASON.
008838     MOVE SPACES TO WS-TDF-REASON-TEXT.
008838     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
008838     IF WS-TDF-FOUND-IDX > ZERO AND WS-RULE-DEACTIVATE-ONLY
008838         MOVE "16" TO WS-TDF-REASON
008838         MOVE "DELETE NOT ALLOWED - DEACTIVATE ONLY"
008838             TO WS-TDF-REASON-TEXT
008838     END-IF.
008838 1790-EXIT.
008838     EXIT.
008720*================================================================*
008740* 1050-READ-CONTROL-CARD - LOADS ONE CONTROL CARD PER LOGICAL    *
008750*                          TABLE INTO WS-CTL-AREA AND TOTALS     *
009072     PERFORM 1080-SUM-CONTROL-TOTALS THRU 1080-EXIT
009073         VARYING WS-CTL-IDX FROM 1 BY 1
009074             UNTIL WS-CTL-IDX > WS-CTL-COUNT.
009081     MOVE WS-MAX-COUNT TO WS-MAX-COUNT-DISP.
009082 1050-EXIT.
009083     EXIT.
009111         END-IF
009112         MOVE ZERO TO WS-CTL-TYPE-COUNT(WS-CTL-COUNT)
009112         MOVE ZERO TO WS-CTL-PEND-COUNT(WS-CTL-COUNT)
009112         MOVE ZERO TO WS-CTL-ADD-COUNT(WS-CTL-COUNT)
009112         MOVE ZERO TO WS-CTL-CHANGE-COUNT(WS-CTL-COUNT)
009112         MOVE ZERO TO WS-CTL-DELETE-COUNT(WS-CTL-COUNT)
009112         MOVE ZERO TO WS-CTL-REJ-COUNT(WS-CTL-COUNT)
009112         MOVE ZERO TO WS-CTL-DLT-INS(WS-CTL-COUNT)
009112         MOVE ZERO TO WS-CTL-DLT-UPD(WS-CTL-COUNT)
009112         MOVE ZERO TO WS-CTL-DLT-DEL(WS-CTL-COUNT)
009112         MOVE "N" TO WS-CTL-DLT-SW(WS-CTL-COUNT)
009113     END-IF.
009114 1060-EXIT.
009115     EXIT.
009123     ADD WS-CTL-EXPECTED(WS-CTL-IDX) TO WS-EXPECTED-COUNT.
009124 1080-EXIT.
009125     EXIT.
009125*================================================================*
009125* 1085-SAVE-PRIOR-COUNT - REMEMBERS EACH TABLE'S CARRIED-FORWARD *
009125*                         COUNT BEFORE ANY TRANSACTION IS        *
009125*                         APPLIED, FOR THE PROJECTED CHANGE      *
009125*                         SUMMARY.                               *
009125*================================================================*
009125 1085-SAVE-PRIOR-COUNT.
009125     MOVE WS-CTL-TYPE-COUNT(WS-CTL-IDX)
009125         TO WS-CTL-PRIOR-COUNT(WS-CTL-IDX).
009125 1085-EXIT.
009125     EXIT.
009125*================================================================*
009125* 1070-READ-MODE-CARD - PULLS THE RUN MODE OFF THE LOAD-MODE     *
009125*                       CARD. "T" RUNS A TRIAL THAT UPDATES      *
009125*                       NOTHING; NO CARD, OR ANY OTHER MODE,     *
009125*                       RUNS THE NORMAL LIVE LOAD.               *
009125*================================================================*
009125 1070-READ-MODE-CARD.
009125     MOVE "N" TO WS-TRIAL-SW.
009125     MOVE SPACES TO WS-TRIAL-STAMP.
009125     OPEN INPUT LOAD-MODE-FILE.
009125     IF WS-LOAD-MODE-NOT-FOUND
009125         CONTINUE
009125     ELSE
009125         IF NOT WS-LOAD-MODE-OK
009125             DISPLAY "TBLLOAD - LOAD-MODE-FILE OPEN ERROR "
009125                 WS-LOAD-MODE-STATUS
009125             DISPLAY "TBLLOAD - RUNNING THE LIVE LOAD"
009125         ELSE
009125             READ LOAD-MODE-FILE
009125                 AT END
009125                     CONTINUE
009125             END-READ
009125             IF WS-LOAD-MODE-OK AND LDM-MODE-TRIAL
009125                 SET WS-TRIAL-RUN TO TRUE
009125                 MOVE "   *** TRIAL RUN ***" TO WS-TRIAL-STAMP
009125                 DISPLAY "TBLLOAD - TRIAL RUN - NO FILES WILL BE "
009125                     "UPDATED"
009125             END-IF
009125             CLOSE LOAD-MODE-FILE
009125         END-IF
009125     END-IF.
009125 1070-EXIT.
009125     EXIT.
009126*================================================================*
009127* 1090-FIND-CTL-ENTRY - LOCATES WS-WORK-TYPE ON THE CONTROL     *
009128*                       AREA. WS-CTL-FOUND-IDX COMES BACK ZERO  *
009144 1095-EXIT.
009145     EXIT.
009100*================================================================*
009110* 1100-READ-PRIOR-TABLE - READS THE NEXT CARRY-FORWARD ROW OFF   *
009120*                         TABLE-FILE IN KEY ORDER AND EDITS IT.  *
009130*                         A CLEAN ROW COUNTS INTO THE PRIOR,     *
009140*                         ACTUAL AND ENTRY COUNTS; THE ROW       *
009150*                         ITSELF STAYS ON THE FILE. A READ ERROR *
009160*                         CANCELS THE RUN.                       *
009170*================================================================*
009180 1100-READ-PRIOR-TABLE.
009190     READ TABLE-FILE NEXT RECORD
009200         AT END
009210             SET WS-EOF-TABLE-FILE TO TRUE
009220     END-READ.
009230     IF NOT WS-EOF-TABLE-FILE
009240         IF WS-TABLE-FILE-OK
009250             MOVE TF-TABLE-TYPE TO WS-EDIT-TABLE-TYPE
009260             MOVE TF-REC-ID TO WS-EDIT-REC-ID
009270             MOVE TF-REC-DATE TO WS-EDIT-REC-DATE
009280             MOVE TF-REC-DESC TO WS-EDIT-REC-DESC
009290             MOVE TF-REC-STATUS TO WS-EDIT-REC-STATUS
009300             PERFORM 1300-EDIT-TABLE-RECORD THRU 1300-EXIT
009310             IF WS-EDIT-OK
009320                 ADD 1 TO WS-PRIOR-COUNT
009330                 ADD 1 TO WS-ACTUAL-COUNT
009340                 ADD 1 TO WS-ENTRY-COUNT
009350             END-IF
009360         ELSE
009370             DISPLAY "TBLLOAD - TABLE-FILE READ ERROR "
009380                 WS-TABLE-FILE-STATUS
009390             PERFORM 8200-POST-ERROR THRU 8200-EXIT
009400             DISPLAY "TBLLOAD - RUN CANCELLED - THE "
009410                 "CARRY-FORWARD TABLE CANNOT BE READ"
009420             IF WS-REJECT-FILE-OK
009430                 CLOSE REJECT-FILE
009440             END-IF
009450             MOVE "N" TO WS-RUN-OK-SW
009460             SET WS-EOF-TABLE-FILE TO TRUE
009470         END-IF
009480     END-IF.
009490 1100-EXIT.
009500     EXIT.
010300*================================================================*
010310* 2000-LOAD-TABLE - APPLIES THE DAY'S TRAN-FILE (ADDS, CHANGES   *
010320*                   AND DELETES FROM THE UPSTREAM ORDER SYSTEM)  *
010330*                   STRAIGHT TO THE CARRIED-FORWARD TABLE ON     *
010340*                   TABLE-FILE, ONE KEYED UPDATE PER             *
010350*                   TRANSACTION. TRANSACTIONS THAT CANNOT BE     *
010360*                   APPLIED GO TO REJECT-FILE WITH A REASON      *
010370*                   CODE. A TABLE-FILE OR UNDO-FILE I/O ERROR    *
010380*                   STOPS THE LOAD AND KEEPS THE JOURNAL AND     *
010390*                   BEFORE-IMAGES FOR A RESTART; A CLEAN LOAD    *
010400*                   CLEARS BOTH.                                 *
010410*================================================================*
010700 2000-LOAD-TABLE.
010750     MOVE ZERO TO WS-AUDIT-SEQ-NO.
010758     IF NOT WS-TRIAL-RUN
010760         PERFORM 2050-OPEN-AUDIT-FILE THRU 2050-EXIT
010760         PERFORM 2055-OPEN-ACK-FILE THRU 2055-EXIT
010761     END-IF.
010762     PERFORM 2060-OPEN-TRAN-FILE THRU 2060-EXIT.
010763     PERFORM 2062-OPEN-RECYCLE-FILE THRU 2062-EXIT.
010763     PERFORM 2058-OPEN-PENDING-FILE THRU 2058-EXIT.
010763     IF NOT WS-TRIAL-RUN
010764         PERFORM 2175-OPEN-CKPT-JOURNAL THRU 2175-EXIT
010765         PERFORM 2177-REJOURNAL-REPLAYED THRU 2177-EXIT
010765             VARYING WS-JRNL-IDX FROM 1 BY 1
010765                 UNTIL WS-JRNL-IDX > WS-JRNL-COUNT
010765     END-IF.
010766     IF WS-SKIP-TRAN-COUNT > ZERO
010768         PERFORM 2080-SKIP-TRAN THRU 2080-EXIT
010770             VARYING WS-SKIP-IDX FROM 1 BY 1
010775                        AND WS-EOF-RECYCLE-FILE
010775                        AND WS-EOF-PENDING-FILE)
010776     END-IF.
010786     PERFORM 2100-APPLY-TRANSACTION THRU 2100-EXIT
010796        UNTIL (WS-EOF-TRAN-FILE AND WS-EOF-RECYCLE-FILE
010806          AND WS-EOF-PENDING-FILE)
010816           OR WS-TABLE-UPDATE-FAILED.
010826     IF NOT WS-TRIAL-RUN AND NOT WS-TABLE-UPDATE-FAILED
010836             AND WS-EDIT-REJ-COUNT > ZERO
010846         PERFORM 2900-PURGE-EDIT-FAILURES THRU 2900-EXIT
010856     END-IF.
010901     IF WS-CKPT-JOURNAL-OPEN
010901         CLOSE CHECKPOINT-FILE
010901     END-IF.
010904     IF WS-PENDING-FILE-OK OR WS-PENDING-FILE-EOF
010904         CLOSE PENDING-FILE
010904     END-IF.
010904     IF NOT WS-TRIAL-RUN AND NOT WS-TABLE-UPDATE-FAILED
010904         PERFORM 2890-SAVE-PENDING-FILE THRU 2890-EXIT
010904     END-IF.
010905     IF WS-REJECT-FILE-OK
010906         CLOSE REJECT-FILE
010907     END-IF.
010908     IF WS-AUDIT-FILE-OK
010909         CLOSE AUDIT-FILE
010910     END-IF.
010910     IF WS-ACK-FILE-OK
010910         CLOSE ACK-FILE
010910     END-IF.
010920     IF NOT WS-TRIAL-RUN
010930         IF WS-TABLE-UPDATE-FAILED
010940             DISPLAY "TBLLOAD - CHECKPOINT JOURNAL AND "
010950                 "BEFORE-IMAGES KEPT - RESTART THE JOB"
010960         ELSE
010970             PERFORM 2990-CLEAR-CHECKPOINT THRU 2990-EXIT
010980             IF WS-CKPT-FILE-OK
010990                 PERFORM 2995-CLEAR-BEFORE-IMAGES THRU 2995-EXIT
011000             END-IF
011010             IF WS-TRAN-ACCEPTED AND WS-CKPT-FILE-OK
011020                     AND WS-UNDO-FILE-OK
011030                 PERFORM 2980-SAVE-TRAN-CONTROL THRU 2980-EXIT
011040             END-IF
011050         END-IF
011060     END-IF.
011100 2000-EXIT.
011200     EXIT.
011202*================================================================*
011204*                       THE UPSTREAM ORDER SYSTEM. A MISSING     *
011205*                       FILE IS A LEGAL NO-ACTIVITY DAY - THE    *
011206*                       CARRIED-FORWARD TABLE PASSES THROUGH     *
011207*                       UNCHANGED. THE HEADER RECORD WAS PROVED  *
011207*                       BY 1400-VERIFY-TRAN-FILE AND IS READ     *
011207*                       PAST HERE.                               *
011208*================================================================*
011209 2060-OPEN-TRAN-FILE.
011210     MOVE "N" TO WS-TRAN-EOF-SW.
011218                 WS-TRAN-FILE-STATUS
011218             PERFORM 8200-POST-ERROR THRU 8200-EXIT
011219             SET WS-EOF-TRAN-FILE TO TRUE
011219         ELSE
011219             READ TRAN-FILE
011219                 AT END
011219                     SET WS-EOF-TRAN-FILE TO TRUE
011219             END-READ
011220         END-IF
011221     END-IF.
011222 2060-EXIT.
011259*                       CHECKPOINT SKIP COUNT MEANS THE SAME    *
011259*                       THING ON EVERY RUN. WS-TRAN-STAGED      *
011259*                       COMES BACK SET WHEN A RECORD WAS READ.  *
011259*                       THE TRAN-FILE TRAILER ENDS THE FILE.    *
011259*================================================================*
011259 2095-READ-NEXT-TRAN.
011259     MOVE "N" TO WS-TRAN-READ-SW.
011259             MOVE PND-REC-DATE TO WS-APPLY-REC-DATE
011259             MOVE PND-REC-DESC TO WS-APPLY-REC-DESC
011259             MOVE PND-EFF-DATE TO WS-APPLY-EFF-DATE
011259             SET WS-FROM-PENDING TO TRUE
011259         END-IF
011259     END-IF.
011259     IF NOT WS-TRAN-STAGED AND NOT WS-EOF-RECYCLE-FILE
011259             MOVE RCY-REC-DATE TO WS-APPLY-REC-DATE
011259             MOVE RCY-REC-DESC TO WS-APPLY-REC-DESC
011259             MOVE RCY-EFF-DATE TO WS-APPLY-EFF-DATE
011259             SET WS-FROM-RECYCLE TO TRUE
011259         END-IF
011259     END-IF.
011259     IF NOT WS-TRAN-STAGED AND NOT WS-EOF-TRAN-FILE
011259             AT END
011259                 SET WS-EOF-TRAN-FILE TO TRUE
011259         END-READ
011259         IF NOT WS-EOF-TRAN-FILE AND TRN-TYPE-TRAILER
011259             SET WS-EOF-TRAN-FILE TO TRUE
011259         END-IF
011259         IF NOT WS-EOF-TRAN-FILE
011259             ADD 1 TO WS-TRAN-COUNT
011259             SET WS-TRAN-STAGED TO TRUE
011259             MOVE TRN-REC-DATE TO WS-APPLY-REC-DATE
011259             MOVE TRN-REC-DESC TO WS-APPLY-REC-DESC
011259             MOVE TRN-EFF-DATE TO WS-APPLY-EFF-DATE
011259             SET WS-FROM-TRAN-FILE TO TRUE
011259         END-IF
011259     END-IF.
011259 2095-EXIT.
011360     END-IF.
011370 2050-EXIT.
011380     EXIT.
011380*================================================================*
011380* 2055-OPEN-ACK-FILE - OPENS THE ACKNOWLEDGEMENT FILE FOR        *
011380*                      EXTEND - TBLRECYC APPENDS TO THE SAME     *
011380*                      FILE AND IT ACCUMULATES UNTIL IT IS SENT  *
011380*                      TO THE ORDER SYSTEM. FALLS BACK TO OUTPUT *
011380*                      WHEN THE FILE DOES NOT YET EXIST.         *
011380*================================================================*
011380 2055-OPEN-ACK-FILE.
011380     OPEN EXTEND ACK-FILE.
011380     IF WS-ACK-FILE-NOT-FOUND
011380         OPEN OUTPUT ACK-FILE
011380     END-IF.
011380     IF NOT WS-ACK-FILE-OK
011380         DISPLAY "TBLLOAD - ACK-FILE OPEN ERROR "
011380             WS-ACK-FILE-STATUS
011380         PERFORM 8200-POST-ERROR THRU 8200-EXIT
011380     END-IF.
011380 2055-EXIT.
011380     EXIT.
011300*================================================================*
011400* 2100-APPLY-TRANSACTION - READS AND STAGES THE NEXT RECYCLE-    *
011410*                          OR TRAN-FILE RECORD, JOURNALS IT      *
011909 2109-DISPATCH-STAGED.
011910     MOVE WS-APPLY-TABLE-TYPE TO WS-WORK-TYPE.
011911     PERFORM 1090-FIND-CTL-ENTRY THRU 1090-EXIT.
011911     MOVE SPACES TO WS-TDF-REASON.
011911     MOVE WS-APPLY-TABLE-TYPE TO WS-TDF-CHK-TYPE.
011911     IF WS-APPLY-REC-ID NUMERIC
011911         MOVE WS-APPLY-REC-ID TO WS-TDF-CHK-ID
011911         EVALUATE TRUE
011911             WHEN WS-APPLY-DELETE
011911                 PERFORM 1790-CHECK-DELETE-RULE THRU 1790-EXIT
011911             WHEN (WS-APPLY-ADD OR WS-APPLY-CHANGE)
011911                     AND WS-APPLY-REC-DATE NUMERIC
011911                 MOVE WS-APPLY-REC-DATE TO WS-TDF-CHK-DATE
011911                 MOVE WS-APPLY-REC-DESC TO WS-TDF-CHK-DESC
011911                 PERFORM 1770-EDIT-TABLE-RULES THRU 1770-EXIT
011911         END-EVALUATE
011911     END-IF.
011912     EVALUATE TRUE
011913         WHEN NOT (WS-APPLY-ADD OR WS-APPLY-CHANGE
011914                 OR WS-APPLY-DELETE)
011924                 AND WS-APPLY-REC-DATE NOT NUMERIC
011925             MOVE "04" TO WS-REJECT-REASON
011926             PERFORM 2180-WRITE-REJECT THRU 2180-EXIT
011926         WHEN WS-TDF-REASON NOT = SPACES
011926             MOVE WS-TDF-REASON TO WS-REJECT-REASON
011926             PERFORM 2180-WRITE-REJECT THRU 2180-EXIT
011927         WHEN WS-APPLY-ADD
011928             PERFORM 2120-APPLY-ADD THRU 2120-EXIT
011929         WHEN WS-APPLY-CHANGE
011935*                     PENDING FILE AND TALLIES IT INTO ITS      *
011935*                     TABLE'S PENDING-HELD COUNT. A FULL HOLD   *
011935*                     AREA REJECTS WITH REASON 05 RATHER THAN   *
011935*                     DROP THE TRANSACTION SILENTLY. A RECORD   *
011935*                     READ BACK OFF THE PENDING FILE AND STILL  *
011935*                     NOT DUE WAS ACKNOWLEDGED WHEN IT WAS      *
011935*                     FIRST PARKED AND IS NOT ACKNOWLEDGED      *
011935*                     AGAIN.                                    *
011935*================================================================*
011935 2107-HOLD-PENDING.
011935     IF WS-PEND-COUNT < 9999
011935         IF WS-CTL-FOUND-IDX > ZERO
011935             ADD 1 TO WS-CTL-PEND-COUNT(WS-CTL-FOUND-IDX)
011935         END-IF
011935         IF NOT WS-FROM-PENDING
011935             MOVE "P" TO WS-ACK-OUTCOME
011935             PERFORM 2197-WRITE-ACK THRU 2197-EXIT
011935         END-IF
011935     ELSE
011935         DISPLAY "TBLLOAD - WARNING - PENDING HOLD AREA FULL - "
011935             "FUTURE-DATED TRANSACTION REJECTED"
011935     WRITE PND-RECORD.
011935 2895-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2110-FIND-ENTRY - LOOKS UP THE TRANSACTION'S TABLE TYPE PLUS   *
011935*                   RECORD ID.                                   *
011935*================================================================*
011935 2110-FIND-ENTRY.
011935     MOVE WS-APPLY-TABLE-TYPE TO WS-TRAN-KEY-TYPE.
011935     MOVE WS-APPLY-REC-ID TO WS-TRAN-KEY-ID.
011935     PERFORM 2111-FIND-ROW THRU 2111-EXIT.
011935 2110-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2111-FIND-ROW - KEYED READ OF THE ROW AT WS-TRAN-KEY - ON A    *
011935*                 TRIAL THE TRIAL ROW AREA IS LOOKED AT FIRST.   *
011935*                 ON A MATCH WS-MATCH-FOUND IS SET AND THE ROW   *
011935*                 IS IN TF-RECORD. WS-BEFORE-ROW GETS THE ROW AS *
011935*                 IT STANDS ON TABLE-FILE, FLAGGED NOT ON FILE   *
011935*                 IF THERE IS NONE. A READ ERROR STOPS THE LOAD. *
011935*================================================================*
011935 2111-FIND-ROW.
011935     MOVE "N" TO WS-MATCH-SW.
011935     MOVE "N" TO WS-TRIAL-ROW-SW.
011935     MOVE WS-TRAN-KEY TO WS-BEFORE-KEY.
011935     MOVE "N" TO WS-BEFORE-SW.
011935     MOVE SPACES TO WS-BEFORE-IMAGE.
011935     IF WS-TRIAL-RUN
011935         PERFORM 2112-FIND-TRIAL-ROW THRU 2112-EXIT
011935     END-IF.
011935     IF WS-TRIAL-ROW-HELD
011935         IF WS-TRIAL-ROW-PRESENT(WS-TRIAL-ROW-IDX)
011935             MOVE WS-TRIAL-ROW-IMAGE(WS-TRIAL-ROW-IDX)
011935                 TO TF-RECORD
011935             SET WS-MATCH-FOUND TO TRUE
011935         END-IF
011935     ELSE
011935         IF WS-TABLE-FILE-OPEN
011935             MOVE WS-TRAN-KEY TO TF-REC-KEY
011935             READ TABLE-FILE
011935                 INVALID KEY
011935                     CONTINUE
011935             END-READ
011935             EVALUATE TRUE
011935                 WHEN WS-TABLE-FILE-OK
011935                     SET WS-BEFORE-ON-FILE TO TRUE
011935                     MOVE TF-RECORD TO WS-BEFORE-IMAGE
011935                     PERFORM 1320-RECHECK-FILE-ROW THRU 1320-EXIT
011935                     IF WS-EDIT-OK
011935                         SET WS-MATCH-FOUND TO TRUE
011935                     END-IF
011935                 WHEN WS-TABLE-KEY-MISSING
011935                     CONTINUE
011935                 WHEN OTHER
011935                     DISPLAY "TBLLOAD - TABLE-FILE READ ERROR "
011935                         WS-TABLE-FILE-STATUS " KEY " WS-TRAN-KEY
011935                     PERFORM 2178-POST-UPDATE-FAILURE
011935                         THRU 2178-EXIT
011935             END-EVALUATE
011935         END-IF
011935     END-IF.
011935 2111-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2112-FIND-TRIAL-ROW - SCANS THE TRIAL ROW AREA FOR             *
011935*                       WS-TRAN-KEY. ON A HIT WS-TRIAL-ROW-HELD  *
011935*                       IS SET AND WS-TRIAL-ROW-IDX POINTS AT    *
011935*                       THE ENTRY; OTHERWISE WS-TRIAL-ROW-IDX    *
011935*                       POINTS AT THE SLOT WHERE IT BELONGS TO   *
011935*                       KEEP THE AREA IN KEY SEQUENCE.           *
011935*================================================================*
011935 2112-FIND-TRIAL-ROW.
011935     MOVE ZERO TO WS-TRIAL-ROW-IDX.
011935     PERFORM 2115-SCAN-TRIAL-ROW THRU 2115-EXIT
011935         VARYING WS-SCAN-IDX FROM 1 BY 1
011935             UNTIL WS-SCAN-IDX > WS-TRIAL-ROW-COUNT
011935                OR WS-TRIAL-ROW-IDX > ZERO.
011935     IF WS-TRIAL-ROW-IDX = ZERO
011935         COMPUTE WS-TRIAL-ROW-IDX = WS-TRIAL-ROW-COUNT + 1
011935     END-IF.
011935 2112-EXIT.
011935     EXIT.
011935 2115-SCAN-TRIAL-ROW.
011935     IF WS-TRIAL-ROW-KEY(WS-SCAN-IDX) = WS-TRAN-KEY
011935         SET WS-TRIAL-ROW-HELD TO TRUE
011935         MOVE WS-SCAN-IDX TO WS-TRIAL-ROW-IDX
011935     ELSE
011935         IF WS-TRIAL-ROW-KEY(WS-SCAN-IDX) > WS-TRAN-KEY
011935             MOVE WS-SCAN-IDX TO WS-TRIAL-ROW-IDX
011935         END-IF
011935     END-IF.
011935 2115-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2120-APPLY-ADD - WRITES A NEW ROW TO TABLE-FILE. AN ADD OF AN  *
011935*                  ID ALREADY ON THE TABLE, OR AN ADD PAST THE   *
011935*                  CONTROL-CARD VOLUME, IS REJECTED.             *
011935*================================================================*
011935 2120-APPLY-ADD.
011935     PERFORM 2110-FIND-ENTRY THRU 2110-EXIT.
011935     EVALUATE TRUE
011935         WHEN WS-TABLE-UPDATE-FAILED
011935             CONTINUE
011935         WHEN WS-MATCH-FOUND
011935             MOVE "02" TO WS-REJECT-REASON
011935             PERFORM 2180-WRITE-REJECT THRU 2180-EXIT
011935         WHEN WS-ENTRY-COUNT NOT < WS-MAX-COUNT
011935                 OR WS-CTL-TYPE-COUNT(WS-CTL-FOUND-IDX) NOT <
011935                     WS-CTL-MAX(WS-CTL-FOUND-IDX)
011935             MOVE "05" TO WS-REJECT-REASON
011935             PERFORM 2180-WRITE-REJECT THRU 2180-EXIT
011935         WHEN OTHER
011935             MOVE SPACES TO TF-RECORD
011935             MOVE WS-APPLY-TABLE-TYPE TO TF-TABLE-TYPE
011935             MOVE WS-APPLY-REC-ID TO TF-REC-ID
011935             MOVE WS-APPLY-REC-DATE TO TF-REC-DATE
011935             MOVE WS-APPLY-REC-DESC TO TF-REC-DESC
011935             MOVE "A" TO TF-REC-STATUS
011935             PERFORM 2150-STORE-ROW THRU 2150-EXIT
011935             IF NOT WS-TABLE-UPDATE-FAILED
011935                 ADD 1 TO WS-ENTRY-COUNT
011935                 ADD 1 TO WS-ACTUAL-COUNT
011935                 ADD 1 TO WS-ADD-COUNT
011935                 ADD 1 TO WS-CTL-ADD-COUNT(WS-CTL-FOUND-IDX)
011935                 ADD 1 TO WS-APPLIED-COUNT
011935                 ADD 1 TO WS-CTL-TYPE-COUNT(WS-CTL-FOUND-IDX)
011935                 MOVE "A" TO WS-AUDIT-ACTION
011935                 PERFORM 2195-WRITE-AUDIT-RECORD THRU 2195-EXIT
011935                 MOVE "A" TO WS-ACK-OUTCOME
011935                 PERFORM 2197-WRITE-ACK THRU 2197-EXIT
011935             END-IF
011935     END-EVALUATE.
011935 2120-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2125-SHIFT-TRIAL-ROW - OPENS A SLOT IN THE TRIAL ROW AREA.     *
011935*================================================================*
011935 2125-SHIFT-TRIAL-ROW.
011935     MOVE WS-TRIAL-ROW-ENTRY(WS-SHIFT-IDX - 1)
011935         TO WS-TRIAL-ROW-ENTRY(WS-SHIFT-IDX).
011935 2125-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2130-APPLY-CHANGE - REWRITES THE ROW WITH THE NEW DATE AND     *
011935*                     DESCRIPTION. A CHANGE AGAINST AN ID NOT ON *
011935*                     THE TABLE IS REJECTED.                     *
011935*================================================================*
011935 2130-APPLY-CHANGE.
011935     PERFORM 2110-FIND-ENTRY THRU 2110-EXIT.
011935     EVALUATE TRUE
011935         WHEN WS-TABLE-UPDATE-FAILED
011935             CONTINUE
011935         WHEN WS-MATCH-FOUND
011935             MOVE WS-APPLY-REC-DATE TO TF-REC-DATE
011935             MOVE WS-APPLY-REC-DESC TO TF-REC-DESC
011935             PERFORM 2150-STORE-ROW THRU 2150-EXIT
011935             IF NOT WS-TABLE-UPDATE-FAILED
011935                 ADD 1 TO WS-CHANGE-COUNT
011935                 ADD 1 TO WS-CTL-CHANGE-COUNT(WS-CTL-FOUND-IDX)
011935                 ADD 1 TO WS-APPLIED-COUNT
011935                 MOVE "C" TO WS-AUDIT-ACTION
011935                 PERFORM 2195-WRITE-AUDIT-RECORD THRU 2195-EXIT
011935                 MOVE "A" TO WS-ACK-OUTCOME
011935                 PERFORM 2197-WRITE-ACK THRU 2197-EXIT
011935             END-IF
011935         WHEN OTHER
011935             MOVE "03" TO WS-REJECT-REASON
011935             PERFORM 2180-WRITE-REJECT THRU 2180-EXIT
011935     END-EVALUATE.
011935 2130-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2140-APPLY-DELETE - DELETES THE ROW FROM TABLE-FILE. THE AUDIT *
011935*                     RECORD CAPTURES THE ROW AS IT STOOD BEFORE *
011935*                     THE DELETE. A DELETE AGAINST AN ID NOT ON  *
011935*                     THE TABLE IS REJECTED.                     *
011935*================================================================*
011935 2140-APPLY-DELETE.
011935     PERFORM 2110-FIND-ENTRY THRU 2110-EXIT.
011935     EVALUATE TRUE
011935         WHEN WS-TABLE-UPDATE-FAILED
011935             CONTINUE
011935         WHEN WS-MATCH-FOUND
011935             PERFORM 2155-REMOVE-ROW THRU 2155-EXIT
011935             IF NOT WS-TABLE-UPDATE-FAILED
011935                 MOVE "D" TO WS-AUDIT-ACTION
011935                 PERFORM 2195-WRITE-AUDIT-RECORD THRU 2195-EXIT
011935                 SUBTRACT 1 FROM WS-ENTRY-COUNT
011935                 SUBTRACT 1 FROM WS-ACTUAL-COUNT
011935                 SUBTRACT 1 FROM
011935                     WS-CTL-TYPE-COUNT(WS-CTL-FOUND-IDX)
011935                 ADD 1 TO WS-DELETE-COUNT
011935                 ADD 1 TO WS-CTL-DELETE-COUNT(WS-CTL-FOUND-IDX)
011935                 ADD 1 TO WS-APPLIED-COUNT
011935                 MOVE "A" TO WS-ACK-OUTCOME
011935                 PERFORM 2197-WRITE-ACK THRU 2197-EXIT
011935             END-IF
011935         WHEN OTHER
011935             MOVE "03" TO WS-REJECT-REASON
011935             PERFORM 2180-WRITE-REJECT THRU 2180-EXIT
011935     END-EVALUATE.
011935 2140-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2150-STORE-ROW - PUTS THE ROW IN TF-RECORD ON THE TABLE - A    *
011935*                  REWRITE IF A ROW IS ON TABLE-FILE AT THE KEY, *
011935*                  A WRITE IF NOT - ONCE ITS BEFORE-IMAGE IS     *
011935*                  SAFE ON UNDO-FILE. ON A TRIAL THE ROW IS HELD *
011935*                  IN THE TRIAL ROW AREA INSTEAD.                *
011935*================================================================*
011935 2150-STORE-ROW.
011935     IF WS-TRIAL-RUN
011935         MOVE "P" TO WS-TRIAL-NEW-STATE
011935         PERFORM 2160-HOLD-TRIAL-ROW THRU 2160-EXIT
011935     ELSE
011935         PERFORM 2170-SAVE-BEFORE-IMAGE THRU 2170-EXIT
011935         IF NOT WS-TABLE-UPDATE-FAILED
011935             IF WS-BEFORE-ON-FILE
011935                 REWRITE TF-RECORD
011935                     INVALID KEY
011935                         CONTINUE
011935                 END-REWRITE
011935             ELSE
011935                 WRITE TF-RECORD
011935                     INVALID KEY
011935                         CONTINUE
011935                 END-WRITE
011935             END-IF
011935             IF NOT WS-TABLE-FILE-OK
011935                 DISPLAY "TBLLOAD - TABLE-FILE UPDATE ERROR "
011935                     WS-TABLE-FILE-STATUS " KEY " TF-REC-KEY
011935                 PERFORM 2178-POST-UPDATE-FAILURE THRU 2178-EXIT
011935             END-IF
011935         END-IF
011935     END-IF.
011935 2150-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2155-REMOVE-ROW - DELETES THE ROW IN TF-RECORD FROM TABLE-FILE *
011935*                   ONCE ITS BEFORE-IMAGE IS SAFE ON UNDO-FILE.  *
011935*                   ON A TRIAL THE ROW IS MARKED DELETED IN THE  *
011935*                   TRIAL ROW AREA INSTEAD.                      *
011935*================================================================*
011935 2155-REMOVE-ROW.
011935     IF WS-TRIAL-RUN
011935         MOVE "D" TO WS-TRIAL-NEW-STATE
011935         PERFORM 2160-HOLD-TRIAL-ROW THRU 2160-EXIT
011935     ELSE
011935         PERFORM 2170-SAVE-BEFORE-IMAGE THRU 2170-EXIT
011935         IF NOT WS-TABLE-UPDATE-FAILED
011935             DELETE TABLE-FILE RECORD
011935                 INVALID KEY
011935                     CONTINUE
011935             END-DELETE
011935             IF NOT WS-TABLE-FILE-OK
011935                 DISPLAY "TBLLOAD - TABLE-FILE UPDATE ERROR "
011935                     WS-TABLE-FILE-STATUS " KEY " TF-REC-KEY
011935                 PERFORM 2178-POST-UPDATE-FAILURE THRU 2178-EXIT
011935             END-IF
011935         END-IF
011935     END-IF.
011935 2155-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2160-HOLD-TRIAL-ROW - TRIAL ONLY. RECORDS THE ROW IN TF-RECORD *
011935*                       IN THE TRIAL ROW AREA WITH THE STATE IN  *
011935*                       WS-TRIAL-NEW-STATE, AT THE ENTRY OR SLOT *
011935*                       2112-FIND-TRIAL-ROW FOUND. PAST 9999     *
011935*                       ROWS THE CHANGE IS STILL COUNTED BUT NO  *
011935*                       LONGER SHOWS IN THE LOOKUPS OR ON THE    *
011935*                       REPORT.                                  *
011935*================================================================*
011935 2160-HOLD-TRIAL-ROW.
011935     IF WS-TRIAL-ROW-HELD
011935         MOVE WS-TRIAL-NEW-STATE
011935             TO WS-TRIAL-ROW-STATE(WS-TRIAL-ROW-IDX)
011935         MOVE TF-RECORD TO WS-TRIAL-ROW-IMAGE(WS-TRIAL-ROW-IDX)
011935     ELSE
011935         IF WS-TRIAL-ROW-COUNT < 9999
011935             ADD 1 TO WS-TRIAL-ROW-COUNT
011935             PERFORM 2125-SHIFT-TRIAL-ROW THRU 2125-EXIT
011935                 VARYING WS-SHIFT-IDX
011935                     FROM WS-TRIAL-ROW-COUNT BY -1
011935                     UNTIL WS-SHIFT-IDX NOT > WS-TRIAL-ROW-IDX
011935             MOVE WS-TRAN-KEY
011935                 TO WS-TRIAL-ROW-KEY(WS-TRIAL-ROW-IDX)
011935             MOVE WS-TRIAL-NEW-STATE
011935                 TO WS-TRIAL-ROW-STATE(WS-TRIAL-ROW-IDX)
011935             MOVE TF-RECORD
011935                 TO WS-TRIAL-ROW-IMAGE(WS-TRIAL-ROW-IDX)
011935         ELSE
011935             ADD 1 TO WS-TRIAL-ROW-LOST
011935             IF WS-TRIAL-ROW-LOST = 1
011935                 DISPLAY "TBLLOAD - WARNING - TRIAL RUN TOUCHES "
011935                     "MORE THAN 9999 ROWS - THE REST ARE COUNTED "
011935                     "BUT NOT SHOWN ON THE REPORT"
011935                 PERFORM 8100-POST-WARNING THRU 8100-EXIT
011935             END-IF
011935         END-IF
011935     END-IF.
011935 2160-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2170-SAVE-BEFORE-IMAGE - WRITES WS-BEFORE-ROW TO UNDO-FILE     *
011935*                          AHEAD OF A TABLE-FILE UPDATE. A KEY   *
011935*                          ALREADY THERE KEEPS ITS FIRST IMAGE - *
011935*                          THE ROW AS THE RUN FOUND IT - SO A    *
011935*                          DUPLICATE IS NOT AN ERROR. ANY OTHER  *
011935*                          FAILURE STOPS THE LOAD BEFORE THE     *
011935*                          TABLE IS TOUCHED.                     *
011935*================================================================*
011935 2170-SAVE-BEFORE-IMAGE.
011935     MOVE SPACES TO UND-RECORD.
011935     MOVE WS-BEFORE-KEY TO UND-REC-KEY.
011935     MOVE WS-BEFORE-SW TO UND-ROW-SW.
011935     MOVE WS-BEFORE-IMAGE TO UND-ROW-IMAGE.
011935     WRITE UND-RECORD
011935         INVALID KEY
011935             CONTINUE
011935     END-WRITE.
011935     IF NOT WS-UNDO-FILE-OK AND NOT WS-UNDO-KEY-EXISTS
011935         DISPLAY "TBLLOAD - UNDO-FILE WRITE ERROR "
011935             WS-UNDO-FILE-STATUS " KEY " WS-BEFORE-KEY
011935         PERFORM 2178-POST-UPDATE-FAILURE THRU 2178-EXIT
011935     END-IF.
011935 2170-EXIT.
011935     EXIT.
011935*================================================================*
011935* 2178-POST-UPDATE-FAILURE - A TABLE-FILE OR UNDO-FILE I/O       *
011935*                            ERROR. STOPS THE LOAD WITH A CC 8 - *
011935*                            THE CHECKPOINT JOURNAL AND THE      *
011935*                            BEFORE-IMAGES ARE KEPT SO THE JOB   *
011935*                            CAN SIMPLY BE RESTARTED.            *
011935*================================================================*
011935 2178-POST-UPDATE-FAILURE.
011935     IF NOT WS-TABLE-UPDATE-FAILED
011935         SET WS-TABLE-UPDATE-FAILED TO TRUE
011935         DISPLAY "TBLLOAD - TABLE-FILE PROCESSING STOPPED"
011935         PERFORM 8200-POST-ERROR THRU 8200-EXIT
011935     END-IF.
011935 2178-EXIT.
011935     EXIT.
012157*================================================================*
012158* 2180-WRITE-REJECT - WRITES THE CURRENT TRANSACTION TO          *
012159*                     REJECT-FILE WITH THE REASON CODE THE       *
012160*                     CALLER PLACED IN WS-REJECT-REASON, AND     *
012160*                     TALLIES IT TO ITS TABLE'S REJECT COUNT.    *
012160*                     ON A TRIAL THE REJECT IS HELD FOR THE      *
012160*                     REPORT INSTEAD.                            *
012161*================================================================*
012162 2180-WRITE-REJECT.
012163     ADD 1 TO WS-REJECT-COUNT.
012163     IF WS-REJECT-COUNT = 1
012163         PERFORM 8100-POST-WARNING THRU 8100-EXIT
012163     END-IF.
012163     MOVE WS-APPLY-TABLE-TYPE TO WS-WORK-TYPE.
012163     PERFORM 1090-FIND-CTL-ENTRY THRU 1090-EXIT.
012163     IF WS-CTL-FOUND-IDX > ZERO
012163         ADD 1 TO WS-CTL-REJ-COUNT(WS-CTL-FOUND-IDX)
012163     ELSE
012163         ADD 1 TO WS-UNTYPED-REJ-COUNT
012163     END-IF.
012163     IF WS-TRIAL-RUN
012163         MOVE WS-REJECT-REASON TO WS-TRIAL-W-REASON
012163         MOVE WS-APPLY-ACTION TO WS-TRIAL-W-ACTION
012163         MOVE WS-APPLY-TABLE-TYPE TO WS-TRIAL-W-TABLE-TYPE
012163         MOVE WS-APPLY-REC-ID TO WS-TRIAL-W-REC-ID
012163         MOVE WS-APPLY-REC-DATE TO WS-TRIAL-W-REC-DATE
012163         MOVE WS-APPLY-REC-DESC TO WS-TRIAL-W-REC-DESC
012163         PERFORM 2183-HOLD-TRIAL-REJECT THRU 2183-EXIT
012163     END-IF.
012164     IF WS-REJECT-FILE-OK
012165         MOVE SPACES TO REJ-RECORD
012166         MOVE WS-REJECT-REASON TO REJ-REASON-CODE
012170         MOVE WS-RUN-DATE TO REJ-REJECT-DATE
012171         WRITE REJ-RECORD
012172     END-IF.
012172     MOVE "R" TO WS-ACK-OUTCOME.
012172     PERFORM 2197-WRITE-ACK THRU 2197-EXIT.
012173 2180-EXIT.
012174     EXIT.
012174*================================================================*
012174* 2183-HOLD-TRIAL-REJECT - HOLDS THE REJECT STAGED IN            *
012174*                          WS-TRIAL-WORK FOR THE TRIAL REPORT.   *
012174*                          PAST 9999 THE REJECTS ARE ONLY        *
012174*                          COUNTED.                              *
012174*================================================================*
012174 2183-HOLD-TRIAL-REJECT.
012174     IF WS-TRIAL-REJ-COUNT < 9999
012174         ADD 1 TO WS-TRIAL-REJ-COUNT
012174         MOVE WS-TRIAL-W-REASON
012174             TO WS-TRIAL-REJ-REASON(WS-TRIAL-REJ-COUNT)
012174         MOVE WS-TRIAL-W-ACTION
012174             TO WS-TRIAL-REJ-ACTION(WS-TRIAL-REJ-COUNT)
012174         MOVE WS-TRIAL-W-TABLE-TYPE
012174             TO WS-TRIAL-REJ-TYPE(WS-TRIAL-REJ-COUNT)
012174         MOVE WS-TRIAL-W-REC-ID
012174             TO WS-TRIAL-REJ-ID(WS-TRIAL-REJ-COUNT)
012174         MOVE WS-TRIAL-W-REC-DATE
012174             TO WS-TRIAL-REJ-DATE(WS-TRIAL-REJ-COUNT)
012174         MOVE WS-TRIAL-W-REC-DESC
012174             TO WS-TRIAL-REJ-DESC(WS-TRIAL-REJ-COUNT)
012174     ELSE
012174         ADD 1 TO WS-TRIAL-REJ-LOST
012174     END-IF.
012174 2183-EXIT.
012174     EXIT.
011905*================================================================*
011906* 2195-WRITE-AUDIT-RECORD - LOGS THE TRANSACTION JUST APPLIED:   *
011907*                           THE ACTION, THE ENTRY CONTENT, THE   *
011909*                           DAY TIMESTAMP.                       *
011910*================================================================*
011911 2195-WRITE-AUDIT-RECORD.
011911     IF NOT WS-REPLAYING AND NOT WS-TRIAL-RUN
011912         ADD 1 TO WS-AUDIT-SEQ-NO
011913         ACCEPT WS-TIME-OF-DAY FROM TIME
011914         MOVE SPACES TO AUDT-RECORD
011915         MOVE WS-AUDIT-SEQ-NO TO AUDT-SEQ-NO
011915         MOVE TF-TABLE-TYPE TO AUDT-TABLE-TYPE
011915         MOVE TF-REC-ID TO AUDT-REC-ID
011915         MOVE TF-REC-DATE TO AUDT-REC-DATE
011915         MOVE TF-REC-DESC TO AUDT-REC-DESC
011915         MOVE TF-REC-STATUS TO AUDT-REC-STATUS
011920         MOVE WS-JOB-NAME TO AUDT-JOB-NAME
011921         MOVE WS-RUN-DATE TO AUDT-TS-DATE
011922         MOVE WS-TIME-OF-DAY TO AUDT-TS-TIME
011926     END-IF.
011927 2195-EXIT.
011928     EXIT.
011928*================================================================*
011928* 2197-WRITE-ACK - TELLS THE ORDER SYSTEM WHAT BECAME OF THE     *
011928*                  STAGED TRANSACTION - THE OUTCOME THE CALLER   *
011928*                  PLACED IN WS-ACK-OUTCOME, THE KEY AND ACTION, *
011928*                  THE EFFECTIVE DATE (FOR A PENDING HOLD) AND   *
011928*                  THE REASON CODE (FOR A REJECT). A RESTART     *
011928*                  REPLAY WRITES NOTHING - THE ABENDED RUN       *
011928*                  ALREADY ACKNOWLEDGED THOSE TRANSACTIONS.      *
011928*================================================================*
011928 2197-WRITE-ACK.
011928     IF NOT WS-REPLAYING AND NOT WS-TRIAL-RUN
011928             AND WS-ACK-FILE-OK
011928         MOVE SPACES TO ACK-RECORD
011928         MOVE WS-ACK-OUTCOME TO ACK-OUTCOME
011928         MOVE WS-APPLY-SOURCE TO ACK-SOURCE
011928         MOVE WS-APPLY-ACTION TO ACK-ACTION
011928         MOVE WS-APPLY-TABLE-TYPE TO ACK-TABLE-TYPE
011928         MOVE WS-APPLY-REC-ID TO ACK-REC-ID
011928         IF ACK-REJECTED
011928             MOVE WS-REJECT-REASON TO ACK-REASON-CODE
011928         END-IF
011928         MOVE WS-APPLY-EFF-DATE TO ACK-EFF-DATE
011928         IF WS-FROM-TRAN-FILE
011928             MOVE WS-TRAN-FILE-SEQ-NO TO ACK-FILE-SEQ-NO
011928         ELSE
011928             MOVE ZERO TO ACK-FILE-SEQ-NO
011928         END-IF
011928         MOVE WS-JOB-NAME TO ACK-JOB-NAME
011928         MOVE WS-RUN-DATE TO ACK-RUN-DATE
011928         WRITE ACK-RECORD
011928         ADD 1 TO WS-ACK-COUNT
011928     END-IF.
011928 2197-EXIT.
011928     EXIT.
011936*================================================================*
011937* 2175-OPEN-CKPT-JOURNAL - STARTS A FRESH JOURNAL FOR THE RUN    *
011938*                          (THE OLD ONE WAS CONSUMED BY THE      *
012090     END-IF.
012100 2990-EXIT.
012110     EXIT.
012111*================================================================*
012112* 2980-SAVE-TRAN-CONTROL - THE TABLE IS SAVED, SO THE DAY'S      *
012113*                          TRAN-FILE IS NOW APPLIED - RECORD IT  *
012114*                          AS THE LAST FILE ACCEPTED SO THE SAME *
012115*                          SEQUENCE IS REFUSED IF IT COMES BACK. *
012116*================================================================*
012117 2980-SAVE-TRAN-CONTROL.
012118     OPEN OUTPUT TRAN-CONTROL-FILE.
012119     IF WS-TRAN-CTL-OK
012120         MOVE SPACES TO TCT-RECORD
012121         MOVE WS-TRAN-SOURCE-SYSTEM TO TCT-SOURCE-SYSTEM
012122         MOVE WS-TRAN-FILE-SEQ-NO TO TCT-LAST-SEQ-NO
012123         MOVE WS-TRAN-CREATE-DATE TO TCT-LAST-CREATE-DATE
012124         MOVE WS-TRAN-DETAIL-COUNT TO TCT-LAST-RECORD-COUNT
012125         MOVE WS-TRAN-HASH-TOTAL TO TCT-LAST-HASH-TOTAL
012126         MOVE WS-RUN-DATE TO TCT-ACCEPT-DATE
012127         WRITE TCT-RECORD
012128         CLOSE TRAN-CONTROL-FILE
012129     ELSE
012130         DISPLAY "TBLLOAD - TRAN-CONTROL-FILE OPEN ERROR "
012131             WS-TRAN-CTL-STATUS
012132         DISPLAY "TBLLOAD - FILE SEQUENCE " WS-TRAN-SEQ-DISP
012133             " APPLIED BUT NOT RECORDED - UPDATE TRNCTL BY HAND"
012134         PERFORM 8200-POST-ERROR THRU 8200-EXIT
012135     END-IF.
012136 2980-EXIT.
012137     EXIT.
012147*================================================================*
012157* 2900-PURGE-EDIT-FAILURES - LIVE RUN ONLY. DELETES FROM         *
012167*                            TABLE-FILE EVERY ROW THAT STILL     *
012177*                            FAILS THE TABLE EDIT AT END OF LOAD *
012187*                            - THE ROWS REJECTED WHEN THE RUN    *
012197*                            STARTED THAT NO ADD HAS SINCE       *
012207*                            REPLACED - SO THE FILE HOLDS        *
012217*                            EXACTLY THE TABLE THAT WAS          *
012227*                            BALANCED, THE SAME AS WHEN THE      *
012237*                            WHOLE FILE WAS REWRITTEN FROM       *
012247*                            STORAGE.                            *
012257*================================================================*
012267 2900-PURGE-EDIT-FAILURES.
012277     MOVE ZERO TO WS-PURGE-COUNT.
012287     MOVE "N" TO WS-EOF-SW.
012297     MOVE LOW-VALUES TO TF-REC-KEY.
012307     START TABLE-FILE KEY NOT LESS THAN TF-REC-KEY
012317         INVALID KEY
012327             SET WS-EOF-TABLE-FILE TO TRUE
012337     END-START.
012347     PERFORM 2950-PURGE-ONE-ROW THRU 2950-EXIT
012357         UNTIL WS-EOF-TABLE-FILE OR WS-TABLE-UPDATE-FAILED.
012367     MOVE WS-PURGE-COUNT TO WS-COUNT-DISP.
012377     DISPLAY "TBLLOAD - " WS-COUNT-DISP " TABLE-FILE ROWS THAT "
012387         "FAILED THE TABLE EDIT DELETED".
012397 2900-EXIT.
012407     EXIT.
012417 2950-PURGE-ONE-ROW.
012427     READ TABLE-FILE NEXT RECORD
012437         AT END
012447             SET WS-EOF-TABLE-FILE TO TRUE
012457     END-READ.
012467     IF NOT WS-EOF-TABLE-FILE AND NOT WS-TABLE-FILE-OK
012477         DISPLAY "TBLLOAD - TABLE-FILE READ ERROR "
012487             WS-TABLE-FILE-STATUS
012497         PERFORM 2178-POST-UPDATE-FAILURE THRU 2178-EXIT
012507         SET WS-EOF-TABLE-FILE TO TRUE
012517     END-IF.
012527     IF NOT WS-EOF-TABLE-FILE
012537         PERFORM 1320-RECHECK-FILE-ROW THRU 1320-EXIT
012547         IF NOT WS-EDIT-OK
012557             MOVE TF-REC-KEY TO WS-BEFORE-KEY
012567             SET WS-BEFORE-ON-FILE TO TRUE
012577             MOVE TF-RECORD TO WS-BEFORE-IMAGE
012587             PERFORM 2170-SAVE-BEFORE-IMAGE THRU 2170-EXIT
012597         END-IF
012607         IF NOT WS-EDIT-OK AND NOT WS-TABLE-UPDATE-FAILED
012617             DELETE TABLE-FILE RECORD
012627                 INVALID KEY
012637                     CONTINUE
012647             END-DELETE
012657             IF WS-TABLE-FILE-OK
012667                 ADD 1 TO WS-PURGE-COUNT
012677             ELSE
012687                 DISPLAY "TBLLOAD - TABLE-FILE UPDATE ERROR "
012697                     WS-TABLE-FILE-STATUS " KEY " TF-REC-KEY
012707                 PERFORM 2178-POST-UPDATE-FAILURE THRU 2178-EXIT
012717             END-IF
012727         END-IF
012737     END-IF.
012747 2950-EXIT.
012757     EXIT.
012767*================================================================*
012777* 2995-CLEAR-BEFORE-IMAGES - THE LOAD FINISHED CLEAN AND THE     *
012787*                            JOURNAL IS CLEARED, SO THE          *
012797*                            BEFORE-IMAGES ARE NO LONGER NEEDED  *
012807*                            - EMPTY UNDO-FILE SO THE NEXT RUN   *
012817*                            DOES NOT BACK THIS ONE OUT. IF IT   *
012827*                            CANNOT BE EMPTIED THE TRAN-FILE IS  *
012837*                            NOT RECORDED AS ACCEPTED, SO THE    *
012847*                            BACK-OUT AND A RERUN OF THE SAME    *
012857*                            FILE STILL GIVE THE RIGHT TABLE.    *
012867*================================================================*
012877 2995-CLEAR-BEFORE-IMAGES.
012887     IF WS-UNDO-FILE-OPEN
012897         CLOSE UNDO-FILE
012907         MOVE "N" TO WS-UNDO-OPEN-SW
012917     END-IF.
012927     OPEN OUTPUT UNDO-FILE.
012937     IF WS-UNDO-FILE-OK
012947         CLOSE UNDO-FILE
012957     ELSE
012967         DISPLAY "TBLLOAD - UNDO-FILE OPEN ERROR "
012977             WS-UNDO-FILE-STATUS
012987         PERFORM 8200-POST-ERROR THRU 8200-EXIT
012997     END-IF.
013007 2995-EXIT.
013017     EXIT.
013450*================================================================*
013460* 3000-BALANCE-TABLE - RECONCILES WHAT WAS ACTUALLY BUILT       *
013470*                      AGAINST EACH CONTROL CARD'S EXPECTED     *
013615 3100-EXIT.
013616     EXIT.
013610*================================================================*
013620* 6000-LOOKUP-BY-ID - PULLS A SINGLE TABLE ROW PER LOGICAL TABLE *
013630*                     BY ITS RECORD ID WITH A KEYED READ. DRIVEN *
013640*                     BY THE OPTIONAL CTL-LOOKUP-ID ON EACH      *
013650*                     CONTROL CARD.                              *
013660*================================================================*
013680 6000-LOOKUP-BY-ID.
013685     PERFORM 6100-LOOKUP-ONE-TABLE THRU 6100-EXIT
013690         VARYING WS-CTL-IDX FROM 1 BY 1
013800 6000-EXIT.
013810     EXIT.
013811*================================================================*
013811* 6100-LOOKUP-ONE-TABLE - KEYED READ ON THE COMPOSITE KEY FOR    *
013811*                         ONE TABLE'S LOOKUP ID, IF ANY.         *
013811*================================================================*
013811 6100-LOOKUP-ONE-TABLE.
013811     IF WS-CTL-LOOKUP(WS-CTL-IDX) > ZERO
013811         MOVE WS-CTL-TYPE(WS-CTL-IDX) TO WS-SEARCH-TYPE
013811         MOVE WS-CTL-LOOKUP(WS-CTL-IDX) TO WS-SEARCH-ID
013811         MOVE WS-SEARCH-KEY TO WS-TRAN-KEY
013811         PERFORM 2111-FIND-ROW THRU 2111-EXIT
013811         IF WS-MATCH-FOUND
013811             DISPLAY "TBLLOAD - LOOKUP ID " WS-SEARCH-ID
013811                 " FOUND IN TABLE " WS-SEARCH-TYPE " - "
013811                 TF-REC-DESC
013811         ELSE
013811             DISPLAY "TBLLOAD - LOOKUP ID " WS-SEARCH-ID
013811                 " NOT FOUND IN TABLE " WS-SEARCH-TYPE
013811         END-IF
013811     END-IF.
013811 6100-EXIT.
013811     EXIT.
013820*================================================================*
013821* 7000-WRITE-EXTRACT-FILE - WRITES THE FEED FOR THE DOWNSTREAM   *
013822*                           DB2 LOAD JOB, BROKEN OUT PER         *
013823*                           LOGICAL TABLE - ONE HEADER/DETAIL/   *
013824*                           TRAILER GROUP PER CONTROL CARD.      *
013824*                           THE RUN DATE AND TIME ON EVERY       *
013824*                           HEADER IDENTIFY THE EXTRACT.         *
013825*================================================================*
013826 7000-WRITE-EXTRACT-FILE.
013826     MOVE WS-RUN-DATE TO WS-EXTRACT-DATE.
013826     ACCEPT WS-EXTRACT-TIME FROM TIME.
013827     OPEN OUTPUT EXTRACT-FILE.
013828     IF WS-EXTRACT-FILE-OK
013829         PERFORM 7050-EXTRACT-ONE-TABLE THRU 7050-EXIT
013843*================================================================*
013844 7050-EXTRACT-ONE-TABLE.
013845     PERFORM 7100-WRITE-EXTRACT-HEADER THRU 7100-EXIT.
013845     MOVE WS-CTL-TYPE(WS-CTL-IDX) TO WS-ROW-START-TYPE.
013845     MOVE LOW-VALUES TO WS-ROW-START-ID.
013845     PERFORM 8300-START-TABLE-ROWS THRU 8300-EXIT.
013845     PERFORM 8310-NEXT-TABLE-ROW THRU 8310-EXIT.
013845     PERFORM 7200-WRITE-EXTRACT-DETAIL THRU 7200-EXIT
013845         UNTIL TBL-REC-KEY = HIGH-VALUES
013845            OR TBL-TABLE-TYPE NOT = WS-CTL-TYPE(WS-CTL-IDX).
013849     PERFORM 7900-WRITE-EXTRACT-TRAILER THRU 7900-EXIT.
013850 7050-EXIT.
013851     EXIT.
013861     MOVE WS-RUN-DATE TO EXTR-H-RUN-DATE.
013862     MOVE WS-CTL-TYPE-COUNT(WS-CTL-IDX)
013863         TO EXTR-H-RECORD-COUNT.
013863     MOVE WS-EXTRACT-TIME TO EXTR-H-RUN-TIME.
013864     WRITE EXTR-RECORD.
013865 7100-EXIT.
013866     EXIT.
013867*================================================================*
013868* 7200-WRITE-EXTRACT-DETAIL - ONE RECORD PER TABLE ROW BELONGING *
013869*                             TO THE TABLE IN HAND.              *
013870*================================================================*
013871 7200-WRITE-EXTRACT-DETAIL.
013872     MOVE SPACES TO EXTR-RECORD.
013873     SET EXTR-TYPE-DETAIL TO TRUE.
013874     MOVE TBL-TABLE-TYPE TO EXTR-D-TABLE-TYPE.
013875     MOVE TBL-REC-ID TO EXTR-D-REC-ID.
013876     MOVE TBL-REC-DATE TO EXTR-D-REC-DATE.
013877     MOVE TBL-REC-DESC TO EXTR-D-REC-DESC.
013878     MOVE TBL-REC-STATUS TO EXTR-D-REC-STATUS.
013879     WRITE EXTR-RECORD.
013880     PERFORM 8310-NEXT-TABLE-ROW THRU 8310-EXIT.
013881 7200-EXIT.
013882     EXIT.
013884*================================================================*
013885* 7900-WRITE-EXTRACT-TRAILER - FINAL RECORD PER TABLE CARRYING   *
013886*                              ITS RECORD COUNT FOR THE LOAD     *
013895     WRITE EXTR-RECORD.
013896 7900-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7300-WRITE-DELTA-FILE - WRITES THE CHANGE-ONLY FEED BESIDE THE *
013897*                         FULL EXTRACT. THE TABLE AND THE        *
013897*                         EXTRACT BASE ARE BOTH IN TABLE-TYPE/   *
013897*                         RECORD-ID ORDER, SO ONE MATCHING PASS  *
013897*                         FINDS EVERY INSERT, UPDATE AND DELETE, *
013897*                         BREAKING INTO A HEADER/DETAILS/TRAILER *
013897*                         GROUP ON EACH CHANGE OF TABLE TYPE. A  *
013897*                         TABLE ON THE CONTROL FILE WITH NO ROWS *
013897*                         EITHER SIDE STILL GETS AN EMPTY GROUP. *
013897*                         ON A FULL REFRESH THE BASE IS NOT READ *
013897*                         AND EVERY ROW GOES AS AN INSERT. THE   *
013897*                         ROWS SENT THEN BECOME THE NEW BASE.    *
013897*================================================================*
013897 7300-WRITE-DELTA-FILE.
013897     PERFORM 7310-CHOOSE-DELTA-BASE THRU 7310-EXIT.
013897     MOVE ZERO TO WS-DLT-INS-TOTAL.
013897     MOVE ZERO TO WS-DLT-UPD-TOTAL.
013897     MOVE ZERO TO WS-DLT-DEL-TOTAL.
013897     MOVE "N" TO WS-DLT-GROUP-SW.
013897     MOVE "N" TO WS-BASE-OPEN-SW.
013897     OPEN OUTPUT DELTA-FILE.
013897     IF WS-DELTA-FILE-OK
013897         IF WS-DLT-DELTA
013897             OPEN INPUT EXTRACT-BASE-FILE
013897             IF WS-XTR-BASE-OK
013897                 SET WS-XTR-BASE-OPEN TO TRUE
013897             ELSE
013897                 MOVE "THE EXTRACT BASE CANNOT BE REOPENED"
013897                     TO WS-DLT-REASON
013897                 SET WS-DLT-FULL-REFRESH TO TRUE
013897                 MOVE ZERO TO WS-DLT-BASE-DATE
013897                 MOVE ZERO TO WS-DLT-BASE-TIME
013897                 DISPLAY "TBLLOAD - DELTA EXTRACT SENT AS A FULL "
013897                     "REFRESH - " WS-DLT-REASON
013897             END-IF
013897         END-IF
013897         MOVE LOW-VALUES TO WS-ROW-START-KEY
013897         PERFORM 8300-START-TABLE-ROWS THRU 8300-EXIT
013897         PERFORM 7360-NEXT-CURRENT-ROW THRU 7360-EXIT
013897         IF WS-XTR-BASE-OPEN
013897             PERFORM 7365-NEXT-BASE-ROW THRU 7365-EXIT
013897         ELSE
013897             MOVE HIGH-VALUES TO WS-DLT-BASE-KEY
013897         END-IF
013897         PERFORM 7330-MATCH-ONE-ROW THRU 7330-EXIT
013897             UNTIL WS-DLT-CUR-KEY = HIGH-VALUES
013897               AND WS-DLT-BASE-KEY = HIGH-VALUES
013897         IF WS-DLT-GROUP-OPEN
013897             PERFORM 7345-END-DELTA-GROUP THRU 7345-EXIT
013897         END-IF
013897         PERFORM 7370-EMPTY-DELTA-GROUP THRU 7370-EXIT
013897             VARYING WS-CTL-IDX FROM 1 BY 1
013897                 UNTIL WS-CTL-IDX > WS-CTL-COUNT
013897         CLOSE DELTA-FILE
013897         IF WS-XTR-BASE-OPEN
013897             CLOSE EXTRACT-BASE-FILE
013897             MOVE "N" TO WS-BASE-OPEN-SW
013897         END-IF
013897         MOVE WS-DLT-INS-TOTAL TO WS-DLT-INS-DISP
013897         MOVE WS-DLT-UPD-TOTAL TO WS-DLT-UPD-DISP
013897         MOVE WS-DLT-DEL-TOTAL TO WS-DLT-DEL-DISP
013897         DISPLAY "TBLLOAD - DELTA EXTRACT INSERTS "
013897             WS-DLT-INS-DISP " UPDATES " WS-DLT-UPD-DISP
013897             " DELETES " WS-DLT-DEL-DISP
013897         PERFORM 7400-SAVE-XTR-BASE THRU 7400-EXIT
013897     ELSE
013897         DISPLAY "TBLLOAD - DELTA-FILE OPEN ERROR "
013897             WS-DELTA-FILE-STATUS
013897         SET WS-DLT-NOT-SENT TO TRUE
013897         PERFORM 8200-POST-ERROR THRU 8200-EXIT
013897     END-IF.
013897 7300-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7310-CHOOSE-DELTA-BASE - A TRUE DELTA NEEDS TBLCONF TO HAVE    *
013897*                          CONFIRMED GOOD THE VERY EXTRACT THE   *
013897*                          BASE WAS TAKEN FROM, AND A BASE THAT  *
013897*                          FOOTS TO ITS TRAILER. ANYTHING ELSE - *
013897*                          NO VERDICT, A FAILED ONE, A VERDICT   *
013897*                          FOR ANOTHER EXTRACT, OR NO USABLE     *
013897*                          BASE - SENDS A FULL REFRESH INSTEAD.  *
013897*================================================================*
013897 7310-CHOOSE-DELTA-BASE.
013897     SET WS-DLT-FULL-REFRESH TO TRUE.
013897     MOVE SPACES TO WS-DLT-REASON.
013897     MOVE ZERO TO WS-DLT-BASE-DATE.
013897     MOVE ZERO TO WS-DLT-BASE-TIME.
013897     OPEN INPUT CONFIRM-STATUS-FILE.
013897     IF WS-CNF-STAT-OK
013897         READ CONFIRM-STATUS-FILE
013897             AT END
013897                 MOVE SPACES TO CFS-RECORD
013897         END-READ
013897         CLOSE CONFIRM-STATUS-FILE
013897         EVALUATE TRUE
013897             WHEN CFS-CONFIRMED-GOOD
013897                 PERFORM 7320-CHECK-XTR-BASE THRU 7320-EXIT
013897             WHEN CFS-CONFIRM-FAILED
013897                 MOVE "THE LAST EXTRACT WAS NOT CONFIRMED GOOD"
013897                     TO WS-DLT-REASON
013897             WHEN OTHER
013897                 MOVE "NO LOAD CONFIRMATION IS ON FILE"
013897                     TO WS-DLT-REASON
013897         END-EVALUATE
013897     ELSE
013897         MOVE "NO LOAD CONFIRMATION IS ON FILE" TO WS-DLT-REASON
013897     END-IF.
013897     IF WS-DLT-REASON = SPACES
013897         SET WS-DLT-DELTA TO TRUE
013897         DISPLAY "TBLLOAD - DELTA EXTRACT BUILT AGAINST "
013897             "EXTRACT " WS-DLT-BASE-DATE " " WS-DLT-BASE-TIME
013897     ELSE
013897         DISPLAY "TBLLOAD - DELTA EXTRACT SENT AS A FULL "
013897             "REFRESH - " WS-DLT-REASON
013897     END-IF.
013897 7310-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7320-CHECK-XTR-BASE - READS THE EXTRACT BASE FRONT TO BACK AND *
013897*                       ACCEPTS IT ONLY IF ITS TRAILER FOOTS TO  *
013897*                       THE ROWS READ AND NAMES THE EXTRACT      *
013897*                       TBLCONF CONFIRMED.                       *
013897*================================================================*
013897 7320-CHECK-XTR-BASE.
013897     MOVE ZERO TO WS-DLT-BASE-ROWS.
013897     MOVE "N" TO WS-BASE-EOF-SW.
013897     MOVE "N" TO WS-BASE-TRL-SW.
013897     OPEN INPUT EXTRACT-BASE-FILE.
013897     IF WS-XTR-BASE-OK
013897         PERFORM 7325-READ-BASE-CHECK THRU 7325-EXIT
013897             UNTIL WS-EOF-XTR-BASE
013897         CLOSE EXTRACT-BASE-FILE
013897         EVALUATE TRUE
013897             WHEN NOT WS-BASE-TRAILER-SEEN
013897                 MOVE "THE EXTRACT BASE IS INCOMPLETE"
013897                     TO WS-DLT-REASON
013897             WHEN WS-BASE-TRL-ROWS NOT = WS-DLT-BASE-ROWS
013897                 MOVE "THE EXTRACT BASE IS INCOMPLETE"
013897                     TO WS-DLT-REASON
013897             WHEN WS-BASE-TRL-DATE NOT = CFS-EXTRACT-DATE
013897               OR WS-BASE-TRL-TIME NOT = CFS-EXTRACT-TIME
013897                 MOVE "THE CONFIRMATION IS FOR ANOTHER EXTRACT"
013897                     TO WS-DLT-REASON
013897             WHEN OTHER
013897                 MOVE WS-BASE-TRL-DATE TO WS-DLT-BASE-DATE
013897                 MOVE WS-BASE-TRL-TIME TO WS-DLT-BASE-TIME
013897         END-EVALUATE
013897     ELSE
013897         MOVE "NO EXTRACT BASE IS ON FILE" TO WS-DLT-REASON
013897     END-IF.
013897 7320-EXIT.
013897     EXIT.
013897 7325-READ-BASE-CHECK.
013897     READ EXTRACT-BASE-FILE
013897         AT END
013897             SET WS-EOF-XTR-BASE TO TRUE
013897     END-READ.
013897     EVALUATE TRUE
013897         WHEN WS-EOF-XTR-BASE
013897             CONTINUE
013897         WHEN NOT WS-XTR-BASE-OK
013897             SET WS-EOF-XTR-BASE TO TRUE
013897         WHEN BAS-TYPE-TRAILER
013897             IF BAS-T-EXTRACT-DATE NUMERIC
013897                     AND BAS-T-EXTRACT-TIME NUMERIC
013897                     AND BAS-T-ROW-COUNT NUMERIC
013897                 SET WS-BASE-TRAILER-SEEN TO TRUE
013897                 MOVE BAS-T-EXTRACT-DATE TO WS-BASE-TRL-DATE
013897                 MOVE BAS-T-EXTRACT-TIME TO WS-BASE-TRL-TIME
013897                 MOVE BAS-T-ROW-COUNT TO WS-BASE-TRL-ROWS
013897             END-IF
013897             SET WS-EOF-XTR-BASE TO TRUE
013897         WHEN OTHER
013897             ADD 1 TO WS-DLT-BASE-ROWS
013897     END-EVALUATE.
013897 7325-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7330-MATCH-ONE-ROW - ONE STEP OF THE MATCHING PASS. A KEY ONLY *
013897*                      ON THE TABLE IS AN INSERT, ONE ONLY ON    *
013897*                      THE BASE IS A DELETE, AND A KEY ON BOTH   *
013897*                      WHOSE DATE, DESCRIPTION OR STATUS DIFFER  *
013897*                      IS AN UPDATE. AN EXHAUSTED SIDE CARRIES   *
013897*                      HIGH-VALUES SO THE OTHER RUNS OUT.        *
013897*================================================================*
013897 7330-MATCH-ONE-ROW.
013897     EVALUATE TRUE
013897         WHEN WS-DLT-CUR-KEY < WS-DLT-BASE-KEY
013897             MOVE WS-DLT-CUR-TYPE TO WS-DLT-ROW-TYPE
013897             PERFORM 7340-CHECK-DELTA-GROUP THRU 7340-EXIT
013897             MOVE "I" TO WS-DLT-ACTION
013897             PERFORM 7350-WRITE-DELTA-DETAIL THRU 7350-EXIT
013897             PERFORM 7360-NEXT-CURRENT-ROW THRU 7360-EXIT
013897         WHEN WS-DLT-CUR-KEY > WS-DLT-BASE-KEY
013897             MOVE WS-DLT-BASE-TYPE TO WS-DLT-ROW-TYPE
013897             PERFORM 7340-CHECK-DELTA-GROUP THRU 7340-EXIT
013897             MOVE "D" TO WS-DLT-ACTION
013897             PERFORM 7350-WRITE-DELTA-DETAIL THRU 7350-EXIT
013897             PERFORM 7365-NEXT-BASE-ROW THRU 7365-EXIT
013897         WHEN OTHER
013897             MOVE WS-DLT-CUR-TYPE TO WS-DLT-ROW-TYPE
013897             PERFORM 7340-CHECK-DELTA-GROUP THRU 7340-EXIT
013897             IF WS-DLT-CUR-DATE NOT = WS-DLT-BASE-REC-DATE
013897                     OR WS-DLT-CUR-DESC NOT = WS-DLT-BASE-DESC
013897                     OR WS-DLT-CUR-STATUS NOT = WS-DLT-BASE-STATUS
013897                 MOVE "U" TO WS-DLT-ACTION
013897                 PERFORM 7350-WRITE-DELTA-DETAIL THRU 7350-EXIT
013897             END-IF
013897             PERFORM 7360-NEXT-CURRENT-ROW THRU 7360-EXIT
013897             PERFORM 7365-NEXT-BASE-ROW THRU 7365-EXIT
013897     END-EVALUATE.
013897 7330-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7340-CHECK-DELTA-GROUP - CLOSES THE GROUP IN HAND AND OPENS A  *
013897*                          NEW ONE WHEN THE ROW BELONGS TO A     *
013897*                          DIFFERENT TABLE TYPE. THE HEADER      *
013897*                          CARRIES THE REFRESH MODE, THE EXTRACT *
013897*                          THE DELTA IS BUILT AGAINST AND THE    *
013897*                          ROWS THE TABLE WILL HOLD.             *
013897*================================================================*
013897 7340-CHECK-DELTA-GROUP.
013897     IF WS-DLT-GROUP-OPEN
013897             AND WS-DLT-ROW-TYPE NOT = WS-DLT-GROUP-TYPE
013897         PERFORM 7345-END-DELTA-GROUP THRU 7345-EXIT
013897     END-IF.
013897     IF NOT WS-DLT-GROUP-OPEN
013897         SET WS-DLT-GROUP-OPEN TO TRUE
013897         MOVE WS-DLT-ROW-TYPE TO WS-DLT-GROUP-TYPE
013897         MOVE ZERO TO WS-DLT-GROUP-INS
013897         MOVE ZERO TO WS-DLT-GROUP-UPD
013897         MOVE ZERO TO WS-DLT-GROUP-DEL
013897         MOVE ZERO TO WS-DLT-GROUP-ROWS
013897         MOVE WS-DLT-GROUP-TYPE TO WS-WORK-TYPE
013897         PERFORM 1090-FIND-CTL-ENTRY THRU 1090-EXIT
013897         MOVE WS-CTL-FOUND-IDX TO WS-DLT-GROUP-CTL-IDX
013897         IF WS-DLT-GROUP-CTL-IDX > ZERO
013897             SET WS-CTL-DLT-SENT(WS-DLT-GROUP-CTL-IDX) TO TRUE
013897             MOVE WS-CTL-TYPE-COUNT(WS-DLT-GROUP-CTL-IDX)
013897                 TO WS-DLT-GROUP-ROWS
013897         END-IF
013897         MOVE SPACES TO DLT-RECORD
013897         SET DLT-TYPE-HEADER TO TRUE
013897         MOVE WS-DLT-GROUP-TYPE TO DLT-H-TABLE-TYPE
013897         MOVE WS-EXTRACT-DATE TO DLT-H-RUN-DATE
013897         MOVE WS-EXTRACT-TIME TO DLT-H-RUN-TIME
013897         MOVE WS-DLT-MODE-SW TO DLT-H-REFRESH
013897         MOVE WS-DLT-BASE-DATE TO DLT-H-BASE-DATE
013897         MOVE WS-DLT-BASE-TIME TO DLT-H-BASE-TIME
013897         MOVE WS-DLT-GROUP-ROWS TO DLT-H-RECORD-COUNT
013897         WRITE DLT-RECORD
013897     END-IF.
013897 7340-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7345-END-DELTA-GROUP - THE TABLE'S TRAILER WITH ITS COUNTS BY  *
013897*                        ACTION, ALSO KEPT FOR THE REPORT.       *
013897*================================================================*
013897 7345-END-DELTA-GROUP.
013897     MOVE SPACES TO DLT-RECORD.
013897     SET DLT-TYPE-TRAILER TO TRUE.
013897     MOVE WS-DLT-GROUP-TYPE TO DLT-T-TABLE-TYPE.
013897     MOVE WS-DLT-GROUP-INS TO DLT-T-INSERT-COUNT.
013897     MOVE WS-DLT-GROUP-UPD TO DLT-T-UPDATE-COUNT.
013897     MOVE WS-DLT-GROUP-DEL TO DLT-T-DELETE-COUNT.
013897     MOVE WS-DLT-GROUP-ROWS TO DLT-T-RECORD-COUNT.
013897     WRITE DLT-RECORD.
013897     ADD WS-DLT-GROUP-INS TO WS-DLT-INS-TOTAL.
013897     ADD WS-DLT-GROUP-UPD TO WS-DLT-UPD-TOTAL.
013897     ADD WS-DLT-GROUP-DEL TO WS-DLT-DEL-TOTAL.
013897     IF WS-DLT-GROUP-CTL-IDX > ZERO
013897         MOVE WS-DLT-GROUP-INS
013897             TO WS-CTL-DLT-INS(WS-DLT-GROUP-CTL-IDX)
013897         MOVE WS-DLT-GROUP-UPD
013897             TO WS-CTL-DLT-UPD(WS-DLT-GROUP-CTL-IDX)
013897         MOVE WS-DLT-GROUP-DEL
013897             TO WS-CTL-DLT-DEL(WS-DLT-GROUP-CTL-IDX)
013897     END-IF.
013897     MOVE "N" TO WS-DLT-GROUP-SW.
013897 7345-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7350-WRITE-DELTA-DETAIL - ONE CHANGED ROW. AN UPDATE OR DELETE *
013897*                           NAMES THE BEFORE-IMAGE KEY FROM THE  *
013897*                           BASE; A DELETE CARRIES THE ROW AS IT *
013897*                           WAS LAST SENT.                       *
013897*================================================================*
013897 7350-WRITE-DELTA-DETAIL.
013897     MOVE SPACES TO DLT-RECORD.
013897     SET DLT-TYPE-DETAIL TO TRUE.
013897     MOVE WS-DLT-GROUP-TYPE TO DLT-D-TABLE-TYPE.
013897     MOVE WS-DLT-ACTION TO DLT-D-ACTION.
013897     IF DLT-ACTION-INSERT
013897         MOVE SPACES TO DLT-D-BEFORE-TYPE
013897         MOVE ZERO TO DLT-D-BEFORE-ID
013897     ELSE
013897         MOVE WS-DLT-BASE-TYPE TO DLT-D-BEFORE-TYPE
013897         MOVE WS-DLT-BASE-ID TO DLT-D-BEFORE-ID
013897     END-IF.
013897     IF DLT-ACTION-DELETE
013897         MOVE WS-DLT-BASE-ID TO DLT-D-REC-ID
013897         MOVE WS-DLT-BASE-REC-DATE TO DLT-D-REC-DATE
013897         MOVE WS-DLT-BASE-DESC TO DLT-D-REC-DESC
013897         MOVE WS-DLT-BASE-STATUS TO DLT-D-REC-STATUS
013897         ADD 1 TO WS-DLT-GROUP-DEL
013897     ELSE
013897         MOVE WS-DLT-CUR-ID TO DLT-D-REC-ID
013897         MOVE WS-DLT-CUR-DATE TO DLT-D-REC-DATE
013897         MOVE WS-DLT-CUR-DESC TO DLT-D-REC-DESC
013897         MOVE WS-DLT-CUR-STATUS TO DLT-D-REC-STATUS
013897         IF DLT-ACTION-INSERT
013897             ADD 1 TO WS-DLT-GROUP-INS
013897         ELSE
013897             ADD 1 TO WS-DLT-GROUP-UPD
013897         END-IF
013897     END-IF.
013897     WRITE DLT-RECORD.
013897 7350-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7360-NEXT-CURRENT-ROW - THE NEXT ROW OF THE TABLE AS BUILT, OR *
013897*                         HIGH-VALUES ONCE IT IS EXHAUSTED.      *
013897*================================================================*
013897 7360-NEXT-CURRENT-ROW.
013897     PERFORM 8310-NEXT-TABLE-ROW THRU 8310-EXIT.
013897     IF TBL-REC-KEY = HIGH-VALUES
013897         MOVE HIGH-VALUES TO WS-DLT-CUR-KEY
013897     ELSE
013897         MOVE TBL-TABLE-TYPE TO WS-DLT-CUR-TYPE
013897         MOVE TBL-REC-ID TO WS-DLT-CUR-ID
013897         MOVE TBL-REC-DATE TO WS-DLT-CUR-DATE
013897         MOVE TBL-REC-DESC TO WS-DLT-CUR-DESC
013897         MOVE TBL-REC-STATUS TO WS-DLT-CUR-STATUS
013897     END-IF.
013897 7360-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7365-NEXT-BASE-ROW - THE NEXT ROW OF THE EXTRACT BASE, OR      *
013897*                      HIGH-VALUES AT ITS TRAILER.               *
013897*================================================================*
013897 7365-NEXT-BASE-ROW.
013897     READ EXTRACT-BASE-FILE
013897         AT END
013897             MOVE HIGH-VALUES TO WS-DLT-BASE-KEY
013897         NOT AT END
013897             IF BAS-TYPE-TRAILER
013897                 MOVE HIGH-VALUES TO WS-DLT-BASE-KEY
013897             ELSE
013897                 MOVE BAS-TABLE-TYPE TO WS-DLT-BASE-TYPE
013897                 MOVE BAS-REC-ID TO WS-DLT-BASE-ID
013897                 MOVE BAS-REC-DATE TO WS-DLT-BASE-REC-DATE
013897                 MOVE BAS-REC-DESC TO WS-DLT-BASE-DESC
013897                 MOVE BAS-REC-STATUS TO WS-DLT-BASE-STATUS
013897             END-IF
013897     END-READ.
013897 7365-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7370-EMPTY-DELTA-GROUP - A HEADER AND TRAILER FOR A TABLE ON   *
013897*                          THE CONTROL FILE THAT HAD NO ROWS ON  *
013897*                          EITHER SIDE, SO A FULL REFRESH STILL  *
013897*                          CLEARS IT.                            *
013897*================================================================*
013897 7370-EMPTY-DELTA-GROUP.
013897     IF NOT WS-CTL-DLT-SENT(WS-CTL-IDX)
013897         MOVE WS-CTL-TYPE(WS-CTL-IDX) TO WS-DLT-ROW-TYPE
013897         PERFORM 7340-CHECK-DELTA-GROUP THRU 7340-EXIT
013897         PERFORM 7345-END-DELTA-GROUP THRU 7345-EXIT
013897     END-IF.
013897 7370-EXIT.
013897     EXIT.
013897*================================================================*
013897* 7400-SAVE-XTR-BASE - REWRITES THE EXTRACT BASE WITH THE ROWS   *
013897*                      JUST SENT AND A TRAILER NAMING TONIGHT'S  *
013897*                      EXTRACT. IF IT CANNOT BE WRITTEN THE NEXT *
013897*                      DELTA SIMPLY GOES AS A FULL REFRESH.      *
013897*================================================================*
013897 7400-SAVE-XTR-BASE.
013897     OPEN OUTPUT EXTRACT-BASE-FILE.
013897     IF WS-XTR-BASE-OK
013897         MOVE LOW-VALUES TO WS-ROW-START-KEY
013897         PERFORM 8300-START-TABLE-ROWS THRU 8300-EXIT
013897         PERFORM 8310-NEXT-TABLE-ROW THRU 8310-EXIT
013897         PERFORM 7450-WRITE-BASE-ROW THRU 7450-EXIT
013897             UNTIL TBL-REC-KEY = HIGH-VALUES
013897         MOVE SPACES TO BAS-RECORD
013897         SET BAS-TYPE-TRAILER TO TRUE
013897         MOVE WS-EXTRACT-DATE TO BAS-T-EXTRACT-DATE
013897         MOVE WS-EXTRACT-TIME TO BAS-T-EXTRACT-TIME
013897         MOVE WS-ENTRY-COUNT TO BAS-T-ROW-COUNT
013897         WRITE BAS-RECORD
013897         CLOSE EXTRACT-BASE-FILE
013897     ELSE
013897         DISPLAY "TBLLOAD - EXTRACT-BASE-FILE OPEN ERROR "
013897             WS-XTR-BASE-STATUS
013897         DISPLAY "TBLLOAD - THE NEXT DELTA EXTRACT WILL BE "
013897             "A FULL REFRESH"
013897         PERFORM 8100-POST-WARNING THRU 8100-EXIT
013897     END-IF.
013897 7400-EXIT.
013897     EXIT.
013897 7450-WRITE-BASE-ROW.
013897     MOVE SPACES TO BAS-RECORD.
013897     SET BAS-TYPE-DETAIL TO TRUE.
013897     MOVE TBL-TABLE-TYPE TO BAS-TABLE-TYPE.
013897     MOVE TBL-REC-ID TO BAS-REC-ID.
013897     MOVE TBL-REC-DATE TO BAS-REC-DATE.
013897     MOVE TBL-REC-DESC TO BAS-REC-DESC.
013897     MOVE TBL-REC-STATUS TO BAS-REC-STATUS.
013897     WRITE BAS-RECORD.
013897     PERFORM 8310-NEXT-TABLE-ROW THRU 8310-EXIT.
013897 7450-EXIT.
013897     EXIT.
013893*================================================================*
013893* 7500-WRITE-RUN-STATS - APPENDS THE RUN'S COUNTS TO THE        *
013893*                        SHARED STATISTICS HISTORY FILE - ONE   *
013906     MOVE WS-PEND-HELD-COUNT TO WS-PEND-HELD-COUNT-DISP.
013907     MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-DISP.
013908     MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-DISP.
013908     MOVE WS-ACK-COUNT TO WS-ACK-COUNT-DISP.
013909     MOVE WS-ADD-COUNT TO WS-ADD-COUNT-DISP.
013911     MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-DISP.
013912     MOVE WS-DELETE-COUNT TO WS-DELETE-COUNT-DISP.
013920         MOVE ZERO TO WS-PAGE-COUNT
013925         MOVE SPACES TO WS-PREV-TYPE
013930         PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
013940         MOVE LOW-VALUES TO WS-ROW-START-KEY
013950         PERFORM 8300-START-TABLE-ROWS THRU 8300-EXIT
013960         MOVE ZERO TO WS-COUNT
013970         PERFORM 8310-NEXT-TABLE-ROW THRU 8310-EXIT
013980         PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT
013990             UNTIL TBL-REC-KEY = HIGH-VALUES
014185         IF WS-TRIAL-RUN
014186             PERFORM 4600-PRINT-TRIAL-SUMMARY THRU 4600-EXIT
014187             PERFORM 4700-PRINT-TRIAL-REJECTS THRU 4700-EXIT
014188         END-IF
014190         PERFORM 4900-PRINT-TRAILER THRU 4900-EXIT
014195         CLOSE PRINT-FILE
014196     ELSE
014500         WS-RUN-DATE DELIMITED BY SIZE
014510         "     PAGE " DELIMITED BY SIZE
014520         WS-PAGE-COUNT DELIMITED BY SIZE
014525         WS-TRIAL-STAMP DELIMITED BY SIZE
014530         INTO WS-PRINT-LINE.
014540     MOVE WS-PRINT-LINE TO PRINT-RECORD.
014550     WRITE PRINT-RECORD.
014660 4100-EXIT.
014670     EXIT.
014680*================================================================*
014690* 4200-PRINT-DETAIL - ONE DETAIL LINE PER TABLE ROW, WITH        *
014700*                     A PAGE BREAK EVERY WS-LINES-PER-PAGE LINES.*
014710*================================================================*
014720 4200-PRINT-DETAIL.
014725     ADD 1 TO WS-COUNT.
014730     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
014740         PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
014750     END-IF.
014752     IF TBL-TABLE-TYPE NOT = WS-PREV-TYPE
014753         MOVE TBL-TABLE-TYPE TO WS-PREV-TYPE
014753         MOVE WS-PREV-TYPE TO WS-TDF-CHK-TYPE
014753         PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT
014754         MOVE SPACES TO WS-PRINT-LINE
014755         STRING " " DELIMITED BY SIZE
014756             "TABLE TYPE " DELIMITED BY SIZE
014757             WS-PREV-TYPE DELIMITED BY SIZE
014757             "  " DELIMITED BY SIZE
014757             WS-TDF-PRINT-NAME DELIMITED BY SIZE
014758             INTO WS-PRINT-LINE
014759         MOVE WS-PRINT-LINE TO PRINT-RECORD
014761         WRITE PRINT-RECORD
014780     STRING " " DELIMITED BY SIZE
014790         WS-COUNT-DISP DELIMITED BY SIZE
014800         "  " DELIMITED BY SIZE
014810         TBL-REC-ID DELIMITED BY SIZE
014820         "  " DELIMITED BY SIZE
014830         TBL-REC-DATE DELIMITED BY SIZE
014840         "  " DELIMITED BY SIZE
014850         TBL-REC-DESC DELIMITED BY SIZE
014860         "  " DELIMITED BY SIZE
014870         TBL-REC-STATUS DELIMITED BY SIZE
014880         INTO WS-PRINT-LINE.
014890     MOVE WS-PRINT-LINE TO PRINT-RECORD.
014900     WRITE PRINT-RECORD.
014910     ADD 1 TO WS-LINE-COUNT.
014915     PERFORM 8310-NEXT-TABLE-ROW THRU 8310-EXIT.
014920 4200-EXIT.
014930     EXIT.
014940*================================================================*
014960*                      TOTAL RECORD COUNT.                       *
014970*================================================================*
014980 4900-PRINT-TRAILER.
014981     MOVE SPACES TO WS-PRINT-LINE.
014981     IF WS-TRAN-ACCEPTED
014981         STRING " " DELIMITED BY SIZE
014981             "TRAN-FILE FROM " DELIMITED BY SIZE
014981             WS-TRAN-SOURCE-SYSTEM DELIMITED BY SIZE
014981             "  CREATED " DELIMITED BY SIZE
014981             WS-TRAN-CREATE-DATE DELIMITED BY SIZE
014981             "  FILE SEQUENCE " DELIMITED BY SIZE
014981             WS-TRAN-SEQ-DISP DELIMITED BY SIZE
014981             "  DETAILS " DELIMITED BY SIZE
014981             WS-TRAN-DETAIL-DISP DELIMITED BY SIZE
014981             "  ID HASH " DELIMITED BY SIZE
014981             WS-TRAN-HASH-DISP DELIMITED BY SIZE
014981             INTO WS-PRINT-LINE
014981     ELSE
014981         STRING " " DELIMITED BY SIZE
014981             "NO TRAN-FILE RECEIVED" DELIMITED BY SIZE
014981             INTO WS-PRINT-LINE
014981     END-IF.
014981     MOVE WS-PRINT-LINE TO PRINT-RECORD.
014981     WRITE PRINT-RECORD.
014982     MOVE SPACES TO WS-PRINT-LINE.
014983     STRING " " DELIMITED BY SIZE
014984         "TRANSACTIONS READ " DELIMITED BY SIZE
014987         WS-APPLIED-COUNT-DISP DELIMITED BY SIZE
014988         "  REJECTED " DELIMITED BY SIZE
014989         WS-REJECT-COUNT-DISP DELIMITED BY SIZE
014989         "  ACKNOWLEDGED " DELIMITED BY SIZE
014989         WS-ACK-COUNT-DISP DELIMITED BY SIZE
014990         INTO WS-PRINT-LINE.
014991     MOVE WS-PRINT-LINE TO PRINT-RECORD.
014992     WRITE PRINT-RECORD.
015005     PERFORM 4950-PRINT-TABLE-BALANCE THRU 4950-EXIT
015006         VARYING WS-CTL-IDX FROM 1 BY 1
015007             UNTIL WS-CTL-IDX > WS-CTL-COUNT.
015007     IF NOT WS-TRIAL-RUN
015007         PERFORM 4960-PRINT-DELTA-SUMMARY THRU 4960-EXIT
015007     END-IF.
015008     MOVE SPACES TO WS-PRINT-LINE.
015009     IF WS-TRIAL-RUN
015010         STRING " " DELIMITED BY SIZE
015011             "END OF TRIAL REPORT - " DELIMITED BY SIZE
015012             WS-ENTRY-COUNT-DISP DELIMITED BY SIZE
015013             " RECORDS PROJECTED - NOTHING WAS UPDATED"
015014                 DELIMITED BY SIZE
015015             INTO WS-PRINT-LINE
015016     ELSE
015017         STRING " " DELIMITED BY SIZE
015018             "END OF REPORT - " DELIMITED BY SIZE
015020             WS-ENTRY-COUNT-DISP DELIMITED BY SIZE
015030             " RECORDS" DELIMITED BY SIZE
015040             INTO WS-PRINT-LINE
015045     END-IF.
015050     MOVE WS-PRINT-LINE TO PRINT-RECORD.
015060     WRITE PRINT-RECORD.
015070 4900-EXIT.
015096         MOVE "  ** OUT OF BALANCE" TO WS-BALANCE-TEXT
015097     END-IF.
015098     MOVE SPACES TO WS-PRINT-LINE.
015098     MOVE WS-CTL-TYPE(WS-CTL-IDX) TO WS-TDF-CHK-TYPE.
015098     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
015099     STRING " " DELIMITED BY SIZE
015100         "TABLE " DELIMITED BY SIZE
015101         WS-CTL-TYPE(WS-CTL-IDX) DELIMITED BY SIZE
015101         " " DELIMITED BY SIZE
015101         WS-TDF-PRINT-NAME DELIMITED BY SIZE
015102         "  EXPECTED " DELIMITED BY SIZE
015103         WS-EXPECTED-COUNT-DISP DELIMITED BY SIZE
015104         "  ACTUAL " DELIMITED BY SIZE
015109     WRITE PRINT-RECORD.
015110 4950-EXIT.
015111     EXIT.
015111*================================================================*
015111* 4960-PRINT-DELTA-SUMMARY - HOW THE DELTA EXTRACT WENT DOWN -   *
015111*                            AGAINST WHICH CONFIRMED EXTRACT, OR *
015111*                            AS A FULL REFRESH AND WHY - AND ITS *
015111*                            INSERTS, UPDATES AND DELETES PER    *
015111*                            LOGICAL TABLE AND IN TOTAL.         *
015111*================================================================*
015111 4960-PRINT-DELTA-SUMMARY.
015111     MOVE SPACES TO WS-PRINT-LINE.
015111     EVALUATE TRUE
015111         WHEN WS-DLT-DELTA
015111             STRING " " DELIMITED BY SIZE
015111                 "DELTA EXTRACT - CHANGES SINCE CONFIRMED "
015111                     DELIMITED BY SIZE
015111                 "EXTRACT " DELIMITED BY SIZE
015111                 WS-DLT-BASE-DATE DELIMITED BY SIZE
015111                 " " DELIMITED BY SIZE
015111                 WS-DLT-BASE-TIME DELIMITED BY SIZE
015111                 INTO WS-PRINT-LINE
015111         WHEN WS-DLT-FULL-REFRESH
015111             STRING " " DELIMITED BY SIZE
015111                 "DELTA EXTRACT - FULL REFRESH - "
015111                     DELIMITED BY SIZE
015111                 WS-DLT-REASON DELIMITED BY SIZE
015111                 INTO WS-PRINT-LINE
015111         WHEN OTHER
015111             STRING " " DELIMITED BY SIZE
015111                 "DELTA EXTRACT NOT WRITTEN" DELIMITED BY SIZE
015111                 INTO WS-PRINT-LINE
015111     END-EVALUATE.
015111     MOVE WS-PRINT-LINE TO PRINT-RECORD.
015111     WRITE PRINT-RECORD.
015111     IF NOT WS-DLT-NOT-SENT
015111         PERFORM 4965-PRINT-DELTA-TABLE THRU 4965-EXIT
015111             VARYING WS-CTL-IDX FROM 1 BY 1
015111                 UNTIL WS-CTL-IDX > WS-CTL-COUNT
015111         MOVE WS-DLT-INS-TOTAL TO WS-DLT-INS-DISP
015111         MOVE WS-DLT-UPD-TOTAL TO WS-DLT-UPD-DISP
015111         MOVE WS-DLT-DEL-TOTAL TO WS-DLT-DEL-DISP
015111         MOVE SPACES TO WS-PRINT-LINE
015111         STRING " " DELIMITED BY SIZE
015111             "DELTA TOTAL  INSERTS " DELIMITED BY SIZE
015111             WS-DLT-INS-DISP DELIMITED BY SIZE
015111             "  UPDATES " DELIMITED BY SIZE
015111             WS-DLT-UPD-DISP DELIMITED BY SIZE
015111             "  DELETES " DELIMITED BY SIZE
015111             WS-DLT-DEL-DISP DELIMITED BY SIZE
015111             INTO WS-PRINT-LINE
015111         MOVE WS-PRINT-LINE TO PRINT-RECORD
015111         WRITE PRINT-RECORD
015111     END-IF.
015111 4960-EXIT.
015111     EXIT.
015111 4965-PRINT-DELTA-TABLE.
015111     MOVE WS-CTL-DLT-INS(WS-CTL-IDX) TO WS-DLT-INS-DISP.
015111     MOVE WS-CTL-DLT-UPD(WS-CTL-IDX) TO WS-DLT-UPD-DISP.
015111     MOVE WS-CTL-DLT-DEL(WS-CTL-IDX) TO WS-DLT-DEL-DISP.
015111     MOVE WS-CTL-TYPE(WS-CTL-IDX) TO WS-TDF-CHK-TYPE.
015111     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
015111     MOVE SPACES TO WS-PRINT-LINE.
015111     STRING " " DELIMITED BY SIZE
015111         "DELTA TABLE " DELIMITED BY SIZE
015111         WS-CTL-TYPE(WS-CTL-IDX) DELIMITED BY SIZE
015111         " " DELIMITED BY SIZE
015111         WS-TDF-PRINT-NAME DELIMITED BY SIZE
015111         "  INSERTS " DELIMITED BY SIZE
015111         WS-DLT-INS-DISP DELIMITED BY SIZE
015111         "  UPDATES " DELIMITED BY SIZE
015111         WS-DLT-UPD-DISP DELIMITED BY SIZE
015111         "  DELETES " DELIMITED BY SIZE
015111         WS-DLT-DEL-DISP DELIMITED BY SIZE
015111         INTO WS-PRINT-LINE.
015111     MOVE WS-PRINT-LINE TO PRINT-RECORD.
015111     WRITE PRINT-RECORD.
015111 4965-EXIT.
015111     EXIT.
015112*================================================================*
015113* 4600-PRINT-TRIAL-SUMMARY - THE PROJECTED DAY-OVER-DAY CHANGE   *
015114*                            SUMMARY FOR A TRIAL - ONE LINE PER  *
015115*                            LOGICAL TABLE WITH ITS CARRIED-     *
015116*                            FORWARD COUNT, THE ADDS, CHANGES,   *
015117*                            DELETES AND REJECTS THE FILE WOULD  *
015118*                            PRODUCE, AND THE COUNT IT WOULD     *
015119*                            LEAVE ON THE TABLE.                 *
015120*================================================================*
015121 4600-PRINT-TRIAL-SUMMARY.
015122     PERFORM 4100-PRINT-HEADING THRU 4100-EXIT.
015123     MOVE SPACES TO WS-PRINT-LINE.
015124     STRING " " DELIMITED BY SIZE
015125         "TRIAL - PROJECTED CHANGES BY TABLE TYPE"
015125             DELIMITED BY SIZE
015126         INTO WS-PRINT-LINE.
015127     MOVE WS-PRINT-LINE TO PRINT-RECORD.
015128     WRITE PRINT-RECORD.
015129     ADD 1 TO WS-LINE-COUNT.
015130     PERFORM 4650-PRINT-TRIAL-TABLE THRU 4650-EXIT
015131         VARYING WS-CTL-IDX FROM 1 BY 1
015132             UNTIL WS-CTL-IDX > WS-CTL-COUNT.
015133     IF WS-UNTYPED-REJ-COUNT > ZERO
015134         MOVE WS-UNTYPED-REJ-COUNT TO WS-COUNT-DISP
015135         MOVE SPACES TO WS-PRINT-LINE
015136         STRING " " DELIMITED BY SIZE
015137             "TRIAL TABLE ??  REJECTS FOR TYPES NOT ON THE "
015138                 DELIMITED BY SIZE
015139             "CONTROL FILE " DELIMITED BY SIZE
015140             WS-COUNT-DISP DELIMITED BY SIZE
015141             INTO WS-PRINT-LINE
015142         MOVE WS-PRINT-LINE TO PRINT-RECORD
015143         WRITE PRINT-RECORD
015144         ADD 1 TO WS-LINE-COUNT
015145     END-IF.
015146 4600-EXIT.
015147     EXIT.
015148 4650-PRINT-TRIAL-TABLE.
015149     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
015150         PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
015151     END-IF.
015152     MOVE WS-CTL-PRIOR-COUNT(WS-CTL-IDX) TO WS-PRIOR-COUNT-DISP.
015153     MOVE WS-CTL-ADD-COUNT(WS-CTL-IDX) TO WS-ADD-COUNT-DISP.
015154     MOVE WS-CTL-CHANGE-COUNT(WS-CTL-IDX) TO WS-CHANGE-COUNT-DISP.
015155     MOVE WS-CTL-DELETE-COUNT(WS-CTL-IDX) TO WS-DELETE-COUNT-DISP.
015156     MOVE WS-CTL-REJ-COUNT(WS-CTL-IDX) TO WS-REJECT-COUNT-DISP.
015157     MOVE WS-CTL-TYPE-COUNT(WS-CTL-IDX)
015158         TO WS-PROJECTED-COUNT-DISP.
015159     MOVE SPACES TO WS-PRINT-LINE.
015159     MOVE WS-CTL-TYPE(WS-CTL-IDX) TO WS-TDF-CHK-TYPE.
015159     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
015160     STRING " " DELIMITED BY SIZE
015161         "TRIAL TABLE " DELIMITED BY SIZE
015162         WS-CTL-TYPE(WS-CTL-IDX) DELIMITED BY SIZE
015162         " " DELIMITED BY SIZE
015162         WS-TDF-PRINT-NAME DELIMITED BY SIZE
015163         "  PRIOR " DELIMITED BY SIZE
015164         WS-PRIOR-COUNT-DISP DELIMITED BY SIZE
015165         "  ADDS " DELIMITED BY SIZE
015166         WS-ADD-COUNT-DISP DELIMITED BY SIZE
015167         "  CHANGES " DELIMITED BY SIZE
015168         WS-CHANGE-COUNT-DISP DELIMITED BY SIZE
015169         "  DELETES " DELIMITED BY SIZE
015170         WS-DELETE-COUNT-DISP DELIMITED BY SIZE
015171         "  REJECTS " DELIMITED BY SIZE
015172         WS-REJECT-COUNT-DISP DELIMITED BY SIZE
015173         "  PROJECTED " DELIMITED BY SIZE
015174         WS-PROJECTED-COUNT-DISP DELIMITED BY SIZE
015175         INTO WS-PRINT-LINE.
015176     MOVE WS-PRINT-LINE TO PRINT-RECORD.
015177     WRITE PRINT-RECORD.
015178     ADD 1 TO WS-LINE-COUNT.
015179 4650-EXIT.
015180     EXIT.
015181*================================================================*
015182* 4700-PRINT-TRIAL-REJECTS - LISTS EVERY REJECT THE TRIAL WOULD  *
015183*                            HAVE WRITTEN - REASON CODE AND THE  *
015184*                            RECORD IMAGE - SINCE THE REJECT     *
015185*                            FILE ITSELF IS NOT WRITTEN.         *
015186*================================================================*
015187 4700-PRINT-TRIAL-REJECTS.
015188     PERFORM 4100-PRINT-HEADING THRU 4100-EXIT.
015189     MOVE SPACES TO WS-PRINT-LINE.
015190     STRING " " DELIMITED BY SIZE
015191         "TRIAL - REJECTS THAT WOULD BE WRITTEN"
015191             DELIMITED BY SIZE
015192         INTO WS-PRINT-LINE.
015193     MOVE WS-PRINT-LINE TO PRINT-RECORD.
015194     WRITE PRINT-RECORD.
015195     ADD 1 TO WS-LINE-COUNT.
015196     PERFORM 4750-PRINT-TRIAL-REJECT THRU 4750-EXIT
015197         VARYING WS-TRIAL-REJ-IDX FROM 1 BY 1
015198             UNTIL WS-TRIAL-REJ-IDX > WS-TRIAL-REJ-COUNT.
015199     IF WS-TRIAL-REJ-LOST > ZERO
015200         MOVE WS-TRIAL-REJ-LOST TO WS-COUNT-DISP
015201         MOVE SPACES TO WS-PRINT-LINE
015202         STRING " " DELIMITED BY SIZE
015203             "TRIAL - " DELIMITED BY SIZE
015204             WS-COUNT-DISP DELIMITED BY SIZE
015205             " FURTHER REJECTS NOT LISTED" DELIMITED BY SIZE
015206             INTO WS-PRINT-LINE
015207         MOVE WS-PRINT-LINE TO PRINT-RECORD
015208         WRITE PRINT-RECORD
015209         ADD 1 TO WS-LINE-COUNT
015210     END-IF.
015211     MOVE SPACES TO PRINT-RECORD.
015212     WRITE PRINT-RECORD.
015213 4700-EXIT.
015214     EXIT.
015215 4750-PRINT-TRIAL-REJECT.
015216     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
015217         PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
015218     END-IF.
015219     MOVE SPACES TO WS-PRINT-LINE.
015219     MOVE WS-TRIAL-REJ-TYPE(WS-TRIAL-REJ-IDX) TO WS-TDF-CHK-TYPE.
015219     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
015220     STRING " " DELIMITED BY SIZE
015221         "TRIAL REJ " DELIMITED BY SIZE
015222         WS-TRIAL-REJ-REASON(WS-TRIAL-REJ-IDX) DELIMITED BY SIZE
015223         "  " DELIMITED BY SIZE
015224         WS-TRIAL-REJ-ACTION(WS-TRIAL-REJ-IDX) DELIMITED BY SIZE
015225         "  " DELIMITED BY SIZE
015226         WS-TRIAL-REJ-TYPE(WS-TRIAL-REJ-IDX) DELIMITED BY SIZE
015227         "  " DELIMITED BY SIZE
015228         WS-TRIAL-REJ-ID(WS-TRIAL-REJ-IDX) DELIMITED BY SIZE
015229         "  " DELIMITED BY SIZE
015230         WS-TRIAL-REJ-DATE(WS-TRIAL-REJ-IDX) DELIMITED BY SIZE
015231         "  " DELIMITED BY SIZE
015232         WS-TRIAL-REJ-DESC(WS-TRIAL-REJ-IDX) DELIMITED BY SIZE
015232         "  " DELIMITED BY SIZE
015232         WS-TDF-PRINT-NAME DELIMITED BY SIZE
015233         INTO WS-PRINT-LINE.
015234     MOVE WS-PRINT-LINE TO PRINT-RECORD.
015235     WRITE PRINT-RECORD.
015236     ADD 1 TO WS-LINE-COUNT.
015237 4750-EXIT.
015238     EXIT.
014905*================================================================*
014910* 8100-POST-WARNING - RAISES THE JOB CONDITION CODE TO 4 FOR A  *
014915*                     WARNING, UNLESS AN ERROR ALREADY RAISED   *
014995     END-IF.
014996 8200-EXIT.
014997     EXIT.
014997*================================================================*
014997* 8300-START-TABLE-ROWS - STARTS A PASS OVER THE TABLE IN KEY    *
014997*                         ORDER AT WS-ROW-START-KEY. THE PASS    *
014997*                         READS TABLE-FILE, SKIPPING ROWS THAT   *
014997*                         FAIL THE TABLE EDIT, AND ON A TRIAL    *
014997*                         MERGES IN THE TRIAL ROW AREA SO THE    *
014997*                         PASS SEES THE TABLE AS THE TRIAL WOULD *
014997*                         HAVE LEFT IT. 8310-NEXT-TABLE-ROW THEN *
014997*                         RETURNS ONE ROW AT A TIME.             *
014997*================================================================*
014997 8300-START-TABLE-ROWS.
014997     MOVE LOW-VALUES TO WS-ROW-FILE-KEY.
014997     IF WS-TABLE-FILE-OPEN
014997         MOVE WS-ROW-START-KEY TO TF-REC-KEY
014997         START TABLE-FILE KEY NOT LESS THAN TF-REC-KEY
014997             INVALID KEY
014997                 MOVE HIGH-VALUES TO WS-ROW-FILE-KEY
014997         END-START
014997     ELSE
014997         MOVE HIGH-VALUES TO WS-ROW-FILE-KEY
014997     END-IF.
014997     IF WS-ROW-FILE-KEY NOT = HIGH-VALUES
014997         PERFORM 8330-READ-FILE-ROW THRU 8330-EXIT
014997     END-IF.
014997     MOVE 1 TO WS-ROW-TRIAL-IDX.
014997     PERFORM 8345-SET-TRIAL-KEY THRU 8345-EXIT.
014997     PERFORM 8340-SKIP-TRIAL-ROW THRU 8340-EXIT
014997         UNTIL WS-ROW-TRIAL-KEY NOT < WS-ROW-START-KEY.
014997 8300-EXIT.
014997     EXIT.
014997*================================================================*
014997* 8310-NEXT-TABLE-ROW - THE NEXT ROW OF THE PASS IN              *
014997*                       WS-TABLE-ROW, OR HIGH-VALUES IN          *
014997*                       TBL-REC-KEY ONCE THE TABLE IS EXHAUSTED. *
014997*================================================================*
014997 8310-NEXT-TABLE-ROW.
014997     MOVE "N" TO WS-ROW-READY-SW.
014997     PERFORM 8320-PICK-TABLE-ROW THRU 8320-EXIT
014997         UNTIL WS-ROW-READY.
014997 8310-EXIT.
014997     EXIT.
014997*================================================================*
014997* 8320-PICK-TABLE-ROW - TAKES THE LOWER KEY OF THE FILE ROW AND  *
014997*                       THE TRIAL ROW WAITING. A TRIAL ROW       *
014997*                       REPLACES A FILE ROW AT THE SAME KEY, AND *
014997*                       ONE MARKED DELETED RETURNS NOTHING, SO   *
014997*                       THE CALLER LOOPS.                        *
014997*================================================================*
014997 8320-PICK-TABLE-ROW.
014997     EVALUATE TRUE
014997         WHEN WS-ROW-FILE-KEY = HIGH-VALUES
014997                 AND WS-ROW-TRIAL-KEY = HIGH-VALUES
014997             MOVE HIGH-VALUES TO TBL-REC-KEY
014997             SET WS-ROW-READY TO TRUE
014997         WHEN WS-ROW-FILE-KEY < WS-ROW-TRIAL-KEY
014997             MOVE WS-ROW-FILE-IMAGE TO WS-TABLE-ROW
014997             SET WS-ROW-READY TO TRUE
014997             PERFORM 8330-READ-FILE-ROW THRU 8330-EXIT
014997         WHEN OTHER
014997             IF WS-ROW-FILE-KEY = WS-ROW-TRIAL-KEY
014997                 PERFORM 8330-READ-FILE-ROW THRU 8330-EXIT
014997             END-IF
014997             IF WS-TRIAL-ROW-PRESENT(WS-ROW-TRIAL-IDX)
014997                 MOVE WS-TRIAL-ROW-IMAGE(WS-ROW-TRIAL-IDX)
014997                     TO WS-TABLE-ROW
014997                 SET WS-ROW-READY TO TRUE
014997             END-IF
014997             PERFORM 8340-SKIP-TRIAL-ROW THRU 8340-EXIT
014997     END-EVALUATE.
014997 8320-EXIT.
014997     EXIT.
014997*================================================================*
014997* 8330-READ-FILE-ROW - READS FORWARD TO THE NEXT TABLE-FILE ROW  *
014997*                      THAT PASSES THE TABLE EDIT, OR            *
014997*                      HIGH-VALUES AT END OF FILE.               *
014997*================================================================*
014997 8330-READ-FILE-ROW.
014997     MOVE "N" TO WS-ROW-CLEAN-SW.
014997     PERFORM 8335-READ-NEXT-FILE-ROW THRU 8335-EXIT
014997         UNTIL WS-ROW-CLEAN OR WS-ROW-FILE-KEY = HIGH-VALUES.
014997 8330-EXIT.
014997     EXIT.
014997 8335-READ-NEXT-FILE-ROW.
014997     READ TABLE-FILE NEXT RECORD
014997         AT END
014997             MOVE HIGH-VALUES TO WS-ROW-FILE-KEY
014997     END-READ.
014997     IF WS-ROW-FILE-KEY NOT = HIGH-VALUES
014997         IF WS-TABLE-FILE-OK
014997             PERFORM 1320-RECHECK-FILE-ROW THRU 1320-EXIT
014997             IF WS-EDIT-OK
014997                 SET WS-ROW-CLEAN TO TRUE
014997                 MOVE TF-REC-KEY TO WS-ROW-FILE-KEY
014997                 MOVE TF-RECORD TO WS-ROW-FILE-IMAGE
014997             END-IF
014997         ELSE
014997             DISPLAY "TBLLOAD - TABLE-FILE READ ERROR "
014997                 WS-TABLE-FILE-STATUS
014997             PERFORM 8200-POST-ERROR THRU 8200-EXIT
014997             MOVE HIGH-VALUES TO WS-ROW-FILE-KEY
014997         END-IF
014997     END-IF.
014997 8335-EXIT.
014997     EXIT.
014997 8340-SKIP-TRIAL-ROW.
014997     ADD 1 TO WS-ROW-TRIAL-IDX.
014997     PERFORM 8345-SET-TRIAL-KEY THRU 8345-EXIT.
014997 8340-EXIT.
014997     EXIT.
014997 8345-SET-TRIAL-KEY.
014997     IF WS-ROW-TRIAL-IDX > WS-TRIAL-ROW-COUNT
014997         MOVE HIGH-VALUES TO WS-ROW-TRIAL-KEY
014997     ELSE
014997         MOVE WS-TRIAL-ROW-KEY(WS-ROW-TRIAL-IDX)
014997             TO WS-ROW-TRIAL-KEY
014997     END-IF.
014997 8345-EXIT.
014997     EXIT.
014900*================================================================*
015000* 9000-TERMINATE - HANDS THE HIGHEST CONDITION CODE POSTED      *
015050*                  DURING THE RUN BACK TO THE SCHEDULER.        *
015100*================================================================*
015200 9000-TERMINATE.
015210     IF WS-TABLE-FILE-OPEN
015220         CLOSE TABLE-FILE
015230         MOVE "N" TO WS-TABLE-OPEN-SW
015240     END-IF.
015250     IF WS-UNDO-FILE-OPEN
015260         CLOSE UNDO-FILE
015270         MOVE "N" TO WS-UNDO-OPEN-SW
015280     END-IF.
015300     MOVE WS-PROGRAM-RC TO RETURN-CODE.
015310     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT.
015400 9000-EXIT.
015500     EXIT.
015600*================================================================*
015700* 1900-CHECK-RUN-CONTROL - READS THE OVERRIDE CARD, OPENS THE    *
015800*                          RUN-CONTROL FILE AND SETTLES THE      *
015900*                          BUSINESS DATE, THEN REFUSES THE RUN   *
016000*                          UNLESS EVERY PREDECESSOR ENDED WITH   *
016100*                          AN ACCEPTABLE CONDITION CODE FOR THE  *
016200*                          DATE AND THIS JOB HAS NOT ALREADY RUN *
016300*                          FOR IT. A RUN THAT PASSES IS RECORDED *
016400*                          AS STARTED; ONE THAT DOES NOT IS      *
016500*                          COUNTED AS REFUSED AND ENDS THE STEP  *
016600*                          WITH NOTHING DONE.                    *
016700*================================================================*
016800 1900-CHECK-RUN-CONTROL.
016900     ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD.
017000     MOVE SPACES TO WS-RUN-REFUSE-REASON.
017100     PERFORM 1910-READ-RUN-CARD THRU 1910-EXIT.
017200     PERFORM 1920-OPEN-RUN-CONTROL THRU 1920-EXIT.
017300     IF WS-RUN-CONTROL-OPEN
017400         PERFORM 1930-SET-BUSINESS-DATE THRU 1930-EXIT
017500         IF NOT WS-RUN-BYPASS-ALLOWED
017600             PERFORM 1940-CHECK-PREDECESSOR THRU 1940-EXIT
017700                 VARYING WS-RUN-PRED-IDX FROM 1 BY 1
017800                     UNTIL WS-RUN-PRED-IDX > WS-RUN-PRED-COUNT
017900                        OR WS-RUN-REFUSE-REASON NOT = SPACES
018000         END-IF
018100         IF WS-RUN-REFUSE-REASON = SPACES
018200             PERFORM 1950-CHECK-OWN-RUN THRU 1950-EXIT
018300         END-IF
018400         IF WS-RUN-REFUSE-REASON = SPACES
018500             PERFORM 1960-RECORD-RUN-START THRU 1960-EXIT
018600         ELSE
018700             PERFORM 1970-RECORD-REFUSAL THRU 1970-EXIT
018800         END-IF
018900     END-IF.
019000     IF WS-RUN-REFUSE-REASON NOT = SPACES
019100         DISPLAY "TBLLOAD - RUN REFUSED - " WS-RUN-REFUSE-REASON
019200         MOVE "N" TO WS-RUN-OK-SW
019300         PERFORM 8200-POST-ERROR THRU 8200-EXIT
019400     ELSE
019500         IF WS-RUN-STARTED
019600             DISPLAY "TBLLOAD - RUNNING FOR BUSINESS DATE "
019700                 WS-BUSINESS-DATE
019800         END-IF
019900     END-IF.
020000 1900-EXIT.
020100     EXIT.
020200*================================================================*
020300* 1910-READ-RUN-CARD - PICKS UP THE OPTIONAL OVERRIDE CARD. THE  *
020400*                      RERUN AND BYPASS FLAGS COUNT ONLY WHEN    *
020500*                      THE CARD NAMES THE OPERATOR ASKING.       *
020600*================================================================*
020700 1910-READ-RUN-CARD.
020800     OPEN INPUT RUN-CARD-FILE.
020900     IF WS-RUN-CARD-OK
021000         MOVE SPACES TO RUNC-RECORD
021100         READ RUN-CARD-FILE
021200             AT END
021300                 MOVE SPACES TO RUNC-RECORD
021400         END-READ
021500         IF RUN-C-BUS-DATE IS NUMERIC
021600             MOVE RUN-C-BUS-DATE TO WS-RUN-CARD-DATE
021700         END-IF
021800         IF RUN-C-OPERATOR NOT = SPACES
021900             MOVE RUN-C-OPERATOR TO WS-RUN-OVERRIDE-OPER
022000             MOVE RUN-C-REASON TO WS-RUN-OVERRIDE-REASON
022100             IF RUN-C-RERUN-REQUESTED
022200                 SET WS-RUN-RERUN-ALLOWED TO TRUE
022300             END-IF
022400             IF RUN-C-BYPASS-REQUESTED
022500                 SET WS-RUN-BYPASS-ALLOWED TO TRUE
022600             END-IF
022700         ELSE
022800             IF RUN-C-RERUN-REQUESTED OR RUN-C-BYPASS-REQUESTED
022900                 DISPLAY "TBLLOAD - OVERRIDE CARD NAMES NO "
023000                     "OPERATOR - OVERRIDE IGNORED"
023100             END-IF
023200         END-IF
023300         CLOSE RUN-CARD-FILE
023400     END-IF.
023500     IF WS-RUN-BYPASS-ALLOWED
023600         DISPLAY "TBLLOAD - PREDECESSOR CHECK BYPASSED BY "
023700             WS-RUN-OVERRIDE-OPER
023800     END-IF.
023900 1910-EXIT.
024000     EXIT.
024100*================================================================*
024200* 1920-OPEN-RUN-CONTROL - OPENS THE RUN-CONTROL FILE, CREATING   *
024300*                         IT ON THE VERY FIRST NIGHT. A FILE     *
024400*                         THAT WILL NOT OPEN REFUSES THE RUN     *
024500*                         UNLESS THE OVERRIDE CARD BYPASSES THE  *
024600*                         CHECKS, WHEN THE JOB RUNS UNRECORDED.  *
024700*================================================================*
024800 1920-OPEN-RUN-CONTROL.
024900     OPEN I-O RUN-CONTROL-FILE.
025000     IF WS-RUN-CONTROL-NOT-FOUND
025100         OPEN OUTPUT RUN-CONTROL-FILE
025200         IF WS-RUN-CONTROL-OK
025300             CLOSE RUN-CONTROL-FILE
025400             OPEN I-O RUN-CONTROL-FILE
025500         END-IF
025600     END-IF.
025700     IF WS-RUN-CONTROL-OK
025800         SET WS-RUN-CONTROL-OPEN TO TRUE
025900     ELSE
026000         DISPLAY "TBLLOAD - RUN-CONTROL-FILE OPEN ERROR "
026100             WS-RUN-CONTROL-STATUS
026200         IF WS-RUN-BYPASS-ALLOWED
026300             DISPLAY "TBLLOAD - RUNNING UNRECORDED UNDER "
026400                 "OVERRIDE"
026500         ELSE
026600             MOVE "THE RUN-CONTROL FILE CANNOT BE OPENED"
026700                 TO WS-RUN-REFUSE-REASON
026800         END-IF
026900     END-IF.
027000 1920-EXIT.
027100     EXIT.
027200*================================================================*
027300* 1930-SET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE      *
027400*                          OVERRIDE CARD IF IT CARRIES ONE.      *
027500*                          OTHERWISE THIS JOB OPENS THE NIGHT'S  *
027600*                          STREAM FOR TODAY'S DATE.              *
027700*================================================================*
027800 1930-SET-BUSINESS-DATE.
027900     EVALUATE TRUE
028000         WHEN WS-RUN-CARD-DATE > ZERO
028100             MOVE WS-RUN-CARD-DATE TO WS-BUSINESS-DATE
028200         WHEN WS-RUN-OPENS-STREAM
028300             MOVE WS-RUN-TODAY TO WS-BUSINESS-DATE
028400         WHEN OTHER
028500             MOVE ZERO TO RCT-BUS-DATE
028600             MOVE "*STREAM*" TO RCT-JOB-NAME
028700             READ RUN-CONTROL-FILE
028800                 INVALID KEY
028900                     MOVE WS-RUN-TODAY TO WS-BUSINESS-DATE
029000                 NOT INVALID KEY
029100                     MOVE RCT-OPEN-BUS-DATE TO WS-BUSINESS-DATE
029200             END-READ
029300     END-EVALUATE.
029400 1930-EXIT.
029500     EXIT.
029600*================================================================*
029700* 1940-CHECK-PREDECESSOR - LOOKS UP ONE PREDECESSOR FOR THE      *
029800*                          BUSINESS DATE. ANYTHING BUT ENDED     *
029900*                          WITH AN ACCEPTABLE CONDITION CODE     *
030000*                          REFUSES THE RUN.                      *
030100*================================================================*
030200 1940-CHECK-PREDECESSOR.
030300     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
030400     MOVE WS-RUN-PRED-NAME (WS-RUN-PRED-IDX) TO RCT-JOB-NAME.
030500     READ RUN-CONTROL-FILE
030600         INVALID KEY
030700             MOVE SPACES TO RCT-RUN-STATUS
030800     END-READ.
030900     EVALUATE TRUE
031000         WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
031100             CONTINUE
031200         WHEN RCT-ENDED
031300             MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
031400             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
031500                     DELIMITED BY SPACE
031600                 " ENDED CC " WS-RUN-CC-DISP
031700                     DELIMITED BY SIZE
031800                 INTO WS-RUN-REFUSE-REASON
031900         WHEN RCT-STARTED
032000             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
032100                     DELIMITED BY SPACE
032200                 " STARTED BUT HAS NOT ENDED"
032300                     DELIMITED BY SIZE
032400                 INTO WS-RUN-REFUSE-REASON
032500         WHEN OTHER
032600             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
032700                     DELIMITED BY SPACE
032800                 " HAS NOT RUN FOR THE BUSINESS DATE"
032900                     DELIMITED BY SIZE
033000                 INTO WS-RUN-REFUSE-REASON
033100     END-EVALUATE.
033200 1940-EXIT.
033300     EXIT.
033400*================================================================*
033500* 1950-CHECK-OWN-RUN - LOOKS UP THIS JOB FOR THE BUSINESS DATE.  *
033600*                      A RUN THAT ALREADY ENDED ACCEPTABLY, OR   *
033700*                      ONE THAT STARTED AND NEVER ENDED, IS NOT  *
033800*                      RUN AGAIN WITHOUT A RERUN OVERRIDE. A RUN *
033900*                      THAT FAILED OR WAS REFUSED MAY SIMPLY BE  *
034000*                      RESUBMITTED.                              *
034100*================================================================*
034200 1950-CHECK-OWN-RUN.
034300     MOVE "N" TO WS-RUN-FOUND-SW.
034400     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
034500     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
034600     READ RUN-CONTROL-FILE
034700         INVALID KEY
034800             CONTINUE
034900         NOT INVALID KEY
035000             SET WS-RUN-FOUND TO TRUE
035100     END-READ.
035200     IF WS-RUN-FOUND
035300         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
035400         EVALUATE TRUE
035500             WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
035600                 IF WS-RUN-RERUN-ALLOWED
035700                     SET WS-RUN-OVERRIDE-USED TO TRUE
035800                     DISPLAY "TBLLOAD - RERUN OF A COMPLETED "
035900                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
036000                 ELSE
036100                     STRING "ALREADY COMPLETED CC " WS-RUN-CC-DISP
036200                         " - RERUN NEEDS AN OVERRIDE CARD"
036300                         DELIMITED BY SIZE
036400                         INTO WS-RUN-REFUSE-REASON
036500                 END-IF
036600             WHEN RCT-STARTED
036700                 IF WS-RUN-RERUN-ALLOWED
036800                     SET WS-RUN-OVERRIDE-USED TO TRUE
036900                     DISPLAY "TBLLOAD - RERUN OF AN UNFINISHED "
037000                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
037100                 ELSE
037200                     STRING "STARTED EARLIER AND NEVER ENDED"
037300                         " - RERUN NEEDS AN OVERRIDE CARD"
037400                         DELIMITED BY SIZE
037500                         INTO WS-RUN-REFUSE-REASON
037600                 END-IF
037700             WHEN RCT-ENDED
037800                 DISPLAY "TBLLOAD - RERUNNING AFTER A RUN "
037900                     "THAT ENDED CC " WS-RUN-CC-DISP
038000             WHEN OTHER
038100                 CONTINUE
038200         END-EVALUATE
038300     END-IF.
038400     IF WS-RUN-BYPASS-ALLOWED
038500         SET WS-RUN-OVERRIDE-USED TO TRUE
038600     END-IF.
038700 1950-EXIT.
038800     EXIT.
038900*================================================================*
039000* 1960-RECORD-RUN-START - MARKS THIS JOB STARTED FOR THE         *
039100*                         BUSINESS DATE AND COUNTS THE RUN. AN   *
039200*                         OVERRIDE IS RECORDED WITH THE OPERATOR *
039300*                         AND REASON FROM THE CARD. THE STREAM   *
039400*                         RECORD IS POINTED AT THE BUSINESS      *
039500*                         DATE.                                  *
039600*================================================================*
039700 1960-RECORD-RUN-START.
039800     IF NOT WS-RUN-FOUND
039900         MOVE SPACES TO RCT-RECORD
040000         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
040100         MOVE WS-JOB-NAME TO RCT-JOB-NAME
040200         MOVE ZERO TO RCT-RUN-COUNT
040300         MOVE ZERO TO RCT-REFUSE-COUNT
040400     END-IF.
040500     ACCEPT WS-RUN-NOW FROM TIME.
040600     SET RCT-STARTED TO TRUE.
040700     MOVE WS-RUN-TODAY TO RCT-START-DATE.
040800     MOVE WS-RUN-NOW TO RCT-START-TIME.
040900     MOVE ZERO TO RCT-END-DATE.
041000     MOVE ZERO TO RCT-END-TIME.
041100     MOVE ZERO TO RCT-COND-CODE.
041200     ADD 1 TO RCT-RUN-COUNT.
041300     IF WS-RUN-OVERRIDE-USED
041400         SET RCT-OVERRIDDEN TO TRUE
041500         MOVE WS-RUN-OVERRIDE-OPER TO RCT-OVERRIDE-OPER
041600         MOVE WS-RUN-OVERRIDE-REASON TO RCT-NOTE
041700     END-IF.
041800     IF WS-RUN-FOUND
041900         REWRITE RCT-RECORD
042000     ELSE
042100         WRITE RCT-RECORD
042200     END-IF.
042300     IF WS-RUN-CONTROL-OK
042400         SET WS-RUN-STARTED TO TRUE
042500         PERFORM 1965-OPEN-STREAM-DATE THRU 1965-EXIT
042600     ELSE
042700         DISPLAY "TBLLOAD - RUN-CONTROL-FILE WRITE ERROR "
042800             WS-RUN-CONTROL-STATUS
042900         MOVE "THE START OF THE RUN CANNOT BE RECORDED"
043000             TO WS-RUN-REFUSE-REASON
043100     END-IF.
043200 1960-EXIT.
043300     EXIT.
043400*================================================================*
043500* 1965-OPEN-STREAM-DATE - POINTS THE STREAM RECORD AT THE        *
043600*                         BUSINESS DATE THIS RUN OPENED, FOR THE *
043700*                         JOBS THAT FOLLOW IT TO PICK UP.        *
043800*================================================================*
043900 1965-OPEN-STREAM-DATE.
044000     MOVE "N" TO WS-RUN-FOUND-SW.
044100     MOVE ZERO TO RCT-BUS-DATE.
044200     MOVE "*STREAM*" TO RCT-JOB-NAME.
044300     READ RUN-CONTROL-FILE
044400         INVALID KEY
044500             CONTINUE
044600         NOT INVALID KEY
044700             SET WS-RUN-FOUND TO TRUE
044800     END-READ.
044900     MOVE SPACES TO RCT-RECORD.
045000     MOVE ZERO TO RCT-BUS-DATE.
045100     MOVE "*STREAM*" TO RCT-JOB-NAME.
045200     MOVE WS-BUSINESS-DATE TO RCT-OPEN-BUS-DATE.
045300     MOVE WS-RUN-TODAY TO RCT-OPEN-DATE.
045400     MOVE WS-RUN-NOW TO RCT-OPEN-TIME.
045500     IF WS-RUN-FOUND
045600         REWRITE RCT-RECORD
045700     ELSE
045800         WRITE RCT-RECORD
045900     END-IF.
046000     IF NOT WS-RUN-CONTROL-OK
046100         DISPLAY "TBLLOAD - STREAM RECORD WRITE ERROR "
046200             WS-RUN-CONTROL-STATUS
046300         DISPLAY "TBLLOAD - LATER JOBS WILL RUN FOR "
046400             "THEIR OWN DATE"
046500     END-IF.
046600 1965-EXIT.
046700     EXIT.
046800*================================================================*
046900* 1970-RECORD-REFUSAL - COUNTS THE REFUSAL AGAINST THIS JOB FOR  *
047000*                       THE BUSINESS DATE. A JOB WITH NO RECORD  *
047100*                       YET IS MARKED REFUSED WITH THE REASON;   *
047200*                       AN EXISTING RECORD KEEPS ITS STATUS.     *
047300*================================================================*
047400 1970-RECORD-REFUSAL.
047500     MOVE "N" TO WS-RUN-FOUND-SW.
047600     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
047700     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
047800     READ RUN-CONTROL-FILE
047900         INVALID KEY
048000             CONTINUE
048100         NOT INVALID KEY
048200             SET WS-RUN-FOUND TO TRUE
048300     END-READ.
048400     IF NOT WS-RUN-FOUND
048500         MOVE SPACES TO RCT-RECORD
048600         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
048700         MOVE WS-JOB-NAME TO RCT-JOB-NAME
048800         SET RCT-REFUSED TO TRUE
048900         MOVE ZERO TO RCT-START-DATE
049000         MOVE ZERO TO RCT-START-TIME
049100         MOVE ZERO TO RCT-END-DATE
049200         MOVE ZERO TO RCT-END-TIME
049300         MOVE ZERO TO RCT-COND-CODE
049400         MOVE ZERO TO RCT-RUN-COUNT
049500         MOVE ZERO TO RCT-REFUSE-COUNT
049600         MOVE WS-RUN-REFUSE-REASON TO RCT-NOTE
049700     END-IF.
049800     ADD 1 TO RCT-REFUSE-COUNT.
049900     IF WS-RUN-FOUND
050000         REWRITE RCT-RECORD
050100     ELSE
050200         WRITE RCT-RECORD
050300     END-IF.
050400     IF NOT WS-RUN-CONTROL-OK
050500         DISPLAY "TBLLOAD - RUN-CONTROL-FILE WRITE ERROR "
050600             WS-RUN-CONTROL-STATUS
050700     END-IF.
050800 1970-EXIT.
050900     EXIT.
051000*================================================================*
051100* 9500-RECORD-RUN-END - MARKS THIS JOB ENDED FOR THE BUSINESS    *
051200*                       DATE WITH THE CONDITION CODE IT IS       *
051300*                       HANDING BACK AND CLOSES THE RUN-CONTROL  *
051400*                       FILE.                                    *
051500*================================================================*
051600 9500-RECORD-RUN-END.
051700     IF WS-RUN-STARTED
051800         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
051900         MOVE WS-JOB-NAME TO RCT-JOB-NAME
052000         READ RUN-CONTROL-FILE
052100             INVALID KEY
052200                 MOVE "N" TO WS-RUN-STARTED-SW
052300                 DISPLAY "TBLLOAD - RUN-CONTROL RECORD MISSING "
052400                     "- END NOT RECORDED"
052500         END-READ
052600     END-IF.
052700     IF WS-RUN-STARTED
052800         ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD
052900         ACCEPT WS-RUN-NOW FROM TIME
053000         SET RCT-ENDED TO TRUE
053100         MOVE WS-RUN-TODAY TO RCT-END-DATE
053200         MOVE WS-RUN-NOW TO RCT-END-TIME
053300         MOVE RETURN-CODE TO RCT-COND-CODE
053400         REWRITE RCT-RECORD
053500         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
053600         IF WS-RUN-CONTROL-OK
053700             DISPLAY "TBLLOAD - RUN RECORDED ENDED CC "
053800                 WS-RUN-CC-DISP " FOR BUSINESS DATE "
053900                 WS-BUSINESS-DATE
054000         ELSE
054100             DISPLAY "TBLLOAD - RUN-CONTROL-FILE REWRITE ERROR "
054200                 WS-RUN-CONTROL-STATUS
054300         END-IF
054400     END-IF.
054500     IF WS-RUN-CONTROL-OPEN
054600         CLOSE RUN-CONTROL-FILE
054700     END-IF.
054800 9500-EXIT.
054900     EXIT.
