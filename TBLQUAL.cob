000100*================================================================*
000200* PROGRAM-ID.  TBLQUAL                                           *
000300*================================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     TBLQUAL.
000600 AUTHOR.         R. G. MERCER.
000700 INSTALLATION.   DAILY PROCESSING CENTER.
000800 DATE-WRITTEN.   10/12/2026.
000900 DATE-COMPILED.
001000*----------------------------------------------------------------*
001100* MODIFICATION HISTORY                                           *
001200*  DATE        INIT  DESCRIPTION                                 *
001300*  10/12/2026  RGM   ORIGINAL PROGRAM. DATA-QUALITY SCAN OF      *
001400*                    TABLE-FILE FOR THE PROBLEMS THE LOAD EDITS  *
001500*                    LET THROUGH - ACTIVE ENTRIES DATED IN THE   *
001600*                    FUTURE OR OLDER THAN THE CARD'S AGE, BLANK  *
001700*                    AND PLACEHOLDER DESCRIPTIONS (INCLUDING THE *
001800*                    OLD GENERATOR'S "RECORD NUMBER NNNNN"), ONE *
001900*                    DESCRIPTION UNDER SEVERAL IDS, WIDE GAPS IN *
002000*                    THE ID SEQUENCE AND ENTRIES NEVER CHANGED   *
002100*                    SINCE THEY WERE ADDED. EACH LOGICAL TABLE   *
002200*                    GETS A SCORE, APPENDED TO THE STATISTICS    *
002300*                    HISTORY FOR TBLTREND, AND ON REQUEST A      *
002400*                    TBLMNT DECK OF SUGGESTED DEACTIVATIONS IS   *
002500*                    WRITTEN FOR A REVIEWER TO APPROVE.          *
002600*----------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT TABLE-FILE ASSIGN TO TABLFILE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS TF-REC-KEY
003700         FILE STATUS IS WS-TABLE-FILE-STATUS.
003800     SELECT AUDIT-FILE ASSIGN TO AUDFILE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004100     SELECT MAINT-LOG-FILE ASSIGN TO MNTLOG
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-MAINT-LOG-STATUS.
004400     SELECT TABLE-DEF-FILE ASSIGN TO TBLDEF
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-TABLE-DEF-STATUS.
004700     SELECT QUALITY-CARD-FILE ASSIGN TO QUALCARD
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-QUAL-CARD-STATUS.
005000     SELECT SUGGEST-CARD-FILE ASSIGN TO QUALSUGG
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-SUGGEST-STATUS.
005300     SELECT STATS-FILE ASSIGN TO STATHIST
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-STATS-FILE-STATUS.
005600     SELECT PRINT-FILE ASSIGN TO PRTFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-PRINT-FILE-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  TABLE-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 COPY TBLREC01.
006400 FD  AUDIT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 COPY AUDTREC1.
006800 FD  MAINT-LOG-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 COPY MNTREC01.
007200 FD  TABLE-DEF-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 COPY TBLDEF01.
007600 FD  QUALITY-CARD-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 COPY QLCARD01.
008000 FD  SUGGEST-CARD-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 COPY MNTCRD01.
008400 FD  STATS-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 COPY STATREC1.
008800 FD  PRINT-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  PRINT-RECORD                PIC X(133).
009200 WORKING-STORAGE SECTION.
009300*----------------------------------------------------------------*
009400* FILE STATUS AND SWITCH AREA                                    *
009500*----------------------------------------------------------------*
009600 01  WS-FILE-STATUSES.
009700     05  WS-TABLE-FILE-STATUS    PIC X(02) VALUE SPACES.
009800         88  WS-TABLE-FILE-OK            VALUE "00".
009900         88  WS-TABLE-FILE-EOF           VALUE "10".
010000         88  WS-TABLE-FILE-NOT-FOUND     VALUE "35".
010100     05  WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
010200         88  WS-AUDIT-FILE-OK            VALUE "00".
010300         88  WS-AUDIT-FILE-NOT-FOUND     VALUE "35".
010400     05  WS-MAINT-LOG-STATUS     PIC X(02) VALUE SPACES.
010500         88  WS-MAINT-LOG-OK             VALUE "00".
010600         88  WS-MAINT-LOG-NOT-FOUND      VALUE "35".
010700     05  WS-TABLE-DEF-STATUS     PIC X(02) VALUE SPACES.
010800         88  WS-TABLE-DEF-OK             VALUE "00".
010900         88  WS-TABLE-DEF-NOT-FOUND      VALUE "35".
011000     05  WS-QUAL-CARD-STATUS     PIC X(02) VALUE SPACES.
011100         88  WS-QUAL-CARD-OK             VALUE "00".
011200         88  WS-QUAL-CARD-NOT-FOUND      VALUE "35".
011300     05  WS-SUGGEST-STATUS       PIC X(02) VALUE SPACES.
011400         88  WS-SUGGEST-OK               VALUE "00".
011500     05  WS-STATS-FILE-STATUS    PIC X(02) VALUE SPACES.
011600         88  WS-STATS-FILE-OK            VALUE "00".
011700         88  WS-STATS-FILE-NOT-FOUND     VALUE "35".
011800     05  WS-PRINT-FILE-STATUS    PIC X(02) VALUE SPACES.
011900         88  WS-PRINT-FILE-OK            VALUE "00".
012000 01  WS-SWITCHES.
012100     05  WS-EOF-SW               PIC X(01) VALUE "N".
012200         88  WS-EOF-TABLE-FILE           VALUE "Y".
012300     05  WS-AUD-EOF-SW           PIC X(01) VALUE "N".
012400         88  WS-EOF-AUDIT-FILE           VALUE "Y".
012500     05  WS-MNT-EOF-SW           PIC X(01) VALUE "N".
012600         88  WS-EOF-MAINT-LOG            VALUE "Y".
012700     05  WS-TDF-EOF-SW           PIC X(01) VALUE "N".
012800         88  WS-EOF-TABLE-DEF-FILE       VALUE "Y".
012900     05  WS-RUN-OK-SW            PIC X(01) VALUE "Y".
013000         88  WS-RUN-OK                   VALUE "Y".
013100     05  WS-SUGGEST-SW           PIC X(01) VALUE "N".
013200         88  WS-SUGGEST-ON               VALUE "Y".
013300     05  WS-CHG-STATE-SW         PIC X(01) VALUE "N".
013400         88  WS-CHG-HISTORY-USABLE       VALUE "C".
013500         88  WS-CHG-HISTORY-NONE         VALUE "N".
013600         88  WS-CHG-HISTORY-OVERFLOW     VALUE "O".
013700     05  WS-FOUND-SW             PIC X(01) VALUE "N".
013800         88  WS-KEY-FOUND                VALUE "Y".
013900     05  WS-PREV-SW              PIC X(01) VALUE "N".
014000         88  WS-PREV-SEEN                VALUE "Y".
014100     05  WS-DUP-PARTIAL-SW       PIC X(01) VALUE "N".
014200         88  WS-DUP-CHECK-PARTIAL        VALUE "Y".
014300     05  WS-FLAGGED-SW           PIC X(01) VALUE "N".
014400         88  WS-ROW-IS-FLAGGED           VALUE "Y".
014500*----------------------------------------------------------------*
014600* RUN CONTROL AND THE CARD'S LIMITS                              *
014700*----------------------------------------------------------------*
014800 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
014900 01  WS-RUN-SERIAL               PIC 9(08) COMP VALUE ZERO.
015000 01  WS-JOB-NAME                 PIC X(08) VALUE "TBLQUAL".
015100 01  WS-STALE-DAYS               PIC 9(05) VALUE ZERO.
015200 01  WS-UNCHANGED-DAYS           PIC 9(05) VALUE ZERO.
015300 01  WS-GAP-LIMIT                PIC 9(05) VALUE ZERO.
015400 01  WS-SUGG-OPERATOR            PIC X(08) VALUE "TBLQUAL".
015500 01  WS-AGE-DAYS                 PIC S9(08) COMP VALUE ZERO.
015600 01  WS-GAP-SIZE                 PIC 9(05) COMP VALUE ZERO.
015700*----------------------------------------------------------------*
015800* COARSE DAY-SERIAL WORK FIELDS - Y*365 + M*31 + D, THE SAME     *
015900* FLATTENING TBLRECYC USES FOR AGING.                            *
016000*----------------------------------------------------------------*
016100 01  WS-SERIAL-DATE              PIC 9(08) VALUE ZERO.
016200 01  WS-SERIAL-YEAR              PIC 9(04) VALUE ZERO.
016300 01  WS-SERIAL-MONTH             PIC 9(02) VALUE ZERO.
016400 01  WS-SERIAL-DAY               PIC 9(02) VALUE ZERO.
016500 01  WS-SERIAL-RESULT            PIC 9(08) COMP VALUE ZERO.
016600*----------------------------------------------------------------*
016700* PLACEHOLDER DESCRIPTIONS - TEXT KEYED IN TO GET PAST A         *
016800* MANDATORY DESCRIPTION RATHER THAN TO DESCRIBE ANYTHING.        *
016900*----------------------------------------------------------------*
017000 01  WS-PH-COUNT                 PIC 9(02) COMP VALUE 12.
017100 01  WS-PH-IDX                   PIC 9(02) COMP VALUE ZERO.
017200 01  WS-PH-LIST.
017300     05  FILLER      PIC X(20) VALUE "TBD".
017400     05  FILLER      PIC X(20) VALUE "TO BE DETERMINED".
017500     05  FILLER      PIC X(20) VALUE "TO BE ADVISED".
017600     05  FILLER      PIC X(20) VALUE "N/A".
017700     05  FILLER      PIC X(20) VALUE "NONE".
017800     05  FILLER      PIC X(20) VALUE "UNKNOWN".
017900     05  FILLER      PIC X(20) VALUE "TEST".
018000     05  FILLER      PIC X(20) VALUE "DUMMY".
018100     05  FILLER      PIC X(20) VALUE "PLACEHOLDER".
018200     05  FILLER      PIC X(20) VALUE "DESCRIPTION".
018300     05  FILLER      PIC X(20) VALUE "XXX".
018400     05  FILLER      PIC X(20) VALUE "?".
018500 01  WS-PH-TABLE REDEFINES WS-PH-LIST.
018600     05  WS-PH-TEXT              PIC X(20) OCCURS 12 TIMES.
018700*----------------------------------------------------------------*
018800* CHANGE HISTORY - EVERY KEY THE AUDIT TRAIL SHOWS CHANGED ("C") *
018900* OR THE MAINTENANCE LOG SHOWS TOUCHED, HELD ONCE EACH IN KEY    *
019000* ORDER FOR SEARCH ALL. AN ENTRY NOT HERE HAS NEVER CHANGED      *
019100* SINCE IT WAS ADDED, AS FAR AS THE LOGS STILL ON FILE GO.       *
019200*----------------------------------------------------------------*
019300 01  WS-CHG-COUNT                PIC 9(04) COMP VALUE ZERO.
019400 01  WS-CHG-POS                  PIC 9(04) COMP VALUE ZERO.
019500 01  WS-CHG-SCAN-IDX             PIC 9(04) COMP VALUE ZERO.
019600 01  WS-CHG-SHIFT-IDX            PIC 9(04) COMP VALUE ZERO.
019700 01  WS-CHG-NEW-KEY.
019800     05  WS-CHG-NEW-TYPE         PIC X(02).
019900     05  WS-CHG-NEW-ID           PIC 9(05).
020000 01  WS-CHG-AREA.
020100     05  WS-CHG-ENTRY OCCURS 0 TO 9999 TIMES
020200             DEPENDING ON WS-CHG-COUNT
020300             ASCENDING KEY IS WS-CHG-KEY
020400             INDEXED BY WS-CHG-IDX.
020500         10  WS-CHG-KEY.
020600             15  WS-CHG-TYPE     PIC X(02).
020700             15  WS-CHG-ID       PIC 9(05).
020800*----------------------------------------------------------------*
020900* TABLE DICTIONARY - ONLY THE NAMES ARE NEEDED HERE, FOR THE     *
021000* REPORT (SEE TBLDEF01).                                         *
021100*----------------------------------------------------------------*
021200 01  WS-TDF-COUNT                PIC 9(03) COMP VALUE ZERO.
021300 01  WS-TDF-SCAN-IDX             PIC 9(03) COMP VALUE ZERO.
021400 01  WS-TDF-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
021500 01  WS-TDF-CHK-TYPE             PIC X(02) VALUE SPACES.
021600 01  WS-TDF-PRINT-NAME           PIC X(30) VALUE SPACES.
021700 01  WS-TDF-AREA.
021800     05  WS-TDF-ENTRY OCCURS 0 TO 100 TIMES
021900             DEPENDING ON WS-TDF-COUNT.
022000         10  WS-TDF-TABLE-TYPE   PIC X(02).
022100         10  WS-TDF-TABLE-NAME   PIC X(30).
022200*----------------------------------------------------------------*
022300* THE LOGICAL TABLE IN HAND - ITS ENTRIES HELD FOR THE           *
022400* DUPLICATE-DESCRIPTION PASS, EACH WITH ITS FINDINGS. A TABLE    *
022500* OF MORE THAN 9999 ENTRIES IS CHECKED IN BLOCKS, AND A          *
022600* DUPLICATE IS THEN ONLY FOUND WITHIN ITS OWN BLOCK.             *
022700*----------------------------------------------------------------*
022800 01  WS-CUR-TYPE                 PIC X(02) VALUE SPACES.
022900 01  WS-PREV-ID                  PIC 9(05) VALUE ZERO.
023000 01  WS-ROW-COUNT                PIC 9(04) COMP VALUE ZERO.
023100 01  WS-ROW-IDX                  PIC 9(04) COMP VALUE ZERO.
023200 01  WS-ROW-SCAN-IDX             PIC 9(04) COMP VALUE ZERO.
023300 01  WS-ROW-AREA.
023400     05  WS-ROW-ENTRY OCCURS 0 TO 9999 TIMES
023500             DEPENDING ON WS-ROW-COUNT.
023600         10  WS-ROW-ID           PIC 9(05).
023700         10  WS-ROW-DATE         PIC 9(08).
023800         10  WS-ROW-DESC         PIC X(50).
023900         10  WS-ROW-STATUS       PIC X(01).
024000             88  WS-ROW-ACTIVE           VALUE "A".
024100         10  WS-ROW-GAP-SIZE     PIC 9(05).
024200         10  WS-ROW-DUP-OF       PIC 9(05).
024300         10  WS-ROW-DATE-SW      PIC X(01).
024400             88  WS-ROW-DATE-OK          VALUE SPACE.
024500             88  WS-ROW-DATE-FUTURE      VALUE "F".
024600             88  WS-ROW-DATE-STALE       VALUE "S".
024700         10  WS-ROW-DESC-SW      PIC X(01).
024800             88  WS-ROW-DESC-OK          VALUE SPACE.
024900             88  WS-ROW-DESC-BLANK       VALUE "B".
025000             88  WS-ROW-DESC-GENERATED   VALUE "G".
025100             88  WS-ROW-DESC-PLACEHOLDER VALUE "P".
025200         10  WS-ROW-DUP-SW       PIC X(01).
025300             88  WS-ROW-DUPLICATE        VALUE "Y".
025400         10  WS-ROW-UNCHG-SW     PIC X(01).
025500             88  WS-ROW-UNCHANGED        VALUE "Y".
025600*----------------------------------------------------------------*
025700* COUNTS FOR THE LOGICAL TABLE IN HAND, AND ONE SAVED ENTRY      *
025800* PER TABLE FOR THE STATISTICS HISTORY AND THE RUN TOTALS.       *
025900*----------------------------------------------------------------*
026000 01  WS-TYPE-COUNTS.
026100     05  WS-TC-ENTRIES           PIC 9(05) COMP.
026200     05  WS-TC-ACTIVE            PIC 9(05) COMP.
026300     05  WS-TC-FUTURE            PIC 9(05) COMP.
026400     05  WS-TC-STALE             PIC 9(05) COMP.
026500     05  WS-TC-PLACEHOLDER       PIC 9(05) COMP.
026600     05  WS-TC-DUPLICATE         PIC 9(05) COMP.
026700     05  WS-TC-UNCHANGED         PIC 9(05) COMP.
026800     05  WS-TC-GAPS              PIC 9(05) COMP.
026900     05  WS-TC-FLAGGED           PIC 9(05) COMP.
027000     05  WS-TC-SUGGESTED         PIC 9(05) COMP.
027100     05  WS-TC-SCORE             PIC 9(03) COMP.
027200 01  WS-TYP-COUNT                PIC 9(03) COMP VALUE ZERO.
027300 01  WS-TYP-IDX                  PIC 9(03) COMP VALUE ZERO.
027400 01  WS-TYP-AREA.
027500     05  WS-TYP-ENTRY OCCURS 0 TO 100 TIMES
027600             DEPENDING ON WS-TYP-COUNT.
027700         10  WS-TYP-TABLE-TYPE   PIC X(02).
027800         10  WS-TYP-SCORE        PIC 9(03) COMP.
027900         10  WS-TYP-ENTRIES      PIC 9(05) COMP.
028000         10  WS-TYP-FLAGGED      PIC 9(05) COMP.
028100         10  WS-TYP-GAPS         PIC 9(05) COMP.
028200         10  WS-TYP-SUGGESTED    PIC 9(05) COMP.
028300 01  WS-RUN-TOTALS.
028400     05  WS-TOT-ENTRIES          PIC 9(05) COMP VALUE ZERO.
028500     05  WS-TOT-FLAGGED          PIC 9(05) COMP VALUE ZERO.
028600     05  WS-TOT-GAPS             PIC 9(05) COMP VALUE ZERO.
028700     05  WS-TOT-SUGGESTED        PIC 9(05) COMP VALUE ZERO.
028800     05  WS-TOT-TYPES            PIC 9(05) COMP VALUE ZERO.
028900*----------------------------------------------------------------*
029000* REPORT WORK FIELDS                                             *
029100*----------------------------------------------------------------*
029200 01  WS-FIND-TEXT                PIC X(30) VALUE SPACES.
029300 01  WS-ID-DISP                  PIC 9(05) VALUE ZERO.
029400 01  WS-SCORE-DISP               PIC ZZ9 VALUE ZERO.
029500 01  WS-COUNT-DISP-1             PIC 9(05) VALUE ZERO.
029600 01  WS-COUNT-DISP-2             PIC 9(05) VALUE ZERO.
029700 01  WS-COUNT-DISP-3             PIC 9(05) VALUE ZERO.
029800 01  WS-COUNT-DISP-4             PIC 9(05) VALUE ZERO.
029900 01  WS-COUNT-DISP-5             PIC 9(05) VALUE ZERO.
030000 01  WS-COUNT-DISP-6             PIC 9(05) VALUE ZERO.
030100 01  WS-CHG-TEXT                 PIC X(40) VALUE SPACES.
030200*----------------------------------------------------------------*
030300* REPORT CONTROL FIELDS                                          *
030400*----------------------------------------------------------------*
030500 01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
030600 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
030700 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 060.
030800 01  WS-PRINT-LINE               PIC X(133) VALUE SPACES.
030900 PROCEDURE DIVISION.
031000*================================================================*
031100* 0000-MAINLINE                                                  *
031200*================================================================*
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031500     IF WS-RUN-OK
031600         PERFORM 2000-SCAN-TABLE-FILE THRU 2000-EXIT
031700     END-IF.
031800*    A SCAN CUT SHORT BY A READ ERROR MUST NOT PUT A SCORE FOR   *
031900*    HALF A TABLE ON THE TREND.                                  *
032000     IF WS-RUN-OK
032100         PERFORM 7500-WRITE-STATISTICS THRU 7500-EXIT
032200     END-IF.
032300     PERFORM 4900-PRINT-TRAILER THRU 4900-EXIT.
032400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032500     STOP RUN.
032600*================================================================*
032700* 1000-INITIALIZE - READS THE PARAMETER CARD, LOADS THE TABLE    *
032800*                   NAMES AND THE CHANGE HISTORY, AND OPENS      *
032900*                   TABLE-FILE, THE REPORT AND, WHEN ASKED FOR,  *
033000*                   THE SUGGESTION DECK. NO TABLE-FILE CANCELS   *
033100*                   THE RUN WITH CC 8.                           *
033200*================================================================*
033300 1000-INITIALIZE.
033400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033500     MOVE WS-RUN-DATE TO WS-SERIAL-DATE.
033600     PERFORM 2500-COMPUTE-DAY-SERIAL THRU 2500-EXIT.
033700     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
033800     PERFORM 1050-READ-QUALITY-CARD THRU 1050-EXIT.
033900     PERFORM 1700-LOAD-TABLE-DICTIONARY THRU 1700-EXIT.
034000     PERFORM 1200-LOAD-CHANGE-HISTORY THRU 1200-EXIT.
034100     OPEN INPUT TABLE-FILE.
034200     IF NOT WS-TABLE-FILE-OK
034300         DISPLAY "TBLQUAL - TABLE-FILE OPEN ERROR "
034400             WS-TABLE-FILE-STATUS " - RUN CANCELLED"
034500         PERFORM 1400-CANCEL-SCAN THRU 1400-EXIT
034600     END-IF.
034700     IF WS-RUN-OK AND WS-SUGGEST-ON
034800         OPEN OUTPUT SUGGEST-CARD-FILE
034900         IF NOT WS-SUGGEST-OK
035000             DISPLAY "TBLQUAL - SUGGEST-CARD-FILE OPEN ERROR "
035100                 WS-SUGGEST-STATUS " - NO DECK WRITTEN"
035200             MOVE "N" TO WS-SUGGEST-SW
035300             IF RETURN-CODE < 4
035400                 MOVE 4 TO RETURN-CODE
035500             END-IF
035600         END-IF
035700     END-IF.
035800     PERFORM 1500-OPEN-PRINT-FILE THRU 1500-EXIT.
035900 1000-EXIT.
036000     EXIT.
036100*================================================================*
036200* 1050-READ-QUALITY-CARD - THE AGE AND GAP LIMITS AND THE        *
036300*                          SUGGESTION SWITCH. NO CARD, OR A      *
036400*                          NON-NUMERIC LIMIT, LEAVES THAT CHECK  *
036500*                          OFF.                                  *
036600*================================================================*
036700 1050-READ-QUALITY-CARD.
036800     OPEN INPUT QUALITY-CARD-FILE.
036900     IF WS-QUAL-CARD-NOT-FOUND
037000         DISPLAY "TBLQUAL - NO QUALITY CARD - AGE AND GAP CHECKS "
037100             "OFF, NO DECK"
037200     ELSE
037300         IF NOT WS-QUAL-CARD-OK
037400             DISPLAY "TBLQUAL - QUALITY-CARD-FILE OPEN ERROR "
037500                 WS-QUAL-CARD-STATUS
037600         ELSE
037700             READ QUALITY-CARD-FILE
037800                 AT END
037900                     CONTINUE
038000             END-READ
038100             IF WS-QUAL-CARD-OK
038200                 IF QLC-STALE-DAYS NUMERIC
038300                     MOVE QLC-STALE-DAYS TO WS-STALE-DAYS
038400                 END-IF
038500                 IF QLC-UNCHANGED-DAYS NUMERIC
038600                     MOVE QLC-UNCHANGED-DAYS TO WS-UNCHANGED-DAYS
038700                 END-IF
038800                 IF QLC-GAP-LIMIT NUMERIC
038900                     MOVE QLC-GAP-LIMIT TO WS-GAP-LIMIT
039000                 END-IF
039100                 IF QLC-SUGGEST-YES
039200                     SET WS-SUGGEST-ON TO TRUE
039300                 END-IF
039400                 IF QLC-OPERATOR NOT = SPACES
039500                     MOVE QLC-OPERATOR TO WS-SUGG-OPERATOR
039600                 END-IF
039700             END-IF
039800             CLOSE QUALITY-CARD-FILE
039900         END-IF
040000     END-IF.
040100 1050-EXIT.
040200     EXIT.
040300*================================================================*
040400* 1200-LOAD-CHANGE-HISTORY - COLLECTS THE KEY OF EVERY CHANGE    *
040500*                            ON THE AUDIT TRAIL AND EVERY        *
040600*                            MAINTENANCE AFTER-IMAGE. WITH       *
040700*                            NEITHER LOG ON FILE, OR MORE THAN   *
040800*                            9999 CHANGED KEYS, THE NEVER-       *
040900*                            CHANGED CHECK IS NOT MADE.          *
041000*================================================================*
041100 1200-LOAD-CHANGE-HISTORY.
041200     MOVE ZERO TO WS-CHG-COUNT.
041300     MOVE "N" TO WS-AUD-EOF-SW.
041400     MOVE "N" TO WS-MNT-EOF-SW.
041500     OPEN INPUT AUDIT-FILE.
041600     IF WS-AUDIT-FILE-OK
041700         SET WS-CHG-HISTORY-USABLE TO TRUE
041800         PERFORM 1220-LOAD-ONE-AUDIT THRU 1220-EXIT
041900             UNTIL WS-EOF-AUDIT-FILE
042000         CLOSE AUDIT-FILE
042100     ELSE
042200         IF NOT WS-AUDIT-FILE-NOT-FOUND
042300             DISPLAY "TBLQUAL - AUDIT-FILE OPEN ERROR "
042400                 WS-AUDIT-FILE-STATUS
042500         END-IF
042600     END-IF.
042700     OPEN INPUT MAINT-LOG-FILE.
042800     IF WS-MAINT-LOG-OK
042900         IF WS-CHG-HISTORY-NONE
043000             SET WS-CHG-HISTORY-USABLE TO TRUE
043100         END-IF
043200         PERFORM 1240-LOAD-ONE-MAINT THRU 1240-EXIT
043300             UNTIL WS-EOF-MAINT-LOG
043400         CLOSE MAINT-LOG-FILE
043500     ELSE
043600         IF NOT WS-MAINT-LOG-NOT-FOUND
043700             DISPLAY "TBLQUAL - MAINT-LOG-FILE OPEN ERROR "
043800                 WS-MAINT-LOG-STATUS
043900         END-IF
044000     END-IF.
044100     IF WS-CHG-HISTORY-NONE
044200         DISPLAY "TBLQUAL - NO CHANGE HISTORY ON FILE - "
044300             "NEVER-CHANGED CHECK NOT MADE"
044400     END-IF.
044500 1200-EXIT.
044600     EXIT.
044700 1220-LOAD-ONE-AUDIT.
044800     READ AUDIT-FILE
044900         AT END
045000             SET WS-EOF-AUDIT-FILE TO TRUE
045100     END-READ.
045200     IF WS-AUDIT-FILE-OK
045300             AND NOT WS-EOF-AUDIT-FILE
045400             AND AUDT-ACTION = "C"
045500         MOVE AUDT-TABLE-TYPE TO WS-CHG-NEW-TYPE
045600         MOVE AUDT-REC-ID TO WS-CHG-NEW-ID
045700         PERFORM 1300-NOTE-CHANGED-KEY THRU 1300-EXIT
045800     END-IF.
045900     IF NOT WS-CHG-HISTORY-USABLE
046000         SET WS-EOF-AUDIT-FILE TO TRUE
046100     END-IF.
046200 1220-EXIT.
046300     EXIT.
046400 1240-LOAD-ONE-MAINT.
046500     READ MAINT-LOG-FILE
046600         AT END
046700             SET WS-EOF-MAINT-LOG TO TRUE
046800     END-READ.
046900     IF WS-MAINT-LOG-OK
047000             AND NOT WS-EOF-MAINT-LOG
047100             AND MNT-IMAGE-AFTER
047200         MOVE MNT-TABLE-TYPE TO WS-CHG-NEW-TYPE
047300         MOVE MNT-REC-ID TO WS-CHG-NEW-ID
047400         PERFORM 1300-NOTE-CHANGED-KEY THRU 1300-EXIT
047500     END-IF.
047600     IF NOT WS-CHG-HISTORY-USABLE
047700         SET WS-EOF-MAINT-LOG TO TRUE
047800     END-IF.
047900 1240-EXIT.
048000     EXIT.
048100*================================================================*
048200* 1300-NOTE-CHANGED-KEY - ADDS WS-CHG-NEW-KEY TO THE CHANGE      *
048300*                         HISTORY IN KEY SEQUENCE UNLESS IT IS   *
048400*                         ALREADY THERE.                         *
048500*================================================================*
048600 1300-NOTE-CHANGED-KEY.
048700     MOVE "N" TO WS-FOUND-SW.
048800     MOVE ZERO TO WS-CHG-POS.
048900     PERFORM 1320-SCAN-CHANGED-KEY THRU 1320-EXIT
049000         VARYING WS-CHG-SCAN-IDX FROM 1 BY 1
049100             UNTIL WS-CHG-SCAN-IDX > WS-CHG-COUNT
049200                OR WS-KEY-FOUND
049300                OR WS-CHG-POS > ZERO.
049400     IF NOT WS-KEY-FOUND
049500         IF WS-CHG-COUNT = 9999
049600             SET WS-CHG-HISTORY-OVERFLOW TO TRUE
049700             DISPLAY "TBLQUAL - WARNING - MORE THAN 9999 CHANGED "
049800                 "KEYS ON THE LOGS - NEVER-CHANGED CHECK NOT MADE"
049900             IF RETURN-CODE < 4
050000                 MOVE 4 TO RETURN-CODE
050100             END-IF
050200         ELSE
050300             IF WS-CHG-POS = ZERO
050400                 COMPUTE WS-CHG-POS = WS-CHG-COUNT + 1
050500             END-IF
050600             ADD 1 TO WS-CHG-COUNT
050700             PERFORM 1340-SHIFT-CHANGED-KEY THRU 1340-EXIT
050800                 VARYING WS-CHG-SHIFT-IDX FROM WS-CHG-COUNT BY -1
050900                     UNTIL WS-CHG-SHIFT-IDX NOT > WS-CHG-POS
051000             MOVE WS-CHG-NEW-KEY TO WS-CHG-KEY(WS-CHG-POS)
051100         END-IF
051200     END-IF.
051300 1300-EXIT.
051400     EXIT.
051500 1320-SCAN-CHANGED-KEY.
051600     IF WS-CHG-KEY(WS-CHG-SCAN-IDX) = WS-CHG-NEW-KEY
051700         SET WS-KEY-FOUND TO TRUE
051800     ELSE
051900         IF WS-CHG-KEY(WS-CHG-SCAN-IDX) > WS-CHG-NEW-KEY
052000             MOVE WS-CHG-SCAN-IDX TO WS-CHG-POS
052100         END-IF
052200     END-IF.
052300 1320-EXIT.
052400     EXIT.
052500 1340-SHIFT-CHANGED-KEY.
052600     MOVE WS-CHG-ENTRY(WS-CHG-SHIFT-IDX - 1)
052700         TO WS-CHG-ENTRY(WS-CHG-SHIFT-IDX).
052800 1340-EXIT.
052900     EXIT.
053000*================================================================*
053100* 1400-CANCEL-SCAN - SOMETHING THE SCAN CANNOT RUN WITHOUT IS    *
053200*                    MISSING OR WRONG. CC 8.                     *
053300*================================================================*
053400 1400-CANCEL-SCAN.
053500     MOVE "N" TO WS-RUN-OK-SW.
053600     IF RETURN-CODE < 8
053700         MOVE 8 TO RETURN-CODE
053800     END-IF.
053900 1400-EXIT.
054000     EXIT.
054100*================================================================*
054200* 1500-OPEN-PRINT-FILE - OPENS THE REPORT AND PRINTS THE FIRST   *
054300*                        HEADING AND THE LIMITS IN EFFECT.       *
054400*================================================================*
054500 1500-OPEN-PRINT-FILE.
054600     OPEN OUTPUT PRINT-FILE.
054700     IF WS-PRINT-FILE-OK
054800         MOVE ZERO TO WS-PAGE-COUNT
054900         PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
055000         PERFORM 4150-PRINT-LIMITS THRU 4150-EXIT
055100     ELSE
055200         DISPLAY "TBLQUAL - PRINT-FILE OPEN ERROR "
055300             WS-PRINT-FILE-STATUS
055400     END-IF.
055500 1500-EXIT.
055600     EXIT.
055700*================================================================*
055800* 1700-LOAD-TABLE-DICTIONARY - LOADS THE TABLE NAMES FROM        *
055900*                              TABLE-DEF-FILE (TBLDEF01). WITH   *
056000*                              NO USABLE FILE THE REPORT SHOWS   *
056100*                              THE TYPE CODES ALONE.             *
056200*================================================================*
056300 1700-LOAD-TABLE-DICTIONARY.
056400     MOVE ZERO TO WS-TDF-COUNT.
056500     MOVE "N" TO WS-TDF-EOF-SW.
056600     OPEN INPUT TABLE-DEF-FILE.
056700     IF WS-TABLE-DEF-OK
056800         PERFORM 1710-LOAD-ONE-TABLE-DEF THRU 1710-EXIT
056900             UNTIL WS-EOF-TABLE-DEF-FILE
057000         CLOSE TABLE-DEF-FILE
057100     ELSE
057200         IF NOT WS-TABLE-DEF-NOT-FOUND
057300             DISPLAY "TBLQUAL - TABLE-DEF-FILE OPEN ERROR "
057400                 WS-TABLE-DEF-STATUS
057500         END-IF
057600     END-IF.
057700 1700-EXIT.
057800     EXIT.
057900 1710-LOAD-ONE-TABLE-DEF.
058000     READ TABLE-DEF-FILE
058100         AT END
058200             SET WS-EOF-TABLE-DEF-FILE TO TRUE
058300     END-READ.
058400     IF NOT WS-EOF-TABLE-DEF-FILE
058500         IF WS-TABLE-DEF-OK AND WS-TDF-COUNT < 100
058600             ADD 1 TO WS-TDF-COUNT
058700             MOVE TDF-TABLE-TYPE
058800                 TO WS-TDF-TABLE-TYPE(WS-TDF-COUNT)
058900             MOVE TDF-TABLE-NAME
059000                 TO WS-TDF-TABLE-NAME(WS-TDF-COUNT)
059100         ELSE
059200             SET WS-EOF-TABLE-DEF-FILE TO TRUE
059300         END-IF
059400     END-IF.
059500 1710-EXIT.
059600     EXIT.
059700*================================================================*
059800* 1750-FIND-TABLE-DEF - PUTS THE NAME OF TABLE WS-TDF-CHK-TYPE   *
059900*                       IN WS-TDF-PRINT-NAME.                    *
060000*================================================================*
060100 1750-FIND-TABLE-DEF.
060200     MOVE ZERO TO WS-TDF-FOUND-IDX.
060300     MOVE "NOT IN TABLE DICTIONARY" TO WS-TDF-PRINT-NAME.
060400     PERFORM 1755-SCAN-TABLE-DEF THRU 1755-EXIT
060500         VARYING WS-TDF-SCAN-IDX FROM 1 BY 1
060600             UNTIL WS-TDF-SCAN-IDX > WS-TDF-COUNT
060700                OR WS-TDF-FOUND-IDX > ZERO.
060800 1750-EXIT.
060900     EXIT.
061000 1755-SCAN-TABLE-DEF.
061100     IF WS-TDF-TABLE-TYPE(WS-TDF-SCAN-IDX) = WS-TDF-CHK-TYPE
061200         MOVE WS-TDF-SCAN-IDX TO WS-TDF-FOUND-IDX
061300         MOVE WS-TDF-TABLE-NAME(WS-TDF-SCAN-IDX)
061400             TO WS-TDF-PRINT-NAME
061500     END-IF.
061600 1755-EXIT.
061700     EXIT.
061800*================================================================*
061900* 2000-SCAN-TABLE-FILE - ONE PASS OF TABLE-FILE IN KEY ORDER,    *
062000*                        FINISHING EACH LOGICAL TABLE ON THE     *
062100*                        BREAK IN TABLE TYPE.                    *
062200*================================================================*
062300 2000-SCAN-TABLE-FILE.
062400     MOVE SPACES TO WS-CUR-TYPE.
062500     MOVE "N" TO WS-EOF-SW.
062600     PERFORM 2100-READ-ONE-ENTRY THRU 2100-EXIT
062700         UNTIL WS-EOF-TABLE-FILE.
062800     IF WS-CUR-TYPE NOT = SPACES AND WS-RUN-OK
062900         PERFORM 3500-FINISH-TYPE THRU 3500-EXIT
063000     END-IF.
063100     CLOSE TABLE-FILE.
063200 2000-EXIT.
063300     EXIT.
063400 2100-READ-ONE-ENTRY.
063500     READ TABLE-FILE
063600         AT END
063700             SET WS-EOF-TABLE-FILE TO TRUE
063800     END-READ.
063900     IF NOT WS-EOF-TABLE-FILE AND NOT WS-TABLE-FILE-OK
064000         DISPLAY "TBLQUAL - TABLE-FILE READ ERROR "
064100             WS-TABLE-FILE-STATUS " - RUN CANCELLED"
064200         PERFORM 1400-CANCEL-SCAN THRU 1400-EXIT
064300         SET WS-EOF-TABLE-FILE TO TRUE
064400     END-IF.
064500     IF NOT WS-EOF-TABLE-FILE
064600         IF TF-TABLE-TYPE NOT = WS-CUR-TYPE
064700             IF WS-CUR-TYPE NOT = SPACES
064800                 PERFORM 3500-FINISH-TYPE THRU 3500-EXIT
064900             END-IF
065000             PERFORM 2200-START-TYPE THRU 2200-EXIT
065100         END-IF
065200         IF WS-ROW-COUNT = 9999
065300             IF NOT WS-DUP-CHECK-PARTIAL
065400                 DISPLAY "TBLQUAL - WARNING - TABLE " WS-CUR-TYPE
065500                     " HAS MORE THAN 9999 ENTRIES - DUPLICATES "
065600                     "FOUND WITHIN EACH 9999 ONLY"
065700                 IF RETURN-CODE < 4
065800                     MOVE 4 TO RETURN-CODE
065900                 END-IF
066000             END-IF
066100             SET WS-DUP-CHECK-PARTIAL TO TRUE
066200             PERFORM 3000-CHECK-ROWS THRU 3000-EXIT
066300         END-IF
066400         PERFORM 2300-CHECK-ENTRY THRU 2300-EXIT
066500     END-IF.
066600 2100-EXIT.
066700     EXIT.
066800*================================================================*
066900* 2200-START-TYPE - A NEW LOGICAL TABLE - CLEARS ITS COUNTS AND  *
067000*                   ITS ENTRY AREA AND PRINTS ITS HEADING LINE.  *
067100*================================================================*
067200 2200-START-TYPE.
067300     MOVE TF-TABLE-TYPE TO WS-CUR-TYPE.
067400     INITIALIZE WS-TYPE-COUNTS.
067500     MOVE ZERO TO WS-ROW-COUNT.
067600     MOVE ZERO TO WS-PREV-ID.
067700     MOVE "N" TO WS-PREV-SW.
067800     MOVE "N" TO WS-DUP-PARTIAL-SW.
067900     MOVE WS-CUR-TYPE TO WS-TDF-CHK-TYPE.
068000     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
068100     PERFORM 4300-PRINT-SECTION-LINE THRU 4300-EXIT.
068200     MOVE SPACES TO WS-PRINT-LINE.
068300     STRING " " DELIMITED BY SIZE
068400         "TABLE " DELIMITED BY SIZE
068500         WS-CUR-TYPE DELIMITED BY SIZE
068600         " " DELIMITED BY SIZE
068700         WS-TDF-PRINT-NAME DELIMITED BY SIZE
068800         INTO WS-PRINT-LINE.
068900     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
069000 2200-EXIT.
069100     EXIT.
069200*================================================================*
069300* 2300-CHECK-ENTRY - HOLDS ONE ENTRY AND MAKES THE CHECKS THAT   *
069400*                    NEED ONLY THE ENTRY ITSELF AND THE ONE      *
069500*                    BEFORE IT - THE ID GAP, THE DATE, THE       *
069600*                    DESCRIPTION AND THE CHANGE HISTORY. ONLY    *
069700*                    AN ACTIVE ENTRY'S DATE IS JUDGED.           *
069800*================================================================*
069900 2300-CHECK-ENTRY.
070000     ADD 1 TO WS-ROW-COUNT.
070100     MOVE TF-REC-ID TO WS-ROW-ID(WS-ROW-COUNT).
070200     MOVE TF-REC-DATE TO WS-ROW-DATE(WS-ROW-COUNT).
070300     MOVE TF-REC-DESC TO WS-ROW-DESC(WS-ROW-COUNT).
070400     MOVE TF-REC-STATUS TO WS-ROW-STATUS(WS-ROW-COUNT).
070500     MOVE ZERO TO WS-ROW-GAP-SIZE(WS-ROW-COUNT).
070600     MOVE ZERO TO WS-ROW-DUP-OF(WS-ROW-COUNT).
070700     MOVE SPACE TO WS-ROW-DATE-SW(WS-ROW-COUNT).
070800     MOVE SPACE TO WS-ROW-DESC-SW(WS-ROW-COUNT).
070900     MOVE "N" TO WS-ROW-DUP-SW(WS-ROW-COUNT).
071000     MOVE "N" TO WS-ROW-UNCHG-SW(WS-ROW-COUNT).
071100     ADD 1 TO WS-TC-ENTRIES.
071200     IF TF-STATUS-ACTIVE
071300         ADD 1 TO WS-TC-ACTIVE
071400     END-IF.
071500     IF WS-GAP-LIMIT > ZERO AND WS-PREV-SEEN
071600         COMPUTE WS-GAP-SIZE = TF-REC-ID - WS-PREV-ID - 1
071700         IF WS-GAP-SIZE > WS-GAP-LIMIT
071800             MOVE WS-GAP-SIZE TO WS-ROW-GAP-SIZE(WS-ROW-COUNT)
071900         END-IF
072000     END-IF.
072100     MOVE TF-REC-ID TO WS-PREV-ID.
072200     SET WS-PREV-SEEN TO TRUE.
072300     IF TF-STATUS-ACTIVE AND TF-REC-DATE NUMERIC
072400         IF TF-REC-DATE > WS-RUN-DATE
072500             SET WS-ROW-DATE-FUTURE(WS-ROW-COUNT) TO TRUE
072600         ELSE
072700             IF WS-STALE-DAYS > ZERO
072800                 PERFORM 2400-COMPUTE-ENTRY-AGE THRU 2400-EXIT
072900                 IF WS-AGE-DAYS > WS-STALE-DAYS
073000                     SET WS-ROW-DATE-STALE(WS-ROW-COUNT) TO TRUE
073100                 END-IF
073200             END-IF
073300         END-IF
073400     END-IF.
073500     PERFORM 2350-CHECK-DESCRIPTION THRU 2350-EXIT.
073600     IF WS-CHG-HISTORY-USABLE
073700         PERFORM 2450-CHECK-CHANGE-HISTORY THRU 2450-EXIT
073800     END-IF.
073900 2300-EXIT.
074000     EXIT.
074100*================================================================*
074200* 2350-CHECK-DESCRIPTION - BLANK, THE OLD GENERATOR'S "RECORD    *
074300*                          NUMBER NNNNN", OR ONE OF THE          *
074400*                          PLACEHOLDER WORDS IN WS-PH-LIST.      *
074500*================================================================*
074600 2350-CHECK-DESCRIPTION.
074700     EVALUATE TRUE
074800         WHEN TF-REC-DESC = SPACES
074900             SET WS-ROW-DESC-BLANK(WS-ROW-COUNT) TO TRUE
075000         WHEN TF-REC-DESC(1:14) = "RECORD NUMBER "
075100                 AND TF-REC-DESC(15:5) NUMERIC
075200                 AND TF-REC-DESC(20:31) = SPACES
075300             SET WS-ROW-DESC-GENERATED(WS-ROW-COUNT) TO TRUE
075400         WHEN OTHER
075500             MOVE "N" TO WS-FOUND-SW
075600             PERFORM 2360-SCAN-PLACEHOLDER THRU 2360-EXIT
075700                 VARYING WS-PH-IDX FROM 1 BY 1
075800                     UNTIL WS-PH-IDX > WS-PH-COUNT
075900                        OR WS-KEY-FOUND
076000             IF WS-KEY-FOUND
076100                 SET WS-ROW-DESC-PLACEHOLDER(WS-ROW-COUNT) TO TRUE
076200             END-IF
076300     END-EVALUATE.
076400 2350-EXIT.
076500     EXIT.
076600 2360-SCAN-PLACEHOLDER.
076700     IF TF-REC-DESC = WS-PH-TEXT(WS-PH-IDX)
076800         SET WS-KEY-FOUND TO TRUE
076900     END-IF.
077000 2360-EXIT.
077100     EXIT.
077200*================================================================*
077300* 2400-COMPUTE-ENTRY-AGE - DAYS FROM THE ENTRY'S REC-DATE TO     *
077400*                          TODAY ON THE COARSE DAY SERIAL.       *
077500*================================================================*
077600 2400-COMPUTE-ENTRY-AGE.
077700     MOVE TF-REC-DATE TO WS-SERIAL-DATE.
077800     PERFORM 2500-COMPUTE-DAY-SERIAL THRU 2500-EXIT.
077900     COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-SERIAL-RESULT.
078000 2400-EXIT.
078100     EXIT.
078200*================================================================*
078300* 2450-CHECK-CHANGE-HISTORY - AN ENTRY WHOSE KEY IS NOT IN THE   *
078400*                             CHANGE HISTORY HAS NEVER CHANGED.  *
078500*                             WITH AN UNCHANGED-DAYS LIMIT IT    *
078600*                             MUST ALSO BE THAT OLD TO COUNT.    *
078700*================================================================*
078800 2450-CHECK-CHANGE-HISTORY.
078900     MOVE TF-TABLE-TYPE TO WS-CHG-NEW-TYPE.
079000     MOVE TF-REC-ID TO WS-CHG-NEW-ID.
079100     MOVE "N" TO WS-FOUND-SW.
079200     IF WS-CHG-COUNT > ZERO
079300         SET WS-CHG-IDX TO 1
079400         SEARCH ALL WS-CHG-ENTRY
079500             AT END
079600                 CONTINUE
079700             WHEN WS-CHG-KEY(WS-CHG-IDX) = WS-CHG-NEW-KEY
079800                 SET WS-KEY-FOUND TO TRUE
079900         END-SEARCH
080000     END-IF.
080100     IF NOT WS-KEY-FOUND
080200         IF WS-UNCHANGED-DAYS = ZERO
080300             SET WS-ROW-UNCHANGED(WS-ROW-COUNT) TO TRUE
080400         ELSE
080500             IF TF-REC-DATE NUMERIC
080600                 PERFORM 2400-COMPUTE-ENTRY-AGE THRU 2400-EXIT
080700                 IF WS-AGE-DAYS NOT < WS-UNCHANGED-DAYS
080800                     SET WS-ROW-UNCHANGED(WS-ROW-COUNT) TO TRUE
080900                 END-IF
081000             END-IF
081100         END-IF
081200     END-IF.
081300 2450-EXIT.
081400     EXIT.
081500*================================================================*
081600* 2500-COMPUTE-DAY-SERIAL - FLATTENS THE YYYYMMDD DATE IN        *
081700*                           WS-SERIAL-DATE TO THE COARSE DAY     *
081800*                           SERIAL IN WS-SERIAL-RESULT.          *
081900*================================================================*
082000 2500-COMPUTE-DAY-SERIAL.
082100     MOVE WS-SERIAL-DATE(1:4) TO WS-SERIAL-YEAR.
082200     MOVE WS-SERIAL-DATE(5:2) TO WS-SERIAL-MONTH.
082300     MOVE WS-SERIAL-DATE(7:2) TO WS-SERIAL-DAY.
082400     COMPUTE WS-SERIAL-RESULT =
082500         (WS-SERIAL-YEAR * 365) +
082600         (WS-SERIAL-MONTH * 31) + WS-SERIAL-DAY.
082700 2500-EXIT.
082800     EXIT.
082900*================================================================*
083000* 3000-CHECK-ROWS - THE ENTRIES HELD FOR THE TABLE IN HAND ARE   *
083100*                   MATCHED FOR DUPLICATE DESCRIPTIONS, THEN     *
083200*                   EACH ENTRY'S FINDINGS ARE COUNTED, PRINTED   *
083300*                   AND, WHERE A DEACTIVATION IS SUGGESTED,      *
083400*                   CARDED. THE AREA IS THEN EMPTIED.            *
083500*================================================================*
083600 3000-CHECK-ROWS.
083700     PERFORM 3100-FIND-DUPLICATE THRU 3100-EXIT
083800         VARYING WS-ROW-IDX FROM 2 BY 1
083900             UNTIL WS-ROW-IDX > WS-ROW-COUNT.
084000     PERFORM 3200-REPORT-ROW THRU 3200-EXIT
084100         VARYING WS-ROW-IDX FROM 1 BY 1
084200             UNTIL WS-ROW-IDX > WS-ROW-COUNT.
084300     MOVE ZERO TO WS-ROW-COUNT.
084400 3000-EXIT.
084500     EXIT.
084600*================================================================*
084700* 3100-FIND-DUPLICATE - AN ACTIVE ENTRY WHOSE REAL DESCRIPTION   *
084800*                       IS ALREADY CARRIED BY AN ACTIVE ENTRY    *
084900*                       WITH A LOWER ID IS A DUPLICATE OF THAT   *
085000*                       ENTRY. THE LOWEST ID IS TAKEN AS THE     *
085100*                       ONE TO KEEP.                             *
085200*================================================================*
085300 3100-FIND-DUPLICATE.
085400     IF WS-ROW-ACTIVE(WS-ROW-IDX) AND WS-ROW-DESC-OK(WS-ROW-IDX)
085500         MOVE "N" TO WS-FOUND-SW
085600         PERFORM 3150-MATCH-DESCRIPTION THRU 3150-EXIT
085700             VARYING WS-ROW-SCAN-IDX FROM 1 BY 1
085800                 UNTIL WS-ROW-SCAN-IDX NOT < WS-ROW-IDX
085900                    OR WS-KEY-FOUND
086000     END-IF.
086100 3100-EXIT.
086200     EXIT.
086300 3150-MATCH-DESCRIPTION.
086400     IF WS-ROW-ACTIVE(WS-ROW-SCAN-IDX)
086500             AND WS-ROW-DESC-OK(WS-ROW-SCAN-IDX)
086600             AND WS-ROW-DESC(WS-ROW-SCAN-IDX) =
086700                 WS-ROW-DESC(WS-ROW-IDX)
086800         SET WS-KEY-FOUND TO TRUE
086900         SET WS-ROW-DUPLICATE(WS-ROW-IDX) TO TRUE
087000         MOVE WS-ROW-ID(WS-ROW-SCAN-IDX)
087100             TO WS-ROW-DUP-OF(WS-ROW-IDX)
087200     END-IF.
087300 3150-EXIT.
087400     EXIT.
087500*================================================================*
087600* 3200-REPORT-ROW - ONE LINE PER FINDING ON THE ENTRY. AN ENTRY  *
087700*                   WITH ANY FINDING OTHER THAN THE GAP BEFORE   *
087800*                   IT IS FLAGGED. AN ACTIVE ENTRY THAT IS       *
087900*                   STALE, BLANK, A PLACEHOLDER OR A DUPLICATE   *
088000*                   IS SUGGESTED FOR DEACTIVATION.               *
088100*================================================================*
088200 3200-REPORT-ROW.
088300     MOVE "N" TO WS-FLAGGED-SW.
088400     IF WS-ROW-GAP-SIZE(WS-ROW-IDX) > ZERO
088500         ADD 1 TO WS-TC-GAPS
088600         MOVE WS-ROW-GAP-SIZE(WS-ROW-IDX) TO WS-ID-DISP
088700         MOVE SPACES TO WS-FIND-TEXT
088800         STRING "ID GAP - " DELIMITED BY SIZE
088900             WS-ID-DISP DELIMITED BY SIZE
089000             " IDS MISSING" DELIMITED BY SIZE
089100             INTO WS-FIND-TEXT
089200         PERFORM 3300-PRINT-FINDING THRU 3300-EXIT
089300     END-IF.
089400     EVALUATE TRUE
089500         WHEN WS-ROW-DATE-FUTURE(WS-ROW-IDX)
089600             ADD 1 TO WS-TC-FUTURE
089700             SET WS-ROW-IS-FLAGGED TO TRUE
089800             MOVE "REC-DATE IN THE FUTURE" TO WS-FIND-TEXT
089900             PERFORM 3300-PRINT-FINDING THRU 3300-EXIT
090000         WHEN WS-ROW-DATE-STALE(WS-ROW-IDX)
090100             ADD 1 TO WS-TC-STALE
090200             SET WS-ROW-IS-FLAGGED TO TRUE
090300             MOVE "REC-DATE OLDER THAN AGE LIMIT" TO WS-FIND-TEXT
090400             PERFORM 3300-PRINT-FINDING THRU 3300-EXIT
090500     END-EVALUATE.
090600     IF NOT WS-ROW-DESC-OK(WS-ROW-IDX)
090700         ADD 1 TO WS-TC-PLACEHOLDER
090800         SET WS-ROW-IS-FLAGGED TO TRUE
090900         EVALUATE TRUE
091000             WHEN WS-ROW-DESC-BLANK(WS-ROW-IDX)
091100                 MOVE "BLANK DESCRIPTION" TO WS-FIND-TEXT
091200             WHEN WS-ROW-DESC-GENERATED(WS-ROW-IDX)
091300                 MOVE "GENERATOR PLACEHOLDER" TO WS-FIND-TEXT
091400             WHEN OTHER
091500                 MOVE "PLACEHOLDER DESCRIPTION" TO WS-FIND-TEXT
091600         END-EVALUATE
091700         PERFORM 3300-PRINT-FINDING THRU 3300-EXIT
091800     END-IF.
091900     IF WS-ROW-DUPLICATE(WS-ROW-IDX)
092000         ADD 1 TO WS-TC-DUPLICATE
092100         SET WS-ROW-IS-FLAGGED TO TRUE
092200         MOVE WS-ROW-DUP-OF(WS-ROW-IDX) TO WS-ID-DISP
092300         MOVE SPACES TO WS-FIND-TEXT
092400         STRING "DUPLICATE OF ID " DELIMITED BY SIZE
092500             WS-ID-DISP DELIMITED BY SIZE
092600             INTO WS-FIND-TEXT
092700         PERFORM 3300-PRINT-FINDING THRU 3300-EXIT
092800     END-IF.
092900     IF WS-ROW-UNCHANGED(WS-ROW-IDX)
093000         ADD 1 TO WS-TC-UNCHANGED
093100         SET WS-ROW-IS-FLAGGED TO TRUE
093200         MOVE "NEVER CHANGED SINCE ADDED" TO WS-FIND-TEXT
093300         PERFORM 3300-PRINT-FINDING THRU 3300-EXIT
093400     END-IF.
093500     IF WS-ROW-IS-FLAGGED
093600         ADD 1 TO WS-TC-FLAGGED
093700     END-IF.
093800     IF WS-SUGGEST-ON
093900             AND WS-ROW-ACTIVE(WS-ROW-IDX)
094000             AND (WS-ROW-DATE-STALE(WS-ROW-IDX)
094100               OR NOT WS-ROW-DESC-OK(WS-ROW-IDX)
094200               OR WS-ROW-DUPLICATE(WS-ROW-IDX))
094300         PERFORM 3400-WRITE-SUGGESTION THRU 3400-EXIT
094400     END-IF.
094500 3200-EXIT.
094600     EXIT.
094700*================================================================*
094800* 3300-PRINT-FINDING - ONE FINDING AGAINST THE ENTRY IN HAND.    *
094900*================================================================*
095000 3300-PRINT-FINDING.
095100     MOVE SPACES TO WS-PRINT-LINE.
095200     STRING " " DELIMITED BY SIZE
095300         "   " DELIMITED BY SIZE
095400         WS-CUR-TYPE DELIMITED BY SIZE
095500         " " DELIMITED BY SIZE
095600         WS-ROW-ID(WS-ROW-IDX) DELIMITED BY SIZE
095700         " " DELIMITED BY SIZE
095800         WS-ROW-DATE(WS-ROW-IDX) DELIMITED BY SIZE
095900         " " DELIMITED BY SIZE
096000         WS-ROW-STATUS(WS-ROW-IDX) DELIMITED BY SIZE
096100         "  " DELIMITED BY SIZE
096200         WS-FIND-TEXT DELIMITED BY SIZE
096300         "  " DELIMITED BY SIZE
096400         WS-ROW-DESC(WS-ROW-IDX) DELIMITED BY SIZE
096500         INTO WS-PRINT-LINE.
096600     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
096700 3300-EXIT.
096800     EXIT.
096900*================================================================*
097000* 3400-WRITE-SUGGESTION - A TBLMNT DEACTIVATE CARD FOR THE       *
097100*                         ENTRY IN HAND. NOTHING IS CHANGED      *
097200*                         HERE - THE DECK GOES TO A REVIEWER,    *
097300*                         AND ON A TABLE UNDER DUAL CONTROL      *
097400*                         TBLMNT ONLY QUEUES EACH CARD FOR       *
097500*                         APPROVAL.                              *
097600*================================================================*
097700 3400-WRITE-SUGGESTION.
097800     MOVE SPACES TO MNTC-RECORD.
097900     SET MNTC-ACTION-DEACTIVATE TO TRUE.
098000     MOVE WS-CUR-TYPE TO MNTC-TABLE-TYPE.
098100     MOVE WS-ROW-ID(WS-ROW-IDX) TO MNTC-REC-ID-FROM.
098200     MOVE ZERO TO MNTC-REC-ID-TO.
098300     MOVE WS-SUGG-OPERATOR TO MNTC-OPERATOR.
098400     WRITE MNTC-RECORD.
098500     IF WS-SUGGEST-OK
098600         ADD 1 TO WS-TC-SUGGESTED
098700         MOVE "DEACTIVATION SUGGESTED" TO WS-FIND-TEXT
098800         PERFORM 3300-PRINT-FINDING THRU 3300-EXIT
098900     ELSE
099000         DISPLAY "TBLQUAL - SUGGEST-CARD-FILE WRITE ERROR "
099100             WS-SUGGEST-STATUS " - DECK INCOMPLETE"
099200         MOVE "N" TO WS-SUGGEST-SW
099300         IF RETURN-CODE < 4
099400             MOVE 4 TO RETURN-CODE
099500         END-IF
099600     END-IF.
099700 3400-EXIT.
099800     EXIT.
099900*================================================================*
100000* 3500-FINISH-TYPE - CHECKS THE LAST ENTRIES HELD, SCORES THE    *
100100*                    TABLE - THE PERCENTAGE OF ITS ENTRIES WITH  *
100200*                    NO FINDING - AND PRINTS AND SAVES ITS       *
100300*                    COUNTS.                                     *
100400*================================================================*
100500 3500-FINISH-TYPE.
100600     PERFORM 3000-CHECK-ROWS THRU 3000-EXIT.
100700     MOVE ZERO TO WS-TC-SCORE.
100800     IF WS-TC-ENTRIES > ZERO
100900         COMPUTE WS-TC-SCORE =
101000             ((WS-TC-ENTRIES - WS-TC-FLAGGED) * 100)
101100                 / WS-TC-ENTRIES
101200     END-IF.
101300     PERFORM 3600-PRINT-TYPE-SUMMARY THRU 3600-EXIT.
101400     ADD 1 TO WS-TOT-TYPES.
101500     ADD WS-TC-ENTRIES TO WS-TOT-ENTRIES.
101600     ADD WS-TC-FLAGGED TO WS-TOT-FLAGGED.
101700     ADD WS-TC-GAPS TO WS-TOT-GAPS.
101800     ADD WS-TC-SUGGESTED TO WS-TOT-SUGGESTED.
101900     IF WS-TYP-COUNT < 100
102000         ADD 1 TO WS-TYP-COUNT
102100         MOVE WS-CUR-TYPE TO WS-TYP-TABLE-TYPE(WS-TYP-COUNT)
102200         MOVE WS-TC-SCORE TO WS-TYP-SCORE(WS-TYP-COUNT)
102300         MOVE WS-TC-ENTRIES TO WS-TYP-ENTRIES(WS-TYP-COUNT)
102400         MOVE WS-TC-FLAGGED TO WS-TYP-FLAGGED(WS-TYP-COUNT)
102500         MOVE WS-TC-GAPS TO WS-TYP-GAPS(WS-TYP-COUNT)
102600         MOVE WS-TC-SUGGESTED TO WS-TYP-SUGGESTED(WS-TYP-COUNT)
102700     ELSE
102800         DISPLAY "TBLQUAL - WARNING - OVER 100 TABLE TYPES - "
102900             "TABLE " WS-CUR-TYPE " NOT PUT ON THE TREND"
103000         IF RETURN-CODE < 4
103100             MOVE 4 TO RETURN-CODE
103200         END-IF
103300     END-IF.
103400 3500-EXIT.
103500     EXIT.
103600*================================================================*
103700* 3600-PRINT-TYPE-SUMMARY - THE TABLE'S SCORE AND ITS COUNT OF   *
103800*                           EACH KIND OF FINDING.                *
103900*================================================================*
104000 3600-PRINT-TYPE-SUMMARY.
104100     MOVE WS-TC-SCORE TO WS-SCORE-DISP.
104200     MOVE WS-TC-ENTRIES TO WS-COUNT-DISP-1.
104300     MOVE WS-TC-ACTIVE TO WS-COUNT-DISP-2.
104400     MOVE WS-TC-FLAGGED TO WS-COUNT-DISP-3.
104500     MOVE WS-TC-SUGGESTED TO WS-COUNT-DISP-4.
104600     MOVE SPACES TO WS-PRINT-LINE.
104700     STRING " " DELIMITED BY SIZE
104800         "TABLE " DELIMITED BY SIZE
104900         WS-CUR-TYPE DELIMITED BY SIZE
105000         " SCORE " DELIMITED BY SIZE
105100         WS-SCORE-DISP DELIMITED BY SIZE
105200         "  ENTRIES " DELIMITED BY SIZE
105300         WS-COUNT-DISP-1 DELIMITED BY SIZE
105400         "  ACTIVE " DELIMITED BY SIZE
105500         WS-COUNT-DISP-2 DELIMITED BY SIZE
105600         "  FLAGGED " DELIMITED BY SIZE
105700         WS-COUNT-DISP-3 DELIMITED BY SIZE
105800         "  DEACTIVATIONS SUGGESTED " DELIMITED BY SIZE
105900         WS-COUNT-DISP-4 DELIMITED BY SIZE
106000         INTO WS-PRINT-LINE.
106100     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
106200     MOVE WS-TC-FUTURE TO WS-COUNT-DISP-1.
106300     MOVE WS-TC-STALE TO WS-COUNT-DISP-2.
106400     MOVE WS-TC-PLACEHOLDER TO WS-COUNT-DISP-3.
106500     MOVE WS-TC-DUPLICATE TO WS-COUNT-DISP-4.
106600     MOVE WS-TC-UNCHANGED TO WS-COUNT-DISP-5.
106700     MOVE WS-TC-GAPS TO WS-COUNT-DISP-6.
106800     MOVE SPACES TO WS-PRINT-LINE.
106900     STRING " " DELIMITED BY SIZE
107000         "         FUTURE " DELIMITED BY SIZE
107100         WS-COUNT-DISP-1 DELIMITED BY SIZE
107200         "  STALE " DELIMITED BY SIZE
107300         WS-COUNT-DISP-2 DELIMITED BY SIZE
107400         "  BLANK/PLACEHOLDER " DELIMITED BY SIZE
107500         WS-COUNT-DISP-3 DELIMITED BY SIZE
107600         "  DUPLICATE " DELIMITED BY SIZE
107700         WS-COUNT-DISP-4 DELIMITED BY SIZE
107800         "  NEVER CHANGED " DELIMITED BY SIZE
107900         WS-COUNT-DISP-5 DELIMITED BY SIZE
108000         "  ID GAPS " DELIMITED BY SIZE
108100         WS-COUNT-DISP-6 DELIMITED BY SIZE
108200         INTO WS-PRINT-LINE.
108300     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
108400 3600-EXIT.
108500     EXIT.
108600*================================================================*
108700* 4100-PRINT-HEADING - NEW-PAGE HEADING CARRYING THE RUN DATE.   *
108800*================================================================*
108900 4100-PRINT-HEADING.
109000     ADD 1 TO WS-PAGE-COUNT.
109100     MOVE SPACES TO WS-PRINT-LINE.
109200     STRING "1" DELIMITED BY SIZE
109300         "    TBLQUAL TABLE DATA-QUALITY SCAN    RUN DATE "
109400             DELIMITED BY SIZE
109500         WS-RUN-DATE DELIMITED BY SIZE
109600         "     PAGE " DELIMITED BY SIZE
109700         WS-PAGE-COUNT DELIMITED BY SIZE
109800         INTO WS-PRINT-LINE.
109900     MOVE WS-PRINT-LINE TO PRINT-RECORD.
110000     WRITE PRINT-RECORD.
110100     MOVE SPACES TO PRINT-RECORD.
110200     WRITE PRINT-RECORD.
110300     MOVE ZERO TO WS-LINE-COUNT.
110400 4100-EXIT.
110500     EXIT.
110600*================================================================*
110700* 4150-PRINT-LIMITS - THE CARD'S LIMITS AND THE STATE OF THE     *
110800*                     CHANGE HISTORY, SO A READER KNOWS WHICH    *
110900*                     CHECKS WERE MADE.                          *
111000*================================================================*
111100 4150-PRINT-LIMITS.
111200     MOVE WS-STALE-DAYS TO WS-COUNT-DISP-1.
111300     MOVE WS-UNCHANGED-DAYS TO WS-COUNT-DISP-2.
111400     MOVE WS-GAP-LIMIT TO WS-COUNT-DISP-3.
111500     MOVE SPACES TO WS-PRINT-LINE.
111600     STRING " " DELIMITED BY SIZE
111700         "STALE AFTER DAYS " DELIMITED BY SIZE
111800         WS-COUNT-DISP-1 DELIMITED BY SIZE
111900         "  UNCHANGED AFTER DAYS " DELIMITED BY SIZE
112000         WS-COUNT-DISP-2 DELIMITED BY SIZE
112100         "  GAP LIMIT " DELIMITED BY SIZE
112200         WS-COUNT-DISP-3 DELIMITED BY SIZE
112300         "  (ZERO AGE OR GAP LIMIT - CHECK OFF)" DELIMITED BY SIZE
112400         INTO WS-PRINT-LINE.
112500     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
112600     EVALUATE TRUE
112700         WHEN WS-CHG-HISTORY-USABLE
112800             MOVE "FROM THE AUDIT TRAIL AND MAINTENANCE LOG"
112900                 TO WS-CHG-TEXT
113000         WHEN WS-CHG-HISTORY-OVERFLOW
113100             MOVE "NOT MADE - OVER 9999 CHANGED KEYS"
113200                 TO WS-CHG-TEXT
113300         WHEN OTHER
113400             MOVE "NOT MADE - NO CHANGE HISTORY ON FILE"
113500                 TO WS-CHG-TEXT
113600     END-EVALUATE.
113700     MOVE SPACES TO WS-PRINT-LINE.
113800     STRING " " DELIMITED BY SIZE
113900         "NEVER-CHANGED CHECK " DELIMITED BY SIZE
114000         WS-CHG-TEXT DELIMITED BY SIZE
114100         INTO WS-PRINT-LINE.
114200     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
114300     IF WS-SUGGEST-ON
114400         MOVE SPACES TO WS-PRINT-LINE
114500         STRING " " DELIMITED BY SIZE
114600             "DEACTIVATION DECK WRITTEN FOR REVIEW - OPERATOR "
114700                 DELIMITED BY SIZE
114800             WS-SUGG-OPERATOR DELIMITED BY SIZE
114900             INTO WS-PRINT-LINE
115000         PERFORM 4200-PRINT-LINE THRU 4200-EXIT
115100     END-IF.
115200 4150-EXIT.
115300     EXIT.
115400*================================================================*
115500* 4200-PRINT-LINE - WRITES THE STAGED LINE WITH A PAGE BREAK     *
115600*                   EVERY WS-LINES-PER-PAGE LINES.               *
115700*================================================================*
115800 4200-PRINT-LINE.
115900     IF WS-PRINT-FILE-OK
116000         IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
116100             PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
116200         END-IF
116300         MOVE WS-PRINT-LINE TO PRINT-RECORD
116400         WRITE PRINT-RECORD
116500         ADD 1 TO WS-LINE-COUNT
116600     END-IF.
116700 4200-EXIT.
116800     EXIT.
116900*================================================================*
117000* 4300-PRINT-SECTION-LINE - A BLANK SPACER AHEAD OF EACH TABLE.  *
117100*================================================================*
117200 4300-PRINT-SECTION-LINE.
117300     IF WS-PRINT-FILE-OK
117400         MOVE SPACES TO PRINT-RECORD
117500         WRITE PRINT-RECORD
117600         ADD 1 TO WS-LINE-COUNT
117700     END-IF.
117800 4300-EXIT.
117900     EXIT.
118000*================================================================*
118100* 4900-PRINT-TRAILER - RUN TOTALS AND THE END LINE.              *
118200*================================================================*
118300 4900-PRINT-TRAILER.
118400     IF WS-PRINT-FILE-OK
118500         PERFORM 4300-PRINT-SECTION-LINE THRU 4300-EXIT
118600         MOVE WS-TOT-TYPES TO WS-COUNT-DISP-1
118700         MOVE WS-TOT-ENTRIES TO WS-COUNT-DISP-2
118800         MOVE WS-TOT-FLAGGED TO WS-COUNT-DISP-3
118900         MOVE WS-TOT-GAPS TO WS-COUNT-DISP-4
119000         MOVE WS-TOT-SUGGESTED TO WS-COUNT-DISP-5
119100         MOVE SPACES TO WS-PRINT-LINE
119200         STRING " " DELIMITED BY SIZE
119300             "TABLES " DELIMITED BY SIZE
119400             WS-COUNT-DISP-1 DELIMITED BY SIZE
119500             "  ENTRIES " DELIMITED BY SIZE
119600             WS-COUNT-DISP-2 DELIMITED BY SIZE
119700             "  FLAGGED " DELIMITED BY SIZE
119800             WS-COUNT-DISP-3 DELIMITED BY SIZE
119900             "  ID GAPS " DELIMITED BY SIZE
120000             WS-COUNT-DISP-4 DELIMITED BY SIZE
120100             "  DEACTIVATIONS SUGGESTED " DELIMITED BY SIZE
120200             WS-COUNT-DISP-5 DELIMITED BY SIZE
120300             INTO WS-PRINT-LINE
120400         MOVE WS-PRINT-LINE TO PRINT-RECORD
120500         WRITE PRINT-RECORD
120600         MOVE SPACES TO WS-PRINT-LINE
120700         IF WS-RUN-OK
120800             STRING " " DELIMITED BY SIZE
120900                 "END OF DATA-QUALITY SCAN" DELIMITED BY SIZE
121000                 INTO WS-PRINT-LINE
121100         ELSE
121200             STRING " " DELIMITED BY SIZE
121300                 "DATA-QUALITY SCAN CANCELLED - NO SCORES KEPT"
121400                     DELIMITED BY SIZE
121500                 INTO WS-PRINT-LINE
121600         END-IF
121700         MOVE WS-PRINT-LINE TO PRINT-RECORD
121800         WRITE PRINT-RECORD
121900     END-IF.
122000 4900-EXIT.
122100     EXIT.
122200*================================================================*
122300* 7500-WRITE-STATISTICS - APPENDS ONE "Q" RECORD PER LOGICAL     *
122400*                         TABLE AND ONE "R" RECORD FOR THE RUN   *
122500*                         TO THE STATISTICS HISTORY (STATREC1)   *
122600*                         FOR TBLTREND. A FAILURE HERE COSTS     *
122700*                         ONLY THE TREND POINT - CC 4.           *
122800*================================================================*
122900 7500-WRITE-STATISTICS.
123000     OPEN EXTEND STATS-FILE.
123100     IF WS-STATS-FILE-NOT-FOUND
123200         OPEN OUTPUT STATS-FILE
123300     END-IF.
123400     IF WS-STATS-FILE-OK
123500         PERFORM 7510-WRITE-QUALITY-STAT THRU 7510-EXIT
123600             VARYING WS-TYP-IDX FROM 1 BY 1
123700                 UNTIL WS-TYP-IDX > WS-TYP-COUNT
123800         MOVE SPACES TO STAT-RECORD
123900         MOVE WS-RUN-DATE TO STAT-RUN-DATE
124000         MOVE WS-JOB-NAME TO STAT-JOB-NAME
124100         SET STAT-TYPE-RUN TO TRUE
124200         MOVE WS-TOT-ENTRIES TO STAT-COUNT-1
124300         MOVE WS-TOT-FLAGGED TO STAT-COUNT-2
124400         MOVE WS-TOT-TYPES TO STAT-COUNT-3
124500         MOVE WS-TOT-GAPS TO STAT-COUNT-4
124600         MOVE WS-TOT-SUGGESTED TO STAT-COUNT-5
124700         WRITE STAT-RECORD
124800         CLOSE STATS-FILE
124900     ELSE
125000         DISPLAY "TBLQUAL - STATS-FILE OPEN ERROR "
125100             WS-STATS-FILE-STATUS " - SCORES NOT RECORDED"
125200         IF RETURN-CODE < 4
125300             MOVE 4 TO RETURN-CODE
125400         END-IF
125500     END-IF.
125600 7500-EXIT.
125700     EXIT.
125800 7510-WRITE-QUALITY-STAT.
125900     MOVE SPACES TO STAT-RECORD.
126000     MOVE WS-RUN-DATE TO STAT-RUN-DATE.
126100     MOVE WS-JOB-NAME TO STAT-JOB-NAME.
126200     SET STAT-TYPE-QUALITY TO TRUE.
126300     MOVE WS-TYP-TABLE-TYPE(WS-TYP-IDX) TO STAT-TABLE-TYPE.
126400     MOVE WS-TYP-SCORE(WS-TYP-IDX) TO STAT-COUNT-1.
126500     MOVE WS-TYP-ENTRIES(WS-TYP-IDX) TO STAT-COUNT-2.
126600     MOVE WS-TYP-FLAGGED(WS-TYP-IDX) TO STAT-COUNT-3.
126700     MOVE WS-TYP-GAPS(WS-TYP-IDX) TO STAT-COUNT-4.
126800     MOVE WS-TYP-SUGGESTED(WS-TYP-IDX) TO STAT-COUNT-5.
126900     WRITE STAT-RECORD.
127000 7510-EXIT.
127100     EXIT.
127200*================================================================*
127300* 9000-TERMINATE - CLOSES THE REPORT AND THE SUGGESTION DECK.    *
127400*                  TABLE-FILE AND THE LOGS WERE CLOSED AS THEY   *
127500*                  WERE READ.                                    *
127600*================================================================*
127700 9000-TERMINATE.
127800     IF WS-SUGGEST-ON
127900         CLOSE SUGGEST-CARD-FILE
128000     END-IF.
128100     IF WS-PRINT-FILE-OK
128200         CLOSE PRINT-FILE
128300     END-IF.
128400 9000-EXIT.
128500     EXIT.
