000100*================================================================*
000200* PROGRAM-ID.  TBLRETN                                           *
000300*================================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     TBLRETN.
000600 AUTHOR.         R. G. MERCER.
000700 INSTALLATION.   DAILY PROCESSING CENTER.
000800 DATE-WRITTEN.   10/13/2026.
000900 DATE-COMPILED.
001000*----------------------------------------------------------------*
001100* MODIFICATION HISTORY                                           *
001200*  DATE        INIT  DESCRIPTION                                 *
001300*  10/13/2026  RGM   ORIGINAL PROGRAM. RETENTION HOUSEKEEPING    *
001400*                    FOR THE FILES THE NIGHTLY JOBS OPEN EXTEND  *
001500*                    AND NOTHING EVER TRIMMED - THE TBLPURGE     *
001600*                    ARCHIVE, THE TBLMNT MAINTENANCE LOG AND THE *
001700*                    RUN-STATISTICS HISTORY. RECORDS OLDER THAN  *
001800*                    THE CARD'S PERIOD FOR THE FILE GO TO ITS    *
001900*                    HISTORY FILE AND THE LIVE FILE IS REWRITTEN *
002000*                    WITH THE REST. NO ARCHIVE OR MAINTENANCE    *
002100*                    RECORD DATED ON OR AFTER THE OLDEST         *
002200*                    SNAPSHOT GENERATION STILL ON FILE IS MOVED, *
002300*                    SO TBLASOF CAN ALWAYS ROLL ANY GENERATION   *
002400*                    IT IS GIVEN FORWARD. SNAPSHOT GENERATIONS   *
002500*                    PAST THEIR OWN PERIOD ARE REPORTED FOR      *
002600*                    RELEASE.                                    *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
003100 OBJECT-COMPUTER.    IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RETENTION-CARD-FILE ASSIGN TO RETCARD
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RET-CARD-STATUS.
003700     SELECT SNAPSHOT-FILE ASSIGN TO SNPGENS
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
004000     SELECT ARCHIVE-FILE ASSIGN TO ARCHFILE
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
004300     SELECT ARCHIVE-HIST-FILE ASSIGN TO ARCHHIST
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-ARCHIVE-HIST-STATUS.
004600     SELECT ARCHIVE-WORK-FILE ASSIGN TO ARCHWRK
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-ARCHIVE-WORK-STATUS.
004900     SELECT MAINT-LOG-FILE ASSIGN TO MNTLOG
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-MAINT-LOG-STATUS.
005200     SELECT MAINT-HIST-FILE ASSIGN TO MNTHIST
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-MAINT-HIST-STATUS.
005500     SELECT MAINT-WORK-FILE ASSIGN TO MNTWRK
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-MAINT-WORK-STATUS.
005800     SELECT STATS-FILE ASSIGN TO STATHIST
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-STATS-FILE-STATUS.
006100     SELECT STATS-HIST-FILE ASSIGN TO STHHIST
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-STATS-HIST-STATUS.
006400     SELECT STATS-WORK-FILE ASSIGN TO STATWRK
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-STATS-WORK-STATUS.
006700     SELECT PRINT-FILE ASSIGN TO PRTFILE
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-PRINT-FILE-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  RETENTION-CARD-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 COPY RETCARD1.
007600 FD  SNAPSHOT-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 COPY SNPREC01.
008000 FD  ARCHIVE-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 COPY ARCHREC1.
008400 FD  ARCHIVE-HIST-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  ARCHH-RECORD                PIC X(80).
008800 FD  ARCHIVE-WORK-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  ARCHW-RECORD                PIC X(80).
009200 FD  MAINT-LOG-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 COPY MNTREC01.
009600 FD  MAINT-HIST-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  MNTH-RECORD                 PIC X(100).
010000 FD  MAINT-WORK-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  MNTW-RECORD                 PIC X(100).
010400 FD  STATS-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 COPY STATREC1.
010800 FD  STATS-HIST-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 01  STATH-RECORD                PIC X(80).
011200 FD  STATS-WORK-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  STATW-RECORD                PIC X(80).
011600 FD  PRINT-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  PRINT-RECORD                PIC X(133).
012000 WORKING-STORAGE SECTION.
012100*----------------------------------------------------------------*
012200* FILE STATUS AND SWITCH AREA                                    *
012300*----------------------------------------------------------------*
012400 01  WS-FILE-STATUSES.
012500     05  WS-RET-CARD-STATUS      PIC X(02) VALUE SPACES.
012600         88  WS-RET-CARD-OK              VALUE "00".
012700         88  WS-RET-CARD-NOT-FOUND       VALUE "35".
012800     05  WS-SNAPSHOT-FILE-STATUS PIC X(02) VALUE SPACES.
012900         88  WS-SNAPSHOT-FILE-OK         VALUE "00".
013000         88  WS-SNAPSHOT-FILE-NOT-FOUND  VALUE "35".
013100     05  WS-ARCHIVE-FILE-STATUS  PIC X(02) VALUE SPACES.
013200         88  WS-ARCHIVE-FILE-OK          VALUE "00".
013300         88  WS-ARCHIVE-FILE-NOT-FOUND   VALUE "35".
013400     05  WS-ARCHIVE-HIST-STATUS  PIC X(02) VALUE SPACES.
013500         88  WS-ARCHIVE-HIST-OK          VALUE "00".
013600         88  WS-ARCHIVE-HIST-NOT-FOUND   VALUE "35".
013700     05  WS-ARCHIVE-WORK-STATUS  PIC X(02) VALUE SPACES.
013800         88  WS-ARCHIVE-WORK-OK          VALUE "00".
013900     05  WS-MAINT-LOG-STATUS     PIC X(02) VALUE SPACES.
014000         88  WS-MAINT-LOG-OK             VALUE "00".
014100         88  WS-MAINT-LOG-NOT-FOUND      VALUE "35".
014200     05  WS-MAINT-HIST-STATUS    PIC X(02) VALUE SPACES.
014300         88  WS-MAINT-HIST-OK            VALUE "00".
014400         88  WS-MAINT-HIST-NOT-FOUND     VALUE "35".
014500     05  WS-MAINT-WORK-STATUS    PIC X(02) VALUE SPACES.
014600         88  WS-MAINT-WORK-OK            VALUE "00".
014700     05  WS-STATS-FILE-STATUS    PIC X(02) VALUE SPACES.
014800         88  WS-STATS-FILE-OK            VALUE "00".
014900         88  WS-STATS-FILE-NOT-FOUND     VALUE "35".
015000     05  WS-STATS-HIST-STATUS    PIC X(02) VALUE SPACES.
015100         88  WS-STATS-HIST-OK            VALUE "00".
015200         88  WS-STATS-HIST-NOT-FOUND     VALUE "35".
015300     05  WS-STATS-WORK-STATUS    PIC X(02) VALUE SPACES.
015400         88  WS-STATS-WORK-OK            VALUE "00".
015500     05  WS-PRINT-FILE-STATUS    PIC X(02) VALUE SPACES.
015600         88  WS-PRINT-FILE-OK            VALUE "00".
015700 01  WS-SWITCHES.
015800     05  WS-EOF-SW               PIC X(01) VALUE "N".
015900         88  WS-EOF-INPUT-FILE           VALUE "Y".
016000     05  WS-SNAP-EOF-SW          PIC X(01) VALUE "N".
016100         88  WS-EOF-SNAPSHOT-FILE        VALUE "Y".
016200     05  WS-FLOOR-SW             PIC X(01) VALUE "N".
016300         88  WS-FLOOR-KNOWN              VALUE "Y".
016400     05  WS-SNAP-ERROR-SW        PIC X(01) VALUE "N".
016500         88  WS-SNAP-READ-FAILED         VALUE "Y".
016600     05  WS-FILE-GO-SW           PIC X(01) VALUE "N".
016700         88  WS-FILE-GO                  VALUE "Y".
016800     05  WS-REC-ACTION-SW        PIC X(01) VALUE SPACE.
016900         88  WS-REC-KEEP                 VALUE "K".
017000         88  WS-REC-MOVE                 VALUE "M".
017100         88  WS-REC-HOLD                 VALUE "H".
017200*----------------------------------------------------------------*
017300* RUN CONTROL AND THE CARD'S PERIODS                             *
017400*----------------------------------------------------------------*
017500 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
017600 01  WS-RUN-SERIAL               PIC 9(08) COMP VALUE ZERO.
017700 01  WS-SNAP-DAYS                PIC 9(05) VALUE ZERO.
017800 01  WS-REC-DATE                 PIC 9(08) VALUE ZERO.
017900 01  WS-AGE-DAYS                 PIC S9(08) COMP VALUE ZERO.
018000*----------------------------------------------------------------*
018100* COARSE DAY-SERIAL WORK FIELDS - Y*365 + M*31 + D, THE SAME     *
018200* FLATTENING TBLRECYC USES FOR AGING.                            *
018300*----------------------------------------------------------------*
018400 01  WS-SERIAL-DATE              PIC 9(08) VALUE ZERO.
018500 01  WS-SERIAL-YEAR              PIC 9(04) VALUE ZERO.
018600 01  WS-SERIAL-MONTH             PIC 9(02) VALUE ZERO.
018700 01  WS-SERIAL-DAY               PIC 9(02) VALUE ZERO.
018800 01  WS-SERIAL-RESULT            PIC 9(08) COMP VALUE ZERO.
018900*----------------------------------------------------------------*
019000* SNAPSHOT GENERATIONS - EVERY HEADER ON THE SNPGENS             *
019100* CONCATENATION. THE OLDEST DATE IS THE LOG FLOOR - NO ARCHIVE   *
019200* OR MAINTENANCE RECORD DATED ON OR AFTER IT IS MOVED. THE       *
019300* FLOOR IS TAKEN OVER EVERY GENERATION, LISTED OR NOT.           *
019400*----------------------------------------------------------------*
019500 01  WS-FLOOR-DATE               PIC 9(08) VALUE ZERO.
019600 01  WS-GEN-TOTAL                PIC 9(05) COMP VALUE ZERO.
019700 01  WS-GEN-DUE                  PIC 9(05) COMP VALUE ZERO.
019800 01  WS-GEN-COUNT                PIC 9(03) COMP VALUE ZERO.
019900 01  WS-GEN-IDX                  PIC 9(03) COMP VALUE ZERO.
020000 01  WS-GEN-AREA.
020100     05  WS-GEN-ENTRY OCCURS 0 TO 400 TIMES
020200             DEPENDING ON WS-GEN-COUNT.
020300         10  WS-GEN-DATE         PIC 9(08).
020400         10  WS-GEN-ENTRIES      PIC 9(05) COMP.
020500*----------------------------------------------------------------*
020600* ONE ENTRY PER FILE AGED - 1 ARCHIVE-FILE, 2 MAINT-LOG-FILE,    *
020700* 3 STATS-FILE - WITH ITS PERIOD, WHETHER THE SNAPSHOT FLOOR     *
020800* APPLIES, THE TABLE CEILING OF THE PROGRAM THAT LOADS IT, WHAT  *
020900* BECAME OF IT AND ITS COUNTS.                                   *
021000*----------------------------------------------------------------*
021100 01  WS-FX                       PIC 9(01) COMP VALUE ZERO.
021200 01  WS-FILE-TOTALS.
021300     05  WS-FT-ENTRY OCCURS 3 TIMES.
021400         10  WS-FT-NAME          PIC X(08).
021500         10  WS-FT-HIST-NAME     PIC X(08).
021600         10  WS-FT-WORK-NAME     PIC X(08).
021700         10  WS-FT-DAYS          PIC 9(05).
021800         10  WS-FT-FLOOR-SW      PIC X(01).
021900             88  WS-FT-FLOOR-APPLIES     VALUE "Y".
022000         10  WS-FT-CEILING       PIC 9(05) COMP.
022100         10  WS-FT-LOADER        PIC X(17).
022200         10  WS-FT-STATE         PIC X(01).
022300             88  WS-FT-NOT-AGED          VALUE "N".
022400             88  WS-FT-NO-FILE           VALUE "X".
022500             88  WS-FT-NO-FLOOR          VALUE "S".
022600             88  WS-FT-FAILED            VALUE "E".
022700             88  WS-FT-UNCHANGED         VALUE "K".
022800             88  WS-FT-REWRITTEN         VALUE "R".
022900             88  WS-FT-REWRITE-FAILED    VALUE "F".
023000         10  WS-FT-BEFORE        PIC 9(07) COMP.
023100         10  WS-FT-MOVED         PIC 9(07) COMP.
023200         10  WS-FT-HELD          PIC 9(07) COMP.
023300         10  WS-FT-AFTER         PIC 9(07) COMP.
023400         10  WS-FT-MOVED-LOW     PIC 9(08).
023500         10  WS-FT-MOVED-HIGH    PIC 9(08).
023600         10  WS-FT-HELD-LOW      PIC 9(08).
023700         10  WS-FT-HELD-HIGH     PIC 9(08).
023800*----------------------------------------------------------------*
023900* REPORT WORK FIELDS                                             *
024000*----------------------------------------------------------------*
024100 01  WS-STATE-TEXT               PIC X(70) VALUE SPACES.
024200 01  WS-DAYS-DISP                PIC 9(05) VALUE ZERO.
024300 01  WS-GEN-DISP                 PIC 9(05) VALUE ZERO.
024400 01  WS-CEILING-DISP             PIC 9(05) VALUE ZERO.
024500 01  WS-COUNT-DISP-1             PIC 9(07) VALUE ZERO.
024600 01  WS-COUNT-DISP-2             PIC 9(07) VALUE ZERO.
024700 01  WS-COUNT-DISP-3             PIC 9(07) VALUE ZERO.
024800 01  WS-COUNT-DISP-4             PIC 9(07) VALUE ZERO.
024900*----------------------------------------------------------------*
025000* REPORT CONTROL FIELDS                                          *
025100*----------------------------------------------------------------*
025200 01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
025300 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
025400 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 060.
025500 01  WS-PRINT-LINE               PIC X(133) VALUE SPACES.
025600 PROCEDURE DIVISION.
025700*================================================================*
025800* 0000-MAINLINE                                                  *
025900*================================================================*
026000 0000-MAINLINE.
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026200     PERFORM 2100-AGE-ARCHIVE-FILE THRU 2100-EXIT.
026300     PERFORM 2200-AGE-MAINT-LOG THRU 2200-EXIT.
026400     PERFORM 2300-AGE-STATS-FILE THRU 2300-EXIT.
026500     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
026600     PERFORM 4900-PRINT-TRAILER THRU 4900-EXIT.
026700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026800     STOP RUN.
026900*================================================================*
027000* 1000-INITIALIZE - READS THE RETENTION CARD, FINDS THE OLDEST   *
027100*                   SNAPSHOT GENERATION ON FILE AND OPENS THE    *
027200*                   REPORT.                                      *
027300*================================================================*
027400 1000-INITIALIZE.
027500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027600     MOVE WS-RUN-DATE TO WS-SERIAL-DATE.
027700     PERFORM 2500-COMPUTE-DAY-SERIAL THRU 2500-EXIT.
027800     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
027900     PERFORM 1020-SET-FILE-TOTALS THRU 1020-EXIT.
028000     PERFORM 1050-READ-RETENTION-CARD THRU 1050-EXIT.
028100     PERFORM 1300-SCAN-SNAPSHOTS THRU 1300-EXIT.
028200     PERFORM 1500-OPEN-PRINT-FILE THRU 1500-EXIT.
028300 1000-EXIT.
028400     EXIT.
028500*================================================================*
028600* 1020-SET-FILE-TOTALS - NAMES EACH FILE AGED, WHETHER THE       *
028700*                        SNAPSHOT FLOOR HOLDS ITS RECORDS BACK,  *
028800*                        AND THE TABLE CEILING IT MUST STAY      *
028900*                        UNDER.                                  *
029000*================================================================*
029100 1020-SET-FILE-TOTALS.
029200     INITIALIZE WS-FILE-TOTALS.
029300     MOVE "ARCHFILE" TO WS-FT-NAME(1).
029400     MOVE "ARCHHIST" TO WS-FT-HIST-NAME(1).
029500     MOVE "ARCHWRK" TO WS-FT-WORK-NAME(1).
029600     MOVE "Y" TO WS-FT-FLOOR-SW(1).
029700     MOVE 9999 TO WS-FT-CEILING(1).
029800     MOVE "TBLASOF, TBLRECON" TO WS-FT-LOADER(1).
029900     MOVE "MNTLOG" TO WS-FT-NAME(2).
030000     MOVE "MNTHIST" TO WS-FT-HIST-NAME(2).
030100     MOVE "MNTWRK" TO WS-FT-WORK-NAME(2).
030200     MOVE "Y" TO WS-FT-FLOOR-SW(2).
030300     MOVE 9999 TO WS-FT-CEILING(2).
030400     MOVE "TBLASOF, TBLRECON" TO WS-FT-LOADER(2).
030500     MOVE "STATHIST" TO WS-FT-NAME(3).
030600     MOVE "STHHIST" TO WS-FT-HIST-NAME(3).
030700     MOVE "STATWRK" TO WS-FT-WORK-NAME(3).
030800     MOVE "N" TO WS-FT-FLOOR-SW(3).
030900     MOVE 2000 TO WS-FT-CEILING(3).
031000     MOVE "TBLTREND" TO WS-FT-LOADER(3).
031100 1020-EXIT.
031200     EXIT.
031300*================================================================*
031400* 1050-READ-RETENTION-CARD - THE PERIOD FOR EACH FILE. NO CARD,  *
031500*                            OR A ZERO OR NON-NUMERIC PERIOD,    *
031600*                            LEAVES THAT FILE ALONE.             *
031700*================================================================*
031800 1050-READ-RETENTION-CARD.
031900     OPEN INPUT RETENTION-CARD-FILE.
032000     IF WS-RET-CARD-NOT-FOUND
032100         DISPLAY "TBLRETN - NO RETENTION CARD - NOTHING IS MOVED"
032200     ELSE
032300         IF NOT WS-RET-CARD-OK
032400             DISPLAY "TBLRETN - RETENTION-CARD-FILE OPEN ERROR "
032500                 WS-RET-CARD-STATUS " - NOTHING IS MOVED"
032600             IF RETURN-CODE < 8
032700                 MOVE 8 TO RETURN-CODE
032800             END-IF
032900         ELSE
033000             READ RETENTION-CARD-FILE
033100                 AT END
033200                     CONTINUE
033300             END-READ
033400             IF WS-RET-CARD-OK
033500                 IF RETC-ARCH-DAYS NUMERIC
033600                     MOVE RETC-ARCH-DAYS TO WS-FT-DAYS(1)
033700                 END-IF
033800                 IF RETC-MNT-DAYS NUMERIC
033900                     MOVE RETC-MNT-DAYS TO WS-FT-DAYS(2)
034000                 END-IF
034100                 IF RETC-STAT-DAYS NUMERIC
034200                     MOVE RETC-STAT-DAYS TO WS-FT-DAYS(3)
034300                 END-IF
034400                 IF RETC-SNAP-DAYS NUMERIC
034500                     MOVE RETC-SNAP-DAYS TO WS-SNAP-DAYS
034600                 END-IF
034700             END-IF
034800             CLOSE RETENTION-CARD-FILE
034900         END-IF
035000     END-IF.
035100     IF WS-FT-DAYS(3) > ZERO AND WS-FT-DAYS(3) < 31
035200         DISPLAY "TBLRETN - WARNING - STATISTICS KEPT LESS THAN "
035300             "31 DAYS - TBLTREND LOSES ITS MONTH-BACK COMPARISON"
035400         IF RETURN-CODE < 4
035500             MOVE 4 TO RETURN-CODE
035600         END-IF
035700     END-IF.
035800 1050-EXIT.
035900     EXIT.
036000*================================================================*
036100* 1300-SCAN-SNAPSHOTS - READS EVERY SNAPSHOT GENERATION THE JCL  *
036200*                       CONCATENATES ON SNPGENS AND KEEPS THE    *
036300*                       OLDEST HEADER DATE AS THE LOG FLOOR.     *
036400*                       WITH NO GENERATION, OR ONE THAT CANNOT   *
036500*                       BE READ, THERE IS NO FLOOR AND THE       *
036600*                       ARCHIVE AND MAINTENANCE LOGS ARE NOT     *
036700*                       AGED AT ALL.                             *
036800*================================================================*
036900 1300-SCAN-SNAPSHOTS.
037000     MOVE ZERO TO WS-GEN-COUNT.
037100     MOVE ZERO TO WS-GEN-TOTAL.
037200     MOVE ZERO TO WS-FLOOR-DATE.
037300     MOVE "N" TO WS-FLOOR-SW.
037400     MOVE "N" TO WS-SNAP-EOF-SW.
037500     OPEN INPUT SNAPSHOT-FILE.
037600     IF WS-SNAPSHOT-FILE-NOT-FOUND
037700         DISPLAY "TBLRETN - NO SNAPSHOT GENERATIONS SUPPLIED"
037800     ELSE
037900         IF NOT WS-SNAPSHOT-FILE-OK
038000             DISPLAY "TBLRETN - SNAPSHOT-FILE OPEN ERROR "
038100                 WS-SNAPSHOT-FILE-STATUS
038200             SET WS-SNAP-READ-FAILED TO TRUE
038300         ELSE
038400             PERFORM 1320-SCAN-ONE-SNAP-RECORD THRU 1320-EXIT
038500                 UNTIL WS-EOF-SNAPSHOT-FILE
038600             CLOSE SNAPSHOT-FILE
038700         END-IF
038800     END-IF.
038900*    A FLOOR TAKEN FROM PART OF THE GENERATIONS COULD BE LATER   *
039000*    THAN AN OLDER ONE NEVER READ - NO FLOOR IS SAFER.           *
039100     IF WS-SNAP-READ-FAILED
039200         MOVE "N" TO WS-FLOOR-SW
039300         IF RETURN-CODE < 8
039400             MOVE 8 TO RETURN-CODE
039500         END-IF
039600     END-IF.
039700     IF NOT WS-FLOOR-KNOWN
039800         DISPLAY "TBLRETN - NO SNAPSHOT FLOOR - ARCHIVE AND "
039900             "MAINTENANCE LOGS ARE NOT AGED"
040000     END-IF.
040100 1300-EXIT.
040200     EXIT.
040300 1320-SCAN-ONE-SNAP-RECORD.
040400     READ SNAPSHOT-FILE
040500         AT END
040600             SET WS-EOF-SNAPSHOT-FILE TO TRUE
040700     END-READ.
040800     IF NOT WS-EOF-SNAPSHOT-FILE
040900         IF NOT WS-SNAPSHOT-FILE-OK
041000             DISPLAY "TBLRETN - SNAPSHOT-FILE READ ERROR "
041100                 WS-SNAPSHOT-FILE-STATUS
041200             SET WS-SNAP-READ-FAILED TO TRUE
041300             SET WS-EOF-SNAPSHOT-FILE TO TRUE
041400         ELSE
041500             EVALUATE TRUE
041600                 WHEN SNP-TYPE-HEADER AND SNP-H-SNAP-DATE NUMERIC
041700                     PERFORM 1340-NOTE-GENERATION THRU 1340-EXIT
041800                 WHEN SNP-TYPE-DETAIL
041900                     IF WS-GEN-COUNT > ZERO
042000                             AND WS-GEN-COUNT = WS-GEN-TOTAL
042100                         ADD 1 TO WS-GEN-ENTRIES(WS-GEN-COUNT)
042200                     END-IF
042300             END-EVALUATE
042400         END-IF
042500     END-IF.
042600 1320-EXIT.
042700     EXIT.
042800 1340-NOTE-GENERATION.
042900     ADD 1 TO WS-GEN-TOTAL.
043000     IF NOT WS-FLOOR-KNOWN OR SNP-H-SNAP-DATE < WS-FLOOR-DATE
043100         MOVE SNP-H-SNAP-DATE TO WS-FLOOR-DATE
043200         SET WS-FLOOR-KNOWN TO TRUE
043300     END-IF.
043400     IF WS-GEN-COUNT < 400
043500         ADD 1 TO WS-GEN-COUNT
043600         MOVE SNP-H-SNAP-DATE TO WS-GEN-DATE(WS-GEN-COUNT)
043700         MOVE ZERO TO WS-GEN-ENTRIES(WS-GEN-COUNT)
043800     END-IF.
043900     IF WS-SNAP-DAYS > ZERO
044000         MOVE SNP-H-SNAP-DATE TO WS-SERIAL-DATE
044100         PERFORM 2500-COMPUTE-DAY-SERIAL THRU 2500-EXIT
044200         COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-SERIAL-RESULT
044300         IF WS-AGE-DAYS > WS-SNAP-DAYS
044400             ADD 1 TO WS-GEN-DUE
044500         END-IF
044600     END-IF.
044700 1340-EXIT.
044800     EXIT.
044900*================================================================*
045000* 1500-OPEN-PRINT-FILE - OPENS THE REPORT AND PRINTS THE FIRST   *
045100*                        HEADING.                                *
045200*================================================================*
045300 1500-OPEN-PRINT-FILE.
045400     OPEN OUTPUT PRINT-FILE.
045500     IF WS-PRINT-FILE-OK
045600         MOVE ZERO TO WS-PAGE-COUNT
045700         PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
045800     ELSE
045900         DISPLAY "TBLRETN - PRINT-FILE OPEN ERROR "
046000             WS-PRINT-FILE-STATUS
046100     END-IF.
046200 1500-EXIT.
046300     EXIT.
046400*================================================================*
046500* 2050-CHECK-FILE-AGEABLE - A FILE IS ONLY AGED WHEN THE CARD    *
046600*                           GIVES IT A PERIOD AND, FOR A LOG     *
046700*                           TBLASOF ROLLS FORWARD, THE SNAPSHOT  *
046800*                           FLOOR IS KNOWN.                      *
046900*================================================================*
047000 2050-CHECK-FILE-AGEABLE.
047100     SET WS-FILE-GO TO TRUE.
047200     EVALUATE TRUE
047300         WHEN WS-FT-DAYS(WS-FX) = ZERO
047400             SET WS-FT-NOT-AGED(WS-FX) TO TRUE
047500             MOVE "N" TO WS-FILE-GO-SW
047600         WHEN WS-FT-FLOOR-APPLIES(WS-FX) AND NOT WS-FLOOR-KNOWN
047700             SET WS-FT-NO-FLOOR(WS-FX) TO TRUE
047800             MOVE "N" TO WS-FILE-GO-SW
047900             IF RETURN-CODE < 4
048000                 MOVE 4 TO RETURN-CODE
048100             END-IF
048200     END-EVALUATE.
048300 2050-EXIT.
048400     EXIT.
048500*================================================================*
048600* 2090-FILE-FAILED - THE SPLIT OF THE FILE IN HAND FAILED BEFORE *
048700*                    THE LIVE FILE WAS TOUCHED. CC 8.            *
048800*================================================================*
048900 2090-FILE-FAILED.
049000     SET WS-FT-FAILED(WS-FX) TO TRUE.
049100     MOVE "N" TO WS-FILE-GO-SW.
049200     SET WS-EOF-INPUT-FILE TO TRUE.
049300     DISPLAY "TBLRETN - " WS-FT-NAME(WS-FX)
049400         " NOT AGED - LIVE FILE UNCHANGED - "
049500         WS-FT-HIST-NAME(WS-FX)
049600         " MAY HOLD PART OF THIS RUN".
049700     IF RETURN-CODE < 8
049800         MOVE 8 TO RETURN-CODE
049900     END-IF.
050000 2090-EXIT.
050100     EXIT.
050200*================================================================*
050300* 2095-REWRITE-FAILED - THE LIVE FILE IN HAND WAS OPENED OUTPUT  *
050400*                       AND COULD NOT BE REFILLED. THE WORK COPY *
050500*                       HOLDS ALL IT SHOULD CONTAIN. CC 8.       *
050600*================================================================*
050700 2095-REWRITE-FAILED.
050800     SET WS-FT-REWRITE-FAILED(WS-FX) TO TRUE.
050900     SET WS-EOF-INPUT-FILE TO TRUE.
051000     DISPLAY "TBLRETN - " WS-FT-NAME(WS-FX) " REWRITE FAILED - "
051100         "RESTORE IT FROM " WS-FT-WORK-NAME(WS-FX).
051200     IF RETURN-CODE < 8
051300         MOVE 8 TO RETURN-CODE
051400     END-IF.
051500 2095-EXIT.
051600     EXIT.
051700*================================================================*
051800* 2100-AGE-ARCHIVE-FILE - SPLITS ARCHIVE-FILE INTO ITS HISTORY   *
051900*                         FILE AND A WORK COPY OF WHAT STAYS,    *
052000*                         THEN REFILLS THE LIVE FILE FROM THE    *
052100*                         WORK COPY. WITH NOTHING TO MOVE THE    *
052200*                         LIVE FILE IS LEFT AS IT IS.            *
052300*================================================================*
052400 2100-AGE-ARCHIVE-FILE.
052500     MOVE 1 TO WS-FX.
052600     PERFORM 2050-CHECK-FILE-AGEABLE THRU 2050-EXIT.
052700     IF WS-FILE-GO
052800         PERFORM 2110-SPLIT-ARCHIVE-FILE THRU 2110-EXIT
052900     END-IF.
053000     IF WS-FILE-GO
053100         IF WS-FT-MOVED(WS-FX) > ZERO
053200             PERFORM 2150-REWRITE-ARCHIVE-FILE THRU 2150-EXIT
053300         ELSE
053400             SET WS-FT-UNCHANGED(WS-FX) TO TRUE
053500             MOVE WS-FT-BEFORE(WS-FX) TO WS-FT-AFTER(WS-FX)
053600         END-IF
053700     END-IF.
053800 2100-EXIT.
053900     EXIT.
054000 2110-SPLIT-ARCHIVE-FILE.
054100     OPEN INPUT ARCHIVE-FILE.
054200     IF WS-ARCHIVE-FILE-NOT-FOUND
054300         SET WS-FT-NO-FILE(WS-FX) TO TRUE
054400         MOVE "N" TO WS-FILE-GO-SW
054500     ELSE
054600         IF NOT WS-ARCHIVE-FILE-OK
054700             DISPLAY "TBLRETN - ARCHIVE-FILE OPEN ERROR "
054800                 WS-ARCHIVE-FILE-STATUS
054900             PERFORM 2090-FILE-FAILED THRU 2090-EXIT
055000         ELSE
055100             OPEN EXTEND ARCHIVE-HIST-FILE
055200             IF WS-ARCHIVE-HIST-NOT-FOUND
055300                 OPEN OUTPUT ARCHIVE-HIST-FILE
055400             END-IF
055500             OPEN OUTPUT ARCHIVE-WORK-FILE
055600             IF WS-ARCHIVE-HIST-OK AND WS-ARCHIVE-WORK-OK
055700                 MOVE "N" TO WS-EOF-SW
055800                 PERFORM 2120-SPLIT-ONE-ARCHIVE THRU 2120-EXIT
055900                     UNTIL WS-EOF-INPUT-FILE
056000                 CLOSE ARCHIVE-HIST-FILE
056100                 CLOSE ARCHIVE-WORK-FILE
056200             ELSE
056300                 DISPLAY "TBLRETN - ARCHIVE HISTORY/WORK OPEN "
056400                     "ERROR "
056500                     WS-ARCHIVE-HIST-STATUS "/"
056600                     WS-ARCHIVE-WORK-STATUS
056700                 IF WS-ARCHIVE-HIST-OK
056800                     CLOSE ARCHIVE-HIST-FILE
056900                 END-IF
057000                 IF WS-ARCHIVE-WORK-OK
057100                     CLOSE ARCHIVE-WORK-FILE
057200                 END-IF
057300                 PERFORM 2090-FILE-FAILED THRU 2090-EXIT
057400             END-IF
057500             CLOSE ARCHIVE-FILE
057600         END-IF
057700     END-IF.
057800 2110-EXIT.
057900     EXIT.
058000 2120-SPLIT-ONE-ARCHIVE.
058100     READ ARCHIVE-FILE
058200         AT END
058300             SET WS-EOF-INPUT-FILE TO TRUE
058400     END-READ.
058500     IF NOT WS-EOF-INPUT-FILE
058600         IF NOT WS-ARCHIVE-FILE-OK
058700             DISPLAY "TBLRETN - ARCHIVE-FILE READ ERROR "
058800                 WS-ARCHIVE-FILE-STATUS
058900             PERFORM 2090-FILE-FAILED THRU 2090-EXIT
059000         ELSE
059100             ADD 1 TO WS-FT-BEFORE(WS-FX)
059200             IF ARCH-PURGE-DATE NUMERIC
059300                 MOVE ARCH-PURGE-DATE TO WS-REC-DATE
059400             ELSE
059500                 MOVE ZERO TO WS-REC-DATE
059600             END-IF
059700             PERFORM 2400-CLASSIFY-RECORD THRU 2400-EXIT
059800             IF WS-REC-MOVE
059900                 MOVE ARCH-RECORD TO ARCHH-RECORD
060000                 WRITE ARCHH-RECORD
060100                 IF NOT WS-ARCHIVE-HIST-OK
060200                     DISPLAY "TBLRETN - ARCHIVE-HIST-FILE WRITE "
060300                         "ERROR " WS-ARCHIVE-HIST-STATUS
060400                     PERFORM 2090-FILE-FAILED THRU 2090-EXIT
060500                 END-IF
060600             ELSE
060700                 MOVE ARCH-RECORD TO ARCHW-RECORD
060800                 WRITE ARCHW-RECORD
060900                 IF NOT WS-ARCHIVE-WORK-OK
061000                     DISPLAY "TBLRETN - ARCHIVE-WORK-FILE WRITE "
061100                         "ERROR " WS-ARCHIVE-WORK-STATUS
061200                     PERFORM 2090-FILE-FAILED THRU 2090-EXIT
061300                 END-IF
061400             END-IF
061500         END-IF
061600     END-IF.
061700 2120-EXIT.
061800     EXIT.
061900 2150-REWRITE-ARCHIVE-FILE.
062000     OPEN INPUT ARCHIVE-WORK-FILE.
062100     IF NOT WS-ARCHIVE-WORK-OK
062200         DISPLAY "TBLRETN - ARCHIVE-WORK-FILE OPEN ERROR "
062300             WS-ARCHIVE-WORK-STATUS
062400         PERFORM 2090-FILE-FAILED THRU 2090-EXIT
062500     ELSE
062600         OPEN OUTPUT ARCHIVE-FILE
062700         IF NOT WS-ARCHIVE-FILE-OK
062800             DISPLAY "TBLRETN - ARCHIVE-FILE OPEN ERROR "
062900                 WS-ARCHIVE-FILE-STATUS
063000             PERFORM 2090-FILE-FAILED THRU 2090-EXIT
063100         ELSE
063200             SET WS-FT-REWRITTEN(WS-FX) TO TRUE
063300             MOVE "N" TO WS-EOF-SW
063400             PERFORM 2170-COPY-ONE-ARCHIVE THRU 2170-EXIT
063500                 UNTIL WS-EOF-INPUT-FILE
063600             CLOSE ARCHIVE-FILE
063700         END-IF
063800         CLOSE ARCHIVE-WORK-FILE
063900     END-IF.
064000 2150-EXIT.
064100     EXIT.
064200 2170-COPY-ONE-ARCHIVE.
064300     READ ARCHIVE-WORK-FILE
064400         AT END
064500             SET WS-EOF-INPUT-FILE TO TRUE
064600     END-READ.
064700     IF NOT WS-EOF-INPUT-FILE
064800         IF NOT WS-ARCHIVE-WORK-OK
064900             DISPLAY "TBLRETN - ARCHIVE-WORK-FILE READ ERROR "
065000                 WS-ARCHIVE-WORK-STATUS
065100             PERFORM 2095-REWRITE-FAILED THRU 2095-EXIT
065200         ELSE
065300             MOVE ARCHW-RECORD TO ARCH-RECORD
065400             WRITE ARCH-RECORD
065500             IF WS-ARCHIVE-FILE-OK
065600                 ADD 1 TO WS-FT-AFTER(WS-FX)
065700             ELSE
065800                 DISPLAY "TBLRETN - ARCHIVE-FILE WRITE ERROR "
065900                     WS-ARCHIVE-FILE-STATUS
066000                 PERFORM 2095-REWRITE-FAILED THRU 2095-EXIT
066100             END-IF
066200         END-IF
066300     END-IF.
066400 2170-EXIT.
066500     EXIT.
066600*================================================================*
066700* 2200-AGE-MAINT-LOG - THE SAME SPLIT AND REFILL FOR THE         *
066800*                      MAINTENANCE LOG. A BEFORE/AFTER PAIR      *
066900*                      SHARES ITS TIMESTAMP, SO THE PAIR ALWAYS  *
067000*                      MOVES OR STAYS TOGETHER.                  *
067100*================================================================*
067200 2200-AGE-MAINT-LOG.
067300     MOVE 2 TO WS-FX.
067400     PERFORM 2050-CHECK-FILE-AGEABLE THRU 2050-EXIT.
067500     IF WS-FILE-GO
067600         PERFORM 2210-SPLIT-MAINT-LOG THRU 2210-EXIT
067700     END-IF.
067800     IF WS-FILE-GO
067900         IF WS-FT-MOVED(WS-FX) > ZERO
068000             PERFORM 2250-REWRITE-MAINT-LOG THRU 2250-EXIT
068100         ELSE
068200             SET WS-FT-UNCHANGED(WS-FX) TO TRUE
068300             MOVE WS-FT-BEFORE(WS-FX) TO WS-FT-AFTER(WS-FX)
068400         END-IF
068500     END-IF.
068600 2200-EXIT.
068700     EXIT.
068800 2210-SPLIT-MAINT-LOG.
068900     OPEN INPUT MAINT-LOG-FILE.
069000     IF WS-MAINT-LOG-NOT-FOUND
069100         SET WS-FT-NO-FILE(WS-FX) TO TRUE
069200         MOVE "N" TO WS-FILE-GO-SW
069300     ELSE
069400         IF NOT WS-MAINT-LOG-OK
069500             DISPLAY "TBLRETN - MAINT-LOG-FILE OPEN ERROR "
069600                 WS-MAINT-LOG-STATUS
069700             PERFORM 2090-FILE-FAILED THRU 2090-EXIT
069800         ELSE
069900             OPEN EXTEND MAINT-HIST-FILE
070000             IF WS-MAINT-HIST-NOT-FOUND
070100                 OPEN OUTPUT MAINT-HIST-FILE
070200             END-IF
070300             OPEN OUTPUT MAINT-WORK-FILE
070400             IF WS-MAINT-HIST-OK AND WS-MAINT-WORK-OK
070500                 MOVE "N" TO WS-EOF-SW
070600                 PERFORM 2220-SPLIT-ONE-MAINT THRU 2220-EXIT
070700                     UNTIL WS-EOF-INPUT-FILE
070800                 CLOSE MAINT-HIST-FILE
070900                 CLOSE MAINT-WORK-FILE
071000             ELSE
071100                 DISPLAY "TBLRETN - MAINT HISTORY/WORK OPEN "
071200                     "ERROR "
071300                     WS-MAINT-HIST-STATUS "/"
071400                     WS-MAINT-WORK-STATUS
071500                 IF WS-MAINT-HIST-OK
071600                     CLOSE MAINT-HIST-FILE
071700                 END-IF
071800                 IF WS-MAINT-WORK-OK
071900                     CLOSE MAINT-WORK-FILE
072000                 END-IF
072100                 PERFORM 2090-FILE-FAILED THRU 2090-EXIT
072200             END-IF
072300             CLOSE MAINT-LOG-FILE
072400         END-IF
072500     END-IF.
072600 2210-EXIT.
072700     EXIT.
072800 2220-SPLIT-ONE-MAINT.
072900     READ MAINT-LOG-FILE
073000         AT END
073100             SET WS-EOF-INPUT-FILE TO TRUE
073200     END-READ.
073300     IF NOT WS-EOF-INPUT-FILE
073400         IF NOT WS-MAINT-LOG-OK
073500             DISPLAY "TBLRETN - MAINT-LOG-FILE READ ERROR "
073600                 WS-MAINT-LOG-STATUS
073700             PERFORM 2090-FILE-FAILED THRU 2090-EXIT
073800         ELSE
073900             ADD 1 TO WS-FT-BEFORE(WS-FX)
074000             IF MNT-TS-DATE NUMERIC
074100                 MOVE MNT-TS-DATE TO WS-REC-DATE
074200             ELSE
074300                 MOVE ZERO TO WS-REC-DATE
074400             END-IF
074500             PERFORM 2400-CLASSIFY-RECORD THRU 2400-EXIT
074600             IF WS-REC-MOVE
074700                 MOVE MNT-RECORD TO MNTH-RECORD
074800                 WRITE MNTH-RECORD
074900                 IF NOT WS-MAINT-HIST-OK
075000                     DISPLAY "TBLRETN - MAINT-HIST-FILE WRITE "
075100                         "ERROR "
075200                         WS-MAINT-HIST-STATUS
075300                     PERFORM 2090-FILE-FAILED THRU 2090-EXIT
075400                 END-IF
075500             ELSE
075600                 MOVE MNT-RECORD TO MNTW-RECORD
075700                 WRITE MNTW-RECORD
075800                 IF NOT WS-MAINT-WORK-OK
075900                     DISPLAY "TBLRETN - MAINT-WORK-FILE WRITE "
076000                         "ERROR "
076100                         WS-MAINT-WORK-STATUS
076200                     PERFORM 2090-FILE-FAILED THRU 2090-EXIT
076300                 END-IF
076400             END-IF
076500         END-IF
076600     END-IF.
076700 2220-EXIT.
076800     EXIT.
076900 2250-REWRITE-MAINT-LOG.
077000     OPEN INPUT MAINT-WORK-FILE.
077100     IF NOT WS-MAINT-WORK-OK
077200         DISPLAY "TBLRETN - MAINT-WORK-FILE OPEN ERROR "
077300             WS-MAINT-WORK-STATUS
077400         PERFORM 2090-FILE-FAILED THRU 2090-EXIT
077500     ELSE
077600         OPEN OUTPUT MAINT-LOG-FILE
077700         IF NOT WS-MAINT-LOG-OK
077800             DISPLAY "TBLRETN - MAINT-LOG-FILE OPEN ERROR "
077900                 WS-MAINT-LOG-STATUS
078000             PERFORM 2090-FILE-FAILED THRU 2090-EXIT
078100         ELSE
078200             SET WS-FT-REWRITTEN(WS-FX) TO TRUE
078300             MOVE "N" TO WS-EOF-SW
078400             PERFORM 2270-COPY-ONE-MAINT THRU 2270-EXIT
078500                 UNTIL WS-EOF-INPUT-FILE
078600             CLOSE MAINT-LOG-FILE
078700         END-IF
078800         CLOSE MAINT-WORK-FILE
078900     END-IF.
079000 2250-EXIT.
079100     EXIT.
079200 2270-COPY-ONE-MAINT.
079300     READ MAINT-WORK-FILE
079400         AT END
079500             SET WS-EOF-INPUT-FILE TO TRUE
079600     END-READ.
079700     IF NOT WS-EOF-INPUT-FILE
079800         IF NOT WS-MAINT-WORK-OK
079900             DISPLAY "TBLRETN - MAINT-WORK-FILE READ ERROR "
080000                 WS-MAINT-WORK-STATUS
080100             PERFORM 2095-REWRITE-FAILED THRU 2095-EXIT
080200         ELSE
080300             MOVE MNTW-RECORD TO MNT-RECORD
080400             WRITE MNT-RECORD
080500             IF WS-MAINT-LOG-OK
080600                 ADD 1 TO WS-FT-AFTER(WS-FX)
080700             ELSE
080800                 DISPLAY "TBLRETN - MAINT-LOG-FILE WRITE ERROR "
080900                     WS-MAINT-LOG-STATUS
081000                 PERFORM 2095-REWRITE-FAILED THRU 2095-EXIT
081100             END-IF
081200         END-IF
081300     END-IF.
081400 2270-EXIT.
081500     EXIT.
081600*================================================================*
081700* 2300-AGE-STATS-FILE - THE SAME SPLIT AND REFILL FOR THE RUN-   *
081800*                       STATISTICS HISTORY. TBLASOF DOES NOT     *
081900*                       READ IT, SO THE SNAPSHOT FLOOR DOES NOT  *
082000*                       APPLY.                                   *
082100*================================================================*
082200 2300-AGE-STATS-FILE.
082300     MOVE 3 TO WS-FX.
082400     PERFORM 2050-CHECK-FILE-AGEABLE THRU 2050-EXIT.
082500     IF WS-FILE-GO
082600         PERFORM 2310-SPLIT-STATS-FILE THRU 2310-EXIT
082700     END-IF.
082800     IF WS-FILE-GO
082900         IF WS-FT-MOVED(WS-FX) > ZERO
083000             PERFORM 2350-REWRITE-STATS-FILE THRU 2350-EXIT
083100         ELSE
083200             SET WS-FT-UNCHANGED(WS-FX) TO TRUE
083300             MOVE WS-FT-BEFORE(WS-FX) TO WS-FT-AFTER(WS-FX)
083400         END-IF
083500     END-IF.
083600 2300-EXIT.
083700     EXIT.
083800 2310-SPLIT-STATS-FILE.
083900     OPEN INPUT STATS-FILE.
084000     IF WS-STATS-FILE-NOT-FOUND
084100         SET WS-FT-NO-FILE(WS-FX) TO TRUE
084200         MOVE "N" TO WS-FILE-GO-SW
084300     ELSE
084400         IF NOT WS-STATS-FILE-OK
084500             DISPLAY "TBLRETN - STATS-FILE OPEN ERROR "
084600                 WS-STATS-FILE-STATUS
084700             PERFORM 2090-FILE-FAILED THRU 2090-EXIT
084800         ELSE
084900             OPEN EXTEND STATS-HIST-FILE
085000             IF WS-STATS-HIST-NOT-FOUND
085100                 OPEN OUTPUT STATS-HIST-FILE
085200             END-IF
085300             OPEN OUTPUT STATS-WORK-FILE
085400             IF WS-STATS-HIST-OK AND WS-STATS-WORK-OK
085500                 MOVE "N" TO WS-EOF-SW
085600                 PERFORM 2320-SPLIT-ONE-STAT THRU 2320-EXIT
085700                     UNTIL WS-EOF-INPUT-FILE
085800                 CLOSE STATS-HIST-FILE
085900                 CLOSE STATS-WORK-FILE
086000             ELSE
086100                 DISPLAY "TBLRETN - STATS HISTORY/WORK OPEN "
086200                     "ERROR "
086300                     WS-STATS-HIST-STATUS "/"
086400                     WS-STATS-WORK-STATUS
086500                 IF WS-STATS-HIST-OK
086600                     CLOSE STATS-HIST-FILE
086700                 END-IF
086800                 IF WS-STATS-WORK-OK
086900                     CLOSE STATS-WORK-FILE
087000                 END-IF
087100                 PERFORM 2090-FILE-FAILED THRU 2090-EXIT
087200             END-IF
087300             CLOSE STATS-FILE
087400         END-IF
087500     END-IF.
087600 2310-EXIT.
087700     EXIT.
087800 2320-SPLIT-ONE-STAT.
087900     READ STATS-FILE
088000         AT END
088100             SET WS-EOF-INPUT-FILE TO TRUE
088200     END-READ.
088300     IF NOT WS-EOF-INPUT-FILE
088400         IF NOT WS-STATS-FILE-OK
088500             DISPLAY "TBLRETN - STATS-FILE READ ERROR "
088600                 WS-STATS-FILE-STATUS
088700             PERFORM 2090-FILE-FAILED THRU 2090-EXIT
088800         ELSE
088900             ADD 1 TO WS-FT-BEFORE(WS-FX)
089000             IF STAT-RUN-DATE NUMERIC
089100                 MOVE STAT-RUN-DATE TO WS-REC-DATE
089200             ELSE
089300                 MOVE ZERO TO WS-REC-DATE
089400             END-IF
089500             PERFORM 2400-CLASSIFY-RECORD THRU 2400-EXIT
089600             IF WS-REC-MOVE
089700                 MOVE STAT-RECORD TO STATH-RECORD
089800                 WRITE STATH-RECORD
089900                 IF NOT WS-STATS-HIST-OK
090000                     DISPLAY "TBLRETN - STATS-HIST-FILE WRITE "
090100                         "ERROR "
090200                         WS-STATS-HIST-STATUS
090300                     PERFORM 2090-FILE-FAILED THRU 2090-EXIT
090400                 END-IF
090500             ELSE
090600                 MOVE STAT-RECORD TO STATW-RECORD
090700                 WRITE STATW-RECORD
090800                 IF NOT WS-STATS-WORK-OK
090900                     DISPLAY "TBLRETN - STATS-WORK-FILE WRITE "
091000                         "ERROR "
091100                         WS-STATS-WORK-STATUS
091200                     PERFORM 2090-FILE-FAILED THRU 2090-EXIT
091300                 END-IF
091400             END-IF
091500         END-IF
091600     END-IF.
091700 2320-EXIT.
091800     EXIT.
091900 2350-REWRITE-STATS-FILE.
092000     OPEN INPUT STATS-WORK-FILE.
092100     IF NOT WS-STATS-WORK-OK
092200         DISPLAY "TBLRETN - STATS-WORK-FILE OPEN ERROR "
092300             WS-STATS-WORK-STATUS
092400         PERFORM 2090-FILE-FAILED THRU 2090-EXIT
092500     ELSE
092600         OPEN OUTPUT STATS-FILE
092700         IF NOT WS-STATS-FILE-OK
092800             DISPLAY "TBLRETN - STATS-FILE OPEN ERROR "
092900                 WS-STATS-FILE-STATUS
093000             PERFORM 2090-FILE-FAILED THRU 2090-EXIT
093100         ELSE
093200             SET WS-FT-REWRITTEN(WS-FX) TO TRUE
093300             MOVE "N" TO WS-EOF-SW
093400             PERFORM 2370-COPY-ONE-STAT THRU 2370-EXIT
093500                 UNTIL WS-EOF-INPUT-FILE
093600             CLOSE STATS-FILE
093700         END-IF
093800         CLOSE STATS-WORK-FILE
093900     END-IF.
094000 2350-EXIT.
094100     EXIT.
094200 2370-COPY-ONE-STAT.
094300     READ STATS-WORK-FILE
094400         AT END
094500             SET WS-EOF-INPUT-FILE TO TRUE
094600     END-READ.
094700     IF NOT WS-EOF-INPUT-FILE
094800         IF NOT WS-STATS-WORK-OK
094900             DISPLAY "TBLRETN - STATS-WORK-FILE READ ERROR "
095000                 WS-STATS-WORK-STATUS
095100             PERFORM 2095-REWRITE-FAILED THRU 2095-EXIT
095200         ELSE
095300             MOVE STATW-RECORD TO STAT-RECORD
095400             WRITE STAT-RECORD
095500             IF WS-STATS-FILE-OK
095600                 ADD 1 TO WS-FT-AFTER(WS-FX)
095700             ELSE
095800                 DISPLAY "TBLRETN - STATS-FILE WRITE ERROR "
095900                     WS-STATS-FILE-STATUS
096000                 PERFORM 2095-REWRITE-FAILED THRU 2095-EXIT
096100             END-IF
096200         END-IF
096300     END-IF.
096400 2370-EXIT.
096500     EXIT.
096600*================================================================*
096700* 2400-CLASSIFY-RECORD - DECIDES THE FATE OF ONE RECORD OF THE   *
096800*                        FILE IN HAND FROM ITS DATE IN           *
096900*                        WS-REC-DATE. OLDER THAN THE FILE'S      *
097000*                        PERIOD IT MOVES - UNLESS THE SNAPSHOT   *
097100*                        FLOOR APPLIES AND IT IS DATED ON OR     *
097200*                        AFTER THE FLOOR, WHEN IT IS HELD BACK.  *
097300*                        AN UNDATED RECORD ALWAYS STAYS.         *
097400*================================================================*
097500 2400-CLASSIFY-RECORD.
097600     SET WS-REC-KEEP TO TRUE.
097700     IF WS-REC-DATE > ZERO
097800         MOVE WS-REC-DATE TO WS-SERIAL-DATE
097900         PERFORM 2500-COMPUTE-DAY-SERIAL THRU 2500-EXIT
098000         COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-SERIAL-RESULT
098100         IF WS-AGE-DAYS > WS-FT-DAYS(WS-FX)
098200             IF WS-FT-FLOOR-APPLIES(WS-FX)
098300                     AND WS-REC-DATE NOT < WS-FLOOR-DATE
098400                 SET WS-REC-HOLD TO TRUE
098500                 ADD 1 TO WS-FT-HELD(WS-FX)
098600                 IF WS-FT-HELD-LOW(WS-FX) = ZERO
098700                         OR WS-REC-DATE < WS-FT-HELD-LOW(WS-FX)
098800                     MOVE WS-REC-DATE TO WS-FT-HELD-LOW(WS-FX)
098900                 END-IF
099000                 IF WS-REC-DATE > WS-FT-HELD-HIGH(WS-FX)
099100                     MOVE WS-REC-DATE TO WS-FT-HELD-HIGH(WS-FX)
099200                 END-IF
099300             ELSE
099400                 SET WS-REC-MOVE TO TRUE
099500                 ADD 1 TO WS-FT-MOVED(WS-FX)
099600                 IF WS-FT-MOVED-LOW(WS-FX) = ZERO
099700                         OR WS-REC-DATE < WS-FT-MOVED-LOW(WS-FX)
099800                     MOVE WS-REC-DATE TO WS-FT-MOVED-LOW(WS-FX)
099900                 END-IF
100000                 IF WS-REC-DATE > WS-FT-MOVED-HIGH(WS-FX)
100100                     MOVE WS-REC-DATE TO WS-FT-MOVED-HIGH(WS-FX)
100200                 END-IF
100300             END-IF
100400         END-IF
100500     END-IF.
100600 2400-EXIT.
100700     EXIT.
100800*================================================================*
100900* 2500-COMPUTE-DAY-SERIAL - FLATTENS THE YYYYMMDD DATE IN        *
101000*                           WS-SERIAL-DATE TO THE COARSE DAY     *
101100*                           SERIAL IN WS-SERIAL-RESULT.          *
101200*================================================================*
101300 2500-COMPUTE-DAY-SERIAL.
101400     MOVE WS-SERIAL-DATE(1:4) TO WS-SERIAL-YEAR.
101500     MOVE WS-SERIAL-DATE(5:2) TO WS-SERIAL-MONTH.
101600     MOVE WS-SERIAL-DATE(7:2) TO WS-SERIAL-DAY.
101700     COMPUTE WS-SERIAL-RESULT =
101800         (WS-SERIAL-YEAR * 365) +
101900         (WS-SERIAL-MONTH * 31) + WS-SERIAL-DAY.
102000 2500-EXIT.
102100     EXIT.
102200*================================================================*
102300* 4000-PRINT-REPORT - THE SNAPSHOT GENERATIONS AND THE FLOOR     *
102400*                     THEY SET, THEN ONE BLOCK PER FILE.         *
102500*================================================================*
102600 4000-PRINT-REPORT.
102700     PERFORM 4400-PRINT-SNAPSHOTS THRU 4400-EXIT.
102800     PERFORM 4500-PRINT-FILE-RESULT THRU 4500-EXIT
102900         VARYING WS-FX FROM 1 BY 1
103000             UNTIL WS-FX > 3.
103100 4000-EXIT.
103200     EXIT.
103300*================================================================*
103400* 4100-PRINT-HEADING - NEW-PAGE HEADING CARRYING THE RUN DATE.   *
103500*================================================================*
103600 4100-PRINT-HEADING.
103700     ADD 1 TO WS-PAGE-COUNT.
103800     MOVE SPACES TO WS-PRINT-LINE.
103900     STRING "1" DELIMITED BY SIZE
104000         "    TBLRETN RETENTION HOUSEKEEPING    RUN DATE "
104100             DELIMITED BY SIZE
104200         WS-RUN-DATE DELIMITED BY SIZE
104300         "     PAGE " DELIMITED BY SIZE
104400         WS-PAGE-COUNT DELIMITED BY SIZE
104500         INTO WS-PRINT-LINE.
104600     MOVE WS-PRINT-LINE TO PRINT-RECORD.
104700     WRITE PRINT-RECORD.
104800     MOVE SPACES TO PRINT-RECORD.
104900     WRITE PRINT-RECORD.
105000     MOVE ZERO TO WS-LINE-COUNT.
105100 4100-EXIT.
105200     EXIT.
105300*================================================================*
105400* 4200-PRINT-LINE - WRITES THE STAGED LINE WITH A PAGE BREAK     *
105500*                   EVERY WS-LINES-PER-PAGE LINES.               *
105600*================================================================*
105700 4200-PRINT-LINE.
105800     IF WS-PRINT-FILE-OK
105900         IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
106000             PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
106100         END-IF
106200         MOVE WS-PRINT-LINE TO PRINT-RECORD
106300         WRITE PRINT-RECORD
106400         ADD 1 TO WS-LINE-COUNT
106500     END-IF.
106600 4200-EXIT.
106700     EXIT.
106800*================================================================*
106900* 4300-PRINT-SECTION-LINE - A BLANK SPACER AHEAD OF EACH         *
107000*                           REPORT SECTION.                      *
107100*================================================================*
107200 4300-PRINT-SECTION-LINE.
107300     IF WS-PRINT-FILE-OK
107400         MOVE SPACES TO PRINT-RECORD
107500         WRITE PRINT-RECORD
107600         ADD 1 TO WS-LINE-COUNT
107700     END-IF.
107800 4300-EXIT.
107900     EXIT.
108000*================================================================*
108100* 4400-PRINT-SNAPSHOTS - EVERY GENERATION ON FILE WITH ITS DATE  *
108200*                        AND ENTRY COUNT, MARKED WHEN IT IS PAST *
108300*                        THE CARD'S SNAPSHOT PERIOD, THEN THE    *
108400*                        LOG FLOOR THE OLDEST ONE SETS.          *
108500*================================================================*
108600 4400-PRINT-SNAPSHOTS.
108700     MOVE WS-GEN-TOTAL TO WS-GEN-DISP.
108800     MOVE WS-SNAP-DAYS TO WS-DAYS-DISP.
108900     MOVE SPACES TO WS-PRINT-LINE.
109000     STRING " " DELIMITED BY SIZE
109100         "SNAPSHOT GENERATIONS ON FILE " DELIMITED BY SIZE
109200         WS-GEN-DISP DELIMITED BY SIZE
109300         "  RELEASE AFTER DAYS " DELIMITED BY SIZE
109400         WS-DAYS-DISP DELIMITED BY SIZE
109500         "  (ZERO - NOT CHECKED)" DELIMITED BY SIZE
109600         INTO WS-PRINT-LINE.
109700     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
109800     PERFORM 4420-PRINT-ONE-GENERATION THRU 4420-EXIT
109900         VARYING WS-GEN-IDX FROM 1 BY 1
110000             UNTIL WS-GEN-IDX > WS-GEN-COUNT.
110100     IF WS-GEN-TOTAL > WS-GEN-COUNT
110200         MOVE SPACES TO WS-PRINT-LINE
110300         STRING " " DELIMITED BY SIZE
110400             "    ONLY THE FIRST 400 GENERATIONS ARE LISTED - "
110500                 DELIMITED BY SIZE
110600             "THE " DELIMITED BY SIZE
110700             "FLOOR IS TAKEN OVER ALL OF THEM" DELIMITED BY SIZE
110800             INTO WS-PRINT-LINE
110900         PERFORM 4200-PRINT-LINE THRU 4200-EXIT
111000     END-IF.
111100     MOVE SPACES TO WS-PRINT-LINE.
111200     IF WS-FLOOR-KNOWN
111300         STRING " " DELIMITED BY SIZE
111400             "LOG FLOOR " DELIMITED BY SIZE
111500             WS-FLOOR-DATE DELIMITED BY SIZE
111600             " - ARCHIVE AND MAINTENANCE RECORDS ON OR AFTER IT "
111700                 DELIMITED BY SIZE
111800             "STAY FOR TBLASOF" DELIMITED BY SIZE
111900             INTO WS-PRINT-LINE
112000     ELSE
112100         STRING " " DELIMITED BY SIZE
112200             "NO LOG FLOOR - NO READABLE SNAPSHOT GENERATION - "
112300                 DELIMITED BY SIZE
112400             "ARCHIVE AND MAINTENANCE LOGS NOT AGED"
112500                 DELIMITED BY SIZE
112600             INTO WS-PRINT-LINE
112700     END-IF.
112800     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
112900     IF WS-GEN-DUE > ZERO
113000         MOVE WS-GEN-DUE TO WS-GEN-DISP
113100         MOVE SPACES TO WS-PRINT-LINE
113200         STRING " " DELIMITED BY SIZE
113300             WS-GEN-DISP DELIMITED BY SIZE
113400             " GENERATIONS DUE FOR RELEASE - LOG RECORDS BACK TO "
113500                 DELIMITED BY SIZE
113600             "THEM STAY UNTIL THEY ARE RELEASED" DELIMITED BY SIZE
113700             INTO WS-PRINT-LINE
113800         PERFORM 4200-PRINT-LINE THRU 4200-EXIT
113900     END-IF.
114000 4400-EXIT.
114100     EXIT.
114200 4420-PRINT-ONE-GENERATION.
114300     MOVE "KEPT" TO WS-STATE-TEXT.
114400     IF WS-SNAP-DAYS > ZERO
114500         MOVE WS-GEN-DATE(WS-GEN-IDX) TO WS-SERIAL-DATE
114600         PERFORM 2500-COMPUTE-DAY-SERIAL THRU 2500-EXIT
114700         COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-SERIAL-RESULT
114800         IF WS-AGE-DAYS > WS-SNAP-DAYS
114900             MOVE "PAST RETENTION - DUE FOR RELEASE"
115000                 TO WS-STATE-TEXT
115100         END-IF
115200     END-IF.
115300     MOVE WS-GEN-ENTRIES(WS-GEN-IDX) TO WS-GEN-DISP.
115400     MOVE SPACES TO WS-PRINT-LINE.
115500     STRING " " DELIMITED BY SIZE
115600         "    GENERATION DATED " DELIMITED BY SIZE
115700         WS-GEN-DATE(WS-GEN-IDX) DELIMITED BY SIZE
115800         "  ENTRIES " DELIMITED BY SIZE
115900         WS-GEN-DISP DELIMITED BY SIZE
116000         "  " DELIMITED BY SIZE
116100         WS-STATE-TEXT DELIMITED BY SIZE
116200         INTO WS-PRINT-LINE.
116300     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
116400 4420-EXIT.
116500     EXIT.
116600*================================================================*
116700* 4500-PRINT-FILE-RESULT - ONE BLOCK PER FILE: ITS PERIOD, WHAT  *
116800*                          BECAME OF IT, THE COUNTS BEFORE AND   *
116900*                          AFTER, THE DATES THAT MOVED AND THE   *
117000*                          DATES THE FLOOR HELD BACK. A FILE     *
117100*                          STILL OVER THE TABLE CEILING OF THE   *
117200*                          PROGRAM THAT LOADS IT POSTS CC 4.     *
117300*================================================================*
117400 4500-PRINT-FILE-RESULT.
117500     PERFORM 4300-PRINT-SECTION-LINE THRU 4300-EXIT.
117600     EVALUATE TRUE
117700         WHEN WS-FT-NOT-AGED(WS-FX)
117800             MOVE "NOT AGED - NO RETENTION PERIOD ON THE CARD"
117900                 TO WS-STATE-TEXT
118000         WHEN WS-FT-NO-FILE(WS-FX)
118100             MOVE "NOT AGED - NO FILE ON HAND" TO WS-STATE-TEXT
118200         WHEN WS-FT-NO-FLOOR(WS-FX)
118300             MOVE "NOT AGED - NO SNAPSHOT FLOOR" TO WS-STATE-TEXT
118400         WHEN WS-FT-FAILED(WS-FX)
118500             MOVE "NOT AGED - ERROR - LIVE FILE UNCHANGED"
118600                 TO WS-STATE-TEXT
118700         WHEN WS-FT-UNCHANGED(WS-FX)
118800             MOVE "NOTHING DUE TO MOVE - LIVE FILE NOT REWRITTEN"
118900                 TO WS-STATE-TEXT
119000         WHEN WS-FT-REWRITTEN(WS-FX)
119100             MOVE "AGED - LIVE FILE REWRITTEN" TO WS-STATE-TEXT
119200         WHEN WS-FT-REWRITE-FAILED(WS-FX)
119300             MOVE SPACES TO WS-STATE-TEXT
119400             STRING "REWRITE FAILED - RESTORE THE LIVE FILE FROM "
119500                     DELIMITED BY SIZE
119600                 WS-FT-WORK-NAME(WS-FX) DELIMITED BY SIZE
119700                 INTO WS-STATE-TEXT
119800     END-EVALUATE.
119900     MOVE WS-FT-DAYS(WS-FX) TO WS-DAYS-DISP.
120000     MOVE SPACES TO WS-PRINT-LINE.
120100     STRING " " DELIMITED BY SIZE
120200         WS-FT-NAME(WS-FX) DELIMITED BY SIZE
120300         "  RETAIN DAYS " DELIMITED BY SIZE
120400         WS-DAYS-DISP DELIMITED BY SIZE
120500         "  " DELIMITED BY SIZE
120600         WS-STATE-TEXT DELIMITED BY SIZE
120700         INTO WS-PRINT-LINE.
120800     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
120900     IF WS-FT-UNCHANGED(WS-FX)
121000             OR WS-FT-REWRITTEN(WS-FX)
121100             OR WS-FT-REWRITE-FAILED(WS-FX)
121200         PERFORM 4550-PRINT-FILE-COUNTS THRU 4550-EXIT
121300     END-IF.
121400 4500-EXIT.
121500     EXIT.
121600 4550-PRINT-FILE-COUNTS.
121700     MOVE WS-FT-BEFORE(WS-FX) TO WS-COUNT-DISP-1.
121800     MOVE WS-FT-MOVED(WS-FX) TO WS-COUNT-DISP-2.
121900     MOVE WS-FT-HELD(WS-FX) TO WS-COUNT-DISP-3.
122000     MOVE WS-FT-AFTER(WS-FX) TO WS-COUNT-DISP-4.
122100     MOVE SPACES TO WS-PRINT-LINE.
122200     STRING " " DELIMITED BY SIZE
122300         "          BEFORE " DELIMITED BY SIZE
122400         WS-COUNT-DISP-1 DELIMITED BY SIZE
122500         "  MOVED TO " DELIMITED BY SIZE
122600         WS-FT-HIST-NAME(WS-FX) DELIMITED BY SIZE
122700         " " DELIMITED BY SIZE
122800         WS-COUNT-DISP-2 DELIMITED BY SIZE
122900         "  HELD BACK " DELIMITED BY SIZE
123000         WS-COUNT-DISP-3 DELIMITED BY SIZE
123100         "  AFTER " DELIMITED BY SIZE
123200         WS-COUNT-DISP-4 DELIMITED BY SIZE
123300         INTO WS-PRINT-LINE.
123400     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
123500     IF WS-FT-MOVED(WS-FX) > ZERO
123600         MOVE SPACES TO WS-PRINT-LINE
123700         STRING " " DELIMITED BY SIZE
123800             "          MOVED RECORDS DATED " DELIMITED BY SIZE
123900             WS-FT-MOVED-LOW(WS-FX) DELIMITED BY SIZE
124000             " TO " DELIMITED BY SIZE
124100             WS-FT-MOVED-HIGH(WS-FX) DELIMITED BY SIZE
124200             INTO WS-PRINT-LINE
124300         PERFORM 4200-PRINT-LINE THRU 4200-EXIT
124400     END-IF.
124500     IF WS-FT-HELD(WS-FX) > ZERO
124600         MOVE SPACES TO WS-PRINT-LINE
124700         STRING " " DELIMITED BY SIZE
124800             "          HELD BACK - PAST THE PERIOD BUT ON OR "
124900                 DELIMITED BY SIZE
125000             "AFTER " DELIMITED BY SIZE
125100             "THE OLDEST SNAPSHOT " DELIMITED BY SIZE
125200             WS-FLOOR-DATE DELIMITED BY SIZE
125300             " - DATED " DELIMITED BY SIZE
125400             WS-FT-HELD-LOW(WS-FX) DELIMITED BY SIZE
125500             " TO " DELIMITED BY SIZE
125600             WS-FT-HELD-HIGH(WS-FX) DELIMITED BY SIZE
125700             INTO WS-PRINT-LINE
125800         PERFORM 4200-PRINT-LINE THRU 4200-EXIT
125900     END-IF.
126000     IF WS-FT-AFTER(WS-FX) > WS-FT-CEILING(WS-FX)
126100         MOVE WS-FT-CEILING(WS-FX) TO WS-CEILING-DISP
126200         MOVE SPACES TO WS-PRINT-LINE
126300         STRING " " DELIMITED BY SIZE
126400             "          WARNING - STILL OVER THE "
126500                 DELIMITED BY SIZE
126600             WS-CEILING-DISP DELIMITED BY SIZE
126700             "-RECORD TABLE IN " DELIMITED BY SIZE
126800             WS-FT-LOADER(WS-FX) DELIMITED BY SIZE
126900             INTO WS-PRINT-LINE
127000         PERFORM 4200-PRINT-LINE THRU 4200-EXIT
127100         DISPLAY "TBLRETN - WARNING - " WS-FT-NAME(WS-FX)
127200             " STILL HOLDS " WS-COUNT-DISP-4 " RECORDS"
127300         IF RETURN-CODE < 4
127400             MOVE 4 TO RETURN-CODE
127500         END-IF
127600     END-IF.
127700 4550-EXIT.
127800     EXIT.
127900*================================================================*
128000* 4900-PRINT-TRAILER - THE END LINE.                             *
128100*================================================================*
128200 4900-PRINT-TRAILER.
128300     IF WS-PRINT-FILE-OK
128400         PERFORM 4300-PRINT-SECTION-LINE THRU 4300-EXIT
128500         MOVE SPACES TO WS-PRINT-LINE
128600         STRING " " DELIMITED BY SIZE
128700             "END OF RETENTION HOUSEKEEPING REPORT"
128800                 DELIMITED BY SIZE
128900             INTO WS-PRINT-LINE
129000         MOVE WS-PRINT-LINE TO PRINT-RECORD
129100         WRITE PRINT-RECORD
129200     END-IF.
129300 4900-EXIT.
129400     EXIT.
129500*================================================================*
129600* 9000-TERMINATE - CLOSES THE REPORT - EVERY OTHER FILE WAS      *
129700*                  CLOSED WHEN ITS PASS ENDED.                   *
129800*================================================================*
129900 9000-TERMINATE.
130000     IF WS-PRINT-FILE-OK
130100         CLOSE PRINT-FILE
130200     END-IF.
130300 9000-EXIT.
130400     EXIT.
