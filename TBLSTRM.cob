000100*================================================================*
000200* PROGRAM-ID.  TBLSTRM                                           *
000300*================================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     TBLSTRM.
000600 AUTHOR.         R. G. MERCER.
000700 INSTALLATION.   DAILY PROCESSING CENTER.
000800 DATE-WRITTEN.   10/09/2026.
000900 DATE-COMPILED.
001000*----------------------------------------------------------------*
001100* MODIFICATION HISTORY                                           *
001200*  DATE        INIT  DESCRIPTION                                 *
001300*  10/09/2026  RGM   ORIGINAL PROGRAM. MORNING STATUS REPORT OF  *
001400*                    THE NIGHT'S TABLE STREAM FROM THE           *
001500*                    RUN-CONTROL FILE - ONE LINE PER JOB IN      *
001600*                    STREAM ORDER WITH ITS STATUS, START AND     *
001700*                    END, CONDITION CODE, RUNS, REFUSALS AND ANY *
001800*                    OPERATOR OVERRIDE. A JOB WITH NO RECORD     *
001900*                    PRINTS AS NOT RUN. ENDS CC 4 WHEN ANY JOB   *
002000*                    DID NOT COMPLETE CLEANLY, SO THE DAY SHIFT  *
002100*                    IS PAGED BEFORE THE USERS NOTICE.           *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.    IBM-370.
002600 OBJECT-COMPUTER.    IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS RCT-KEY
003300         FILE STATUS IS WS-RUN-CONTROL-STATUS.
003400     SELECT RUN-CARD-FILE ASSIGN TO RUNCARD
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RUN-CARD-STATUS.
003700     SELECT PRINT-FILE ASSIGN TO PRTFILE
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-PRINT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RUN-CONTROL-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 COPY RUNCTL01.
004500 FD  RUN-CARD-FILE
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 COPY RUNCRD01.
004900 FD  PRINT-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  PRINT-RECORD                PIC X(133).
005300 WORKING-STORAGE SECTION.
005400*----------------------------------------------------------------*
005500* FILE STATUS AND SWITCH AREA                                    *
005600*----------------------------------------------------------------*
005700 01  WS-FILE-STATUSES.
005800     05  WS-RUN-CONTROL-STATUS   PIC X(02) VALUE SPACES.
005900         88  WS-RUN-CONTROL-OK           VALUE "00".
006000         88  WS-RUN-CONTROL-NOT-FOUND    VALUE "35".
006100     05  WS-RUN-CARD-STATUS      PIC X(02) VALUE SPACES.
006200         88  WS-RUN-CARD-OK              VALUE "00".
006300     05  WS-PRINT-FILE-STATUS    PIC X(02) VALUE SPACES.
006400         88  WS-PRINT-FILE-OK            VALUE "00".
006500 01  WS-SWITCHES.
006600     05  WS-RUN-OK-SW            PIC X(01) VALUE "Y".
006700         88  WS-RUN-OK                   VALUE "Y".
006800     05  WS-RUN-FOUND-SW         PIC X(01) VALUE "N".
006900         88  WS-RUN-FOUND                VALUE "Y".
007000     05  WS-STREAM-FOUND-SW      PIC X(01) VALUE "N".
007100         88  WS-STREAM-FOUND             VALUE "Y".
007200*----------------------------------------------------------------*
007300* RUN CONTROL AND COUNTERS                                       *
007400*----------------------------------------------------------------*
007500 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
007600 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
007700 01  WS-RUN-MAX-CC               PIC 9(04) VALUE 0004.
007800 01  WS-CLEAN-COUNT              PIC 9(02) COMP VALUE ZERO.
007900 01  WS-PROBLEM-COUNT            PIC 9(02) COMP VALUE ZERO.
008000 01  WS-CLEAN-COUNT-DISP         PIC 9(02) VALUE ZERO.
008100 01  WS-PROBLEM-COUNT-DISP       PIC 9(02) VALUE ZERO.
008200*----------------------------------------------------------------*
008300* THE NIGHTLY TABLE STREAM IN THE ORDER THE SCHEDULER RUNS IT. A *
008400* JOB ADDED TO THE STREAM IS ADDED HERE AND TO THE COUNT.        *
008500*----------------------------------------------------------------*
008600 01  WS-STREAM-COUNT             PIC 9(02) COMP VALUE 6.
008700 01  WS-STREAM-IDX               PIC 9(02) COMP VALUE ZERO.
008800 01  WS-STREAM-LIST.
008900     05  FILLER                  PIC X(08) VALUE "TBLLOAD".
009000     05  FILLER                  PIC X(08) VALUE "TBLPURGE".
009100     05  FILLER                  PIC X(08) VALUE "TBLSNAP".
009200     05  FILLER                  PIC X(08) VALUE "TBLCMP".
009300     05  FILLER                  PIC X(08) VALUE "TBLRECON".
009400     05  FILLER                  PIC X(08) VALUE "TBLCONF".
009500 01  WS-STREAM-TABLE REDEFINES WS-STREAM-LIST.
009600     05  WS-STREAM-JOB           PIC X(08) OCCURS 6 TIMES.
009700*----------------------------------------------------------------*
009800* REPORT CONTROL FIELDS                                          *
009900*----------------------------------------------------------------*
010000 01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
010100 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
010200 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 060.
010300 01  WS-PRINT-LINE               PIC X(133) VALUE SPACES.
010400 01  WS-TIME-WORK                PIC 9(08) VALUE ZERO.
010500 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
010600     05  WS-TIME-HHMMSS          PIC 9(06).
010700     05  FILLER                  PIC 9(02).
010800 01  WS-OPEN-TIME-DISP           PIC 9(06) VALUE ZERO.
010900 01  WS-OPEN-DATE-DISP           PIC 9(08) VALUE ZERO.
011000 01  WS-DETAIL-LINE.
011100     05  WS-DETAIL-JOB           PIC X(08) VALUE SPACES.
011200     05  WS-DETAIL-STATUS        PIC X(16) VALUE SPACES.
011300     05  WS-DETAIL-START-DATE    PIC 9(08) VALUE ZERO.
011400     05  WS-DETAIL-START-TIME    PIC 9(06) VALUE ZERO.
011500     05  WS-DETAIL-END-DATE      PIC 9(08) VALUE ZERO.
011600     05  WS-DETAIL-END-TIME      PIC 9(06) VALUE ZERO.
011700     05  WS-DETAIL-CC            PIC 9(04) VALUE ZERO.
011800     05  WS-DETAIL-RUNS          PIC 9(03) VALUE ZERO.
011900     05  WS-DETAIL-REFUSED       PIC 9(03) VALUE ZERO.
012000     05  WS-DETAIL-OPER          PIC X(08) VALUE SPACES.
012100     05  WS-DETAIL-NOTE          PIC X(40) VALUE SPACES.
012200 PROCEDURE DIVISION.
012300*================================================================*
012400* 0000-MAINLINE                                                  *
012500*================================================================*
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800     IF WS-RUN-OK
012900         PERFORM 2000-REPORT-ONE-JOB THRU 2000-EXIT
013000             VARYING WS-STREAM-IDX FROM 1 BY 1
013100                 UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
013200     END-IF.
013300     PERFORM 4900-PRINT-TRAILER THRU 4900-EXIT.
013400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013500     STOP RUN.
013600*================================================================*
013700* 1000-INITIALIZE - OPENS THE RUN-CONTROL FILE, SETTLES WHICH    *
013800*                   BUSINESS DATE TO REPORT AND OPENS THE        *
013900*                   REPORT. A RUN-CONTROL FILE THAT WILL NOT     *
014000*                   OPEN ENDS THE RUN CC 8 WITH NOTHING          *
014100*                   REPORTED.                                    *
014200*================================================================*
014300 1000-INITIALIZE.
014400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014500     OPEN INPUT RUN-CONTROL-FILE.
014600     IF WS-RUN-CONTROL-OK
014700         PERFORM 1100-SET-BUSINESS-DATE THRU 1100-EXIT
014800     ELSE
014900         DISPLAY "TBLSTRM - RUN-CONTROL-FILE OPEN ERROR "
015000             WS-RUN-CONTROL-STATUS
015100         DISPLAY "TBLSTRM - NO STREAM STATUS TO REPORT"
015200         MOVE "N" TO WS-RUN-OK-SW
015300         IF RETURN-CODE < 8
015400             MOVE 8 TO RETURN-CODE
015500         END-IF
015600     END-IF.
015700     PERFORM 1200-OPEN-PRINT-FILE THRU 1200-EXIT.
015800 1000-EXIT.
015900     EXIT.
016000*================================================================*
016100* 1100-SET-BUSINESS-DATE - A DATE ON THE RUN CARD REPORTS THAT   *
016200*                          BUSINESS DATE. OTHERWISE THE REPORT   *
016300*                          IS FOR THE DATE THE STREAM RECORD     *
016400*                          SAYS TBLLOAD LAST OPENED, OR TODAY IF *
016500*                          THERE IS NO STREAM RECORD.            *
016600*================================================================*
016700 1100-SET-BUSINESS-DATE.
016800     OPEN INPUT RUN-CARD-FILE.
016900     IF WS-RUN-CARD-OK
017000         MOVE SPACES TO RUNC-RECORD
017100         READ RUN-CARD-FILE
017200             AT END
017300                 MOVE SPACES TO RUNC-RECORD
017400         END-READ
017500         IF RUN-C-BUS-DATE IS NUMERIC
017600             MOVE RUN-C-BUS-DATE TO WS-BUSINESS-DATE
017700         END-IF
017800         CLOSE RUN-CARD-FILE
017900     END-IF.
018000     MOVE ZERO TO RCT-BUS-DATE.
018100     MOVE "*STREAM*" TO RCT-JOB-NAME.
018200     READ RUN-CONTROL-FILE
018300         INVALID KEY
018400             CONTINUE
018500         NOT INVALID KEY
018600             SET WS-STREAM-FOUND TO TRUE
018700     END-READ.
018800     IF WS-STREAM-FOUND
018900         MOVE RCT-OPEN-DATE TO WS-OPEN-DATE-DISP
019000         MOVE RCT-OPEN-TIME TO WS-TIME-WORK
019100         MOVE WS-TIME-HHMMSS TO WS-OPEN-TIME-DISP
019200     END-IF.
019300     IF WS-BUSINESS-DATE = ZERO
019400         IF WS-STREAM-FOUND
019500             MOVE RCT-OPEN-BUS-DATE TO WS-BUSINESS-DATE
019600         ELSE
019700             MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
019800         END-IF
019900     END-IF.
020000 1100-EXIT.
020100     EXIT.
020200*================================================================*
020300* 1200-OPEN-PRINT-FILE - OPENS THE STATUS REPORT AND PRINTS THE  *
020400*                        FIRST HEADING.                          *
020500*================================================================*
020600 1200-OPEN-PRINT-FILE.
020700     OPEN OUTPUT PRINT-FILE.
020800     IF WS-PRINT-FILE-OK
020900         MOVE ZERO TO WS-PAGE-COUNT
021000         PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
021100     ELSE
021200         DISPLAY "TBLSTRM - PRINT-FILE OPEN ERROR "
021300             WS-PRINT-FILE-STATUS
021400         IF RETURN-CODE < 8
021500             MOVE 8 TO RETURN-CODE
021600         END-IF
021700     END-IF.
021800 1200-EXIT.
021900     EXIT.
022000*================================================================*
022100* 2000-REPORT-ONE-JOB - LOOKS UP ONE STREAM JOB FOR THE BUSINESS *
022200*                       DATE AND GRADES IT. ANYTHING BUT         *
022300*                       COMPLETE POSTS THE WARNING CONDITION     *
022400*                       CODE.                                    *
022500*================================================================*
022600 2000-REPORT-ONE-JOB.
022700     MOVE "N" TO WS-RUN-FOUND-SW.
022800     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
022900     MOVE WS-STREAM-JOB (WS-STREAM-IDX) TO RCT-JOB-NAME.
023000     READ RUN-CONTROL-FILE
023100         INVALID KEY
023200             CONTINUE
023300         NOT INVALID KEY
023400             SET WS-RUN-FOUND TO TRUE
023500     END-READ.
023600     MOVE SPACES TO WS-DETAIL-LINE.
023700     MOVE WS-STREAM-JOB (WS-STREAM-IDX) TO WS-DETAIL-JOB.
023800     MOVE ZERO TO WS-DETAIL-START-DATE.
023900     MOVE ZERO TO WS-DETAIL-START-TIME.
024000     MOVE ZERO TO WS-DETAIL-END-DATE.
024100     MOVE ZERO TO WS-DETAIL-END-TIME.
024200     MOVE ZERO TO WS-DETAIL-CC.
024300     MOVE ZERO TO WS-DETAIL-RUNS.
024400     MOVE ZERO TO WS-DETAIL-REFUSED.
024500     IF WS-RUN-FOUND
024600         MOVE RCT-START-DATE TO WS-DETAIL-START-DATE
024700         MOVE RCT-START-TIME TO WS-TIME-WORK
024800         MOVE WS-TIME-HHMMSS TO WS-DETAIL-START-TIME
024900         MOVE RCT-END-DATE TO WS-DETAIL-END-DATE
025000         MOVE RCT-END-TIME TO WS-TIME-WORK
025100         MOVE WS-TIME-HHMMSS TO WS-DETAIL-END-TIME
025200         MOVE RCT-COND-CODE TO WS-DETAIL-CC
025300         MOVE RCT-RUN-COUNT TO WS-DETAIL-RUNS
025400         MOVE RCT-REFUSE-COUNT TO WS-DETAIL-REFUSED
025500         MOVE RCT-NOTE TO WS-DETAIL-NOTE
025600         IF RCT-OVERRIDDEN
025700             MOVE RCT-OVERRIDE-OPER TO WS-DETAIL-OPER
025800         END-IF
025900     END-IF.
026000     EVALUATE TRUE
026100         WHEN NOT WS-RUN-FOUND
026200             MOVE "NOT RUN" TO WS-DETAIL-STATUS
026300         WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
026400             MOVE "COMPLETE" TO WS-DETAIL-STATUS
026500         WHEN RCT-ENDED
026600             MOVE "FAILED" TO WS-DETAIL-STATUS
026700         WHEN RCT-STARTED
026800             MOVE "STARTED - NO END" TO WS-DETAIL-STATUS
026900         WHEN RCT-REFUSED
027000             MOVE "REFUSED" TO WS-DETAIL-STATUS
027100         WHEN OTHER
027200             MOVE "UNKNOWN STATUS" TO WS-DETAIL-STATUS
027300     END-EVALUATE.
027400     IF WS-DETAIL-STATUS = "COMPLETE"
027500         ADD 1 TO WS-CLEAN-COUNT
027600     ELSE
027700         ADD 1 TO WS-PROBLEM-COUNT
027800         IF RETURN-CODE < 4
027900             MOVE 4 TO RETURN-CODE
028000         END-IF
028100     END-IF.
028200     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
028300 2000-EXIT.
028400     EXIT.
028500*================================================================*
028600* 4100-PRINT-HEADING - NEW-PAGE HEADING CARRYING THE BUSINESS    *
028700*                      DATE, WHEN THE STREAM OPENED, THE RUN     *
028800*                      DATE AND THE COLUMN HEADINGS.             *
028900*================================================================*
029000 4100-PRINT-HEADING.
029100     ADD 1 TO WS-PAGE-COUNT.
029200     MOVE SPACES TO WS-PRINT-LINE.
029300     STRING "1" DELIMITED BY SIZE
029400         "    TBLSTRM NIGHTLY STREAM STATUS    BUSINESS DATE "
029500             DELIMITED BY SIZE
029600         WS-BUSINESS-DATE DELIMITED BY SIZE
029700         "    RUN DATE " DELIMITED BY SIZE
029800         WS-RUN-DATE DELIMITED BY SIZE
029900         "     PAGE " DELIMITED BY SIZE
030000         WS-PAGE-COUNT DELIMITED BY SIZE
030100         INTO WS-PRINT-LINE.
030200     MOVE WS-PRINT-LINE TO PRINT-RECORD.
030300     WRITE PRINT-RECORD.
030400     MOVE SPACES TO WS-PRINT-LINE.
030500     IF WS-STREAM-FOUND
030600         STRING " " DELIMITED BY SIZE
030700             "    STREAM LAST OPENED " DELIMITED BY SIZE
030800             WS-OPEN-DATE-DISP DELIMITED BY SIZE
030900             " " DELIMITED BY SIZE
031000             WS-OPEN-TIME-DISP DELIMITED BY SIZE
031100             INTO WS-PRINT-LINE
031200     END-IF.
031300     MOVE WS-PRINT-LINE TO PRINT-RECORD.
031400     WRITE PRINT-RECORD.
031500     MOVE SPACES TO WS-PRINT-LINE.
031600     STRING " " DELIMITED BY SIZE
031700         "JOB       STATUS            STARTED          "
031800             DELIMITED BY SIZE
031900         "ENDED            CC    RUNS REFUSED OVERRIDE NOTE"
032000             DELIMITED BY SIZE
032100         INTO WS-PRINT-LINE.
032200     MOVE WS-PRINT-LINE TO PRINT-RECORD.
032300     WRITE PRINT-RECORD.
032400     MOVE SPACES TO PRINT-RECORD.
032500     WRITE PRINT-RECORD.
032600     MOVE ZERO TO WS-LINE-COUNT.
032700 4100-EXIT.
032800     EXIT.
032900*================================================================*
033000* 4200-PRINT-DETAIL - ONE LINE PER STREAM JOB.                   *
033100*================================================================*
033200 4200-PRINT-DETAIL.
033300     IF WS-PRINT-FILE-OK
033400         IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
033500             PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
033600         END-IF
033700         MOVE SPACES TO WS-PRINT-LINE
033800         STRING " " DELIMITED BY SIZE
033900             WS-DETAIL-JOB DELIMITED BY SIZE
034000             "  " DELIMITED BY SIZE
034100             WS-DETAIL-STATUS DELIMITED BY SIZE
034200             "  " DELIMITED BY SIZE
034300             WS-DETAIL-START-DATE DELIMITED BY SIZE
034400             " " DELIMITED BY SIZE
034500             WS-DETAIL-START-TIME DELIMITED BY SIZE
034600             "  " DELIMITED BY SIZE
034700             WS-DETAIL-END-DATE DELIMITED BY SIZE
034800             " " DELIMITED BY SIZE
034900             WS-DETAIL-END-TIME DELIMITED BY SIZE
035000             "  " DELIMITED BY SIZE
035100             WS-DETAIL-CC DELIMITED BY SIZE
035200             "  " DELIMITED BY SIZE
035300             WS-DETAIL-RUNS DELIMITED BY SIZE
035400             "  " DELIMITED BY SIZE
035500             WS-DETAIL-REFUSED DELIMITED BY SIZE
035600             "     " DELIMITED BY SIZE
035700             WS-DETAIL-OPER DELIMITED BY SIZE
035800             " " DELIMITED BY SIZE
035900             WS-DETAIL-NOTE DELIMITED BY SIZE
036000             INTO WS-PRINT-LINE
036100         MOVE WS-PRINT-LINE TO PRINT-RECORD
036200         WRITE PRINT-RECORD
036300         ADD 1 TO WS-LINE-COUNT
036400     END-IF.
036500 4200-EXIT.
036600     EXIT.
036700*================================================================*
036800* 4900-PRINT-TRAILER - COUNTS OF JOBS COMPLETE AND NOT COMPLETE. *
036900*================================================================*
037000 4900-PRINT-TRAILER.
037100     MOVE WS-CLEAN-COUNT TO WS-CLEAN-COUNT-DISP.
037200     MOVE WS-PROBLEM-COUNT TO WS-PROBLEM-COUNT-DISP.
037300     IF WS-PRINT-FILE-OK
037400         MOVE SPACES TO PRINT-RECORD
037500         WRITE PRINT-RECORD
037600         MOVE SPACES TO WS-PRINT-LINE
037700         IF WS-RUN-OK
037800             STRING " " DELIMITED BY SIZE
037900                 "JOBS COMPLETE " DELIMITED BY SIZE
038000                 WS-CLEAN-COUNT-DISP DELIMITED BY SIZE
038100                 "  NOT COMPLETE " DELIMITED BY SIZE
038200                 WS-PROBLEM-COUNT-DISP DELIMITED BY SIZE
038300                 INTO WS-PRINT-LINE
038400         ELSE
038500             STRING " " DELIMITED BY SIZE
038600                 "RUN-CONTROL FILE NOT AVAILABLE - NO STATUS "
038700                     DELIMITED BY SIZE
038800                 "REPORTED" DELIMITED BY SIZE
038900                 INTO WS-PRINT-LINE
039000         END-IF
039100         MOVE WS-PRINT-LINE TO PRINT-RECORD
039200         WRITE PRINT-RECORD
039300         MOVE SPACES TO WS-PRINT-LINE
039400         STRING " " DELIMITED BY SIZE
039500             "END OF STREAM STATUS REPORT" DELIMITED BY SIZE
039600             INTO WS-PRINT-LINE
039700         MOVE WS-PRINT-LINE TO PRINT-RECORD
039800         WRITE PRINT-RECORD
039900     END-IF.
040000     DISPLAY "TBLSTRM - BUSINESS DATE " WS-BUSINESS-DATE
040100         " - " WS-CLEAN-COUNT-DISP " COMPLETE, "
040200         WS-PROBLEM-COUNT-DISP " NOT COMPLETE".
040300 4900-EXIT.
040400     EXIT.
040500*================================================================*
040600* 9000-TERMINATE - CLOSES WHATEVER OPENED CLEAN.                 *
040700*================================================================*
040800 9000-TERMINATE.
040900     IF WS-RUN-CONTROL-OK
041000         CLOSE RUN-CONTROL-FILE
041100     END-IF.
041200     IF WS-PRINT-FILE-OK
041300         CLOSE PRINT-FILE
041400     END-IF.
041500 9000-EXIT.
041600     EXIT.
