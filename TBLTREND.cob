002100*                    DONE PER JOB FOR THE RUN COUNTERS, SO A     *
002200*                    RISING REJECT RATE SHOWS BEFORE IT IS AN    *
002300*                    OUTAGE.                                     *
002310*  10/12/2026  RGM   QUALITY-SCORE TREND. THE PER-TABLE SCORES   *
002320*                    TBLQUAL APPENDS AS "Q" RECORDS GET THE SAME *
002330*                    LATEST, WEEK-BACK AND MONTH-BACK            *
002340*                    COMPARISON, WITH THE SIGNED CHANGE IN       *
002350*                    SCORE, SO A TABLE WHOSE DATA IS DECAYING    *
002360*                    SHOWS UP BEFORE THE USERS FIND IT.          *
002400*----------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
012700 01  WS-DELTA                    PIC S9(05) COMP VALUE ZERO.
012800 01  WS-DELTA-DISP               PIC +99999 VALUE ZERO.
012900 01  WS-AGE-TEXT                 PIC X(10) VALUE SPACES.
012910 01  WS-SCORE-DISP               PIC ZZ9 VALUE ZERO.
013000*----------------------------------------------------------------*
013100* REPORT CONTROL FIELDS                                         *
013200*----------------------------------------------------------------*
014300     IF WS-HIST-COUNT > ZERO
014400         PERFORM 3000-TREND-TABLES THRU 3000-EXIT
014500         PERFORM 3500-TREND-RUNS THRU 3500-EXIT
014510         PERFORM 3700-TREND-QUALITY THRU 3700-EXIT
014600     END-IF.
014700     PERFORM 4900-PRINT-TRAILER THRU 4900-EXIT.
014800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026400 3000-EXIT.
026500     EXIT.
026600 3050-COLLECT-TABLE-KEY.
026700     IF WS-HIST-REC-TYPE(WS-HIST-IDX) = WS-TREND-REC-TYPE
026800         MOVE "N" TO WS-KEY-FOUND-SW
026900         PERFORM 3070-SCAN-KEY-LIST THRU 3070-EXIT
027000             VARYING WS-KEY-SCAN-IDX FROM 1 BY 1
028100 3050-EXIT.
028200     EXIT.
028300 3070-SCAN-KEY-LIST.
028400     IF WS-TREND-REC-TYPE = "T" OR "Q"
028500         IF WS-KEY-VALUE(WS-KEY-SCAN-IDX)(1:2) =
028600                 WS-HIST-TABLE-TYPE(WS-HIST-IDX)
028700             SET WS-KEY-ALREADY-LISTED TO TRUE
031200*                          HISTORY RECORD AND THE NEAREST       *
031300*                          ONES AT LEAST 7 AND 30 DAYS OLDER.   *
031400*                          A MATCH IS ON RECORD TYPE PLUS       *
031500*                          TABLE TYPE ("T" AND "Q") OR JOB       *
031500*                          NAME ("R").                           *
031600*================================================================*
031700 3200-FIND-TREND-POINTS.
031800     MOVE ZERO TO WS-LATEST-IDX.
033400     EXIT.
033500 3220-PICK-LATEST.
033600     IF WS-HIST-REC-TYPE(WS-PICK-IDX) = WS-TREND-REC-TYPE
033700         AND ((WS-TREND-REC-TYPE NOT = "R"
033800             AND WS-HIST-TABLE-TYPE(WS-PICK-IDX) =
033900                 WS-TREND-TABLE-TYPE)
034000          OR (WS-TREND-REC-TYPE = "R"
035200     EXIT.
035300 3240-PICK-BACK-POINTS.
035400     IF WS-HIST-REC-TYPE(WS-PICK-IDX) = WS-TREND-REC-TYPE
035500         AND ((WS-TREND-REC-TYPE NOT = "R"
035600             AND WS-HIST-TABLE-TYPE(WS-PICK-IDX) =
035700                 WS-TREND-TABLE-TYPE)
035800          OR (WS-TREND-REC-TYPE = "R"
052700     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
052800 3650-EXIT.
052900     EXIT.
052901*================================================================*
052902* 3700-TREND-QUALITY - THE LATEST/WEEK/MONTH COMPARISON OF THE   *
052903*                      DATA-QUALITY SCORE FOR EVERY TABLE TYPE   *
052904*                      ON A "Q" HISTORY RECORD (TBLQUAL).        *
052905*================================================================*
052906 3700-TREND-QUALITY.
052907     MOVE "Q" TO WS-TREND-REC-TYPE.
052908     MOVE ZERO TO WS-KEY-COUNT.
052909     PERFORM 3050-COLLECT-TABLE-KEY THRU 3050-EXIT
052910         VARYING WS-HIST-IDX FROM 1 BY 1
052911             UNTIL WS-HIST-IDX > WS-HIST-COUNT.
052912     IF WS-KEY-COUNT > ZERO
052913         PERFORM 4300-PRINT-SECTION-LINE THRU 4300-EXIT
052914         PERFORM 3800-TREND-ONE-SCORE THRU 3800-EXIT
052915             VARYING WS-KEY-IDX FROM 1 BY 1
052916                 UNTIL WS-KEY-IDX > WS-KEY-COUNT
052917     END-IF.
052918 3700-EXIT.
052919     EXIT.
052920 3800-TREND-ONE-SCORE.
052921     MOVE WS-KEY-VALUE(WS-KEY-IDX)(1:2) TO WS-TREND-TABLE-TYPE.
052922     PERFORM 3200-FIND-TREND-POINTS THRU 3200-EXIT.
052923     IF WS-LATEST-IDX > ZERO
052924         PERFORM 3850-PRINT-SCORE-TREND THRU 3850-EXIT
052925     END-IF.
052926 3800-EXIT.
052927     EXIT.
052928*================================================================*
052929* 3850-PRINT-SCORE-TREND - ONE LINE PER TABLE TYPE: THE LATEST   *
052930*                          SCORE WITH ITS FLAGGED AND SCANNED    *
052931*                          ENTRIES, THEN THE WEEK-BACK AND       *
052932*                          MONTH-BACK SCORES.                    *
052933*================================================================*
052934 3850-PRINT-SCORE-TREND.
052935     MOVE WS-HIST-COUNT-1(WS-LATEST-IDX) TO WS-SCORE-DISP.
052936     MOVE WS-HIST-COUNT-2(WS-LATEST-IDX) TO WS-COUNT-2-DISP.
052937     MOVE WS-HIST-COUNT-3(WS-LATEST-IDX) TO WS-COUNT-3-DISP.
052938     MOVE SPACES TO WS-PRINT-LINE.
052939     STRING " " DELIMITED BY SIZE
052940         "TABLE " DELIMITED BY SIZE
052941         WS-TREND-TABLE-TYPE DELIMITED BY SIZE
052942         "  AT " DELIMITED BY SIZE
052943         WS-HIST-DATE(WS-LATEST-IDX) DELIMITED BY SIZE
052944         "  QUALITY SCORE " DELIMITED BY SIZE
052945         WS-SCORE-DISP DELIMITED BY SIZE
052946         "  FLAGGED " DELIMITED BY SIZE
052947         WS-COUNT-3-DISP DELIMITED BY SIZE
052948         " OF " DELIMITED BY SIZE
052949         WS-COUNT-2-DISP DELIMITED BY SIZE
052950         INTO WS-PRINT-LINE.
052951     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
052952     IF WS-WEEK-IDX > ZERO
052953         MOVE "WEEK BACK " TO WS-AGE-TEXT
052954         MOVE WS-WEEK-IDX TO WS-PICK-IDX
052955         PERFORM 3870-PRINT-SCORE-POINT THRU 3870-EXIT
052956     END-IF.
052957     IF WS-MONTH-IDX > ZERO
052958         MOVE "MONTH BACK" TO WS-AGE-TEXT
052959         MOVE WS-MONTH-IDX TO WS-PICK-IDX
052960         PERFORM 3870-PRINT-SCORE-POINT THRU 3870-EXIT
052961     END-IF.
052962 3850-EXIT.
052963     EXIT.
052964*================================================================*
052965* 3870-PRINT-SCORE-POINT - THE COMPARISON LINE FOR ONE BACK      *
052966*                          POINT, WITH THE SIGNED CHANGE TO THE  *
052967*                          LATEST SCORE.                         *
052968*================================================================*
052969 3870-PRINT-SCORE-POINT.
052970     MOVE WS-HIST-COUNT-1(WS-PICK-IDX) TO WS-SCORE-DISP.
052971     COMPUTE WS-DELTA =
052972         WS-HIST-COUNT-1(WS-LATEST-IDX) -
052973         WS-HIST-COUNT-1(WS-PICK-IDX).
052974     MOVE WS-DELTA TO WS-DELTA-DISP.
052975     MOVE SPACES TO WS-PRINT-LINE.
052976     STRING " " DELIMITED BY SIZE
052977         "         " DELIMITED BY SIZE
052978         WS-AGE-TEXT DELIMITED BY SIZE
052979         " AT " DELIMITED BY SIZE
052980         WS-HIST-DATE(WS-PICK-IDX) DELIMITED BY SIZE
052981         "  QUALITY SCORE " DELIMITED BY SIZE
052982         WS-SCORE-DISP DELIMITED BY SIZE
052983         "  CHANGE " DELIMITED BY SIZE
052984         WS-DELTA-DISP DELIMITED BY SIZE
052985         INTO WS-PRINT-LINE.
052986     PERFORM 4200-PRINT-LINE THRU 4200-EXIT.
052987 3870-EXIT.
052988     EXIT.
053000*================================================================*
053100* 4100-PRINT-HEADING - NEW-PAGE HEADING CARRYING THE RUN DATE.  *
053200*================================================================*
