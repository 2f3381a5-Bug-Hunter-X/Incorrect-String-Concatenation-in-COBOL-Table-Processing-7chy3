002200*                    THIS YEAR THE LOAD RAN SHORT AND WE HEARD   *
002300*                    ABOUT IT FROM THE REPORTING USERS DAYS      *
002400*                    LATER.                                      *
002410*  10/09/2026  RGM   CHECKS THE NIGHT'S RUN-CONTROL FILE BEFORE  *
002420*                    MATCHING - TBLLOAD MUST HAVE ENDED          *
002430*                    ACCEPTABLY FOR THE BUSINESS DATE - AND      *
002440*                    RECORDS ITS OWN START, END AND CONDITION    *
002450*                    CODE. AN OVERRIDE CARD ALLOWS A DELIBERATE  *
002460*                    RERUN.                                      *
002465*  10/11/2026  RGM   RECORDS ITS VERDICT ON THE NIGHT'S EXTRACT  *
002470*                    - THE EXTRACT'S RUN DATE AND TIME, GOOD OR  *
002475*                    FAILED, AND THE TABLE COUNTS - ON A NEW     *
002480*                    CONFIRM-STATUS FILE (CNFSTA01). TBLLOAD     *
002485*                    SENDS ITS CHANGE-ONLY DELTA ONLY AGAINST AN *
002490*                    EXTRACT CONFIRMED GOOD THERE AND A FULL     *
002495*                    REFRESH OTHERWISE.                          *
002500*----------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003800     SELECT PRINT-FILE ASSIGN TO PRTFILE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-PRINT-FILE-STATUS.
004010     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS DYNAMIC
004040         RECORD KEY IS RCT-KEY
004050         FILE STATUS IS WS-RUN-CONTROL-STATUS.
004060     SELECT RUN-CARD-FILE ASSIGN TO RUNCARD
004070         ORGANIZATION IS SEQUENTIAL
004080         FILE STATUS IS WS-RUN-CARD-STATUS.
004085     SELECT CONFIRM-STATUS-FILE ASSIGN TO CNFSTAT
004090         ORGANIZATION IS SEQUENTIAL
004095         FILE STATUS IS WS-CNF-STAT-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  EXTRACT-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  PRINT-RECORD                PIC X(133).
005410 FD  RUN-CONTROL-FILE
005420     LABEL RECORDS ARE STANDARD.
005430 COPY RUNCTL01.
005440 FD  RUN-CARD-FILE
005450     RECORDING MODE IS F
005460     LABEL RECORDS ARE STANDARD.
005470 COPY RUNCRD01.
005476 FD  CONFIRM-STATUS-FILE
005482     RECORDING MODE IS F
005488     LABEL RECORDS ARE STANDARD.
005494 COPY CNFSTA01.
005500 WORKING-STORAGE SECTION.
005600*----------------------------------------------------------------*
005700* FILE STATUS AND SWITCH AREA                                   *
006700         88  WS-CONFIRM-FILE-NOT-FOUND   VALUE "35".
006800     05  WS-PRINT-FILE-STATUS    PIC X(02) VALUE SPACES.
006900         88  WS-PRINT-FILE-OK            VALUE "00".
006910     05  WS-CNF-STAT-STATUS      PIC X(02) VALUE SPACES.
006920         88  WS-CNF-STAT-OK              VALUE "00".
007000 01  WS-SWITCHES.
007100     05  WS-EXTR-EOF-SW          PIC X(01) VALUE "N".
007200         88  WS-EOF-EXTRACT-FILE         VALUE "Y".
007300     05  WS-CNF-EOF-SW           PIC X(01) VALUE "N".
007400         88  WS-EOF-CONFIRM-FILE         VALUE "Y".
007410     05  WS-RUN-OK-SW            PIC X(01) VALUE "Y".
007420         88  WS-RUN-OK                   VALUE "Y".
007430     05  WS-EXTR-HDR-SW          PIC X(01) VALUE "N".
007440         88  WS-EXTR-HEADER-SEEN         VALUE "Y".
007450     05  WS-CFS-WRITTEN-SW       PIC X(01) VALUE "N".
007460         88  WS-CFS-WRITTEN              VALUE "Y".
007500*----------------------------------------------------------------*
007600* RUN CONTROL AND COUNTERS                                      *
007700*----------------------------------------------------------------*
008200 01  WS-MISMATCH-COUNT-DISP      PIC 9(05) VALUE ZERO.
008300 01  WS-EXTR-COUNT-DISP          PIC 9(05) VALUE ZERO.
008400 01  WS-CNF-COUNT-DISP           PIC 9(05) VALUE ZERO.
008410*----------------------------------------------------------------*
008420* EXTRACT IDENTITY - THE RUN DATE AND TIME OFF THE EXTRACT'S     *
008430* HEADERS, RECORDED WITH THE VERDICT ON CONFIRM-STATUS-FILE.     *
008440*----------------------------------------------------------------*
008450 01  WS-EXTR-RUN-DATE            PIC 9(08) VALUE ZERO.
008460 01  WS-EXTR-RUN-TIME            PIC 9(08) VALUE ZERO.
008470 01  WS-CFS-RESULT-TEXT          PIC X(16) VALUE SPACES.
008500*----------------------------------------------------------------*
008600* EXTRACT TRAILER AREA - ONE ENTRY PER LOGICAL TABLE ON THE     *
008700* EXTRACT, CARRYING THE TRAILER COUNT THE LOAD JOB BALANCES     *
012000 01  WS-PRINT-LINE               PIC X(133) VALUE SPACES.
012100 01  WS-RESULT-TEXT              PIC X(12) VALUE SPACES.
012200 01  WS-DETAIL-TYPE              PIC X(02) VALUE SPACES.
012202*----------------------------------------------------------------*
012204* NIGHTLY RUN CONTROL - THE JOBS THAT MUST HAVE ENDED WITH AN    *
012206* ACCEPTABLE CONDITION CODE FOR THE BUSINESS DATE BEFORE THIS    *
012208* JOB MAY START (SEE RUNCTL01), AND THE OVERRIDE CARD AS READ.   *
012210*----------------------------------------------------------------*
012212 01  WS-RUN-CONTROL-AREA.
012214     05  WS-RUN-CONTROL-STATUS   PIC X(02) VALUE SPACES.
012216         88  WS-RUN-CONTROL-OK           VALUE "00".
012218         88  WS-RUN-CONTROL-NOT-FOUND    VALUE "35".
012220     05  WS-RUN-CARD-STATUS      PIC X(02) VALUE SPACES.
012222         88  WS-RUN-CARD-OK              VALUE "00".
012224     05  WS-RUN-CONTROL-SW       PIC X(01) VALUE "N".
012226         88  WS-RUN-CONTROL-OPEN         VALUE "Y".
012228     05  WS-RUN-FOUND-SW         PIC X(01) VALUE "N".
012230         88  WS-RUN-FOUND                VALUE "Y".
012232     05  WS-RUN-STARTED-SW       PIC X(01) VALUE "N".
012234         88  WS-RUN-STARTED              VALUE "Y".
012236     05  WS-RUN-OVERRIDE-SW      PIC X(01) VALUE "N".
012238         88  WS-RUN-OVERRIDE-USED        VALUE "Y".
012240     05  WS-RUN-RERUN-SW         PIC X(01) VALUE "N".
012242         88  WS-RUN-RERUN-ALLOWED        VALUE "Y".
012244     05  WS-RUN-BYPASS-SW        PIC X(01) VALUE "N".
012246         88  WS-RUN-BYPASS-ALLOWED       VALUE "Y".
012248     05  WS-RUN-CARD-DATE        PIC 9(08) VALUE ZERO.
012250     05  WS-RUN-OVERRIDE-OPER    PIC X(08) VALUE SPACES.
012252     05  WS-RUN-OVERRIDE-REASON  PIC X(40) VALUE SPACES.
012254     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
012256     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
012258     05  WS-RUN-NOW              PIC 9(08) VALUE ZERO.
012260     05  WS-RUN-MAX-CC           PIC 9(04) VALUE 0004.
012262     05  WS-RUN-CC-DISP          PIC 9(04) VALUE ZERO.
012264     05  WS-RUN-REFUSE-REASON    PIC X(60) VALUE SPACES.
012266     05  WS-RUN-PRED-IDX         PIC 9(02) COMP VALUE ZERO.
012268     05  WS-RUN-PRED-COUNT       PIC 9(02) COMP VALUE 1.
012270 01  WS-RUN-PRED-LIST.
012272     05  FILLER                  PIC X(08) VALUE "TBLLOAD".
012274 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
012276     05  WS-RUN-PRED-NAME        PIC X(08) OCCURS 1 TIMES.
012278 01  WS-JOB-NAME                 PIC X(08) VALUE "TBLCONF".
012300 PROCEDURE DIVISION.
012400*================================================================*
012500* 0000-MAINLINE                                                 *
012600*================================================================*
012700 0000-MAINLINE.
012710     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
012720     IF WS-RUN-OK
012730         PERFORM 1000-INITIALIZE THRU 1000-EXIT
012740         PERFORM 3000-MATCH-CONFIRMATIONS THRU 3000-EXIT
012750         PERFORM 3500-CHECK-ORPHANS THRU 3500-EXIT
012755         PERFORM 3700-RECORD-CONFIRM-STATUS THRU 3700-EXIT
012760     END-IF.
013100     PERFORM 4900-PRINT-TRAILER THRU 4900-EXIT.
013200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013300     STOP RUN.
017900         AT END
018000             SET WS-EOF-EXTRACT-FILE TO TRUE
018100     END-READ.
018107     IF WS-EXTRACT-FILE-OK
018114             AND NOT WS-EOF-EXTRACT-FILE
018121             AND EXTR-TYPE-HEADER
018128             AND NOT WS-EXTR-HEADER-SEEN
018135         SET WS-EXTR-HEADER-SEEN TO TRUE
018142         IF EXTR-H-RUN-DATE NUMERIC
018149             MOVE EXTR-H-RUN-DATE TO WS-EXTR-RUN-DATE
018156         END-IF
018163         IF EXTR-H-RUN-TIME NUMERIC
018170             MOVE EXTR-H-RUN-TIME TO WS-EXTR-RUN-TIME
018177         END-IF
018184     END-IF.
018200     IF WS-EXTRACT-FILE-OK
018300             AND NOT WS-EOF-EXTRACT-FILE
018400             AND EXTR-TYPE-TRAILER
036800     END-IF.
036900 3550-EXIT.
037000     EXIT.
037002*================================================================*
037004* 3700-RECORD-CONFIRM-STATUS - RECORDS THE NIGHT'S VERDICT FOR   *
037006*                              TBLLOAD: THE EXTRACT'S RUN DATE   *
037008*                              AND TIME AND GOOD ONLY WHEN EVERY *
037010*                              TABLE MATCHED AND NOTHING CAME    *
037012*                              BACK UNEXPECTED. A NIGHT WITH NO  *
037014*                              EXTRACT LEAVES THE LAST VERDICT   *
037016*                              STANDING - NOTHING WENT DOWN.     *
037018*================================================================*
037020 3700-RECORD-CONFIRM-STATUS.
037022     IF WS-EXTR-COUNT > ZERO
037024         OPEN OUTPUT CONFIRM-STATUS-FILE
037026         IF WS-CNF-STAT-OK
037028             MOVE SPACES TO CFS-RECORD
037030             MOVE WS-EXTR-RUN-DATE TO CFS-EXTRACT-DATE
037032             MOVE WS-EXTR-RUN-TIME TO CFS-EXTRACT-TIME
037034             IF WS-MISMATCH-COUNT = ZERO
037036                 SET CFS-CONFIRMED-GOOD TO TRUE
037038                 MOVE "CONFIRMED GOOD  " TO WS-CFS-RESULT-TEXT
037040             ELSE
037042                 SET CFS-CONFIRM-FAILED TO TRUE
037044                 MOVE "NOT CONFIRMED   " TO WS-CFS-RESULT-TEXT
037046             END-IF
037048             MOVE WS-MATCHED-COUNT TO CFS-TABLES-MATCHED
037050             MOVE WS-MISMATCH-COUNT TO CFS-TABLES-MISMATCHED
037052             MOVE WS-RUN-DATE TO CFS-CHECK-DATE
037054             WRITE CFS-RECORD
037056             CLOSE CONFIRM-STATUS-FILE
037058             SET WS-CFS-WRITTEN TO TRUE
037060             DISPLAY "TBLCONF - EXTRACT " WS-EXTR-RUN-DATE " "
037062                 WS-EXTR-RUN-TIME " RECORDED " WS-CFS-RESULT-TEXT
037064             IF CFS-CONFIRM-FAILED
037066                 DISPLAY "TBLCONF - THE NEXT DELTA EXTRACT WILL "
037068                     "BE A FULL REFRESH"
037070             END-IF
037072         ELSE
037074             DISPLAY "TBLCONF - CONFIRM-STATUS-FILE OPEN ERROR "
037076                 WS-CNF-STAT-STATUS
037078             DISPLAY "TBLCONF - VERDICT NOT RECORDED - THE NEXT "
037080                 "DELTA EXTRACT WILL BE A FULL REFRESH"
037082             IF RETURN-CODE < 8
037084                 MOVE 8 TO RETURN-CODE
037086             END-IF
037088         END-IF
037090     END-IF.
037092 3700-EXIT.
037094     EXIT.
037100*================================================================*
037200* 4100-PRINT-HEADING - NEW-PAGE HEADING CARRYING THE RUN DATE.  *
037300*================================================================*
043100             INTO WS-PRINT-LINE
043200         MOVE WS-PRINT-LINE TO PRINT-RECORD
043300         WRITE PRINT-RECORD
043307         IF WS-CFS-WRITTEN
043314             MOVE SPACES TO WS-PRINT-LINE
043321             STRING " " DELIMITED BY SIZE
043328                 "EXTRACT " DELIMITED BY SIZE
043335                 WS-EXTR-RUN-DATE DELIMITED BY SIZE
043342                 " " DELIMITED BY SIZE
043349                 WS-EXTR-RUN-TIME DELIMITED BY SIZE
043356                 " RECORDED " DELIMITED BY SIZE
043363                 WS-CFS-RESULT-TEXT DELIMITED BY SIZE
043370                 INTO WS-PRINT-LINE
043377             MOVE WS-PRINT-LINE TO PRINT-RECORD
043384             WRITE PRINT-RECORD
043391         END-IF
043400         MOVE SPACES TO WS-PRINT-LINE
043500         STRING " " DELIMITED BY SIZE
043600             "END OF CONFIRMATION REPORT" DELIMITED BY SIZE
044800     IF WS-PRINT-FILE-OK
044900         CLOSE PRINT-FILE
045000     END-IF.
045010     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT.
045100 9000-EXIT.
045200     EXIT.
045300*================================================================*
045400* 1900-CHECK-RUN-CONTROL - READS THE OVERRIDE CARD, OPENS THE    *
045500*                          RUN-CONTROL FILE AND SETTLES THE      *
045600*                          BUSINESS DATE, THEN REFUSES THE RUN   *
045700*                          UNLESS EVERY PREDECESSOR ENDED WITH   *
045800*                          AN ACCEPTABLE CONDITION CODE FOR THE  *
045900*                          DATE AND THIS JOB HAS NOT ALREADY RUN *
046000*                          FOR IT. A RUN THAT PASSES IS RECORDED *
046100*                          AS STARTED; ONE THAT DOES NOT IS      *
046200*                          COUNTED AS REFUSED AND ENDS THE STEP  *
046300*                          WITH NOTHING DONE.                    *
046400*================================================================*
046500 1900-CHECK-RUN-CONTROL.
046600     ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD.
046700     MOVE SPACES TO WS-RUN-REFUSE-REASON.
046800     PERFORM 1910-READ-RUN-CARD THRU 1910-EXIT.
046900     PERFORM 1920-OPEN-RUN-CONTROL THRU 1920-EXIT.
047000     IF WS-RUN-CONTROL-OPEN
047100         PERFORM 1930-SET-BUSINESS-DATE THRU 1930-EXIT
047200         IF NOT WS-RUN-BYPASS-ALLOWED
047300             PERFORM 1940-CHECK-PREDECESSOR THRU 1940-EXIT
047400                 VARYING WS-RUN-PRED-IDX FROM 1 BY 1
047500                     UNTIL WS-RUN-PRED-IDX > WS-RUN-PRED-COUNT
047600                        OR WS-RUN-REFUSE-REASON NOT = SPACES
047700         END-IF
047800         IF WS-RUN-REFUSE-REASON = SPACES
047900             PERFORM 1950-CHECK-OWN-RUN THRU 1950-EXIT
048000         END-IF
048100         IF WS-RUN-REFUSE-REASON = SPACES
048200             PERFORM 1960-RECORD-RUN-START THRU 1960-EXIT
048300         ELSE
048400             PERFORM 1970-RECORD-REFUSAL THRU 1970-EXIT
048500         END-IF
048600     END-IF.
048700     IF WS-RUN-REFUSE-REASON NOT = SPACES
048800         DISPLAY "TBLCONF - RUN REFUSED - " WS-RUN-REFUSE-REASON
048900         MOVE "N" TO WS-RUN-OK-SW
049000         IF RETURN-CODE < 8
049100             MOVE 8 TO RETURN-CODE
049200         END-IF
049300     ELSE
049400         IF WS-RUN-STARTED
049500             DISPLAY "TBLCONF - RUNNING FOR BUSINESS DATE "
049600                 WS-BUSINESS-DATE
049700         END-IF
049800     END-IF.
049900 1900-EXIT.
050000     EXIT.
050100*================================================================*
050200* 1910-READ-RUN-CARD - PICKS UP THE OPTIONAL OVERRIDE CARD. THE  *
050300*                      RERUN AND BYPASS FLAGS COUNT ONLY WHEN    *
050400*                      THE CARD NAMES THE OPERATOR ASKING.       *
050500*================================================================*
050600 1910-READ-RUN-CARD.
050700     OPEN INPUT RUN-CARD-FILE.
050800     IF WS-RUN-CARD-OK
050900         MOVE SPACES TO RUNC-RECORD
051000         READ RUN-CARD-FILE
051100             AT END
051200                 MOVE SPACES TO RUNC-RECORD
051300         END-READ
051400         IF RUN-C-BUS-DATE IS NUMERIC
051500             MOVE RUN-C-BUS-DATE TO WS-RUN-CARD-DATE
051600         END-IF
051700         IF RUN-C-OPERATOR NOT = SPACES
051800             MOVE RUN-C-OPERATOR TO WS-RUN-OVERRIDE-OPER
051900             MOVE RUN-C-REASON TO WS-RUN-OVERRIDE-REASON
052000             IF RUN-C-RERUN-REQUESTED
052100                 SET WS-RUN-RERUN-ALLOWED TO TRUE
052200             END-IF
052300             IF RUN-C-BYPASS-REQUESTED
052400                 SET WS-RUN-BYPASS-ALLOWED TO TRUE
052500             END-IF
052600         ELSE
052700             IF RUN-C-RERUN-REQUESTED OR RUN-C-BYPASS-REQUESTED
052800                 DISPLAY "TBLCONF - OVERRIDE CARD NAMES NO "
052900                     "OPERATOR - OVERRIDE IGNORED"
053000             END-IF
053100         END-IF
053200         CLOSE RUN-CARD-FILE
053300     END-IF.
053400     IF WS-RUN-BYPASS-ALLOWED
053500         DISPLAY "TBLCONF - PREDECESSOR CHECK BYPASSED BY "
053600             WS-RUN-OVERRIDE-OPER
053700     END-IF.
053800 1910-EXIT.
053900     EXIT.
054000*================================================================*
054100* 1920-OPEN-RUN-CONTROL - OPENS THE RUN-CONTROL FILE, CREATING   *
054200*                         IT ON THE VERY FIRST NIGHT. A FILE     *
054300*                         THAT WILL NOT OPEN REFUSES THE RUN     *
054400*                         UNLESS THE OVERRIDE CARD BYPASSES THE  *
054500*                         CHECKS, WHEN THE JOB RUNS UNRECORDED.  *
054600*================================================================*
054700 1920-OPEN-RUN-CONTROL.
054800     OPEN I-O RUN-CONTROL-FILE.
054900     IF WS-RUN-CONTROL-NOT-FOUND
055000         OPEN OUTPUT RUN-CONTROL-FILE
055100         IF WS-RUN-CONTROL-OK
055200             CLOSE RUN-CONTROL-FILE
055300             OPEN I-O RUN-CONTROL-FILE
055400         END-IF
055500     END-IF.
055600     IF WS-RUN-CONTROL-OK
055700         SET WS-RUN-CONTROL-OPEN TO TRUE
055800     ELSE
055900         DISPLAY "TBLCONF - RUN-CONTROL-FILE OPEN ERROR "
056000             WS-RUN-CONTROL-STATUS
056100         IF WS-RUN-BYPASS-ALLOWED
056200             DISPLAY "TBLCONF - RUNNING UNRECORDED UNDER "
056300                 "OVERRIDE"
056400         ELSE
056500             MOVE "THE RUN-CONTROL FILE CANNOT BE OPENED"
056600                 TO WS-RUN-REFUSE-REASON
056700         END-IF
056800     END-IF.
056900 1920-EXIT.
057000     EXIT.
057100*================================================================*
057200* 1930-SET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE      *
057300*                          OVERRIDE CARD IF IT CARRIES ONE, ELSE *
057400*                          FROM THE STREAM RECORD TBLLOAD LEFT,  *
057500*                          SO A STREAM RUNNING PAST MIDNIGHT     *
057600*                          STAYS ON ONE DATE. WITH NO STREAM     *
057700*                          RECORD AT ALL IT IS TODAY.            *
057800*================================================================*
057900 1930-SET-BUSINESS-DATE.
058000     EVALUATE TRUE
058100         WHEN WS-RUN-CARD-DATE > ZERO
058200             MOVE WS-RUN-CARD-DATE TO WS-BUSINESS-DATE
058300         WHEN OTHER
058400             MOVE ZERO TO RCT-BUS-DATE
058500             MOVE "*STREAM*" TO RCT-JOB-NAME
058600             READ RUN-CONTROL-FILE
058700                 INVALID KEY
058800                     MOVE WS-RUN-TODAY TO WS-BUSINESS-DATE
058900                 NOT INVALID KEY
059000                     MOVE RCT-OPEN-BUS-DATE TO WS-BUSINESS-DATE
059100             END-READ
059200     END-EVALUATE.
059300 1930-EXIT.
059400     EXIT.
059500*================================================================*
059600* 1940-CHECK-PREDECESSOR - LOOKS UP ONE PREDECESSOR FOR THE      *
059700*                          BUSINESS DATE. ANYTHING BUT ENDED     *
059800*                          WITH AN ACCEPTABLE CONDITION CODE     *
059900*                          REFUSES THE RUN.                      *
060000*================================================================*
060100 1940-CHECK-PREDECESSOR.
060200     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
060300     MOVE WS-RUN-PRED-NAME (WS-RUN-PRED-IDX) TO RCT-JOB-NAME.
060400     READ RUN-CONTROL-FILE
060500         INVALID KEY
060600             MOVE SPACES TO RCT-RUN-STATUS
060700     END-READ.
060800     EVALUATE TRUE
060900         WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
061000             CONTINUE
061100         WHEN RCT-ENDED
061200             MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
061300             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
061400                     DELIMITED BY SPACE
061500                 " ENDED CC " WS-RUN-CC-DISP
061600                     DELIMITED BY SIZE
061700                 INTO WS-RUN-REFUSE-REASON
061800         WHEN RCT-STARTED
061900             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
062000                     DELIMITED BY SPACE
062100                 " STARTED BUT HAS NOT ENDED"
062200                     DELIMITED BY SIZE
062300                 INTO WS-RUN-REFUSE-REASON
062400         WHEN OTHER
062500             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
062600                     DELIMITED BY SPACE
062700                 " HAS NOT RUN FOR THE BUSINESS DATE"
062800                     DELIMITED BY SIZE
062900                 INTO WS-RUN-REFUSE-REASON
063000     END-EVALUATE.
063100 1940-EXIT.
063200     EXIT.
063300*================================================================*
063400* 1950-CHECK-OWN-RUN - LOOKS UP THIS JOB FOR THE BUSINESS DATE.  *
063500*                      A RUN THAT ALREADY ENDED ACCEPTABLY, OR   *
063600*                      ONE THAT STARTED AND NEVER ENDED, IS NOT  *
063700*                      RUN AGAIN WITHOUT A RERUN OVERRIDE. A RUN *
063800*                      THAT FAILED OR WAS REFUSED MAY SIMPLY BE  *
063900*                      RESUBMITTED.                              *
064000*================================================================*
064100 1950-CHECK-OWN-RUN.
064200     MOVE "N" TO WS-RUN-FOUND-SW.
064300     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
064400     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
064500     READ RUN-CONTROL-FILE
064600         INVALID KEY
064700             CONTINUE
064800         NOT INVALID KEY
064900             SET WS-RUN-FOUND TO TRUE
065000     END-READ.
065100     IF WS-RUN-FOUND
065200         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
065300         EVALUATE TRUE
065400             WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
065500                 IF WS-RUN-RERUN-ALLOWED
065600                     SET WS-RUN-OVERRIDE-USED TO TRUE
065700                     DISPLAY "TBLCONF - RERUN OF A COMPLETED "
065800                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
065900                 ELSE
066000                     STRING "ALREADY COMPLETED CC " WS-RUN-CC-DISP
066100                         " - RERUN NEEDS AN OVERRIDE CARD"
066200                         DELIMITED BY SIZE
066300                         INTO WS-RUN-REFUSE-REASON
066400                 END-IF
066500             WHEN RCT-STARTED
066600                 IF WS-RUN-RERUN-ALLOWED
066700                     SET WS-RUN-OVERRIDE-USED TO TRUE
066800                     DISPLAY "TBLCONF - RERUN OF AN UNFINISHED "
066900                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
067000                 ELSE
067100                     STRING "STARTED EARLIER AND NEVER ENDED"
067200                         " - RERUN NEEDS AN OVERRIDE CARD"
067300                         DELIMITED BY SIZE
067400                         INTO WS-RUN-REFUSE-REASON
067500                 END-IF
067600             WHEN RCT-ENDED
067700                 DISPLAY "TBLCONF - RERUNNING AFTER A RUN "
067800                     "THAT ENDED CC " WS-RUN-CC-DISP
067900             WHEN OTHER
068000                 CONTINUE
068100         END-EVALUATE
068200     END-IF.
068300     IF WS-RUN-BYPASS-ALLOWED
068400         SET WS-RUN-OVERRIDE-USED TO TRUE
068500     END-IF.
068600 1950-EXIT.
068700     EXIT.
068800*================================================================*
068900* 1960-RECORD-RUN-START - MARKS THIS JOB STARTED FOR THE         *
069000*                         BUSINESS DATE AND COUNTS THE RUN. AN   *
069100*                         OVERRIDE IS RECORDED WITH THE OPERATOR *
069200*                         AND REASON FROM THE CARD.              *
069300*================================================================*
069400 1960-RECORD-RUN-START.
069500     IF NOT WS-RUN-FOUND
069600         MOVE SPACES TO RCT-RECORD
069700         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
069800         MOVE WS-JOB-NAME TO RCT-JOB-NAME
069900         MOVE ZERO TO RCT-RUN-COUNT
070000         MOVE ZERO TO RCT-REFUSE-COUNT
070100     END-IF.
070200     ACCEPT WS-RUN-NOW FROM TIME.
070300     SET RCT-STARTED TO TRUE.
070400     MOVE WS-RUN-TODAY TO RCT-START-DATE.
070500     MOVE WS-RUN-NOW TO RCT-START-TIME.
070600     MOVE ZERO TO RCT-END-DATE.
070700     MOVE ZERO TO RCT-END-TIME.
070800     MOVE ZERO TO RCT-COND-CODE.
070900     ADD 1 TO RCT-RUN-COUNT.
071000     IF WS-RUN-OVERRIDE-USED
071100         SET RCT-OVERRIDDEN TO TRUE
071200         MOVE WS-RUN-OVERRIDE-OPER TO RCT-OVERRIDE-OPER
071300         MOVE WS-RUN-OVERRIDE-REASON TO RCT-NOTE
071400     END-IF.
071500     IF WS-RUN-FOUND
071600         REWRITE RCT-RECORD
071700     ELSE
071800         WRITE RCT-RECORD
071900     END-IF.
072000     IF WS-RUN-CONTROL-OK
072100         SET WS-RUN-STARTED TO TRUE
072200     ELSE
072300         DISPLAY "TBLCONF - RUN-CONTROL-FILE WRITE ERROR "
072400             WS-RUN-CONTROL-STATUS
072500         MOVE "THE START OF THE RUN CANNOT BE RECORDED"
072600             TO WS-RUN-REFUSE-REASON
072700     END-IF.
072800 1960-EXIT.
072900     EXIT.
073000*================================================================*
073100* 1970-RECORD-REFUSAL - COUNTS THE REFUSAL AGAINST THIS JOB FOR  *
073200*                       THE BUSINESS DATE. A JOB WITH NO RECORD  *
073300*                       YET IS MARKED REFUSED WITH THE REASON;   *
073400*                       AN EXISTING RECORD KEEPS ITS STATUS.     *
073500*================================================================*
073600 1970-RECORD-REFUSAL.
073700     MOVE "N" TO WS-RUN-FOUND-SW.
073800     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
073900     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
074000     READ RUN-CONTROL-FILE
074100         INVALID KEY
074200             CONTINUE
074300         NOT INVALID KEY
074400             SET WS-RUN-FOUND TO TRUE
074500     END-READ.
074600     IF NOT WS-RUN-FOUND
074700         MOVE SPACES TO RCT-RECORD
074800         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
074900         MOVE WS-JOB-NAME TO RCT-JOB-NAME
075000         SET RCT-REFUSED TO TRUE
075100         MOVE ZERO TO RCT-START-DATE
075200         MOVE ZERO TO RCT-START-TIME
075300         MOVE ZERO TO RCT-END-DATE
075400         MOVE ZERO TO RCT-END-TIME
075500         MOVE ZERO TO RCT-COND-CODE
075600         MOVE ZERO TO RCT-RUN-COUNT
075700         MOVE ZERO TO RCT-REFUSE-COUNT
075800         MOVE WS-RUN-REFUSE-REASON TO RCT-NOTE
075900     END-IF.
076000     ADD 1 TO RCT-REFUSE-COUNT.
076100     IF WS-RUN-FOUND
076200         REWRITE RCT-RECORD
076300     ELSE
076400         WRITE RCT-RECORD
076500     END-IF.
076600     IF NOT WS-RUN-CONTROL-OK
076700         DISPLAY "TBLCONF - RUN-CONTROL-FILE WRITE ERROR "
076800             WS-RUN-CONTROL-STATUS
076900     END-IF.
077000 1970-EXIT.
077100     EXIT.
077200*================================================================*
077300* 9500-RECORD-RUN-END - MARKS THIS JOB ENDED FOR THE BUSINESS    *
077400*                       DATE WITH THE CONDITION CODE IT IS       *
077500*                       HANDING BACK AND CLOSES THE RUN-CONTROL  *
077600*                       FILE.                                    *
077700*================================================================*
077800 9500-RECORD-RUN-END.
077900     IF WS-RUN-STARTED
078000         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
078100         MOVE WS-JOB-NAME TO RCT-JOB-NAME
078200         READ RUN-CONTROL-FILE
078300             INVALID KEY
078400                 MOVE "N" TO WS-RUN-STARTED-SW
078500                 DISPLAY "TBLCONF - RUN-CONTROL RECORD MISSING "
078600                     "- END NOT RECORDED"
078700         END-READ
078800     END-IF.
078900     IF WS-RUN-STARTED
079000         ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD
079100         ACCEPT WS-RUN-NOW FROM TIME
079200         SET RCT-ENDED TO TRUE
079300         MOVE WS-RUN-TODAY TO RCT-END-DATE
079400         MOVE WS-RUN-NOW TO RCT-END-TIME
079500         MOVE RETURN-CODE TO RCT-COND-CODE
079600         REWRITE RCT-RECORD
079700         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
079800         IF WS-RUN-CONTROL-OK
079900             DISPLAY "TBLCONF - RUN RECORDED ENDED CC "
080000                 WS-RUN-CC-DISP " FOR BUSINESS DATE "
080100                 WS-BUSINESS-DATE
080200         ELSE
080300             DISPLAY "TBLCONF - RUN-CONTROL-FILE REWRITE ERROR "
080400                 WS-RUN-CONTROL-STATUS
080500         END-IF
080600     END-IF.
080700     IF WS-RUN-CONTROL-OPEN
080800         CLOSE RUN-CONTROL-FILE
080900     END-IF.
081000 9500-EXIT.
081100     EXIT.
