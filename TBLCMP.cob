002080*                    ENDS WITH CC 8 - A JCL OR VSAM ERROR USED   *
002090*                    TO PRODUCE A CONFIDENTLY WRONG ALL-ADDS OR  *
002095*                    ALL-DROPS REPORT WITH CC 0.                 *
002095*  10/09/2026  RGM   CHECKS THE NIGHT'S RUN-CONTROL FILE BEFORE  *
002095*                    COMPARING - TBLLOAD AND TBLPURGE MUST HAVE  *
002095*                    ENDED ACCEPTABLY FOR THE BUSINESS DATE -    *
002095*                    AND RECORDS ITS OWN START, END AND          *
002095*                    CONDITION CODE. AN OVERRIDE CARD ALLOWS A   *
002095*                    DELIBERATE RERUN.                           *
002100*----------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
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
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PRIOR-TABLE-FILE
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
005500 WORKING-STORAGE SECTION.
005600*----------------------------------------------------------------*
005700* FILE STATUS AND SWITCH AREA                                   *
009400 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 060.
009500 01  WS-PRINT-LINE               PIC X(133) VALUE SPACES.
009600 01  WS-CHANGE-TEXT              PIC X(10) VALUE SPACES.
009602*----------------------------------------------------------------*
009604* NIGHTLY RUN CONTROL - THE JOBS THAT MUST HAVE ENDED WITH AN    *
009606* ACCEPTABLE CONDITION CODE FOR THE BUSINESS DATE BEFORE THIS    *
009608* JOB MAY START (SEE RUNCTL01), AND THE OVERRIDE CARD AS READ.   *
009610*----------------------------------------------------------------*
009612 01  WS-RUN-CONTROL-AREA.
009614     05  WS-RUN-CONTROL-STATUS   PIC X(02) VALUE SPACES.
009616         88  WS-RUN-CONTROL-OK           VALUE "00".
009618         88  WS-RUN-CONTROL-NOT-FOUND    VALUE "35".
009620     05  WS-RUN-CARD-STATUS      PIC X(02) VALUE SPACES.
009622         88  WS-RUN-CARD-OK              VALUE "00".
009624     05  WS-RUN-CONTROL-SW       PIC X(01) VALUE "N".
009626         88  WS-RUN-CONTROL-OPEN         VALUE "Y".
009628     05  WS-RUN-FOUND-SW         PIC X(01) VALUE "N".
009630         88  WS-RUN-FOUND                VALUE "Y".
009632     05  WS-RUN-STARTED-SW       PIC X(01) VALUE "N".
009634         88  WS-RUN-STARTED              VALUE "Y".
009636     05  WS-RUN-OVERRIDE-SW      PIC X(01) VALUE "N".
009638         88  WS-RUN-OVERRIDE-USED        VALUE "Y".
009640     05  WS-RUN-RERUN-SW         PIC X(01) VALUE "N".
009642         88  WS-RUN-RERUN-ALLOWED        VALUE "Y".
009644     05  WS-RUN-BYPASS-SW        PIC X(01) VALUE "N".
009646         88  WS-RUN-BYPASS-ALLOWED       VALUE "Y".
009648     05  WS-RUN-CARD-DATE        PIC 9(08) VALUE ZERO.
009650     05  WS-RUN-OVERRIDE-OPER    PIC X(08) VALUE SPACES.
009652     05  WS-RUN-OVERRIDE-REASON  PIC X(40) VALUE SPACES.
009654     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
009656     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
009658     05  WS-RUN-NOW              PIC 9(08) VALUE ZERO.
009660     05  WS-RUN-MAX-CC           PIC 9(04) VALUE 0004.
009662     05  WS-RUN-CC-DISP          PIC 9(04) VALUE ZERO.
009664     05  WS-RUN-REFUSE-REASON    PIC X(60) VALUE SPACES.
009666     05  WS-RUN-PRED-IDX         PIC 9(02) COMP VALUE ZERO.
009668     05  WS-RUN-PRED-COUNT       PIC 9(02) COMP VALUE 2.
009670 01  WS-RUN-PRED-LIST.
009672     05  FILLER                  PIC X(08) VALUE "TBLLOAD".
009674     05  FILLER                  PIC X(08) VALUE "TBLPURGE".
009676 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
009678     05  WS-RUN-PRED-NAME        PIC X(08) OCCURS 2 TIMES.
009680 01  WS-JOB-NAME                 PIC X(08) VALUE "TBLCMP".
009700 PROCEDURE DIVISION.
009800*================================================================*
009900* 0000-MAINLINE                                                 *
010000*================================================================*
010100 0000-MAINLINE.
010110     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
010120     IF WS-RUN-OK
010130         PERFORM 1000-INITIALIZE THRU 1000-EXIT
010140     END-IF.
010250     IF WS-RUN-OK
010300         PERFORM 2000-COMPARE-TABLES THRU 2000-EXIT
010400             UNTIL WS-EOF-PRIOR-FILE AND WS-EOF-CURR-FILE
037900     IF WS-PRINT-FILE-OK
038000         CLOSE PRINT-FILE
038100     END-IF.
038110     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT.
038200 9000-EXIT.
038300     EXIT.
038400*================================================================*
038500* 1900-CHECK-RUN-CONTROL - READS THE OVERRIDE CARD, OPENS THE    *
038600*                          RUN-CONTROL FILE AND SETTLES THE      *
038700*                          BUSINESS DATE, THEN REFUSES THE RUN   *
038800*                          UNLESS EVERY PREDECESSOR ENDED WITH   *
038900*                          AN ACCEPTABLE CONDITION CODE FOR THE  *
039000*                          DATE AND THIS JOB HAS NOT ALREADY RUN *
039100*                          FOR IT. A RUN THAT PASSES IS RECORDED *
039200*                          AS STARTED; ONE THAT DOES NOT IS      *
039300*                          COUNTED AS REFUSED AND ENDS THE STEP  *
039400*                          WITH NOTHING DONE.                    *
039500*================================================================*
039600 1900-CHECK-RUN-CONTROL.
039700     ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD.
039800     MOVE SPACES TO WS-RUN-REFUSE-REASON.
039900     PERFORM 1910-READ-RUN-CARD THRU 1910-EXIT.
040000     PERFORM 1920-OPEN-RUN-CONTROL THRU 1920-EXIT.
040100     IF WS-RUN-CONTROL-OPEN
040200         PERFORM 1930-SET-BUSINESS-DATE THRU 1930-EXIT
040300         IF NOT WS-RUN-BYPASS-ALLOWED
040400             PERFORM 1940-CHECK-PREDECESSOR THRU 1940-EXIT
040500                 VARYING WS-RUN-PRED-IDX FROM 1 BY 1
040600                     UNTIL WS-RUN-PRED-IDX > WS-RUN-PRED-COUNT
040700                        OR WS-RUN-REFUSE-REASON NOT = SPACES
040800         END-IF
040900         IF WS-RUN-REFUSE-REASON = SPACES
041000             PERFORM 1950-CHECK-OWN-RUN THRU 1950-EXIT
041100         END-IF
041200         IF WS-RUN-REFUSE-REASON = SPACES
041300             PERFORM 1960-RECORD-RUN-START THRU 1960-EXIT
041400         ELSE
041500             PERFORM 1970-RECORD-REFUSAL THRU 1970-EXIT
041600         END-IF
041700     END-IF.
041800     IF WS-RUN-REFUSE-REASON NOT = SPACES
041900         DISPLAY "TBLCMP - RUN REFUSED - " WS-RUN-REFUSE-REASON
042000         PERFORM 1300-CANCEL-COMPARE THRU 1300-EXIT
042100     ELSE
042200         IF WS-RUN-STARTED
042300             DISPLAY "TBLCMP - RUNNING FOR BUSINESS DATE "
042400                 WS-BUSINESS-DATE
042500         END-IF
042600     END-IF.
042700 1900-EXIT.
042800     EXIT.
042900*================================================================*
043000* 1910-READ-RUN-CARD - PICKS UP THE OPTIONAL OVERRIDE CARD. THE  *
043100*                      RERUN AND BYPASS FLAGS COUNT ONLY WHEN    *
043200*                      THE CARD NAMES THE OPERATOR ASKING.       *
043300*================================================================*
043400 1910-READ-RUN-CARD.
043500     OPEN INPUT RUN-CARD-FILE.
043600     IF WS-RUN-CARD-OK
043700         MOVE SPACES TO RUNC-RECORD
043800         READ RUN-CARD-FILE
043900             AT END
044000                 MOVE SPACES TO RUNC-RECORD
044100         END-READ
044200         IF RUN-C-BUS-DATE IS NUMERIC
044300             MOVE RUN-C-BUS-DATE TO WS-RUN-CARD-DATE
044400         END-IF
044500         IF RUN-C-OPERATOR NOT = SPACES
044600             MOVE RUN-C-OPERATOR TO WS-RUN-OVERRIDE-OPER
044700             MOVE RUN-C-REASON TO WS-RUN-OVERRIDE-REASON
044800             IF RUN-C-RERUN-REQUESTED
044900                 SET WS-RUN-RERUN-ALLOWED TO TRUE
045000             END-IF
045100             IF RUN-C-BYPASS-REQUESTED
045200                 SET WS-RUN-BYPASS-ALLOWED TO TRUE
045300             END-IF
045400         ELSE
045500             IF RUN-C-RERUN-REQUESTED OR RUN-C-BYPASS-REQUESTED
045600                 DISPLAY "TBLCMP - OVERRIDE CARD NAMES NO "
045700                     "OPERATOR - OVERRIDE IGNORED"
045800             END-IF
045900         END-IF
046000         CLOSE RUN-CARD-FILE
046100     END-IF.
046200     IF WS-RUN-BYPASS-ALLOWED
046300         DISPLAY "TBLCMP - PREDECESSOR CHECK BYPASSED BY "
046400             WS-RUN-OVERRIDE-OPER
046500     END-IF.
046600 1910-EXIT.
046700     EXIT.
046800*================================================================*
046900* 1920-OPEN-RUN-CONTROL - OPENS THE RUN-CONTROL FILE, CREATING   *
047000*                         IT ON THE VERY FIRST NIGHT. A FILE     *
047100*                         THAT WILL NOT OPEN REFUSES THE RUN     *
047200*                         UNLESS THE OVERRIDE CARD BYPASSES THE  *
047300*                         CHECKS, WHEN THE JOB RUNS UNRECORDED.  *
047400*================================================================*
047500 1920-OPEN-RUN-CONTROL.
047600     OPEN I-O RUN-CONTROL-FILE.
047700     IF WS-RUN-CONTROL-NOT-FOUND
047800         OPEN OUTPUT RUN-CONTROL-FILE
047900         IF WS-RUN-CONTROL-OK
048000             CLOSE RUN-CONTROL-FILE
048100             OPEN I-O RUN-CONTROL-FILE
048200         END-IF
048300     END-IF.
048400     IF WS-RUN-CONTROL-OK
048500         SET WS-RUN-CONTROL-OPEN TO TRUE
048600     ELSE
048700         DISPLAY "TBLCMP - RUN-CONTROL-FILE OPEN ERROR "
048800             WS-RUN-CONTROL-STATUS
048900         IF WS-RUN-BYPASS-ALLOWED
049000             DISPLAY "TBLCMP - RUNNING UNRECORDED UNDER "
049100                 "OVERRIDE"
049200         ELSE
049300             MOVE "THE RUN-CONTROL FILE CANNOT BE OPENED"
049400                 TO WS-RUN-REFUSE-REASON
049500         END-IF
049600     END-IF.
049700 1920-EXIT.
049800     EXIT.
049900*================================================================*
050000* 1930-SET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE      *
050100*                          OVERRIDE CARD IF IT CARRIES ONE, ELSE *
050200*                          FROM THE STREAM RECORD TBLLOAD LEFT,  *
050300*                          SO A STREAM RUNNING PAST MIDNIGHT     *
050400*                          STAYS ON ONE DATE. WITH NO STREAM     *
050500*                          RECORD AT ALL IT IS TODAY.            *
050600*================================================================*
050700 1930-SET-BUSINESS-DATE.
050800     EVALUATE TRUE
050900         WHEN WS-RUN-CARD-DATE > ZERO
051000             MOVE WS-RUN-CARD-DATE TO WS-BUSINESS-DATE
051100         WHEN OTHER
051200             MOVE ZERO TO RCT-BUS-DATE
051300             MOVE "*STREAM*" TO RCT-JOB-NAME
051400             READ RUN-CONTROL-FILE
051500                 INVALID KEY
051600                     MOVE WS-RUN-TODAY TO WS-BUSINESS-DATE
051700                 NOT INVALID KEY
051800                     MOVE RCT-OPEN-BUS-DATE TO WS-BUSINESS-DATE
051900             END-READ
052000     END-EVALUATE.
052100 1930-EXIT.
052200     EXIT.
052300*================================================================*
052400* 1940-CHECK-PREDECESSOR - LOOKS UP ONE PREDECESSOR FOR THE      *
052500*                          BUSINESS DATE. ANYTHING BUT ENDED     *
052600*                          WITH AN ACCEPTABLE CONDITION CODE     *
052700*                          REFUSES THE RUN.                      *
052800*================================================================*
052900 1940-CHECK-PREDECESSOR.
053000     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
053100     MOVE WS-RUN-PRED-NAME (WS-RUN-PRED-IDX) TO RCT-JOB-NAME.
053200     READ RUN-CONTROL-FILE
053300         INVALID KEY
053400             MOVE SPACES TO RCT-RUN-STATUS
053500     END-READ.
053600     EVALUATE TRUE
053700         WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
053800             CONTINUE
053900         WHEN RCT-ENDED
054000             MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
054100             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
054200                     DELIMITED BY SPACE
054300                 " ENDED CC " WS-RUN-CC-DISP
054400                     DELIMITED BY SIZE
054500                 INTO WS-RUN-REFUSE-REASON
054600         WHEN RCT-STARTED
054700             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
054800                     DELIMITED BY SPACE
054900                 " STARTED BUT HAS NOT ENDED"
055000                     DELIMITED BY SIZE
055100                 INTO WS-RUN-REFUSE-REASON
055200         WHEN OTHER
055300             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
055400                     DELIMITED BY SPACE
055500                 " HAS NOT RUN FOR THE BUSINESS DATE"
055600                     DELIMITED BY SIZE
055700                 INTO WS-RUN-REFUSE-REASON
055800     END-EVALUATE.
055900 1940-EXIT.
056000     EXIT.
056100*================================================================*
056200* 1950-CHECK-OWN-RUN - LOOKS UP THIS JOB FOR THE BUSINESS DATE.  *
056300*                      A RUN THAT ALREADY ENDED ACCEPTABLY, OR   *
056400*                      ONE THAT STARTED AND NEVER ENDED, IS NOT  *
056500*                      RUN AGAIN WITHOUT A RERUN OVERRIDE. A RUN *
056600*                      THAT FAILED OR WAS REFUSED MAY SIMPLY BE  *
056700*                      RESUBMITTED.                              *
056800*================================================================*
056900 1950-CHECK-OWN-RUN.
057000     MOVE "N" TO WS-RUN-FOUND-SW.
057100     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
057200     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
057300     READ RUN-CONTROL-FILE
057400         INVALID KEY
057500             CONTINUE
057600         NOT INVALID KEY
057700             SET WS-RUN-FOUND TO TRUE
057800     END-READ.
057900     IF WS-RUN-FOUND
058000         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
058100         EVALUATE TRUE
058200             WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
058300                 IF WS-RUN-RERUN-ALLOWED
058400                     SET WS-RUN-OVERRIDE-USED TO TRUE
058500                     DISPLAY "TBLCMP - RERUN OF A COMPLETED "
058600                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
058700                 ELSE
058800                     STRING "ALREADY COMPLETED CC " WS-RUN-CC-DISP
058900                         " - RERUN NEEDS AN OVERRIDE CARD"
059000                         DELIMITED BY SIZE
059100                         INTO WS-RUN-REFUSE-REASON
059200                 END-IF
059300             WHEN RCT-STARTED
059400                 IF WS-RUN-RERUN-ALLOWED
059500                     SET WS-RUN-OVERRIDE-USED TO TRUE
059600                     DISPLAY "TBLCMP - RERUN OF AN UNFINISHED "
059700                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
059800                 ELSE
059900                     STRING "STARTED EARLIER AND NEVER ENDED"
060000                         " - RERUN NEEDS AN OVERRIDE CARD"
060100                         DELIMITED BY SIZE
060200                         INTO WS-RUN-REFUSE-REASON
060300                 END-IF
060400             WHEN RCT-ENDED
060500                 DISPLAY "TBLCMP - RERUNNING AFTER A RUN "
060600                     "THAT ENDED CC " WS-RUN-CC-DISP
060700             WHEN OTHER
060800                 CONTINUE
060900         END-EVALUATE
061000     END-IF.
061100     IF WS-RUN-BYPASS-ALLOWED
061200         SET WS-RUN-OVERRIDE-USED TO TRUE
061300     END-IF.
061400 1950-EXIT.
061500     EXIT.
061600*================================================================*
061700* 1960-RECORD-RUN-START - MARKS THIS JOB STARTED FOR THE         *
061800*                         BUSINESS DATE AND COUNTS THE RUN. AN   *
061900*                         OVERRIDE IS RECORDED WITH THE OPERATOR *
062000*                         AND REASON FROM THE CARD.              *
062100*================================================================*
062200 1960-RECORD-RUN-START.
062300     IF NOT WS-RUN-FOUND
062400         MOVE SPACES TO RCT-RECORD
062500         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
062600         MOVE WS-JOB-NAME TO RCT-JOB-NAME
062700         MOVE ZERO TO RCT-RUN-COUNT
062800         MOVE ZERO TO RCT-REFUSE-COUNT
062900     END-IF.
063000     ACCEPT WS-RUN-NOW FROM TIME.
063100     SET RCT-STARTED TO TRUE.
063200     MOVE WS-RUN-TODAY TO RCT-START-DATE.
063300     MOVE WS-RUN-NOW TO RCT-START-TIME.
063400     MOVE ZERO TO RCT-END-DATE.
063500     MOVE ZERO TO RCT-END-TIME.
063600     MOVE ZERO TO RCT-COND-CODE.
063700     ADD 1 TO RCT-RUN-COUNT.
063800     IF WS-RUN-OVERRIDE-USED
063900         SET RCT-OVERRIDDEN TO TRUE
064000         MOVE WS-RUN-OVERRIDE-OPER TO RCT-OVERRIDE-OPER
064100         MOVE WS-RUN-OVERRIDE-REASON TO RCT-NOTE
064200     END-IF.
064300     IF WS-RUN-FOUND
064400         REWRITE RCT-RECORD
064500     ELSE
064600         WRITE RCT-RECORD
064700     END-IF.
064800     IF WS-RUN-CONTROL-OK
064900         SET WS-RUN-STARTED TO TRUE
065000     ELSE
065100         DISPLAY "TBLCMP - RUN-CONTROL-FILE WRITE ERROR "
065200             WS-RUN-CONTROL-STATUS
065300         MOVE "THE START OF THE RUN CANNOT BE RECORDED"
065400             TO WS-RUN-REFUSE-REASON
065500     END-IF.
065600 1960-EXIT.
065700     EXIT.
065800*================================================================*
065900* 1970-RECORD-REFUSAL - COUNTS THE REFUSAL AGAINST THIS JOB FOR  *
066000*                       THE BUSINESS DATE. A JOB WITH NO RECORD  *
066100*                       YET IS MARKED REFUSED WITH THE REASON;   *
066200*                       AN EXISTING RECORD KEEPS ITS STATUS.     *
066300*================================================================*
066400 1970-RECORD-REFUSAL.
066500     MOVE "N" TO WS-RUN-FOUND-SW.
066600     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
066700     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
066800     READ RUN-CONTROL-FILE
066900         INVALID KEY
067000             CONTINUE
067100         NOT INVALID KEY
067200             SET WS-RUN-FOUND TO TRUE
067300     END-READ.
067400     IF NOT WS-RUN-FOUND
067500         MOVE SPACES TO RCT-RECORD
067600         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
067700         MOVE WS-JOB-NAME TO RCT-JOB-NAME
067800         SET RCT-REFUSED TO TRUE
067900         MOVE ZERO TO RCT-START-DATE
068000         MOVE ZERO TO RCT-START-TIME
068100         MOVE ZERO TO RCT-END-DATE
068200         MOVE ZERO TO RCT-END-TIME
068300         MOVE ZERO TO RCT-COND-CODE
068400         MOVE ZERO TO RCT-RUN-COUNT
068500         MOVE ZERO TO RCT-REFUSE-COUNT
068600         MOVE WS-RUN-REFUSE-REASON TO RCT-NOTE
068700     END-IF.
068800     ADD 1 TO RCT-REFUSE-COUNT.
068900     IF WS-RUN-FOUND
069000         REWRITE RCT-RECORD
069100     ELSE
069200         WRITE RCT-RECORD
069300     END-IF.
069400     IF NOT WS-RUN-CONTROL-OK
069500         DISPLAY "TBLCMP - RUN-CONTROL-FILE WRITE ERROR "
069600             WS-RUN-CONTROL-STATUS
069700     END-IF.
069800 1970-EXIT.
069900     EXIT.
070000*================================================================*
070100* 9500-RECORD-RUN-END - MARKS THIS JOB ENDED FOR THE BUSINESS    *
070200*                       DATE WITH THE CONDITION CODE IT IS       *
070300*                       HANDING BACK AND CLOSES THE RUN-CONTROL  *
070400*                       FILE.                                    *
070500*================================================================*
070600 9500-RECORD-RUN-END.
070700     IF WS-RUN-STARTED
070800         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
070900         MOVE WS-JOB-NAME TO RCT-JOB-NAME
071000         READ RUN-CONTROL-FILE
071100             INVALID KEY
071200                 MOVE "N" TO WS-RUN-STARTED-SW
071300                 DISPLAY "TBLCMP - RUN-CONTROL RECORD MISSING "
071400                     "- END NOT RECORDED"
071500         END-READ
071600     END-IF.
071700     IF WS-RUN-STARTED
071800         ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD
071900         ACCEPT WS-RUN-NOW FROM TIME
072000         SET RCT-ENDED TO TRUE
072100         MOVE WS-RUN-TODAY TO RCT-END-DATE
072200         MOVE WS-RUN-NOW TO RCT-END-TIME
072300         MOVE RETURN-CODE TO RCT-COND-CODE
072400         REWRITE RCT-RECORD
072500         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
072600         IF WS-RUN-CONTROL-OK
072700             DISPLAY "TBLCMP - RUN RECORDED ENDED CC "
072800                 WS-RUN-CC-DISP " FOR BUSINESS DATE "
072900                 WS-BUSINESS-DATE
073000         ELSE
073100             DISPLAY "TBLCMP - RUN-CONTROL-FILE REWRITE ERROR "
073200                 WS-RUN-CONTROL-STATUS
073300         END-IF
073400     END-IF.
073500     IF WS-RUN-CONTROL-OPEN
073600         CLOSE RUN-CONTROL-FILE
073700     END-IF.
073800 9500-EXIT.
073900     EXIT.
