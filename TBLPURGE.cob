002299*                    THE ENTRIES THAT ACTUALLY GO. A FAT-        *
002299*                    FINGERED CTL-PURGE-DATE CAN NO LONGER       *
002299*                    EMPTY A TABLE TYPE IN ONE SILENT PASS.      *
002299*  10/09/2026  RGM   CHECKS THE NIGHT'S RUN-CONTROL FILE BEFORE  *
002299*                    SWEEPING - TBLLOAD MUST HAVE ENDED          *
002299*                    ACCEPTABLY FOR THE BUSINESS DATE - AND      *
002299*                    RECORDS ITS OWN START, END AND CONDITION    *
002299*                    CODE. AN OVERRIDE CARD ALLOWS A DELIBERATE  *
002299*                    RERUN.                                      *
002300*----------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004370     SELECT CANDIDATE-FILE ASSIGN TO CANDFILE
004380         ORGANIZATION IS SEQUENTIAL
004390         FILE STATUS IS WS-CANDIDATE-STATUS.
004391     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
004392         ORGANIZATION IS INDEXED
004393         ACCESS MODE IS DYNAMIC
004394         RECORD KEY IS RCT-KEY
004395         FILE STATUS IS WS-RUN-CONTROL-STATUS.
004396     SELECT RUN-CARD-FILE ASSIGN TO RUNCARD
004397         ORGANIZATION IS SEQUENTIAL
004398         FILE STATUS IS WS-RUN-CARD-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  TABLE-FILE
006200     RECORDING MODE IS F
006210     LABEL RECORDS ARE STANDARD.
006220 COPY CANDREC1.
006220 FD  RUN-CONTROL-FILE
006220     LABEL RECORDS ARE STANDARD.
006220 COPY RUNCTL01.
006220 FD  RUN-CARD-FILE
006220     RECORDING MODE IS F
006220     LABEL RECORDS ARE STANDARD.
006220 COPY RUNCRD01.
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------*
006400* FILE STATUS AND SWITCH AREA                                   *
010400 01  WS-PRINT-LINE               PIC X(133) VALUE SPACES.
010500 01  WS-REASON-TEXT              PIC X(08) VALUE SPACES.
010510 01  WS-MODE-TEXT                PIC X(08) VALUE "PROPOSAL".
010512*----------------------------------------------------------------*
010514* NIGHTLY RUN CONTROL - THE JOBS THAT MUST HAVE ENDED WITH AN    *
010516* ACCEPTABLE CONDITION CODE FOR THE BUSINESS DATE BEFORE THIS    *
010518* JOB MAY START (SEE RUNCTL01), AND THE OVERRIDE CARD AS READ.   *
010520*----------------------------------------------------------------*
010522 01  WS-RUN-CONTROL-AREA.
010524     05  WS-RUN-CONTROL-STATUS   PIC X(02) VALUE SPACES.
010526         88  WS-RUN-CONTROL-OK           VALUE "00".
010528         88  WS-RUN-CONTROL-NOT-FOUND    VALUE "35".
010530     05  WS-RUN-CARD-STATUS      PIC X(02) VALUE SPACES.
010532         88  WS-RUN-CARD-OK              VALUE "00".
010534     05  WS-RUN-CONTROL-SW       PIC X(01) VALUE "N".
010536         88  WS-RUN-CONTROL-OPEN         VALUE "Y".
010538     05  WS-RUN-FOUND-SW         PIC X(01) VALUE "N".
010540         88  WS-RUN-FOUND                VALUE "Y".
010542     05  WS-RUN-STARTED-SW       PIC X(01) VALUE "N".
010544         88  WS-RUN-STARTED              VALUE "Y".
010546     05  WS-RUN-OVERRIDE-SW      PIC X(01) VALUE "N".
010548         88  WS-RUN-OVERRIDE-USED        VALUE "Y".
010550     05  WS-RUN-RERUN-SW         PIC X(01) VALUE "N".
010552         88  WS-RUN-RERUN-ALLOWED        VALUE "Y".
010554     05  WS-RUN-BYPASS-SW        PIC X(01) VALUE "N".
010556         88  WS-RUN-BYPASS-ALLOWED       VALUE "Y".
010558     05  WS-RUN-CARD-DATE        PIC 9(08) VALUE ZERO.
010560     05  WS-RUN-OVERRIDE-OPER    PIC X(08) VALUE SPACES.
010562     05  WS-RUN-OVERRIDE-REASON  PIC X(40) VALUE SPACES.
010564     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
010566     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
010568     05  WS-RUN-NOW              PIC 9(08) VALUE ZERO.
010570     05  WS-RUN-MAX-CC           PIC 9(04) VALUE 0004.
010572     05  WS-RUN-CC-DISP          PIC 9(04) VALUE ZERO.
010574     05  WS-RUN-REFUSE-REASON    PIC X(60) VALUE SPACES.
010576     05  WS-RUN-PRED-IDX         PIC 9(02) COMP VALUE ZERO.
010578     05  WS-RUN-PRED-COUNT       PIC 9(02) COMP VALUE 1.
010580 01  WS-RUN-PRED-LIST.
010582     05  FILLER                  PIC X(08) VALUE "TBLLOAD".
010584 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
010586     05  WS-RUN-PRED-NAME        PIC X(08) OCCURS 1 TIMES.
010600 PROCEDURE DIVISION.
010700*================================================================*
010800* 0000-MAINLINE                                                 *
010900*================================================================*
011000 0000-MAINLINE.
011010     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
011020     IF WS-RUN-OK
011030         PERFORM 1000-INITIALIZE THRU 1000-EXIT
011040     END-IF.
011200     IF WS-RUN-OK
011250         IF WS-PROPOSE-MODE
011300             PERFORM 2500-PROPOSE-PASS THRU 2500-EXIT
038300     IF WS-PRINT-FILE-OK
038400         CLOSE PRINT-FILE
038500     END-IF.
038510     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT.
038600 9000-EXIT.
038700     EXIT.
038800*================================================================*
038900* 1900-CHECK-RUN-CONTROL - READS THE OVERRIDE CARD, OPENS THE    *
039000*                          RUN-CONTROL FILE AND SETTLES THE      *
039100*                          BUSINESS DATE, THEN REFUSES THE RUN   *
039200*                          UNLESS EVERY PREDECESSOR ENDED WITH   *
039300*                          AN ACCEPTABLE CONDITION CODE FOR THE  *
039400*                          DATE AND THIS JOB HAS NOT ALREADY RUN *
039500*                          FOR IT. A RUN THAT PASSES IS RECORDED *
039600*                          AS STARTED; ONE THAT DOES NOT IS      *
039700*                          COUNTED AS REFUSED AND ENDS THE STEP  *
039800*                          WITH NOTHING DONE.                    *
039900*================================================================*
040000 1900-CHECK-RUN-CONTROL.
040100     ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD.
040200     MOVE SPACES TO WS-RUN-REFUSE-REASON.
040300     PERFORM 1910-READ-RUN-CARD THRU 1910-EXIT.
040400     PERFORM 1920-OPEN-RUN-CONTROL THRU 1920-EXIT.
040500     IF WS-RUN-CONTROL-OPEN
040600         PERFORM 1930-SET-BUSINESS-DATE THRU 1930-EXIT
040700         IF NOT WS-RUN-BYPASS-ALLOWED
040800             PERFORM 1940-CHECK-PREDECESSOR THRU 1940-EXIT
040900                 VARYING WS-RUN-PRED-IDX FROM 1 BY 1
041000                     UNTIL WS-RUN-PRED-IDX > WS-RUN-PRED-COUNT
041100                        OR WS-RUN-REFUSE-REASON NOT = SPACES
041200         END-IF
041300         IF WS-RUN-REFUSE-REASON = SPACES
041400             PERFORM 1950-CHECK-OWN-RUN THRU 1950-EXIT
041500         END-IF
041600         IF WS-RUN-REFUSE-REASON = SPACES
041700             PERFORM 1960-RECORD-RUN-START THRU 1960-EXIT
041800         ELSE
041900             PERFORM 1970-RECORD-REFUSAL THRU 1970-EXIT
042000         END-IF
042100     END-IF.
042200     IF WS-RUN-REFUSE-REASON NOT = SPACES
042300         DISPLAY "TBLPURGE - RUN REFUSED - " WS-RUN-REFUSE-REASON
042400         MOVE "N" TO WS-RUN-OK-SW
042500         PERFORM 8200-POST-ERROR THRU 8200-EXIT
042600     ELSE
042700         IF WS-RUN-STARTED
042800             DISPLAY "TBLPURGE - RUNNING FOR BUSINESS DATE "
042900                 WS-BUSINESS-DATE
043000         END-IF
043100     END-IF.
043200 1900-EXIT.
043300     EXIT.
043400*================================================================*
043500* 1910-READ-RUN-CARD - PICKS UP THE OPTIONAL OVERRIDE CARD. THE  *
043600*                      RERUN AND BYPASS FLAGS COUNT ONLY WHEN    *
043700*                      THE CARD NAMES THE OPERATOR ASKING.       *
043800*================================================================*
043900 1910-READ-RUN-CARD.
044000     OPEN INPUT RUN-CARD-FILE.
044100     IF WS-RUN-CARD-OK
044200         MOVE SPACES TO RUNC-RECORD
044300         READ RUN-CARD-FILE
044400             AT END
044500                 MOVE SPACES TO RUNC-RECORD
044600         END-READ
044700         IF RUN-C-BUS-DATE IS NUMERIC
044800             MOVE RUN-C-BUS-DATE TO WS-RUN-CARD-DATE
044900         END-IF
045000         IF RUN-C-OPERATOR NOT = SPACES
045100             MOVE RUN-C-OPERATOR TO WS-RUN-OVERRIDE-OPER
045200             MOVE RUN-C-REASON TO WS-RUN-OVERRIDE-REASON
045300             IF RUN-C-RERUN-REQUESTED
045400                 SET WS-RUN-RERUN-ALLOWED TO TRUE
045500             END-IF
045600             IF RUN-C-BYPASS-REQUESTED
045700                 SET WS-RUN-BYPASS-ALLOWED TO TRUE
045800             END-IF
045900         ELSE
046000             IF RUN-C-RERUN-REQUESTED OR RUN-C-BYPASS-REQUESTED
046100                 DISPLAY "TBLPURGE - OVERRIDE CARD NAMES NO "
046200                     "OPERATOR - OVERRIDE IGNORED"
046300             END-IF
046400         END-IF
046500         CLOSE RUN-CARD-FILE
046600     END-IF.
046700     IF WS-RUN-BYPASS-ALLOWED
046800         DISPLAY "TBLPURGE - PREDECESSOR CHECK BYPASSED BY "
046900             WS-RUN-OVERRIDE-OPER
047000     END-IF.
047100 1910-EXIT.
047200     EXIT.
047300*================================================================*
047400* 1920-OPEN-RUN-CONTROL - OPENS THE RUN-CONTROL FILE, CREATING   *
047500*                         IT ON THE VERY FIRST NIGHT. A FILE     *
047600*                         THAT WILL NOT OPEN REFUSES THE RUN     *
047700*                         UNLESS THE OVERRIDE CARD BYPASSES THE  *
047800*                         CHECKS, WHEN THE JOB RUNS UNRECORDED.  *
047900*================================================================*
048000 1920-OPEN-RUN-CONTROL.
048100     OPEN I-O RUN-CONTROL-FILE.
048200     IF WS-RUN-CONTROL-NOT-FOUND
048300         OPEN OUTPUT RUN-CONTROL-FILE
048400         IF WS-RUN-CONTROL-OK
048500             CLOSE RUN-CONTROL-FILE
048600             OPEN I-O RUN-CONTROL-FILE
048700         END-IF
048800     END-IF.
048900     IF WS-RUN-CONTROL-OK
049000         SET WS-RUN-CONTROL-OPEN TO TRUE
049100     ELSE
049200         DISPLAY "TBLPURGE - RUN-CONTROL-FILE OPEN ERROR "
049300             WS-RUN-CONTROL-STATUS
049400         IF WS-RUN-BYPASS-ALLOWED
049500             DISPLAY "TBLPURGE - RUNNING UNRECORDED UNDER "
049600                 "OVERRIDE"
049700         ELSE
049800             MOVE "THE RUN-CONTROL FILE CANNOT BE OPENED"
049900                 TO WS-RUN-REFUSE-REASON
050000         END-IF
050100     END-IF.
050200 1920-EXIT.
050300     EXIT.
050400*================================================================*
050500* 1930-SET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE      *
050600*                          OVERRIDE CARD IF IT CARRIES ONE, ELSE *
050700*                          FROM THE STREAM RECORD TBLLOAD LEFT,  *
050800*                          SO A STREAM RUNNING PAST MIDNIGHT     *
050900*                          STAYS ON ONE DATE. WITH NO STREAM     *
051000*                          RECORD AT ALL IT IS TODAY.            *
051100*================================================================*
051200 1930-SET-BUSINESS-DATE.
051300     EVALUATE TRUE
051400         WHEN WS-RUN-CARD-DATE > ZERO
051500             MOVE WS-RUN-CARD-DATE TO WS-BUSINESS-DATE
051600         WHEN OTHER
051700             MOVE ZERO TO RCT-BUS-DATE
051800             MOVE "*STREAM*" TO RCT-JOB-NAME
051900             READ RUN-CONTROL-FILE
052000                 INVALID KEY
052100                     MOVE WS-RUN-TODAY TO WS-BUSINESS-DATE
052200                 NOT INVALID KEY
052300                     MOVE RCT-OPEN-BUS-DATE TO WS-BUSINESS-DATE
052400             END-READ
052500     END-EVALUATE.
052600 1930-EXIT.
052700     EXIT.
052800*================================================================*
052900* 1940-CHECK-PREDECESSOR - LOOKS UP ONE PREDECESSOR FOR THE      *
053000*                          BUSINESS DATE. ANYTHING BUT ENDED     *
053100*                          WITH AN ACCEPTABLE CONDITION CODE     *
053200*                          REFUSES THE RUN.                      *
053300*================================================================*
053400 1940-CHECK-PREDECESSOR.
053500     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
053600     MOVE WS-RUN-PRED-NAME (WS-RUN-PRED-IDX) TO RCT-JOB-NAME.
053700     READ RUN-CONTROL-FILE
053800         INVALID KEY
053900             MOVE SPACES TO RCT-RUN-STATUS
054000     END-READ.
054100     EVALUATE TRUE
054200         WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
054300             CONTINUE
054400         WHEN RCT-ENDED
054500             MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
054600             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
054700                     DELIMITED BY SPACE
054800                 " ENDED CC " WS-RUN-CC-DISP
054900                     DELIMITED BY SIZE
055000                 INTO WS-RUN-REFUSE-REASON
055100         WHEN RCT-STARTED
055200             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
055300                     DELIMITED BY SPACE
055400                 " STARTED BUT HAS NOT ENDED"
055500                     DELIMITED BY SIZE
055600                 INTO WS-RUN-REFUSE-REASON
055700         WHEN OTHER
055800             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
055900                     DELIMITED BY SPACE
056000                 " HAS NOT RUN FOR THE BUSINESS DATE"
056100                     DELIMITED BY SIZE
056200                 INTO WS-RUN-REFUSE-REASON
056300     END-EVALUATE.
056400 1940-EXIT.
056500     EXIT.
056600*================================================================*
056700* 1950-CHECK-OWN-RUN - LOOKS UP THIS JOB FOR THE BUSINESS DATE.  *
056800*                      A RUN THAT ALREADY ENDED ACCEPTABLY, OR   *
056900*                      ONE THAT STARTED AND NEVER ENDED, IS NOT  *
057000*                      RUN AGAIN WITHOUT A RERUN OVERRIDE. A RUN *
057100*                      THAT FAILED OR WAS REFUSED MAY SIMPLY BE  *
057200*                      RESUBMITTED.                              *
057300*================================================================*
057400 1950-CHECK-OWN-RUN.
057500     MOVE "N" TO WS-RUN-FOUND-SW.
057600     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
057700     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
057800     READ RUN-CONTROL-FILE
057900         INVALID KEY
058000             CONTINUE
058100         NOT INVALID KEY
058200             SET WS-RUN-FOUND TO TRUE
058300     END-READ.
058400     IF WS-RUN-FOUND
058500         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
058600         EVALUATE TRUE
058700             WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
058800                 IF WS-RUN-RERUN-ALLOWED
058900                     SET WS-RUN-OVERRIDE-USED TO TRUE
059000                     DISPLAY "TBLPURGE - RERUN OF A COMPLETED "
059100                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
059200                 ELSE
059300                     STRING "ALREADY COMPLETED CC " WS-RUN-CC-DISP
059400                         " - RERUN NEEDS AN OVERRIDE CARD"
059500                         DELIMITED BY SIZE
059600                         INTO WS-RUN-REFUSE-REASON
059700                 END-IF
059800             WHEN RCT-STARTED
059900                 IF WS-RUN-RERUN-ALLOWED
060000                     SET WS-RUN-OVERRIDE-USED TO TRUE
060100                     DISPLAY "TBLPURGE - RERUN OF AN UNFINISHED "
060200                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
060300                 ELSE
060400                     STRING "STARTED EARLIER AND NEVER ENDED"
060500                         " - RERUN NEEDS AN OVERRIDE CARD"
060600                         DELIMITED BY SIZE
060700                         INTO WS-RUN-REFUSE-REASON
060800                 END-IF
060900             WHEN RCT-ENDED
061000                 DISPLAY "TBLPURGE - RERUNNING AFTER A RUN "
061100                     "THAT ENDED CC " WS-RUN-CC-DISP
061200             WHEN OTHER
061300                 CONTINUE
061400         END-EVALUATE
061500     END-IF.
061600     IF WS-RUN-BYPASS-ALLOWED
061700         SET WS-RUN-OVERRIDE-USED TO TRUE
061800     END-IF.
061900 1950-EXIT.
062000     EXIT.
062100*================================================================*
062200* 1960-RECORD-RUN-START - MARKS THIS JOB STARTED FOR THE         *
062300*                         BUSINESS DATE AND COUNTS THE RUN. AN   *
062400*                         OVERRIDE IS RECORDED WITH THE OPERATOR *
062500*                         AND REASON FROM THE CARD.              *
062600*================================================================*
062700 1960-RECORD-RUN-START.
062800     IF NOT WS-RUN-FOUND
062900         MOVE SPACES TO RCT-RECORD
063000         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
063100         MOVE WS-JOB-NAME TO RCT-JOB-NAME
063200         MOVE ZERO TO RCT-RUN-COUNT
063300         MOVE ZERO TO RCT-REFUSE-COUNT
063400     END-IF.
063500     ACCEPT WS-RUN-NOW FROM TIME.
063600     SET RCT-STARTED TO TRUE.
063700     MOVE WS-RUN-TODAY TO RCT-START-DATE.
063800     MOVE WS-RUN-NOW TO RCT-START-TIME.
063900     MOVE ZERO TO RCT-END-DATE.
064000     MOVE ZERO TO RCT-END-TIME.
064100     MOVE ZERO TO RCT-COND-CODE.
064200     ADD 1 TO RCT-RUN-COUNT.
064300     IF WS-RUN-OVERRIDE-USED
064400         SET RCT-OVERRIDDEN TO TRUE
064500         MOVE WS-RUN-OVERRIDE-OPER TO RCT-OVERRIDE-OPER
064600         MOVE WS-RUN-OVERRIDE-REASON TO RCT-NOTE
064700     END-IF.
064800     IF WS-RUN-FOUND
064900         REWRITE RCT-RECORD
065000     ELSE
065100         WRITE RCT-RECORD
065200     END-IF.
065300     IF WS-RUN-CONTROL-OK
065400         SET WS-RUN-STARTED TO TRUE
065500     ELSE
065600         DISPLAY "TBLPURGE - RUN-CONTROL-FILE WRITE ERROR "
065700             WS-RUN-CONTROL-STATUS
065800         MOVE "THE START OF THE RUN CANNOT BE RECORDED"
065900             TO WS-RUN-REFUSE-REASON
066000     END-IF.
066100 1960-EXIT.
066200     EXIT.
066300*================================================================*
066400* 1970-RECORD-REFUSAL - COUNTS THE REFUSAL AGAINST THIS JOB FOR  *
066500*                       THE BUSINESS DATE. A JOB WITH NO RECORD  *
066600*                       YET IS MARKED REFUSED WITH THE REASON;   *
066700*                       AN EXISTING RECORD KEEPS ITS STATUS.     *
066800*================================================================*
066900 1970-RECORD-REFUSAL.
067000     MOVE "N" TO WS-RUN-FOUND-SW.
067100     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
067200     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
067300     READ RUN-CONTROL-FILE
067400         INVALID KEY
067500             CONTINUE
067600         NOT INVALID KEY
067700             SET WS-RUN-FOUND TO TRUE
067800     END-READ.
067900     IF NOT WS-RUN-FOUND
068000         MOVE SPACES TO RCT-RECORD
068100         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
068200         MOVE WS-JOB-NAME TO RCT-JOB-NAME
068300         SET RCT-REFUSED TO TRUE
068400         MOVE ZERO TO RCT-START-DATE
068500         MOVE ZERO TO RCT-START-TIME
068600         MOVE ZERO TO RCT-END-DATE
068700         MOVE ZERO TO RCT-END-TIME
068800         MOVE ZERO TO RCT-COND-CODE
068900         MOVE ZERO TO RCT-RUN-COUNT
069000         MOVE ZERO TO RCT-REFUSE-COUNT
069100         MOVE WS-RUN-REFUSE-REASON TO RCT-NOTE
069200     END-IF.
069300     ADD 1 TO RCT-REFUSE-COUNT.
069400     IF WS-RUN-FOUND
069500         REWRITE RCT-RECORD
069600     ELSE
069700         WRITE RCT-RECORD
069800     END-IF.
069900     IF NOT WS-RUN-CONTROL-OK
070000         DISPLAY "TBLPURGE - RUN-CONTROL-FILE WRITE ERROR "
070100             WS-RUN-CONTROL-STATUS
070200     END-IF.
070300 1970-EXIT.
070400     EXIT.
070500*================================================================*
070600* 9500-RECORD-RUN-END - MARKS THIS JOB ENDED FOR THE BUSINESS    *
070700*                       DATE WITH THE CONDITION CODE IT IS       *
070800*                       HANDING BACK AND CLOSES THE RUN-CONTROL  *
070900*                       FILE.                                    *
071000*================================================================*
071100 9500-RECORD-RUN-END.
071200     IF WS-RUN-STARTED
071300         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
071400         MOVE WS-JOB-NAME TO RCT-JOB-NAME
071500         READ RUN-CONTROL-FILE
071600             INVALID KEY
071700                 MOVE "N" TO WS-RUN-STARTED-SW
071800                 DISPLAY "TBLPURGE - RUN-CONTROL RECORD MISSING "
071900                     "- END NOT RECORDED"
072000         END-READ
072100     END-IF.
072200     IF WS-RUN-STARTED
072300         ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD
072400         ACCEPT WS-RUN-NOW FROM TIME
072500         SET RCT-ENDED TO TRUE
072600         MOVE WS-RUN-TODAY TO RCT-END-DATE
072700         MOVE WS-RUN-NOW TO RCT-END-TIME
072800         MOVE RETURN-CODE TO RCT-COND-CODE
072900         REWRITE RCT-RECORD
073000         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
073100         IF WS-RUN-CONTROL-OK
073200             DISPLAY "TBLPURGE - RUN RECORDED ENDED CC "
073300                 WS-RUN-CC-DISP " FOR BUSINESS DATE "
073400                 WS-BUSINESS-DATE
073500         ELSE
073600             DISPLAY "TBLPURGE - RUN-CONTROL-FILE REWRITE ERROR "
073700                 WS-RUN-CONTROL-STATUS
073800         END-IF
073900     END-IF.
074000     IF WS-RUN-CONTROL-OPEN
074100         CLOSE RUN-CONTROL-FILE
074200     END-IF.
074300 9500-EXIT.
074400     EXIT.
