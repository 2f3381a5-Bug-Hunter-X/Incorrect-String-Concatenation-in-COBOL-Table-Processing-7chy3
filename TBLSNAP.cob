001900*                    AUDIT, MAINTENANCE AND ARCHIVE LOGS         *
002000*                    FORWARD, SO "WHAT DID ENTRY 01234 SAY ON    *
002100*                    THE 14TH" FINALLY HAS AN ANSWER.            *
002110*  10/09/2026  RGM   CHECKS THE NIGHT'S RUN-CONTROL FILE BEFORE  *
002120*                    SNAPPING - TBLLOAD AND TBLPURGE MUST HAVE   *
002130*                    ENDED ACCEPTABLY FOR THE BUSINESS DATE, SO  *
002140*                    A HALF-BUILT TABLE-FILE IS NEVER SNAPPED -  *
002150*                    AND RECORDS ITS OWN START, END AND          *
002160*                    CONDITION CODE. AN OVERRIDE CARD ALLOWS A   *
002170*                    DELIBERATE RERUN.                           *
002200*----------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003400     SELECT SNAPSHOT-FILE ASSIGN TO SNPFILE
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
003610     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS DYNAMIC
003640         RECORD KEY IS RCT-KEY
003650         FILE STATUS IS WS-RUN-CONTROL-STATUS.
003660     SELECT RUN-CARD-FILE ASSIGN TO RUNCARD
003670         ORGANIZATION IS SEQUENTIAL
003680         FILE STATUS IS WS-RUN-CARD-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  TABLE-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 COPY SNPREC01.
004510 FD  RUN-CONTROL-FILE
004520     LABEL RECORDS ARE STANDARD.
004530 COPY RUNCTL01.
004540 FD  RUN-CARD-FILE
004550     RECORDING MODE IS F
004560     LABEL RECORDS ARE STANDARD.
004570 COPY RUNCRD01.
004600 WORKING-STORAGE SECTION.
004700*----------------------------------------------------------------*
004800* FILE STATUS AND SWITCH AREA                                   *
005700 01  WS-SWITCHES.
005800     05  WS-EOF-SW               PIC X(01) VALUE "N".
005900         88  WS-EOF-TABLE-FILE           VALUE "Y".
005910     05  WS-RUN-OK-SW            PIC X(01) VALUE "Y".
005920         88  WS-RUN-OK                   VALUE "Y".
006000*----------------------------------------------------------------*
006100* RUN CONTROL AND COUNTERS                                      *
006200*----------------------------------------------------------------*
006300 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
006400 01  WS-SNAP-COUNT               PIC 9(05) COMP VALUE ZERO.
006500 01  WS-SNAP-COUNT-DISP          PIC 9(05) VALUE ZERO.
006502*----------------------------------------------------------------*
006504* NIGHTLY RUN CONTROL - THE JOBS THAT MUST HAVE ENDED WITH AN    *
006506* ACCEPTABLE CONDITION CODE FOR THE BUSINESS DATE BEFORE THIS    *
006508* JOB MAY START (SEE RUNCTL01), AND THE OVERRIDE CARD AS READ.   *
006510*----------------------------------------------------------------*
006512 01  WS-RUN-CONTROL-AREA.
006514     05  WS-RUN-CONTROL-STATUS   PIC X(02) VALUE SPACES.
006516         88  WS-RUN-CONTROL-OK           VALUE "00".
006518         88  WS-RUN-CONTROL-NOT-FOUND    VALUE "35".
006520     05  WS-RUN-CARD-STATUS      PIC X(02) VALUE SPACES.
006522         88  WS-RUN-CARD-OK              VALUE "00".
006524     05  WS-RUN-CONTROL-SW       PIC X(01) VALUE "N".
006526         88  WS-RUN-CONTROL-OPEN         VALUE "Y".
006528     05  WS-RUN-FOUND-SW         PIC X(01) VALUE "N".
006530         88  WS-RUN-FOUND                VALUE "Y".
006532     05  WS-RUN-STARTED-SW       PIC X(01) VALUE "N".
006534         88  WS-RUN-STARTED              VALUE "Y".
006536     05  WS-RUN-OVERRIDE-SW      PIC X(01) VALUE "N".
006538         88  WS-RUN-OVERRIDE-USED        VALUE "Y".
006540     05  WS-RUN-RERUN-SW         PIC X(01) VALUE "N".
006542         88  WS-RUN-RERUN-ALLOWED        VALUE "Y".
006544     05  WS-RUN-BYPASS-SW        PIC X(01) VALUE "N".
006546         88  WS-RUN-BYPASS-ALLOWED       VALUE "Y".
006548     05  WS-RUN-CARD-DATE        PIC 9(08) VALUE ZERO.
006550     05  WS-RUN-OVERRIDE-OPER    PIC X(08) VALUE SPACES.
006552     05  WS-RUN-OVERRIDE-REASON  PIC X(40) VALUE SPACES.
006554     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
006556     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
006558     05  WS-RUN-NOW              PIC 9(08) VALUE ZERO.
006560     05  WS-RUN-MAX-CC           PIC 9(04) VALUE 0004.
006562     05  WS-RUN-CC-DISP          PIC 9(04) VALUE ZERO.
006564     05  WS-RUN-REFUSE-REASON    PIC X(60) VALUE SPACES.
006566     05  WS-RUN-PRED-IDX         PIC 9(02) COMP VALUE ZERO.
006568     05  WS-RUN-PRED-COUNT       PIC 9(02) COMP VALUE 2.
006570 01  WS-RUN-PRED-LIST.
006572     05  FILLER                  PIC X(08) VALUE "TBLLOAD".
006574     05  FILLER                  PIC X(08) VALUE "TBLPURGE".
006576 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
006578     05  WS-RUN-PRED-NAME        PIC X(08) OCCURS 2 TIMES.
006580 01  WS-JOB-NAME                 PIC X(08) VALUE "TBLSNAP".
006600 PROCEDURE DIVISION.
006700*================================================================*
006800* 0000-MAINLINE                                                 *
006900*================================================================*
007000 0000-MAINLINE.
007010     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
007020     IF WS-RUN-OK
007030         PERFORM 1000-INITIALIZE THRU 1000-EXIT
007040     END-IF.
007200     IF WS-TABLE-FILE-OK AND WS-SNAPSHOT-FILE-OK
007300         PERFORM 2000-COPY-TABLE THRU 2000-EXIT
007400     END-IF.
015500         DISPLAY "TBLSNAP - " WS-SNAP-COUNT-DISP
015600             " ENTRIES SNAPPED FOR " WS-RUN-DATE
015700     END-IF.
015710     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT.
015800 9000-EXIT.
015900     EXIT.
016000*================================================================*
016100* 1900-CHECK-RUN-CONTROL - READS THE OVERRIDE CARD, OPENS THE    *
016200*                          RUN-CONTROL FILE AND SETTLES THE      *
016300*                          BUSINESS DATE, THEN REFUSES THE RUN   *
016400*                          UNLESS EVERY PREDECESSOR ENDED WITH   *
016500*                          AN ACCEPTABLE CONDITION CODE FOR THE  *
016600*                          DATE AND THIS JOB HAS NOT ALREADY RUN *
016700*                          FOR IT. A RUN THAT PASSES IS RECORDED *
016800*                          AS STARTED; ONE THAT DOES NOT IS      *
016900*                          COUNTED AS REFUSED AND ENDS THE STEP  *
017000*                          WITH NOTHING DONE.                    *
017100*================================================================*
017200 1900-CHECK-RUN-CONTROL.
017300     ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD.
017400     MOVE SPACES TO WS-RUN-REFUSE-REASON.
017500     PERFORM 1910-READ-RUN-CARD THRU 1910-EXIT.
017600     PERFORM 1920-OPEN-RUN-CONTROL THRU 1920-EXIT.
017700     IF WS-RUN-CONTROL-OPEN
017800         PERFORM 1930-SET-BUSINESS-DATE THRU 1930-EXIT
017900         IF NOT WS-RUN-BYPASS-ALLOWED
018000             PERFORM 1940-CHECK-PREDECESSOR THRU 1940-EXIT
018100                 VARYING WS-RUN-PRED-IDX FROM 1 BY 1
018200                     UNTIL WS-RUN-PRED-IDX > WS-RUN-PRED-COUNT
018300                        OR WS-RUN-REFUSE-REASON NOT = SPACES
018400         END-IF
018500         IF WS-RUN-REFUSE-REASON = SPACES
018600             PERFORM 1950-CHECK-OWN-RUN THRU 1950-EXIT
018700         END-IF
018800         IF WS-RUN-REFUSE-REASON = SPACES
018900             PERFORM 1960-RECORD-RUN-START THRU 1960-EXIT
019000         ELSE
019100             PERFORM 1970-RECORD-REFUSAL THRU 1970-EXIT
019200         END-IF
019300     END-IF.
019400     IF WS-RUN-REFUSE-REASON NOT = SPACES
019500         DISPLAY "TBLSNAP - RUN REFUSED - " WS-RUN-REFUSE-REASON
019600         MOVE "N" TO WS-RUN-OK-SW
019700         IF RETURN-CODE < 8
019800             MOVE 8 TO RETURN-CODE
019900         END-IF
020000     ELSE
020100         IF WS-RUN-STARTED
020200             DISPLAY "TBLSNAP - RUNNING FOR BUSINESS DATE "
020300                 WS-BUSINESS-DATE
020400         END-IF
020500     END-IF.
020600 1900-EXIT.
020700     EXIT.
020800*================================================================*
020900* 1910-READ-RUN-CARD - PICKS UP THE OPTIONAL OVERRIDE CARD. THE  *
021000*                      RERUN AND BYPASS FLAGS COUNT ONLY WHEN    *
021100*                      THE CARD NAMES THE OPERATOR ASKING.       *
021200*================================================================*
021300 1910-READ-RUN-CARD.
021400     OPEN INPUT RUN-CARD-FILE.
021500     IF WS-RUN-CARD-OK
021600         MOVE SPACES TO RUNC-RECORD
021700         READ RUN-CARD-FILE
021800             AT END
021900                 MOVE SPACES TO RUNC-RECORD
022000         END-READ
022100         IF RUN-C-BUS-DATE IS NUMERIC
022200             MOVE RUN-C-BUS-DATE TO WS-RUN-CARD-DATE
022300         END-IF
022400         IF RUN-C-OPERATOR NOT = SPACES
022500             MOVE RUN-C-OPERATOR TO WS-RUN-OVERRIDE-OPER
022600             MOVE RUN-C-REASON TO WS-RUN-OVERRIDE-REASON
022700             IF RUN-C-RERUN-REQUESTED
022800                 SET WS-RUN-RERUN-ALLOWED TO TRUE
022900             END-IF
023000             IF RUN-C-BYPASS-REQUESTED
023100                 SET WS-RUN-BYPASS-ALLOWED TO TRUE
023200             END-IF
023300         ELSE
023400             IF RUN-C-RERUN-REQUESTED OR RUN-C-BYPASS-REQUESTED
023500                 DISPLAY "TBLSNAP - OVERRIDE CARD NAMES NO "
023600                     "OPERATOR - OVERRIDE IGNORED"
023700             END-IF
023800         END-IF
023900         CLOSE RUN-CARD-FILE
024000     END-IF.
024100     IF WS-RUN-BYPASS-ALLOWED
024200         DISPLAY "TBLSNAP - PREDECESSOR CHECK BYPASSED BY "
024300             WS-RUN-OVERRIDE-OPER
024400     END-IF.
024500 1910-EXIT.
024600     EXIT.
024700*================================================================*
024800* 1920-OPEN-RUN-CONTROL - OPENS THE RUN-CONTROL FILE, CREATING   *
024900*                         IT ON THE VERY FIRST NIGHT. A FILE     *
025000*                         THAT WILL NOT OPEN REFUSES THE RUN     *
025100*                         UNLESS THE OVERRIDE CARD BYPASSES THE  *
025200*                         CHECKS, WHEN THE JOB RUNS UNRECORDED.  *
025300*================================================================*
025400 1920-OPEN-RUN-CONTROL.
025500     OPEN I-O RUN-CONTROL-FILE.
025600     IF WS-RUN-CONTROL-NOT-FOUND
025700         OPEN OUTPUT RUN-CONTROL-FILE
025800         IF WS-RUN-CONTROL-OK
025900             CLOSE RUN-CONTROL-FILE
026000             OPEN I-O RUN-CONTROL-FILE
026100         END-IF
026200     END-IF.
026300     IF WS-RUN-CONTROL-OK
026400         SET WS-RUN-CONTROL-OPEN TO TRUE
026500     ELSE
026600         DISPLAY "TBLSNAP - RUN-CONTROL-FILE OPEN ERROR "
026700             WS-RUN-CONTROL-STATUS
026800         IF WS-RUN-BYPASS-ALLOWED
026900             DISPLAY "TBLSNAP - RUNNING UNRECORDED UNDER "
027000                 "OVERRIDE"
027100         ELSE
027200             MOVE "THE RUN-CONTROL FILE CANNOT BE OPENED"
027300                 TO WS-RUN-REFUSE-REASON
027400         END-IF
027500     END-IF.
027600 1920-EXIT.
027700     EXIT.
027800*================================================================*
027900* 1930-SET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE      *
028000*                          OVERRIDE CARD IF IT CARRIES ONE, ELSE *
028100*                          FROM THE STREAM RECORD TBLLOAD LEFT,  *
028200*                          SO A STREAM RUNNING PAST MIDNIGHT     *
028300*                          STAYS ON ONE DATE. WITH NO STREAM     *
028400*                          RECORD AT ALL IT IS TODAY.            *
028500*================================================================*
028600 1930-SET-BUSINESS-DATE.
028700     EVALUATE TRUE
028800         WHEN WS-RUN-CARD-DATE > ZERO
028900             MOVE WS-RUN-CARD-DATE TO WS-BUSINESS-DATE
029000         WHEN OTHER
029100             MOVE ZERO TO RCT-BUS-DATE
029200             MOVE "*STREAM*" TO RCT-JOB-NAME
029300             READ RUN-CONTROL-FILE
029400                 INVALID KEY
029500                     MOVE WS-RUN-TODAY TO WS-BUSINESS-DATE
029600                 NOT INVALID KEY
029700                     MOVE RCT-OPEN-BUS-DATE TO WS-BUSINESS-DATE
029800             END-READ
029900     END-EVALUATE.
030000 1930-EXIT.
030100     EXIT.
030200*================================================================*
030300* 1940-CHECK-PREDECESSOR - LOOKS UP ONE PREDECESSOR FOR THE      *
030400*                          BUSINESS DATE. ANYTHING BUT ENDED     *
030500*                          WITH AN ACCEPTABLE CONDITION CODE     *
030600*                          REFUSES THE RUN.                      *
030700*================================================================*
030800 1940-CHECK-PREDECESSOR.
030900     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
031000     MOVE WS-RUN-PRED-NAME (WS-RUN-PRED-IDX) TO RCT-JOB-NAME.
031100     READ RUN-CONTROL-FILE
031200         INVALID KEY
031300             MOVE SPACES TO RCT-RUN-STATUS
031400     END-READ.
031500     EVALUATE TRUE
031600         WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
031700             CONTINUE
031800         WHEN RCT-ENDED
031900             MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
032000             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
032100                     DELIMITED BY SPACE
032200                 " ENDED CC " WS-RUN-CC-DISP
032300                     DELIMITED BY SIZE
032400                 INTO WS-RUN-REFUSE-REASON
032500         WHEN RCT-STARTED
032600             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
032700                     DELIMITED BY SPACE
032800                 " STARTED BUT HAS NOT ENDED"
032900                     DELIMITED BY SIZE
033000                 INTO WS-RUN-REFUSE-REASON
033100         WHEN OTHER
033200             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
033300                     DELIMITED BY SPACE
033400                 " HAS NOT RUN FOR THE BUSINESS DATE"
033500                     DELIMITED BY SIZE
033600                 INTO WS-RUN-REFUSE-REASON
033700     END-EVALUATE.
033800 1940-EXIT.
033900     EXIT.
034000*================================================================*
034100* 1950-CHECK-OWN-RUN - LOOKS UP THIS JOB FOR THE BUSINESS DATE.  *
034200*                      A RUN THAT ALREADY ENDED ACCEPTABLY, OR   *
034300*                      ONE THAT STARTED AND NEVER ENDED, IS NOT  *
034400*                      RUN AGAIN WITHOUT A RERUN OVERRIDE. A RUN *
034500*                      THAT FAILED OR WAS REFUSED MAY SIMPLY BE  *
034600*                      RESUBMITTED.                              *
034700*================================================================*
034800 1950-CHECK-OWN-RUN.
034900     MOVE "N" TO WS-RUN-FOUND-SW.
035000     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
035100     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
035200     READ RUN-CONTROL-FILE
035300         INVALID KEY
035400             CONTINUE
035500         NOT INVALID KEY
035600             SET WS-RUN-FOUND TO TRUE
035700     END-READ.
035800     IF WS-RUN-FOUND
035900         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
036000         EVALUATE TRUE
036100             WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
036200                 IF WS-RUN-RERUN-ALLOWED
036300                     SET WS-RUN-OVERRIDE-USED TO TRUE
036400                     DISPLAY "TBLSNAP - RERUN OF A COMPLETED "
036500                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
036600                 ELSE
036700                     STRING "ALREADY COMPLETED CC " WS-RUN-CC-DISP
036800                         " - RERUN NEEDS AN OVERRIDE CARD"
036900                         DELIMITED BY SIZE
037000                         INTO WS-RUN-REFUSE-REASON
037100                 END-IF
037200             WHEN RCT-STARTED
037300                 IF WS-RUN-RERUN-ALLOWED
037400                     SET WS-RUN-OVERRIDE-USED TO TRUE
037500                     DISPLAY "TBLSNAP - RERUN OF AN UNFINISHED "
037600                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
037700                 ELSE
037800                     STRING "STARTED EARLIER AND NEVER ENDED"
037900                         " - RERUN NEEDS AN OVERRIDE CARD"
038000                         DELIMITED BY SIZE
038100                         INTO WS-RUN-REFUSE-REASON
038200                 END-IF
038300             WHEN RCT-ENDED
038400                 DISPLAY "TBLSNAP - RERUNNING AFTER A RUN "
038500                     "THAT ENDED CC " WS-RUN-CC-DISP
038600             WHEN OTHER
038700                 CONTINUE
038800         END-EVALUATE
038900     END-IF.
039000     IF WS-RUN-BYPASS-ALLOWED
039100         SET WS-RUN-OVERRIDE-USED TO TRUE
039200     END-IF.
039300 1950-EXIT.
039400     EXIT.
039500*================================================================*
039600* 1960-RECORD-RUN-START - MARKS THIS JOB STARTED FOR THE         *
039700*                         BUSINESS DATE AND COUNTS THE RUN. AN   *
039800*                         OVERRIDE IS RECORDED WITH THE OPERATOR *
039900*                         AND REASON FROM THE CARD.              *
040000*================================================================*
040100 1960-RECORD-RUN-START.
040200     IF NOT WS-RUN-FOUND
040300         MOVE SPACES TO RCT-RECORD
040400         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
040500         MOVE WS-JOB-NAME TO RCT-JOB-NAME
040600         MOVE ZERO TO RCT-RUN-COUNT
040700         MOVE ZERO TO RCT-REFUSE-COUNT
040800     END-IF.
040900     ACCEPT WS-RUN-NOW FROM TIME.
041000     SET RCT-STARTED TO TRUE.
041100     MOVE WS-RUN-TODAY TO RCT-START-DATE.
041200     MOVE WS-RUN-NOW TO RCT-START-TIME.
041300     MOVE ZERO TO RCT-END-DATE.
041400     MOVE ZERO TO RCT-END-TIME.
041500     MOVE ZERO TO RCT-COND-CODE.
041600     ADD 1 TO RCT-RUN-COUNT.
041700     IF WS-RUN-OVERRIDE-USED
041800         SET RCT-OVERRIDDEN TO TRUE
041900         MOVE WS-RUN-OVERRIDE-OPER TO RCT-OVERRIDE-OPER
042000         MOVE WS-RUN-OVERRIDE-REASON TO RCT-NOTE
042100     END-IF.
042200     IF WS-RUN-FOUND
042300         REWRITE RCT-RECORD
042400     ELSE
042500         WRITE RCT-RECORD
042600     END-IF.
042700     IF WS-RUN-CONTROL-OK
042800         SET WS-RUN-STARTED TO TRUE
042900     ELSE
043000         DISPLAY "TBLSNAP - RUN-CONTROL-FILE WRITE ERROR "
043100             WS-RUN-CONTROL-STATUS
043200         MOVE "THE START OF THE RUN CANNOT BE RECORDED"
043300             TO WS-RUN-REFUSE-REASON
043400     END-IF.
043500 1960-EXIT.
043600     EXIT.
043700*================================================================*
043800* 1970-RECORD-REFUSAL - COUNTS THE REFUSAL AGAINST THIS JOB FOR  *
043900*                       THE BUSINESS DATE. A JOB WITH NO RECORD  *
044000*                       YET IS MARKED REFUSED WITH THE REASON;   *
044100*                       AN EXISTING RECORD KEEPS ITS STATUS.     *
044200*================================================================*
044300 1970-RECORD-REFUSAL.
044400     MOVE "N" TO WS-RUN-FOUND-SW.
044500     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
044600     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
044700     READ RUN-CONTROL-FILE
044800         INVALID KEY
044900             CONTINUE
045000         NOT INVALID KEY
045100             SET WS-RUN-FOUND TO TRUE
045200     END-READ.
045300     IF NOT WS-RUN-FOUND
045400         MOVE SPACES TO RCT-RECORD
045500         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
045600         MOVE WS-JOB-NAME TO RCT-JOB-NAME
045700         SET RCT-REFUSED TO TRUE
045800         MOVE ZERO TO RCT-START-DATE
045900         MOVE ZERO TO RCT-START-TIME
046000         MOVE ZERO TO RCT-END-DATE
046100         MOVE ZERO TO RCT-END-TIME
046200         MOVE ZERO TO RCT-COND-CODE
046300         MOVE ZERO TO RCT-RUN-COUNT
046400         MOVE ZERO TO RCT-REFUSE-COUNT
046500         MOVE WS-RUN-REFUSE-REASON TO RCT-NOTE
046600     END-IF.
046700     ADD 1 TO RCT-REFUSE-COUNT.
046800     IF WS-RUN-FOUND
046900         REWRITE RCT-RECORD
047000     ELSE
047100         WRITE RCT-RECORD
047200     END-IF.
047300     IF NOT WS-RUN-CONTROL-OK
047400         DISPLAY "TBLSNAP - RUN-CONTROL-FILE WRITE ERROR "
047500             WS-RUN-CONTROL-STATUS
047600     END-IF.
047700 1970-EXIT.
047800     EXIT.
047900*================================================================*
048000* 9500-RECORD-RUN-END - MARKS THIS JOB ENDED FOR THE BUSINESS    *
048100*                       DATE WITH THE CONDITION CODE IT IS       *
048200*                       HANDING BACK AND CLOSES THE RUN-CONTROL  *
048300*                       FILE.                                    *
048400*================================================================*
048500 9500-RECORD-RUN-END.
048600     IF WS-RUN-STARTED
048700         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
048800         MOVE WS-JOB-NAME TO RCT-JOB-NAME
048900         READ RUN-CONTROL-FILE
049000             INVALID KEY
049100                 MOVE "N" TO WS-RUN-STARTED-SW
049200                 DISPLAY "TBLSNAP - RUN-CONTROL RECORD MISSING "
049300                     "- END NOT RECORDED"
049400         END-READ
049500     END-IF.
049600     IF WS-RUN-STARTED
049700         ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD
049800         ACCEPT WS-RUN-NOW FROM TIME
049900         SET RCT-ENDED TO TRUE
050000         MOVE WS-RUN-TODAY TO RCT-END-DATE
050100         MOVE WS-RUN-NOW TO RCT-END-TIME
050200         MOVE RETURN-CODE TO RCT-COND-CODE
050300         REWRITE RCT-RECORD
050400         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
050500         IF WS-RUN-CONTROL-OK
050600             DISPLAY "TBLSNAP - RUN RECORDED ENDED CC "
050700                 WS-RUN-CC-DISP " FOR BUSINESS DATE "
050800                 WS-BUSINESS-DATE
050900         ELSE
051000             DISPLAY "TBLSNAP - RUN-CONTROL-FILE REWRITE ERROR "
051100                 WS-RUN-CONTROL-STATUS
051200         END-IF
051300     END-IF.
051400     IF WS-RUN-CONTROL-OPEN
051500         CLOSE RUN-CONTROL-FILE
051600     END-IF.
051700 9500-EXIT.
051800     EXIT.
