002400*                    JOB ENDS CC 8, GIVING THE AUDITORS THEIR    *
002500*                    PROOF THAT NOTHING TOUCHES THE TABLE        *
002600*                    OUTSIDE THE SANCTIONED PATHS.               *
002610*  10/09/2026  RGM   CHECKS THE NIGHT'S RUN-CONTROL FILE BEFORE  *
002620*                    RECONCILING - TBLLOAD AND TBLPURGE MUST     *
002630*                    HAVE ENDED ACCEPTABLY FOR THE BUSINESS DATE *
002640*                    - AND RECORDS ITS OWN START, END AND        *
002650*                    CONDITION CODE. A RERUN THAT PUT THE DAY'S  *
002660*                    HISTORY OUT OF STEP NOW NEEDS AN OVERRIDE   *
002670*                    CARD.                                       *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005600     SELECT PRINT-FILE ASSIGN TO PRTFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-PRINT-FILE-STATUS.
005810     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS DYNAMIC
005840         RECORD KEY IS RCT-KEY
005850         FILE STATUS IS WS-RUN-CONTROL-STATUS.
005860     SELECT RUN-CARD-FILE ASSIGN TO RUNCARD
005870         ORGANIZATION IS SEQUENTIAL
005880         FILE STATUS IS WS-RUN-CARD-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PRIOR-TABLE-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  PRINT-RECORD                PIC X(133).
008610 FD  RUN-CONTROL-FILE
008620     LABEL RECORDS ARE STANDARD.
008630 COPY RUNCTL01.
008640 FD  RUN-CARD-FILE
008650     RECORDING MODE IS F
008660     LABEL RECORDS ARE STANDARD.
008670 COPY RUNCRD01.
008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------------*
008900* FILE STATUS AND SWITCH AREA                                   *
019200 01  WS-PRINT-LINE               PIC X(133) VALUE SPACES.
019300 01  WS-CHANGE-TEXT              PIC X(10) VALUE SPACES.
019400 01  WS-SOURCE-TEXT              PIC X(16) VALUE SPACES.
019402*----------------------------------------------------------------*
019404* NIGHTLY RUN CONTROL - THE JOBS THAT MUST HAVE ENDED WITH AN    *
019406* ACCEPTABLE CONDITION CODE FOR THE BUSINESS DATE BEFORE THIS    *
019408* JOB MAY START (SEE RUNCTL01), AND THE OVERRIDE CARD AS READ.   *
019410*----------------------------------------------------------------*
019412 01  WS-RUN-CONTROL-AREA.
019414     05  WS-RUN-CONTROL-STATUS   PIC X(02) VALUE SPACES.
019416         88  WS-RUN-CONTROL-OK           VALUE "00".
019418         88  WS-RUN-CONTROL-NOT-FOUND    VALUE "35".
019420     05  WS-RUN-CARD-STATUS      PIC X(02) VALUE SPACES.
019422         88  WS-RUN-CARD-OK              VALUE "00".
019424     05  WS-RUN-CONTROL-SW       PIC X(01) VALUE "N".
019426         88  WS-RUN-CONTROL-OPEN         VALUE "Y".
019428     05  WS-RUN-FOUND-SW         PIC X(01) VALUE "N".
019430         88  WS-RUN-FOUND                VALUE "Y".
019432     05  WS-RUN-STARTED-SW       PIC X(01) VALUE "N".
019434         88  WS-RUN-STARTED              VALUE "Y".
019436     05  WS-RUN-OVERRIDE-SW      PIC X(01) VALUE "N".
019438         88  WS-RUN-OVERRIDE-USED        VALUE "Y".
019440     05  WS-RUN-RERUN-SW         PIC X(01) VALUE "N".
019442         88  WS-RUN-RERUN-ALLOWED        VALUE "Y".
019444     05  WS-RUN-BYPASS-SW        PIC X(01) VALUE "N".
019446         88  WS-RUN-BYPASS-ALLOWED       VALUE "Y".
019448     05  WS-RUN-CARD-DATE        PIC 9(08) VALUE ZERO.
019450     05  WS-RUN-OVERRIDE-OPER    PIC X(08) VALUE SPACES.
019452     05  WS-RUN-OVERRIDE-REASON  PIC X(40) VALUE SPACES.
019454     05  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
019456     05  WS-RUN-TODAY            PIC 9(08) VALUE ZERO.
019458     05  WS-RUN-NOW              PIC 9(08) VALUE ZERO.
019460     05  WS-RUN-MAX-CC           PIC 9(04) VALUE 0004.
019462     05  WS-RUN-CC-DISP          PIC 9(04) VALUE ZERO.
019464     05  WS-RUN-REFUSE-REASON    PIC X(60) VALUE SPACES.
019466     05  WS-RUN-PRED-IDX         PIC 9(02) COMP VALUE ZERO.
019468     05  WS-RUN-PRED-COUNT       PIC 9(02) COMP VALUE 2.
019470 01  WS-RUN-PRED-LIST.
019472     05  FILLER                  PIC X(08) VALUE "TBLLOAD".
019474     05  FILLER                  PIC X(08) VALUE "TBLPURGE".
019476 01  WS-RUN-PRED-TABLE REDEFINES WS-RUN-PRED-LIST.
019478     05  WS-RUN-PRED-NAME        PIC X(08) OCCURS 2 TIMES.
019480 01  WS-JOB-NAME                 PIC X(08) VALUE "TBLRECON".
019500 PROCEDURE DIVISION.
019600*================================================================*
019700* 0000-MAINLINE                                                 *
019800*================================================================*
019900 0000-MAINLINE.
019910     PERFORM 1900-CHECK-RUN-CONTROL THRU 1900-EXIT.
019920     IF WS-RUN-OK
019930         PERFORM 1000-INITIALIZE THRU 1000-EXIT
019940     END-IF.
020100     IF WS-RUN-OK
020200         PERFORM 2000-COMPARE-TABLES THRU 2000-EXIT
020300             UNTIL WS-EOF-PRIOR-FILE AND WS-EOF-CURR-FILE
079400     IF WS-PRINT-FILE-OK
079500         CLOSE PRINT-FILE
079600     END-IF.
079610     PERFORM 9500-RECORD-RUN-END THRU 9500-EXIT.
079700 9000-EXIT.
079800     EXIT.
079900*================================================================*
080000* 1900-CHECK-RUN-CONTROL - READS THE OVERRIDE CARD, OPENS THE    *
080100*                          RUN-CONTROL FILE AND SETTLES THE      *
080200*                          BUSINESS DATE, THEN REFUSES THE RUN   *
080300*                          UNLESS EVERY PREDECESSOR ENDED WITH   *
080400*                          AN ACCEPTABLE CONDITION CODE FOR THE  *
080500*                          DATE AND THIS JOB HAS NOT ALREADY RUN *
080600*                          FOR IT. A RUN THAT PASSES IS RECORDED *
080700*                          AS STARTED; ONE THAT DOES NOT IS      *
080800*                          COUNTED AS REFUSED AND ENDS THE STEP  *
080900*                          WITH NOTHING DONE.                    *
081000*================================================================*
081100 1900-CHECK-RUN-CONTROL.
081200     ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD.
081300     MOVE SPACES TO WS-RUN-REFUSE-REASON.
081400     PERFORM 1910-READ-RUN-CARD THRU 1910-EXIT.
081500     PERFORM 1920-OPEN-RUN-CONTROL THRU 1920-EXIT.
081600     IF WS-RUN-CONTROL-OPEN
081700         PERFORM 1930-SET-BUSINESS-DATE THRU 1930-EXIT
081800         IF NOT WS-RUN-BYPASS-ALLOWED
081900             PERFORM 1940-CHECK-PREDECESSOR THRU 1940-EXIT
082000                 VARYING WS-RUN-PRED-IDX FROM 1 BY 1
082100                     UNTIL WS-RUN-PRED-IDX > WS-RUN-PRED-COUNT
082200                        OR WS-RUN-REFUSE-REASON NOT = SPACES
082300         END-IF
082400         IF WS-RUN-REFUSE-REASON = SPACES
082500             PERFORM 1950-CHECK-OWN-RUN THRU 1950-EXIT
082600         END-IF
082700         IF WS-RUN-REFUSE-REASON = SPACES
082800             PERFORM 1960-RECORD-RUN-START THRU 1960-EXIT
082900         ELSE
083000             PERFORM 1970-RECORD-REFUSAL THRU 1970-EXIT
083100         END-IF
083200     END-IF.
083300     IF WS-RUN-REFUSE-REASON NOT = SPACES
083400         DISPLAY "TBLRECON - RUN REFUSED - " WS-RUN-REFUSE-REASON
083500         PERFORM 1400-CANCEL-RECON THRU 1400-EXIT
083600     ELSE
083700         IF WS-RUN-STARTED
083800             DISPLAY "TBLRECON - RUNNING FOR BUSINESS DATE "
083900                 WS-BUSINESS-DATE
084000         END-IF
084100     END-IF.
084200 1900-EXIT.
084300     EXIT.
084400*================================================================*
084500* 1910-READ-RUN-CARD - PICKS UP THE OPTIONAL OVERRIDE CARD. THE  *
084600*                      RERUN AND BYPASS FLAGS COUNT ONLY WHEN    *
084700*                      THE CARD NAMES THE OPERATOR ASKING.       *
084800*================================================================*
084900 1910-READ-RUN-CARD.
085000     OPEN INPUT RUN-CARD-FILE.
085100     IF WS-RUN-CARD-OK
085200         MOVE SPACES TO RUNC-RECORD
085300         READ RUN-CARD-FILE
085400             AT END
085500                 MOVE SPACES TO RUNC-RECORD
085600         END-READ
085700         IF RUN-C-BUS-DATE IS NUMERIC
085800             MOVE RUN-C-BUS-DATE TO WS-RUN-CARD-DATE
085900         END-IF
086000         IF RUN-C-OPERATOR NOT = SPACES
086100             MOVE RUN-C-OPERATOR TO WS-RUN-OVERRIDE-OPER
086200             MOVE RUN-C-REASON TO WS-RUN-OVERRIDE-REASON
086300             IF RUN-C-RERUN-REQUESTED
086400                 SET WS-RUN-RERUN-ALLOWED TO TRUE
086500             END-IF
086600             IF RUN-C-BYPASS-REQUESTED
086700                 SET WS-RUN-BYPASS-ALLOWED TO TRUE
086800             END-IF
086900         ELSE
087000             IF RUN-C-RERUN-REQUESTED OR RUN-C-BYPASS-REQUESTED
087100                 DISPLAY "TBLRECON - OVERRIDE CARD NAMES NO "
087200                     "OPERATOR - OVERRIDE IGNORED"
087300             END-IF
087400         END-IF
087500         CLOSE RUN-CARD-FILE
087600     END-IF.
087700     IF WS-RUN-BYPASS-ALLOWED
087800         DISPLAY "TBLRECON - PREDECESSOR CHECK BYPASSED BY "
087900             WS-RUN-OVERRIDE-OPER
088000     END-IF.
088100 1910-EXIT.
088200     EXIT.
088300*================================================================*
088400* 1920-OPEN-RUN-CONTROL - OPENS THE RUN-CONTROL FILE, CREATING   *
088500*                         IT ON THE VERY FIRST NIGHT. A FILE     *
088600*                         THAT WILL NOT OPEN REFUSES THE RUN     *
088700*                         UNLESS THE OVERRIDE CARD BYPASSES THE  *
088800*                         CHECKS, WHEN THE JOB RUNS UNRECORDED.  *
088900*================================================================*
089000 1920-OPEN-RUN-CONTROL.
089100     OPEN I-O RUN-CONTROL-FILE.
089200     IF WS-RUN-CONTROL-NOT-FOUND
089300         OPEN OUTPUT RUN-CONTROL-FILE
089400         IF WS-RUN-CONTROL-OK
089500             CLOSE RUN-CONTROL-FILE
089600             OPEN I-O RUN-CONTROL-FILE
089700         END-IF
089800     END-IF.
089900     IF WS-RUN-CONTROL-OK
090000         SET WS-RUN-CONTROL-OPEN TO TRUE
090100     ELSE
090200         DISPLAY "TBLRECON - RUN-CONTROL-FILE OPEN ERROR "
090300             WS-RUN-CONTROL-STATUS
090400         IF WS-RUN-BYPASS-ALLOWED
090500             DISPLAY "TBLRECON - RUNNING UNRECORDED UNDER "
090600                 "OVERRIDE"
090700         ELSE
090800             MOVE "THE RUN-CONTROL FILE CANNOT BE OPENED"
090900                 TO WS-RUN-REFUSE-REASON
091000         END-IF
091100     END-IF.
091200 1920-EXIT.
091300     EXIT.
091400*================================================================*
091500* 1930-SET-BUSINESS-DATE - THE BUSINESS DATE COMES FROM THE      *
091600*                          OVERRIDE CARD IF IT CARRIES ONE, ELSE *
091700*                          FROM THE STREAM RECORD TBLLOAD LEFT,  *
091800*                          SO A STREAM RUNNING PAST MIDNIGHT     *
091900*                          STAYS ON ONE DATE. WITH NO STREAM     *
092000*                          RECORD AT ALL IT IS TODAY.            *
092100*================================================================*
092200 1930-SET-BUSINESS-DATE.
092300     EVALUATE TRUE
092400         WHEN WS-RUN-CARD-DATE > ZERO
092500             MOVE WS-RUN-CARD-DATE TO WS-BUSINESS-DATE
092600         WHEN OTHER
092700             MOVE ZERO TO RCT-BUS-DATE
092800             MOVE "*STREAM*" TO RCT-JOB-NAME
092900             READ RUN-CONTROL-FILE
093000                 INVALID KEY
093100                     MOVE WS-RUN-TODAY TO WS-BUSINESS-DATE
093200                 NOT INVALID KEY
093300                     MOVE RCT-OPEN-BUS-DATE TO WS-BUSINESS-DATE
093400             END-READ
093500     END-EVALUATE.
093600 1930-EXIT.
093700     EXIT.
093800*================================================================*
093900* 1940-CHECK-PREDECESSOR - LOOKS UP ONE PREDECESSOR FOR THE      *
094000*                          BUSINESS DATE. ANYTHING BUT ENDED     *
094100*                          WITH AN ACCEPTABLE CONDITION CODE     *
094200*                          REFUSES THE RUN.                      *
094300*================================================================*
094400 1940-CHECK-PREDECESSOR.
094500     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
094600     MOVE WS-RUN-PRED-NAME (WS-RUN-PRED-IDX) TO RCT-JOB-NAME.
094700     READ RUN-CONTROL-FILE
094800         INVALID KEY
094900             MOVE SPACES TO RCT-RUN-STATUS
095000     END-READ.
095100     EVALUATE TRUE
095200         WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
095300             CONTINUE
095400         WHEN RCT-ENDED
095500             MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
095600             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
095700                     DELIMITED BY SPACE
095800                 " ENDED CC " WS-RUN-CC-DISP
095900                     DELIMITED BY SIZE
096000                 INTO WS-RUN-REFUSE-REASON
096100         WHEN RCT-STARTED
096200             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
096300                     DELIMITED BY SPACE
096400                 " STARTED BUT HAS NOT ENDED"
096500                     DELIMITED BY SIZE
096600                 INTO WS-RUN-REFUSE-REASON
096700         WHEN OTHER
096800             STRING WS-RUN-PRED-NAME (WS-RUN-PRED-IDX)
096900                     DELIMITED BY SPACE
097000                 " HAS NOT RUN FOR THE BUSINESS DATE"
097100                     DELIMITED BY SIZE
097200                 INTO WS-RUN-REFUSE-REASON
097300     END-EVALUATE.
097400 1940-EXIT.
097500     EXIT.
097600*================================================================*
097700* 1950-CHECK-OWN-RUN - LOOKS UP THIS JOB FOR THE BUSINESS DATE.  *
097800*                      A RUN THAT ALREADY ENDED ACCEPTABLY, OR   *
097900*                      ONE THAT STARTED AND NEVER ENDED, IS NOT  *
098000*                      RUN AGAIN WITHOUT A RERUN OVERRIDE. A RUN *
098100*                      THAT FAILED OR WAS REFUSED MAY SIMPLY BE  *
098200*                      RESUBMITTED.                              *
098300*================================================================*
098400 1950-CHECK-OWN-RUN.
098500     MOVE "N" TO WS-RUN-FOUND-SW.
098600     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
098700     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
098800     READ RUN-CONTROL-FILE
098900         INVALID KEY
099000             CONTINUE
099100         NOT INVALID KEY
099200             SET WS-RUN-FOUND TO TRUE
099300     END-READ.
099400     IF WS-RUN-FOUND
099500         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
099600         EVALUATE TRUE
099700             WHEN RCT-ENDED AND RCT-COND-CODE NOT > WS-RUN-MAX-CC
099800                 IF WS-RUN-RERUN-ALLOWED
099900                     SET WS-RUN-OVERRIDE-USED TO TRUE
100000                     DISPLAY "TBLRECON - RERUN OF A COMPLETED "
100100                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
100200                 ELSE
100300                     STRING "ALREADY COMPLETED CC " WS-RUN-CC-DISP
100400                         " - RERUN NEEDS AN OVERRIDE CARD"
100500                         DELIMITED BY SIZE
100600                         INTO WS-RUN-REFUSE-REASON
100700                 END-IF
100800             WHEN RCT-STARTED
100900                 IF WS-RUN-RERUN-ALLOWED
101000                     SET WS-RUN-OVERRIDE-USED TO TRUE
101100                     DISPLAY "TBLRECON - RERUN OF AN UNFINISHED "
101200                         "RUN ALLOWED BY " WS-RUN-OVERRIDE-OPER
101300                 ELSE
101400                     STRING "STARTED EARLIER AND NEVER ENDED"
101500                         " - RERUN NEEDS AN OVERRIDE CARD"
101600                         DELIMITED BY SIZE
101700                         INTO WS-RUN-REFUSE-REASON
101800                 END-IF
101900             WHEN RCT-ENDED
102000                 DISPLAY "TBLRECON - RERUNNING AFTER A RUN "
102100                     "THAT ENDED CC " WS-RUN-CC-DISP
102200             WHEN OTHER
102300                 CONTINUE
102400         END-EVALUATE
102500     END-IF.
102600     IF WS-RUN-BYPASS-ALLOWED
102700         SET WS-RUN-OVERRIDE-USED TO TRUE
102800     END-IF.
102900 1950-EXIT.
103000     EXIT.
103100*================================================================*
103200* 1960-RECORD-RUN-START - MARKS THIS JOB STARTED FOR THE         *
103300*                         BUSINESS DATE AND COUNTS THE RUN. AN   *
103400*                         OVERRIDE IS RECORDED WITH THE OPERATOR *
103500*                         AND REASON FROM THE CARD.              *
103600*================================================================*
103700 1960-RECORD-RUN-START.
103800     IF NOT WS-RUN-FOUND
103900         MOVE SPACES TO RCT-RECORD
104000         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
104100         MOVE WS-JOB-NAME TO RCT-JOB-NAME
104200         MOVE ZERO TO RCT-RUN-COUNT
104300         MOVE ZERO TO RCT-REFUSE-COUNT
104400     END-IF.
104500     ACCEPT WS-RUN-NOW FROM TIME.
104600     SET RCT-STARTED TO TRUE.
104700     MOVE WS-RUN-TODAY TO RCT-START-DATE.
104800     MOVE WS-RUN-NOW TO RCT-START-TIME.
104900     MOVE ZERO TO RCT-END-DATE.
105000     MOVE ZERO TO RCT-END-TIME.
105100     MOVE ZERO TO RCT-COND-CODE.
105200     ADD 1 TO RCT-RUN-COUNT.
105300     IF WS-RUN-OVERRIDE-USED
105400         SET RCT-OVERRIDDEN TO TRUE
105500         MOVE WS-RUN-OVERRIDE-OPER TO RCT-OVERRIDE-OPER
105600         MOVE WS-RUN-OVERRIDE-REASON TO RCT-NOTE
105700     END-IF.
105800     IF WS-RUN-FOUND
105900         REWRITE RCT-RECORD
106000     ELSE
106100         WRITE RCT-RECORD
106200     END-IF.
106300     IF WS-RUN-CONTROL-OK
106400         SET WS-RUN-STARTED TO TRUE
106500     ELSE
106600         DISPLAY "TBLRECON - RUN-CONTROL-FILE WRITE ERROR "
106700             WS-RUN-CONTROL-STATUS
106800         MOVE "THE START OF THE RUN CANNOT BE RECORDED"
106900             TO WS-RUN-REFUSE-REASON
107000     END-IF.
107100 1960-EXIT.
107200     EXIT.
107300*================================================================*
107400* 1970-RECORD-REFUSAL - COUNTS THE REFUSAL AGAINST THIS JOB FOR  *
107500*                       THE BUSINESS DATE. A JOB WITH NO RECORD  *
107600*                       YET IS MARKED REFUSED WITH THE REASON;   *
107700*                       AN EXISTING RECORD KEEPS ITS STATUS.     *
107800*================================================================*
107900 1970-RECORD-REFUSAL.
108000     MOVE "N" TO WS-RUN-FOUND-SW.
108100     MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE.
108200     MOVE WS-JOB-NAME TO RCT-JOB-NAME.
108300     READ RUN-CONTROL-FILE
108400         INVALID KEY
108500             CONTINUE
108600         NOT INVALID KEY
108700             SET WS-RUN-FOUND TO TRUE
108800     END-READ.
108900     IF NOT WS-RUN-FOUND
109000         MOVE SPACES TO RCT-RECORD
109100         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
109200         MOVE WS-JOB-NAME TO RCT-JOB-NAME
109300         SET RCT-REFUSED TO TRUE
109400         MOVE ZERO TO RCT-START-DATE
109500         MOVE ZERO TO RCT-START-TIME
109600         MOVE ZERO TO RCT-END-DATE
109700         MOVE ZERO TO RCT-END-TIME
109800         MOVE ZERO TO RCT-COND-CODE
109900         MOVE ZERO TO RCT-RUN-COUNT
110000         MOVE ZERO TO RCT-REFUSE-COUNT
110100         MOVE WS-RUN-REFUSE-REASON TO RCT-NOTE
110200     END-IF.
110300     ADD 1 TO RCT-REFUSE-COUNT.
110400     IF WS-RUN-FOUND
110500         REWRITE RCT-RECORD
110600     ELSE
110700         WRITE RCT-RECORD
110800     END-IF.
110900     IF NOT WS-RUN-CONTROL-OK
111000         DISPLAY "TBLRECON - RUN-CONTROL-FILE WRITE ERROR "
111100             WS-RUN-CONTROL-STATUS
111200     END-IF.
111300 1970-EXIT.
111400     EXIT.
111500*================================================================*
111600* 9500-RECORD-RUN-END - MARKS THIS JOB ENDED FOR THE BUSINESS    *
111700*                       DATE WITH THE CONDITION CODE IT IS       *
111800*                       HANDING BACK AND CLOSES THE RUN-CONTROL  *
111900*                       FILE.                                    *
112000*================================================================*
112100 9500-RECORD-RUN-END.
112200     IF WS-RUN-STARTED
112300         MOVE WS-BUSINESS-DATE TO RCT-BUS-DATE
112400         MOVE WS-JOB-NAME TO RCT-JOB-NAME
112500         READ RUN-CONTROL-FILE
112600             INVALID KEY
112700                 MOVE "N" TO WS-RUN-STARTED-SW
112800                 DISPLAY "TBLRECON - RUN-CONTROL RECORD MISSING "
112900                     "- END NOT RECORDED"
113000         END-READ
113100     END-IF.
113200     IF WS-RUN-STARTED
113300         ACCEPT WS-RUN-TODAY FROM DATE YYYYMMDD
113400         ACCEPT WS-RUN-NOW FROM TIME
113500         SET RCT-ENDED TO TRUE
113600         MOVE WS-RUN-TODAY TO RCT-END-DATE
113700         MOVE WS-RUN-NOW TO RCT-END-TIME
113800         MOVE RETURN-CODE TO RCT-COND-CODE
113900         REWRITE RCT-RECORD
114000         MOVE RCT-COND-CODE TO WS-RUN-CC-DISP
114100         IF WS-RUN-CONTROL-OK
114200             DISPLAY "TBLRECON - RUN RECORDED ENDED CC "
114300                 WS-RUN-CC-DISP " FOR BUSINESS DATE "
114400                 WS-BUSINESS-DATE
114500         ELSE
114600             DISPLAY "TBLRECON - RUN-CONTROL-FILE REWRITE ERROR "
114700                 WS-RUN-CONTROL-STATUS
114800         END-IF
114900     END-IF.
115000     IF WS-RUN-CONTROL-OPEN
115100         CLOSE RUN-CONTROL-FILE
115200     END-IF.
115300 9500-EXIT.
115400     EXIT.
