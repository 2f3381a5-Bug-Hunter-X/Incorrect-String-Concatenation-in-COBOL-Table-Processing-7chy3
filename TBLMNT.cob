002099*                    USES, WITH AN APPLIED/REJECTED SUMMARY AT   *
002099*                    END. NO CARD FILE MEANS THE MENU SESSION    *
002099*                    RUNS EXACTLY AS BEFORE.                     *
002099*  10/08/2026  RGM   ADDED MAKER/CHECKER DUAL CONTROL. A NEW     *
002099*                    OPERATOR-AUTHORITY-FILE (AUTHREC1) SAYS     *
002099*                    WHICH TABLE TYPES ARE UNDER DUAL CONTROL    *
002099*                    AND WHICH OPERATORS MAY MAKE AND WHICH MAY  *
002099*                    APPROVE CHANGES TO EACH. ON A DUAL-CONTROL  *
002099*                    TABLE AN UPDATE OR DEACTIVATE, FROM THE     *
002099*                    SCREEN OR A CARD, GOES TO THE NEW           *
002099*                    CHANGE-QUEUE-FILE (CHGQREC1) INSTEAD OF     *
002099*                    TABLE-FILE. MENU OPTIONS 6 AND 7 LIST THE   *
002099*                    QUEUE AND SHOW A QUEUED CHANGE BEFORE AND   *
002099*                    AFTER FOR A SECOND OPERATOR TO APPROVE OR   *
002099*                    REJECT; "A" AND "R" CARDS DO THE SAME IN    *
002099*                    BATCH. THE OPERATOR WHO MADE A CHANGE MAY   *
002099*                    NOT APPROVE IT. AN APPROVED CHANGE IS       *
002099*                    REWRITTEN AND                               *
002099*                    LOGGED TO MNTLOG AS BEFORE, WITH THE        *
002099*                    APPROVER ON THE LOG PAIR. EVERY BATCH RUN   *
002099*                    FIRST EXPIRES CHANGES QUEUED TOO LONG, AND  *
002099*                    A NEW PRINT-FILE REPORT LISTS THE EXPIRED,  *
002099*                    QUEUED, APPROVED AND REJECTED CHANGES.      *
002099*  10/10/2026  RGM   A NEW OR QUEUED DESCRIPTION, FROM THE       *
002099*                    SCREEN OR AN UPDATE CARD, IS NOW CHECKED    *
002099*                    AGAINST ITS TABLE'S ENTRY ON THE TABLE      *
002099*                    DICTIONARY (TBLDEF01) - MANDATORY           *
002099*                    DESCRIPTION AND MINIMUM LENGTH - BEFORE IT  *
002099*                    IS APPLIED, QUEUED OR APPROVED, AND REFUSED *
002099*                    WITH THE REJECT REASON CODE WHEN IT FAILS.  *
002099*                    A DICTIONARY THAT CANNOT BE READ DISABLES   *
002099*                    UPDATES FOR THE SESSION. THE MENU AND THE   *
002099*                    CHANGE QUEUE REPORT NOW SHOW THE TABLE      *
002099*                    NAME.                                       *
002100*----------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003040     SELECT MAINT-CARD-FILE ASSIGN TO MNTCARD
003050         ORGANIZATION IS SEQUENTIAL
003060         FILE STATUS IS WS-MAINT-CARD-STATUS.
003063     SELECT CHANGE-QUEUE-FILE ASSIGN TO CHGQUEUE
003066         ORGANIZATION IS INDEXED
003069         ACCESS MODE IS DYNAMIC
003072         RECORD KEY IS CHGQ-KEY
003075         FILE STATUS IS WS-CHANGE-QUEUE-STATUS.
003078     SELECT AUTHORITY-FILE ASSIGN TO OPRAUTH
003081         ORGANIZATION IS SEQUENTIAL
003084         FILE STATUS IS WS-AUTHORITY-STATUS.
003087     SELECT PRINT-FILE ASSIGN TO PRTFILE
003090         ORGANIZATION IS SEQUENTIAL
003093         FILE STATUS IS WS-PRINT-FILE-STATUS.
003094     SELECT TABLE-DEF-FILE ASSIGN TO TBLDEF
003095         ORGANIZATION IS SEQUENTIAL
003096         FILE STATUS IS WS-TABLE-DEF-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  TABLE-FILE
003660     RECORDING MODE IS F
003670     LABEL RECORDS ARE STANDARD.
003680 COPY MNTCRD01.
003681 FD  CHANGE-QUEUE-FILE
003682     LABEL RECORDS ARE STANDARD.
003683 COPY CHGQREC1.
003684 FD  AUTHORITY-FILE
003685     RECORDING MODE IS F
003686     LABEL RECORDS ARE STANDARD.
003687 COPY AUTHREC1.
003688 FD  PRINT-FILE
003689     RECORDING MODE IS F
003690     LABEL RECORDS ARE STANDARD.
003691 01  PRINT-RECORD                PIC X(133).
003692 FD  TABLE-DEF-FILE
003693     RECORDING MODE IS F
003694     LABEL RECORDS ARE STANDARD.
003695 COPY TBLDEF01.
003700 WORKING-STORAGE SECTION.
003800*----------------------------------------------------------------*
003900* FILE STATUS AND SWITCH AREA                                   *
004550         88  WS-MAINT-CARD-OK            VALUE "00".
004560         88  WS-MAINT-CARD-EOF           VALUE "10".
004570         88  WS-MAINT-CARD-NOT-FOUND     VALUE "35".
004572     05  WS-CHANGE-QUEUE-STATUS  PIC X(02) VALUE SPACES.
004574         88  WS-CHANGE-QUEUE-OK          VALUE "00".
004576         88  WS-CHANGE-QUEUE-EOF         VALUE "10".
004578         88  WS-CHANGE-QUEUE-NOT-FOUND   VALUE "35".
004580     05  WS-AUTHORITY-STATUS     PIC X(02) VALUE SPACES.
004582         88  WS-AUTHORITY-OK             VALUE "00".
004584         88  WS-AUTHORITY-EOF            VALUE "10".
004586         88  WS-AUTHORITY-NOT-FOUND      VALUE "35".
004588     05  WS-PRINT-FILE-STATUS    PIC X(02) VALUE SPACES.
004590         88  WS-PRINT-FILE-OK            VALUE "00".
004592     05  WS-TABLE-DEF-STATUS     PIC X(02) VALUE SPACES.
004594         88  WS-TABLE-DEF-OK             VALUE "00".
004596         88  WS-TABLE-DEF-EOF            VALUE "10".
004598         88  WS-TABLE-DEF-NOT-FOUND      VALUE "35".
004600 01  WS-SWITCHES.
004700     05  WS-EOF-SW               PIC X(01) VALUE "N".
004800         88  WS-EOF-TABLE-FILE           VALUE "Y".
005240         88  WS-EOF-MAINT-CARDS          VALUE "Y".
005250     05  WS-CARD-OK-SW           PIC X(01) VALUE "N".
005260         88  WS-CARD-OK                  VALUE "Y".
005261     05  WS-QUEUE-OPEN-SW        PIC X(01) VALUE "N".
005262         88  WS-CHANGE-QUEUE-OPEN        VALUE "Y".
005263     05  WS-QUEUE-EOF-SW         PIC X(01) VALUE "N".
005264         88  WS-EOF-CHANGE-QUEUE         VALUE "Y".
005265     05  WS-AUTHORITY-SW         PIC X(01) VALUE "N".
005266         88  WS-AUTHORITY-ABSENT         VALUE "N".
005267         88  WS-AUTHORITY-LOADED         VALUE "Y".
005268         88  WS-AUTHORITY-UNUSABLE       VALUE "E".
005269     05  WS-AUTH-EOF-SW          PIC X(01) VALUE "N".
005270         88  WS-EOF-AUTHORITY            VALUE "Y".
005271     05  WS-CAN-MAKE-SW          PIC X(01) VALUE "N".
005272         88  WS-CAN-MAKE                 VALUE "Y".
005273     05  WS-CAN-APPROVE-SW       PIC X(01) VALUE "N".
005274         88  WS-CAN-APPROVE              VALUE "Y".
005275     05  WS-DUAL-CONTROL-SW      PIC X(01) VALUE "N".
005276         88  WS-DUAL-CONTROL             VALUE "Y".
005277     05  WS-CHANGE-ALLOWED-SW    PIC X(01) VALUE "N".
005278         88  WS-CHANGE-ALLOWED           VALUE "Y".
005279     05  WS-REVIEW-OK-SW         PIC X(01) VALUE "N".
005280         88  WS-REVIEW-OK                VALUE "Y".
005281     05  WS-CHANGE-EXPIRED-SW    PIC X(01) VALUE "N".
005282         88  WS-CHANGE-EXPIRED           VALUE "Y".
005283     05  WS-CHANGE-DONE-SW       PIC X(01) VALUE "N".
005284         88  WS-CHANGE-DONE              VALUE "Y".
005286     05  WS-DICTIONARY-SW        PIC X(01) VALUE "N".
005288         88  WS-DICTIONARY-ABSENT        VALUE "N".
005290         88  WS-DICTIONARY-LOADED        VALUE "Y".
005292         88  WS-DICTIONARY-UNUSABLE      VALUE "E".
005294     05  WS-TDF-EOF-SW           PIC X(01) VALUE "N".
005296         88  WS-EOF-TABLE-DEF-FILE       VALUE "Y".
005300*----------------------------------------------------------------*
005400* MENU AND OPERATOR-INPUT FIELDS                                *
005500*----------------------------------------------------------------*
006060 01  WS-LOG-SEQ-NO               PIC 9(05) VALUE ZERO.
006070 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
006080 01  WS-TIME-OF-DAY              PIC 9(08) VALUE ZERO.
006080 01  WS-LOG-MAKER                PIC X(08) VALUE SPACES.
006080 01  WS-LOG-APPROVER             PIC X(08) VALUE SPACES.
006080 01  WS-REVIEW-REPLY             PIC X(01) VALUE SPACE.
006082*----------------------------------------------------------------*
006084* BATCH-MODE CARD FIELDS AND COUNTERS                           *
006086*----------------------------------------------------------------*
006092 01  WS-CARD-COUNT               PIC 9(05) VALUE ZERO.
006094 01  WS-BATCH-APPLIED            PIC 9(05) VALUE ZERO.
006096 01  WS-BATCH-REJECTED           PIC 9(05) VALUE ZERO.
006106 01  WS-BATCH-QUEUED             PIC 9(05) VALUE ZERO.
006116 01  WS-BATCH-APPROVED           PIC 9(05) VALUE ZERO.
006126 01  WS-BATCH-DECLINED           PIC 9(05) VALUE ZERO.
006136 01  WS-EXPIRED-COUNT            PIC 9(05) VALUE ZERO.
006146*----------------------------------------------------------------*
006156* OPERATOR AUTHORITY AREA - LOADED ONCE FROM THE OPERATOR-       *
006166* AUTHORITY-FILE AT START OF SESSION. WS-CTL-ENTRY HOLDS THE     *
006176* TABLE TYPES UNDER DUAL CONTROL AND HOW MANY DAYS A QUEUED      *
006186* CHANGE TO EACH MAY WAIT; WS-AUTH-ENTRY HOLDS WHO MAY MAKE AND  *
006196* WHO MAY APPROVE CHANGES TO EACH TABLE TYPE ("**" = ALL).       *
006206*----------------------------------------------------------------*
006216 01  WS-DEFAULT-EXPIRY-DAYS      PIC 9(03) VALUE 007.
006226 01  WS-EXPIRY-DAYS              PIC 9(03) VALUE ZERO.
006236 01  WS-CHECK-TYPE               PIC X(02) VALUE SPACES.
006246 01  WS-CTL-COUNT                PIC 9(03) COMP VALUE ZERO.
006256 01  WS-CTL-IDX                  PIC 9(03) COMP VALUE ZERO.
006266 01  WS-CTL-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
006276 01  WS-CTL-AREA.
006286     05  WS-CTL-ENTRY OCCURS 0 TO 100 TIMES
006296             DEPENDING ON WS-CTL-COUNT.
006306         10  WS-CTL-TABLE-TYPE   PIC X(02).
006316         10  WS-CTL-DUAL         PIC X(01).
006326         10  WS-CTL-EXPIRY-DAYS  PIC 9(03).
006336 01  WS-AUTH-COUNT               PIC 9(03) COMP VALUE ZERO.
006346 01  WS-AUTH-IDX                 PIC 9(03) COMP VALUE ZERO.
006356 01  WS-AUTH-AREA.
006366     05  WS-AUTH-ENTRY OCCURS 0 TO 500 TIMES
006376             DEPENDING ON WS-AUTH-COUNT.
006386         10  WS-AUTH-OPERATOR    PIC X(08).
006396         10  WS-AUTH-TABLE-TYPE  PIC X(02).
006406         10  WS-AUTH-MAKE        PIC X(01).
006416         10  WS-AUTH-APPROVE     PIC X(01).
006416*----------------------------------------------------------------*
006416* TABLE DICTIONARY - ONE ENTRY PER TABLE TYPE OFF TABLE-DEF-FILE *
006416* (TBLDEF01), THE ENTRY FOUND FOR THE TYPE IN HAND, AND THE ROW  *
006416* BEING CHECKED AGAINST ITS RULES.                               *
006416*----------------------------------------------------------------*
006416 01  WS-TDF-COUNT                PIC 9(03) COMP VALUE ZERO.
006416 01  WS-TDF-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
006416 01  WS-TDF-SCAN-IDX             PIC 9(03) COMP VALUE ZERO.
006416 01  WS-TDF-DESC-LEN             PIC 9(02) COMP VALUE ZERO.
006416 01  WS-TDF-DESC-SCAN-IDX        PIC 9(02) COMP VALUE ZERO.
006416 01  WS-TDF-REASON               PIC X(02) VALUE SPACES.
006416 01  WS-TDF-REASON-TEXT          PIC X(40) VALUE SPACES.
006416 01  WS-TDF-PRINT-NAME           PIC X(30) VALUE SPACES.
006416 01  WS-TDF-CHECK.
006416     05  WS-TDF-CHK-TYPE         PIC X(02) VALUE SPACES.
006416     05  WS-TDF-CHK-ID           PIC 9(05) VALUE ZERO.
006416     05  WS-TDF-CHK-DATE         PIC 9(08) VALUE ZERO.
006416     05  WS-TDF-CHK-DESC         PIC X(50) VALUE SPACES.
006416 01  WS-TDF-RULE.
006416     05  WS-RULE-TABLE-TYPE      PIC X(02).
006416     05  WS-RULE-TABLE-NAME      PIC X(30).
006416     05  WS-RULE-DEPARTMENT      PIC X(10).
006416     05  WS-RULE-ID-LOW          PIC 9(05).
006416     05  WS-RULE-ID-HIGH         PIC 9(05).
006416     05  WS-RULE-EARLIEST        PIC 9(08).
006416     05  WS-RULE-LATEST          PIC 9(08).
006416     05  WS-RULE-DESC-REQ        PIC X(01).
006416         88  WS-RULE-DESC-MANDATORY      VALUE "Y".
006416     05  WS-RULE-DESC-MIN        PIC 9(02).
006416     05  WS-RULE-DELETE-RULE     PIC X(01).
006416         88  WS-RULE-DEACTIVATE-ONLY     VALUE "N".
006416 01  WS-TDF-AREA.
006416     05  WS-TDF-ENTRY OCCURS 0 TO 100 TIMES
006416             DEPENDING ON WS-TDF-COUNT.
006416         10  WS-TDF-TABLE-TYPE   PIC X(02).
006416         10  WS-TDF-TABLE-NAME   PIC X(30).
006416         10  WS-TDF-DEPARTMENT   PIC X(10).
006416         10  WS-TDF-ID-LOW       PIC 9(05).
006416         10  WS-TDF-ID-HIGH      PIC 9(05).
006416         10  WS-TDF-EARLIEST     PIC 9(08).
006416         10  WS-TDF-LATEST       PIC 9(08).
006416         10  WS-TDF-DESC-REQ     PIC X(01).
006416         10  WS-TDF-DESC-MIN     PIC 9(02).
006416         10  WS-TDF-DELETE-RULE  PIC X(01).
006426*----------------------------------------------------------------*
006436* COARSE DAY-SERIAL WORK FIELDS. EXPIRY ONLY NEEDS "ROUGHLY HOW  *
006446* MANY DAYS HAS THE CHANGE WAITED", SO THE DATE IS FLATTENED TO  *
006456* Y*365 + M*31 + D - OFF BY A FEW DAYS AROUND MONTH ENDS, THE    *
006466* SAME AS TBLRECYC'S REJECT AGING.                               *
006476*----------------------------------------------------------------*
006486 01  WS-SERIAL-DATE              PIC 9(08) VALUE ZERO.
006496 01  WS-SERIAL-YEAR              PIC 9(04) VALUE ZERO.
006506 01  WS-SERIAL-MONTH             PIC 9(02) VALUE ZERO.
006516 01  WS-SERIAL-DAY               PIC 9(02) VALUE ZERO.
006526 01  WS-SERIAL-RESULT            PIC 9(08) COMP VALUE ZERO.
006536 01  WS-RUN-SERIAL               PIC 9(08) COMP VALUE ZERO.
006546 01  WS-CHANGE-AGE               PIC S9(05) COMP VALUE ZERO.
006556 01  WS-CHANGE-AGE-DISP          PIC 9(05) VALUE ZERO.
006566*----------------------------------------------------------------*
006576* CHANGE QUEUE REPORT CONTROL FIELDS - BATCH MODE ONLY           *
006586*----------------------------------------------------------------*
006596 01  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
006606 01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
006616 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 060.
006626 01  WS-PRINT-LINE               PIC X(133) VALUE SPACES.
006636 01  WS-DISPOSITION-TEXT         PIC X(10) VALUE SPACES.
006646 01  WS-PRINT-REVIEWER           PIC X(08) VALUE SPACES.
007100 PROCEDURE DIVISION.
007200*================================================================*
007300* 0000-MAINLINE                                                 *
008300*                   IN-PLACE MAINTENANCE AND THE MAINTENANCE     *
008350*                   LOG. A MISSING TABLE-FILE ENDS THE SESSION - *
008400*                   THERE IS NOTHING TO MAINTAIN UNTIL TBLLOAD   *
008450*                   HAS RUN. THEN OPENS THE CHANGE QUEUE AND     *
008460*                   LOADS OPERATOR AUTHORITY; A BATCH RUN ALSO   *
008470*                   OPENS ITS REPORT AND EXPIRES STALE QUEUED    *
008480*                   CHANGES BEFORE ANY CARD IS READ.             *
008500*================================================================*
008600 1000-INITIALIZE.
008610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008610     MOVE WS-RUN-DATE TO WS-SERIAL-DATE.
008610     PERFORM 2690-COMPUTE-DAY-SERIAL THRU 2690-EXIT.
008610     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
008612     PERFORM 1080-CHECK-BATCH-CARDS THRU 1080-EXIT.
008614     IF NOT WS-BATCH-MODE
008620         PERFORM 1100-SIGN-ON THRU 1100-EXIT
009900     END-IF.
010000     IF WS-TABLE-FILE-OPEN
010100         PERFORM 1200-OPEN-MAINT-LOG THRU 1200-EXIT
010106         PERFORM 1250-OPEN-CHANGE-QUEUE THRU 1250-EXIT
010112         PERFORM 1300-LOAD-AUTHORITY THRU 1300-EXIT
010113         PERFORM 1700-LOAD-TABLE-DICTIONARY THRU 1700-EXIT
010114         IF WS-DICTIONARY-UNUSABLE
010115             DISPLAY "TBLMNT - UPDATES ARE DISABLED THIS SESSION"
010116         END-IF
010118         IF WS-BATCH-MODE
010124             PERFORM 1400-OPEN-PRINT-FILE THRU 1400-EXIT
010130             PERFORM 1500-EXPIRE-CHANGES THRU 1500-EXIT
010136         ELSE
010142             PERFORM 1350-CHECK-AUTHORITY THRU 1350-EXIT
010148             IF WS-AUTHORITY-LOADED
010154                 DISPLAY "TBLMNT - " WS-OPERATOR-ID " ON TABLE "
010160                     WS-TABLE-TYPE " - MAKE " WS-CAN-MAKE-SW
010166                     " APPROVE " WS-CAN-APPROVE-SW
010172                     " DUAL CONTROL " WS-DUAL-CONTROL-SW
010178             END-IF
010184         END-IF
010200     END-IF.
010600 1000-EXIT.
010700     EXIT.
010912     END-IF.
010914 1200-EXIT.
010916     EXIT.
010921*================================================================*
010926* 1250-OPEN-CHANGE-QUEUE - OPENS THE CHANGE QUEUE I-O, CREATING  *
010931*                          IT EMPTY THE FIRST TIME IT DOES NOT   *
010936*                          YET EXIST. WITH NO QUEUE A TABLE      *
010941*                          UNDER DUAL CONTROL MAY BE VIEWED BUT  *
010946*                          NOT CHANGED.                          *
010951*================================================================*
010956 1250-OPEN-CHANGE-QUEUE.
010961     OPEN I-O CHANGE-QUEUE-FILE.
010966     IF WS-CHANGE-QUEUE-NOT-FOUND
010971         OPEN OUTPUT CHANGE-QUEUE-FILE
010976         IF WS-CHANGE-QUEUE-OK
010981             CLOSE CHANGE-QUEUE-FILE
010986             OPEN I-O CHANGE-QUEUE-FILE
010991         END-IF
010996     END-IF.
011001     IF WS-CHANGE-QUEUE-OK
011006         SET WS-CHANGE-QUEUE-OPEN TO TRUE
011011     ELSE
011016         DISPLAY "TBLMNT - CHANGE-QUEUE-FILE OPEN ERROR "
011021             WS-CHANGE-QUEUE-STATUS
011026         DISPLAY "TBLMNT - DUAL-CONTROL TABLES MAY NOT BE CHANGED"
011031     END-IF.
011036 1250-EXIT.
011041     EXIT.
011046*================================================================*
011051* 1300-LOAD-AUTHORITY - LOADS THE OPERATOR-AUTHORITY-FILE INTO   *
011056*                       WS-CTL-AREA AND WS-AUTH-AREA. NO FILE    *
011061*                       KEEPS THE OLD RULES - ANY SIGNED-ON      *
011066*                       OPERATOR CHANGES ANY TABLE DIRECTLY. A   *
011071*                       FILE THAT WILL NOT OPEN, WILL NOT READ   *
011076*                       OR WILL NOT FIT DISABLES ALL CHANGES -   *
011081*                       NOBODY'S AUTHORITY CAN BE PROVED.        *
011086*================================================================*
011091 1300-LOAD-AUTHORITY.
011096     MOVE ZERO TO WS-CTL-COUNT.
011101     MOVE ZERO TO WS-AUTH-COUNT.
011106     MOVE "N" TO WS-AUTH-EOF-SW.
011111     OPEN INPUT AUTHORITY-FILE.
011116     IF WS-AUTHORITY-NOT-FOUND
011121         SET WS-AUTHORITY-ABSENT TO TRUE
011126         DISPLAY "TBLMNT - NO OPERATOR-AUTHORITY-FILE - DUAL "
011131             "CONTROL IS NOT IN FORCE"
011136     ELSE
011141         IF NOT WS-AUTHORITY-OK
011146             SET WS-AUTHORITY-UNUSABLE TO TRUE
011151             DISPLAY "TBLMNT - OPERATOR-AUTHORITY-FILE OPEN "
011156                 "ERROR " WS-AUTHORITY-STATUS
011161         ELSE
011166             SET WS-AUTHORITY-LOADED TO TRUE
011171             PERFORM 1310-LOAD-ONE-AUTHORITY THRU 1310-EXIT
011176                 UNTIL WS-EOF-AUTHORITY
011181             CLOSE AUTHORITY-FILE
011186         END-IF
011191         IF WS-AUTHORITY-UNUSABLE
011196             DISPLAY "TBLMNT - UPDATES ARE DISABLED THIS SESSION"
011201         END-IF
011206     END-IF.
011211 1300-EXIT.
011216     EXIT.
011221*================================================================*
011226* 1310-LOAD-ONE-AUTHORITY - LOADS ONE AUTHORITY RECORD INTO THE  *
011231*                           NEXT WS-CTL-ENTRY OR WS-AUTH-ENTRY   *
011236*                           SLOT. AN UNKNOWN RECORD TYPE IS      *
011241*                           SKIPPED WITH A WARNING.              *
011246*================================================================*
011251 1310-LOAD-ONE-AUTHORITY.
011256     READ AUTHORITY-FILE
011261         AT END
011266             SET WS-EOF-AUTHORITY TO TRUE
011271     END-READ.
011276     IF NOT WS-EOF-AUTHORITY AND NOT WS-AUTHORITY-OK
011281         DISPLAY "TBLMNT - OPERATOR-AUTHORITY-FILE READ ERROR "
011286             WS-AUTHORITY-STATUS
011291         SET WS-AUTHORITY-UNUSABLE TO TRUE
011296         SET WS-EOF-AUTHORITY TO TRUE
011301     END-IF.
011306     IF NOT WS-EOF-AUTHORITY
011311         EVALUATE TRUE
011316             WHEN AUTH-TYPE-CONTROL AND WS-CTL-COUNT = 100
011321                 DISPLAY "TBLMNT - MORE THAN 100 TABLE-TYPE "
011326                     "AUTHORITY RECORDS"
011331                 SET WS-AUTHORITY-UNUSABLE TO TRUE
011336                 SET WS-EOF-AUTHORITY TO TRUE
011341             WHEN AUTH-TYPE-CONTROL
011346                 ADD 1 TO WS-CTL-COUNT
011351                 MOVE AUTH-TABLE-TYPE
011356                     TO WS-CTL-TABLE-TYPE(WS-CTL-COUNT)
011361                 MOVE AUTH-DUAL-CONTROL
011366                     TO WS-CTL-DUAL(WS-CTL-COUNT)
011371                 IF AUTH-EXPIRY-DAYS NUMERIC
011376                         AND AUTH-EXPIRY-DAYS > ZERO
011381                     MOVE AUTH-EXPIRY-DAYS
011386                         TO WS-CTL-EXPIRY-DAYS(WS-CTL-COUNT)
011391                 ELSE
011396                     MOVE WS-DEFAULT-EXPIRY-DAYS
011401                         TO WS-CTL-EXPIRY-DAYS(WS-CTL-COUNT)
011406                 END-IF
011411             WHEN AUTH-OPERATOR-AUTHORITY AND WS-AUTH-COUNT = 500
011416                 DISPLAY "TBLMNT - MORE THAN 500 OPERATOR "
011421                     "AUTHORITY RECORDS"
011426                 SET WS-AUTHORITY-UNUSABLE TO TRUE
011431                 SET WS-EOF-AUTHORITY TO TRUE
011436             WHEN AUTH-OPERATOR-AUTHORITY
011441                 ADD 1 TO WS-AUTH-COUNT
011446                 MOVE AUTH-OPERATOR
011451                     TO WS-AUTH-OPERATOR(WS-AUTH-COUNT)
011456                 MOVE AUTH-TABLE-TYPE
011461                     TO WS-AUTH-TABLE-TYPE(WS-AUTH-COUNT)
011466                 MOVE AUTH-CAN-MAKE TO WS-AUTH-MAKE(WS-AUTH-COUNT)
011471                 MOVE AUTH-CAN-APPROVE
011476                     TO WS-AUTH-APPROVE(WS-AUTH-COUNT)
011481             WHEN OTHER
011486                 DISPLAY "TBLMNT - WARNING - AUTHORITY RECORD "
011491                     "TYPE " AUTH-REC-TYPE " IGNORED"
011496         END-EVALUATE
011501     END-IF.
011506 1310-EXIT.
011511     EXIT.
011516*================================================================*
011521* 1350-CHECK-AUTHORITY - WORKS OUT WHAT WS-OPERATOR-ID MAY DO TO *
011526*                        WS-TABLE-TYPE AND WHETHER THAT TABLE IS *
011531*                        UNDER DUAL CONTROL. CALLED ONCE AFTER   *
011536*                        SIGN-ON ON THE SCREEN AND ONCE PER CARD *
011541*                        IN BATCH. WITH NO AUTHORITY FILE EVERY  *
011546*                        OPERATOR MAY MAKE CHANGES AND NONE NEED *
011551*                        APPROVAL.                               *
011556*================================================================*
011561 1350-CHECK-AUTHORITY.
011566     MOVE "N" TO WS-CAN-MAKE-SW.
011571     MOVE "N" TO WS-CAN-APPROVE-SW.
011576     MOVE WS-TABLE-TYPE TO WS-CHECK-TYPE.
011581     PERFORM 1380-FIND-TYPE-CONTROL THRU 1380-EXIT.
011586     EVALUATE TRUE
011591         WHEN WS-AUTHORITY-ABSENT
011596             MOVE "Y" TO WS-CAN-MAKE-SW
011601         WHEN WS-AUTHORITY-LOADED
011606             PERFORM 1360-SCAN-AUTHORITY THRU 1360-EXIT
011611                 VARYING WS-AUTH-IDX FROM 1 BY 1
011616                     UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
011621         WHEN OTHER
011626             CONTINUE
011631     END-EVALUATE.
011636 1350-EXIT.
011641     EXIT.
011646 1360-SCAN-AUTHORITY.
011651     IF WS-AUTH-OPERATOR(WS-AUTH-IDX) = WS-OPERATOR-ID
011656             AND (WS-AUTH-TABLE-TYPE(WS-AUTH-IDX) = WS-TABLE-TYPE
011661               OR WS-AUTH-TABLE-TYPE(WS-AUTH-IDX) = "**")
011666         IF WS-AUTH-MAKE(WS-AUTH-IDX) = "Y"
011671             MOVE "Y" TO WS-CAN-MAKE-SW
011676         END-IF
011681         IF WS-AUTH-APPROVE(WS-AUTH-IDX) = "Y"
011686             MOVE "Y" TO WS-CAN-APPROVE-SW
011691         END-IF
011696     END-IF.
011701 1360-EXIT.
011706     EXIT.
011711*================================================================*
011716* 1380-FIND-TYPE-CONTROL - LOOKS UP WS-CHECK-TYPE IN WS-CTL-AREA,*
011721*                          SETTING WS-DUAL-CONTROL-SW AND THE    *
011726*                          TABLE'S EXPIRY DAYS. A TABLE TYPE WITH*
011731*                          NO ENTRY IS CHANGED DIRECTLY AND ANY  *
011736*                          CHANGE STILL QUEUED FOR IT EXPIRES ON *
011741*                          THE DEFAULT.                          *
011746*================================================================*
011751 1380-FIND-TYPE-CONTROL.
011756     MOVE "N" TO WS-DUAL-CONTROL-SW.
011761     MOVE WS-DEFAULT-EXPIRY-DAYS TO WS-EXPIRY-DAYS.
011766     MOVE ZERO TO WS-CTL-FOUND-IDX.
011771     PERFORM 1385-SCAN-TYPE-CONTROL THRU 1385-EXIT
011776         VARYING WS-CTL-IDX FROM 1 BY 1
011781             UNTIL WS-CTL-IDX > WS-CTL-COUNT
011786                OR WS-CTL-FOUND-IDX > ZERO.
011791     IF WS-CTL-FOUND-IDX > ZERO
011796         IF WS-CTL-DUAL(WS-CTL-FOUND-IDX) = "Y"
011801             MOVE "Y" TO WS-DUAL-CONTROL-SW
011806         END-IF
011811         MOVE WS-CTL-EXPIRY-DAYS(WS-CTL-FOUND-IDX)
011816             TO WS-EXPIRY-DAYS
011821     END-IF.
011826 1380-EXIT.
011831     EXIT.
011836 1385-SCAN-TYPE-CONTROL.
011841     IF WS-CTL-TABLE-TYPE(WS-CTL-IDX) = WS-CHECK-TYPE
011846         MOVE WS-CTL-IDX TO WS-CTL-FOUND-IDX
011851     END-IF.
011856 1385-EXIT.
011861     EXIT.
011866*================================================================*
011871* 1400-OPEN-PRINT-FILE - OPENS THE BATCH RUN'S CHANGE QUEUE      *
011876*                        REPORT AND PRINTS THE FIRST HEADING.    *
011881*================================================================*
011886 1400-OPEN-PRINT-FILE.
011891     OPEN OUTPUT PRINT-FILE.
011896     IF WS-PRINT-FILE-OK
011901         MOVE ZERO TO WS-PAGE-COUNT
011906         PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
011911     ELSE
011916         DISPLAY "TBLMNT - PRINT-FILE OPEN ERROR "
011921             WS-PRINT-FILE-STATUS
011926     END-IF.
011931 1400-EXIT.
011936     EXIT.
011941*================================================================*
011946* 1500-EXPIRE-CHANGES - SWEEPS THE WHOLE CHANGE QUEUE AT THE     *
011951*                       START OF A BATCH RUN. A CHANGE THAT HAS  *
011956*                       WAITED LONGER THAN ITS TABLE'S EXPIRY    *
011961*                       DAYS IS DELETED UNAPPLIED AND PRINTED -  *
011966*                       IT MUST BE MADE AGAIN IF IT IS STILL     *
011971*                       WANTED. A NIGHTLY RUN WITH AN EMPTY CARD *
011976*                       DECK DOES JUST THIS.                     *
011981*================================================================*
011986 1500-EXPIRE-CHANGES.
011991     IF WS-CHANGE-QUEUE-OPEN
011996         MOVE "N" TO WS-QUEUE-EOF-SW
012001         MOVE LOW-VALUES TO CHGQ-KEY
012006         START CHANGE-QUEUE-FILE KEY NOT LESS THAN CHGQ-KEY
012011             INVALID KEY
012016                 SET WS-EOF-CHANGE-QUEUE TO TRUE
012021         END-START
012026         PERFORM 1550-EXPIRE-NEXT-CHANGE THRU 1550-EXIT
012031             UNTIL WS-EOF-CHANGE-QUEUE
012036     END-IF.
012041 1500-EXIT.
012046     EXIT.
012051*================================================================*
012056* 1550-EXPIRE-NEXT-CHANGE - READS THE NEXT QUEUED CHANGE AND     *
012061*                           DELETES IT IF IT HAS EXPIRED.        *
012066*================================================================*
012071 1550-EXPIRE-NEXT-CHANGE.
012076     READ CHANGE-QUEUE-FILE NEXT RECORD
012081         AT END
012086             SET WS-EOF-CHANGE-QUEUE TO TRUE
012091     END-READ.
012096     IF NOT WS-EOF-CHANGE-QUEUE AND NOT WS-CHANGE-QUEUE-OK
012101         DISPLAY "TBLMNT - CHANGE-QUEUE-FILE READ ERROR "
012106             WS-CHANGE-QUEUE-STATUS
012111         SET WS-EOF-CHANGE-QUEUE TO TRUE
012116     END-IF.
012121     IF NOT WS-EOF-CHANGE-QUEUE
012126         MOVE CHGQ-TABLE-TYPE TO WS-CHECK-TYPE
012131         PERFORM 1380-FIND-TYPE-CONTROL THRU 1380-EXIT
012136         PERFORM 2680-COMPUTE-CHANGE-AGE THRU 2680-EXIT
012141         IF WS-CHANGE-AGE > WS-EXPIRY-DAYS
012146             MOVE CHGQ-REC-ID TO WS-LOOKUP-ID
012151             PERFORM 2675-DELETE-QUEUED-CHANGE THRU 2675-EXIT
012156             IF WS-CHANGE-QUEUE-OK
012161                 ADD 1 TO WS-EXPIRED-COUNT
012166                 MOVE "EXPIRED" TO WS-DISPOSITION-TEXT
012171                 MOVE SPACES TO WS-PRINT-REVIEWER
012176                 PERFORM 4200-PRINT-QUEUE-DETAIL THRU 4200-EXIT
012181             END-IF
012186         END-IF
012191     END-IF.
012196 1550-EXIT.
012201     EXIT.
012201*================================================================*
012201* 1700-LOAD-TABLE-DICTIONARY - LOADS TABLE-DEF-FILE (TBLDEF01)   *
012201*                              INTO WS-TDF-AREA. NO FILE LEAVES  *
012201*                              ONLY THE GENERIC EDITS IN FORCE.  *
012201*                              A FILE THAT WILL NOT OPEN, WILL   *
012201*                              NOT READ, WILL NOT FIT OR CARRIES *
012201*                              A NON-NUMERIC RULE IS UNUSABLE -  *
012201*                              NO TABLE'S RULES CAN BE PROVED.   *
012201*================================================================*
012201 1700-LOAD-TABLE-DICTIONARY.
012201     MOVE ZERO TO WS-TDF-COUNT.
012201     MOVE "N" TO WS-TDF-EOF-SW.
012201     OPEN INPUT TABLE-DEF-FILE.
012201     IF WS-TABLE-DEF-NOT-FOUND
012201         SET WS-DICTIONARY-ABSENT TO TRUE
012201         DISPLAY "TBLMNT - NO TABLE-DEF-FILE - GENERIC EDITS "
012201             "ONLY"
012201     ELSE
012201         IF NOT WS-TABLE-DEF-OK
012201             SET WS-DICTIONARY-UNUSABLE TO TRUE
012201             DISPLAY "TBLMNT - TABLE-DEF-FILE OPEN ERROR "
012201                 WS-TABLE-DEF-STATUS
012201         ELSE
012201             SET WS-DICTIONARY-LOADED TO TRUE
012201             PERFORM 1710-LOAD-ONE-TABLE-DEF THRU 1710-EXIT
012201                 UNTIL WS-EOF-TABLE-DEF-FILE
012201             CLOSE TABLE-DEF-FILE
012201         END-IF
012201     END-IF.
012201 1700-EXIT.
012201     EXIT.
012201*================================================================*
012201* 1710-LOAD-ONE-TABLE-DEF - LOADS ONE TABLE-DEF-FILE RECORD INTO *
012201*                           THE NEXT WS-TDF-ENTRY SLOT.          *
012201*================================================================*
012201 1710-LOAD-ONE-TABLE-DEF.
012201     READ TABLE-DEF-FILE
012201         AT END
012201             SET WS-EOF-TABLE-DEF-FILE TO TRUE
012201     END-READ.
012201     IF NOT WS-EOF-TABLE-DEF-FILE AND NOT WS-TABLE-DEF-OK
012201         DISPLAY "TBLMNT - TABLE-DEF-FILE READ ERROR "
012201             WS-TABLE-DEF-STATUS
012201         SET WS-DICTIONARY-UNUSABLE TO TRUE
012201         SET WS-EOF-TABLE-DEF-FILE TO TRUE
012201     END-IF.
012201     IF NOT WS-EOF-TABLE-DEF-FILE
012201         EVALUATE TRUE
012201             WHEN WS-TDF-COUNT = 100
012201                 DISPLAY "TBLMNT - MORE THAN 100 "
012201                     "TABLE-DEF-FILE RECORDS"
012201                 SET WS-DICTIONARY-UNUSABLE TO TRUE
012201                 SET WS-EOF-TABLE-DEF-FILE TO TRUE
012201             WHEN TDF-ID-LOW NOT NUMERIC
012201                     OR TDF-ID-HIGH NOT NUMERIC
012201                     OR TDF-EARLIEST-DATE NOT NUMERIC
012201                     OR TDF-LATEST-DATE NOT NUMERIC
012201                     OR TDF-DESC-MIN-LENGTH NOT NUMERIC
012201                 DISPLAY "TBLMNT - TABLE-DEF-FILE TYPE "
012201                     TDF-TABLE-TYPE " HAS A NON-NUMERIC RULE"
012201                 SET WS-DICTIONARY-UNUSABLE TO TRUE
012201                 SET WS-EOF-TABLE-DEF-FILE TO TRUE
012201             WHEN OTHER
012201                 ADD 1 TO WS-TDF-COUNT
012201                 MOVE TDF-RECORD TO WS-TDF-ENTRY(WS-TDF-COUNT)
012201         END-EVALUATE
012201     END-IF.
012201 1710-EXIT.
012201     EXIT.
012201*================================================================*
012201* 1750-FIND-TABLE-DEF - LOCATES WS-TDF-CHK-TYPE ON THE TABLE     *
012201*                       DICTIONARY AND COPIES ITS RULES TO       *
012201*                       WS-TDF-RULE. WS-TDF-FOUND-IDX COMES BACK *
012201*                       ZERO WHEN THE TYPE HAS NO ENTRY.         *
012201*                       WS-TDF-PRINT-NAME CARRIES THE TABLE NAME *
012201*                       FOR THE REPORTS EITHER WAY.              *
012201*================================================================*
012201 1750-FIND-TABLE-DEF.
012201     MOVE ZERO TO WS-TDF-FOUND-IDX.
012201     MOVE SPACES TO WS-TDF-RULE.
012201     MOVE "NOT IN TABLE DICTIONARY" TO WS-TDF-PRINT-NAME.
012201     PERFORM 1755-SCAN-TABLE-DEF THRU 1755-EXIT
012201         VARYING WS-TDF-SCAN-IDX FROM 1 BY 1
012201             UNTIL WS-TDF-SCAN-IDX > WS-TDF-COUNT
012201                OR WS-TDF-FOUND-IDX > ZERO.
012201 1750-EXIT.
012201     EXIT.
012201 1755-SCAN-TABLE-DEF.
012201     IF WS-TDF-TABLE-TYPE(WS-TDF-SCAN-IDX) = WS-TDF-CHK-TYPE
012201         MOVE WS-TDF-SCAN-IDX TO WS-TDF-FOUND-IDX
012201         MOVE WS-TDF-ENTRY(WS-TDF-SCAN-IDX) TO WS-TDF-RULE
012201         MOVE WS-RULE-TABLE-NAME TO WS-TDF-PRINT-NAME
012201     END-IF.
012201 1755-EXIT.
012201     EXIT.
012201*================================================================*
012201* 1775-EDIT-DESC-RULES - CHECKS WS-TDF-CHK-DESC AGAINST THE      *
012201*                        DESCRIPTION RULES OF THE ENTRY          *
012201*                        1750-FIND-TABLE-DEF LAST FOUND - A      *
012201*                        MANDATORY DESCRIPTION MAY NOT BE BLANK  *
012201*                        (REASON 14), AND ONE THAT IS GIVEN MAY  *
012201*                        NOT BE SHORTER THAN THE MINIMUM (15).   *
012201*================================================================*
012201 1775-EDIT-DESC-RULES.
012201     MOVE SPACES TO WS-TDF-REASON.
012201     MOVE SPACES TO WS-TDF-REASON-TEXT.
012201     IF WS-TDF-FOUND-IDX > ZERO
012201         PERFORM 1780-MEASURE-DESC THRU 1780-EXIT
012201         EVALUATE TRUE
012201             WHEN WS-RULE-DESC-MANDATORY
012201                     AND WS-TDF-DESC-LEN = ZERO
012201                 MOVE "14" TO WS-TDF-REASON
012201                 MOVE "DESCRIPTION IS REQUIRED FOR THIS TABLE"
012201                     TO WS-TDF-REASON-TEXT
012201             WHEN WS-TDF-DESC-LEN > ZERO
012201                     AND WS-TDF-DESC-LEN < WS-RULE-DESC-MIN
012201                 MOVE "15" TO WS-TDF-REASON
012201                 MOVE "DESCRIPTION SHORTER THAN THE MINIMUM"
012201                     TO WS-TDF-REASON-TEXT
012201         END-EVALUATE
012201     END-IF.
012201 1775-EXIT.
012201     EXIT.
012201*================================================================*
012201* 1780-MEASURE-DESC - FINDS THE LAST NON-BLANK POSITION OF       *
012201*                     WS-TDF-CHK-DESC - ITS LENGTH FOR THE       *
012201*                     MINIMUM-LENGTH RULE.                       *
012201*================================================================*
012201 1780-MEASURE-DESC.
012201     MOVE ZERO TO WS-TDF-DESC-LEN.
012201     PERFORM 1785-CHECK-DESC-CHAR THRU 1785-EXIT
012201         VARYING WS-TDF-DESC-SCAN-IDX FROM 1 BY 1
012201             UNTIL WS-TDF-DESC-SCAN-IDX > 50.
012201 1780-EXIT.
012201     EXIT.
012201 1785-CHECK-DESC-CHAR.
012201     IF WS-TDF-CHK-DESC(WS-TDF-DESC-SCAN-IDX:1) NOT = SPACE
012201         MOVE WS-TDF-DESC-SCAN-IDX TO WS-TDF-DESC-LEN
012201     END-IF.
012201 1785-EXIT.
012201     EXIT.
012300*================================================================*
012400* 2000-MENU-LOOP - DISPLAYS THE MAINTENANCE MENU AND DISPATCHES  *
012500*                  ON THE OPERATOR'S CHOICE.                     *
013800             PERFORM 2400-DEACTIVATE-ENTRY THRU 2400-EXIT
013900         WHEN "5"
014000             PERFORM 2900-REQUEST-EXIT THRU 2900-EXIT
014010         WHEN "6"
014020             PERFORM 2500-LIST-CHANGES THRU 2500-EXIT
014030         WHEN "7"
014040             PERFORM 2600-REVIEW-CHANGE THRU 2600-EXIT
014100         WHEN OTHER
014200             DISPLAY "TBLMNT - INVALID CHOICE, TRY AGAIN"
014300     END-EVALUATE.
014800*================================================================*
014900 2050-DISPLAY-MENU.
015000     DISPLAY " ".
015000     MOVE WS-TABLE-TYPE TO WS-TDF-CHK-TYPE.
015000     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
015100     DISPLAY "TBLMNT - TABLE MAINTENANCE MENU - TABLE "
015150         WS-TABLE-TYPE " " WS-TDF-PRINT-NAME.
015200     DISPLAY "  1. LIST ALL ENTRIES".
015300     DISPLAY "  2. VIEW AN ENTRY BY ID".
015400     DISPLAY "  3. UPDATE AN ENTRY'S DESCRIPTION".
015500     DISPLAY "  4. DEACTIVATE AN ENTRY".
015600     DISPLAY "  5. EXIT".
015610     DISPLAY "  6. LIST CHANGES AWAITING APPROVAL".
015620     DISPLAY "  7. APPROVE OR REJECT A CHANGE".
015700     DISPLAY "ENTER CHOICE: ".
015800 2050-EXIT.
015900     EXIT.
021600     END-READ.
021700 2250-EXIT.
021800     EXIT.
021802*================================================================*
021804* 2280-CHECK-CAN-CHANGE - MAY WS-OPERATOR-ID MAKE A CHANGE TO    *
021806*                         WS-TABLE-TYPE AT ALL? NEEDS THE LOG,   *
021808*                         MAKE AUTHORITY, AND - ON A TABLE UNDER *
021810*                         DUAL CONTROL - THE CHANGE QUEUE. THE   *
021812*                         REASON FOR A REFUSAL IS ISSUED HERE.   *
021814*================================================================*
021816 2280-CHECK-CAN-CHANGE.
021818     MOVE "N" TO WS-CHANGE-ALLOWED-SW.
021820     EVALUATE TRUE
021822         WHEN NOT WS-MAINT-LOG-OK
021824             DISPLAY "TBLMNT - UPDATES ARE DISABLED - NO LOG"
021824         WHEN WS-DICTIONARY-UNUSABLE
021824             DISPLAY "TBLMNT - UPDATES ARE DISABLED - DICTIONARY"
021826         WHEN NOT WS-CAN-MAKE
021828             DISPLAY "TBLMNT - OPERATOR " WS-OPERATOR-ID
021830                 " MAY NOT CHANGE TABLE " WS-TABLE-TYPE
021832         WHEN WS-DUAL-CONTROL AND NOT WS-CHANGE-QUEUE-OPEN
021834             DISPLAY "TBLMNT - TABLE " WS-TABLE-TYPE
021836                 " NEEDS APPROVAL AND THE CHANGE QUEUE IS DOWN"
021838         WHEN OTHER
021840             MOVE "Y" TO WS-CHANGE-ALLOWED-SW
021842     END-EVALUATE.
021844 2280-EXIT.
021846     EXIT.
021848*================================================================*
021850* 2290-CHECK-CAN-REVIEW - MAY WS-OPERATOR-ID APPROVE OR REJECT   *
021852*                         QUEUED CHANGES TO WS-TABLE-TYPE? NEEDS *
021854*                         THE LOG, THE CHANGE QUEUE AND APPROVE  *
021856*                         AUTHORITY. WHETHER THIS OPERATOR ALSO  *
021858*                         MADE A GIVEN CHANGE IS CHECKED PER     *
021860*                         CHANGE IN 2630-CHECK-REVIEWER.         *
021862*================================================================*
021864 2290-CHECK-CAN-REVIEW.
021866     MOVE "N" TO WS-CHANGE-ALLOWED-SW.
021868     EVALUATE TRUE
021870         WHEN NOT WS-MAINT-LOG-OK
021872             DISPLAY "TBLMNT - UPDATES ARE DISABLED - NO LOG"
021872         WHEN WS-DICTIONARY-UNUSABLE
021872             DISPLAY "TBLMNT - UPDATES ARE DISABLED - DICTIONARY"
021874         WHEN NOT WS-CHANGE-QUEUE-OPEN
021876             DISPLAY "TBLMNT - THE CHANGE QUEUE IS NOT AVAILABLE"
021878         WHEN NOT WS-CAN-APPROVE
021880             DISPLAY "TBLMNT - OPERATOR " WS-OPERATOR-ID
021882                 " MAY NOT APPROVE CHANGES TO TABLE "
021884                 WS-TABLE-TYPE
021886         WHEN OTHER
021888             MOVE "Y" TO WS-CHANGE-ALLOWED-SW
021890     END-EVALUATE.
021892 2290-EXIT.
021894     EXIT.
021900*================================================================*
022000* 2300-UPDATE-ENTRY - READS ONE ENTRY BY ID, REPLACES ITS        *
022100*                     DESCRIPTION, AND REWRITES IT IN PLACE.     *
022150*                     ON A TABLE UNDER DUAL CONTROL THE CHANGE   *
022160*                     IS QUEUED FOR APPROVAL INSTEAD.            *
022200*================================================================*
022300 2300-UPDATE-ENTRY.
022310     PERFORM 2280-CHECK-CAN-CHANGE THRU 2280-EXIT.
022320     IF WS-CHANGE-ALLOWED
022400         DISPLAY "ENTER RECORD ID TO UPDATE: "
022500         ACCEPT WS-LOOKUP-ID
022600         PERFORM 2250-READ-BY-ID THRU 2250-EXIT
022800             DISPLAY "CURRENT DESC: " TF-REC-DESC
022900             DISPLAY "ENTER NEW DESCRIPTION: "
023000             ACCEPT WS-NEW-DESC
023010             PERFORM 2310-CHECK-NEW-DESC THRU 2310-EXIT
023020         END-IF
023030         IF WS-TABLE-FILE-OK AND WS-TDF-REASON = SPACES
023050             MOVE "U" TO WS-MAINT-ACTION
023060             MOVE TF-REC-DESC TO WS-BEFORE-DESC
023070             MOVE TF-REC-STATUS TO WS-BEFORE-STATUS
023100             MOVE WS-NEW-DESC TO TF-REC-DESC
023150             IF WS-DUAL-CONTROL
023160                 PERFORM 2650-QUEUE-CHANGE THRU 2650-EXIT
023170             ELSE
023200                 PERFORM 2800-REWRITE-ENTRY THRU 2800-EXIT
023300                 IF WS-TABLE-FILE-OK
023340                     PERFORM 2700-LOG-BEFORE-IMAGE THRU 2700-EXIT
023350                     PERFORM 2750-LOG-AFTER-IMAGE THRU 2750-EXIT
023400                     DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
023450                         " UPDATED"
023500                 END-IF
023550             END-IF
023600         END-IF
023650     END-IF.
023700 2300-EXIT.
023800     EXIT.
023805*================================================================*
023810* 2310-CHECK-NEW-DESC - CHECKS WS-NEW-DESC AGAINST THE TABLE     *
023815*                       DICTIONARY'S DESCRIPTION RULES FOR       *
023820*                       WS-TABLE-TYPE. A FAILURE COMES BACK IN   *
023825*                       WS-TDF-REASON AND IS REPORTED HERE.      *
023830*================================================================*
023835 2310-CHECK-NEW-DESC.
023840     MOVE WS-TABLE-TYPE TO WS-TDF-CHK-TYPE.
023845     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
023850     MOVE WS-NEW-DESC TO WS-TDF-CHK-DESC.
023855     PERFORM 1775-EDIT-DESC-RULES THRU 1775-EXIT.
023860     IF WS-TDF-REASON NOT = SPACES
023865         DISPLAY "TBLMNT - NEW DESCRIPTION REFUSED - REASON "
023870             WS-TDF-REASON " " WS-TDF-REASON-TEXT
023875     END-IF.
023880 2310-EXIT.
023885     EXIT.
023900*================================================================*
024000* 2400-DEACTIVATE-ENTRY - READS ONE ENTRY BY ID, SETS ITS        *
024100*                         STATUS TO INACTIVE, AND REWRITES IT    *
024200*                         IN PLACE, OR QUEUES THE CHANGE FOR     *
024250*                         APPROVAL ON A TABLE UNDER DUAL         *
024260*                         CONTROL.                               *
024300*================================================================*
024400 2400-DEACTIVATE-ENTRY.
024410     PERFORM 2280-CHECK-CAN-CHANGE THRU 2280-EXIT.
024420     IF WS-CHANGE-ALLOWED
024500         DISPLAY "ENTER RECORD ID TO DEACTIVATE: "
024600         ACCEPT WS-LOOKUP-ID
024700         PERFORM 2250-READ-BY-ID THRU 2250-EXIT
024860             MOVE TF-REC-DESC TO WS-BEFORE-DESC
024870             MOVE TF-REC-STATUS TO WS-BEFORE-STATUS
024900             SET TF-STATUS-INACTIVE TO TRUE
024950             IF WS-DUAL-CONTROL
024960                 PERFORM 2650-QUEUE-CHANGE THRU 2650-EXIT
024970             ELSE
025000                 PERFORM 2800-REWRITE-ENTRY THRU 2800-EXIT
025100                 IF WS-TABLE-FILE-OK
025140                     PERFORM 2700-LOG-BEFORE-IMAGE THRU 2700-EXIT
025150                     PERFORM 2750-LOG-AFTER-IMAGE THRU 2750-EXIT
025200                     DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
025250                         " DEACTIVATED"
025300                 END-IF
025350             END-IF
025400         END-IF
025450     END-IF.
025500 2400-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2500-LIST-CHANGES - LISTS EVERY CHANGE TO THE SESSION'S TABLE  *
025600*                     STILL AWAITING APPROVAL, IN ID ORDER.      *
025600*================================================================*
025600 2500-LIST-CHANGES.
025600     IF NOT WS-CHANGE-QUEUE-OPEN
025600         DISPLAY "TBLMNT - THE CHANGE QUEUE IS NOT AVAILABLE"
025600     ELSE
025600         MOVE ZERO TO WS-ENTRY-COUNT
025600         MOVE "N" TO WS-QUEUE-EOF-SW
025600         MOVE WS-TABLE-TYPE TO CHGQ-TABLE-TYPE
025600         MOVE ZEROES TO CHGQ-REC-ID
025600         START CHANGE-QUEUE-FILE KEY NOT LESS THAN CHGQ-KEY
025600             INVALID KEY
025600                 SET WS-EOF-CHANGE-QUEUE TO TRUE
025600         END-START
025600         PERFORM 2550-LIST-NEXT-CHANGE THRU 2550-EXIT
025600             UNTIL WS-EOF-CHANGE-QUEUE
025600         DISPLAY "TBLMNT - " WS-ENTRY-COUNT
025600             " CHANGES AWAITING APPROVAL"
025600     END-IF.
025600 2500-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2550-LIST-NEXT-CHANGE - DISPLAYS ONE QUEUED CHANGE, STOPPING   *
025600*                         AT THE END OF THE SESSION'S TABLE.     *
025600*================================================================*
025600 2550-LIST-NEXT-CHANGE.
025600     READ CHANGE-QUEUE-FILE NEXT RECORD
025600         AT END
025600             SET WS-EOF-CHANGE-QUEUE TO TRUE
025600     END-READ.
025600     IF NOT WS-EOF-CHANGE-QUEUE
025600         IF NOT WS-CHANGE-QUEUE-OK
025600                 OR CHGQ-TABLE-TYPE NOT = WS-TABLE-TYPE
025600             SET WS-EOF-CHANGE-QUEUE TO TRUE
025600         ELSE
025600             ADD 1 TO WS-ENTRY-COUNT
025600             PERFORM 2680-COMPUTE-CHANGE-AGE THRU 2680-EXIT
025600             DISPLAY CHGQ-REC-ID " " CHGQ-ACTION " BY " CHGQ-MAKER
025600                 " ON " CHGQ-MAKE-DATE " - " WS-CHANGE-AGE-DISP
025600                 " DAYS WAITING"
025600         END-IF
025600     END-IF.
025600 2550-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2600-REVIEW-CHANGE - SHOWS ONE QUEUED CHANGE - WHO MADE IT,    *
025600*                      WHEN, AND THE ENTRY BEFORE AND AFTER - AND*
025600*                      LETS A SECOND OPERATOR APPROVE OR REJECT  *
025600*                      IT. ANY OTHER REPLY LEAVES IT QUEUED.     *
025600*================================================================*
025600 2600-REVIEW-CHANGE.
025600     PERFORM 2290-CHECK-CAN-REVIEW THRU 2290-EXIT.
025600     IF WS-CHANGE-ALLOWED
025600         DISPLAY "ENTER RECORD ID TO REVIEW: "
025600         ACCEPT WS-LOOKUP-ID
025600         PERFORM 2610-READ-QUEUED-CHANGE THRU 2610-EXIT
025600         IF WS-CHANGE-QUEUE-OK
025600             PERFORM 2630-CHECK-REVIEWER THRU 2630-EXIT
025600             PERFORM 2620-SHOW-QUEUED-CHANGE THRU 2620-EXIT
025600             IF WS-REVIEW-OK
025600                 DISPLAY "ENTER A TO APPROVE, R TO REJECT, "
025600                     "ANYTHING ELSE TO LEAVE IT: "
025600                 ACCEPT WS-REVIEW-REPLY
025600                 EVALUATE WS-REVIEW-REPLY
025600                     WHEN "A"
025600                         PERFORM 2660-APPROVE-CHANGE
025600                             THRU 2660-EXIT
025600                     WHEN "R"
025600                         PERFORM 2670-REJECT-CHANGE THRU 2670-EXIT
025600                     WHEN OTHER
025600                         DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
025600                             " LEFT AWAITING APPROVAL"
025600                 END-EVALUATE
025600             END-IF
025600         END-IF
025600     END-IF.
025600 2600-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2610-READ-QUEUED-CHANGE - KEYED READ OF THE CHANGE QUEUED FOR  *
025600*                           WS-LOOKUP-ID IN THE SESSION'S TABLE. *
025600*================================================================*
025600 2610-READ-QUEUED-CHANGE.
025600     MOVE WS-TABLE-TYPE TO CHGQ-TABLE-TYPE.
025600     MOVE WS-LOOKUP-ID TO CHGQ-REC-ID.
025600     READ CHANGE-QUEUE-FILE
025600         INVALID KEY
025600             DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
025600                 " HAS NO CHANGE AWAITING APPROVAL IN TABLE "
025600                 WS-TABLE-TYPE
025600     END-READ.
025600 2610-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2620-SHOW-QUEUED-CHANGE - DISPLAYS THE QUEUED CHANGE'S MAKER,  *
025600*                           AGE AND BEFORE AND AFTER IMAGES.     *
025600*================================================================*
025600 2620-SHOW-QUEUED-CHANGE.
025600     DISPLAY "ID: " CHGQ-REC-ID " ACTION: " CHGQ-ACTION
025600         " MADE BY: " CHGQ-MAKER " ON " CHGQ-MAKE-DATE
025600         " - " WS-CHANGE-AGE-DISP " DAYS WAITING".
025600     DISPLAY "BEFORE DESC: " CHGQ-BEFORE-DESC
025600         " STATUS: " CHGQ-BEFORE-STATUS.
025600     DISPLAY "AFTER  DESC: " CHGQ-AFTER-DESC
025600         " STATUS: " CHGQ-AFTER-STATUS.
025600 2620-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2630-CHECK-REVIEWER - THE OPERATOR WHO MADE A CHANGE MAY NOT   *
025600*                       APPROVE OR REJECT IT. ALSO FLAGS A CHANGE*
025600*                       PAST ITS TABLE'S EXPIRY DAYS - IT MAY    *
025600*                       STILL BE REJECTED BUT NOT APPROVED.      *
025600*================================================================*
025600 2630-CHECK-REVIEWER.
025600     MOVE "Y" TO WS-REVIEW-OK-SW.
025600     MOVE "N" TO WS-CHANGE-EXPIRED-SW.
025600     PERFORM 2680-COMPUTE-CHANGE-AGE THRU 2680-EXIT.
025600     IF WS-CHANGE-AGE > WS-EXPIRY-DAYS
025600         MOVE "Y" TO WS-CHANGE-EXPIRED-SW
025600     END-IF.
025600     IF CHGQ-MAKER = WS-OPERATOR-ID
025600         MOVE "N" TO WS-REVIEW-OK-SW
025600         DISPLAY "TBLMNT - ID " WS-LOOKUP-ID " WAS CHANGED BY "
025600             CHGQ-MAKER " - ANOTHER OPERATOR MUST REVIEW IT"
025600     END-IF.
025600 2630-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2650-QUEUE-CHANGE - WRITES THE CHANGE THE CALLER STAGED - THE  *
025600*                     BEFORE-IMAGE IN WS-BEFORE-DESC/STATUS AND  *
025600*                     THE AFTER-IMAGE IN TF-RECORD - TO THE      *
025600*                     CHANGE QUEUE INSTEAD OF TABLE-FILE. AN     *
025600*                     ENTRY WITH A CHANGE ALREADY WAITING IS     *
025600*                     REFUSED - THAT ONE MUST BE APPROVED OR     *
025600*                     REJECTED FIRST.                            *
025600*================================================================*
025600 2650-QUEUE-CHANGE.
025600     MOVE "N" TO WS-CHANGE-DONE-SW.
025600     ACCEPT WS-TIME-OF-DAY FROM TIME.
025600     MOVE SPACES TO CHGQ-RECORD.
025600     MOVE WS-TABLE-TYPE TO CHGQ-TABLE-TYPE.
025600     MOVE WS-LOOKUP-ID TO CHGQ-REC-ID.
025600     MOVE WS-MAINT-ACTION TO CHGQ-ACTION.
025600     MOVE WS-OPERATOR-ID TO CHGQ-MAKER.
025600     MOVE WS-RUN-DATE TO CHGQ-MAKE-DATE.
025600     MOVE WS-TIME-OF-DAY TO CHGQ-MAKE-TIME.
025600     IF WS-BATCH-MODE
025600         SET CHGQ-FROM-BATCH TO TRUE
025600     ELSE
025600         SET CHGQ-FROM-SCREEN TO TRUE
025600     END-IF.
025600     MOVE WS-BEFORE-DESC TO CHGQ-BEFORE-DESC.
025600     MOVE WS-BEFORE-STATUS TO CHGQ-BEFORE-STATUS.
025600     MOVE TF-REC-DESC TO CHGQ-AFTER-DESC.
025600     MOVE TF-REC-STATUS TO CHGQ-AFTER-STATUS.
025600     WRITE CHGQ-RECORD
025600         INVALID KEY
025600             DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
025600                 " ALREADY HAS A CHANGE AWAITING APPROVAL"
025600     END-WRITE.
025600     IF WS-CHANGE-QUEUE-OK
025600         MOVE "Y" TO WS-CHANGE-DONE-SW
025600         MOVE ZERO TO WS-CHANGE-AGE
025600         DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
025600             " CHANGE QUEUED FOR APPROVAL"
025600     END-IF.
025600 2650-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2660-APPROVE-CHANGE - APPLIES THE QUEUED CHANGE JUST READ. THE *
025600*                       ENTRY MUST STILL MATCH THE BEFORE-IMAGE  *
025600*                       THE MAKER SAW - IF A LOAD OR ANOTHER     *
025600*                       CHANGE HAS MOVED IT SINCE, THE CHANGE IS *
025600*                       LEFT QUEUED TO BE REJECTED AND MADE      *
025600*                       AGAIN. ON A GOOD REWRITE THE B/A PAIR IS *
025600*                       LOGGED UNDER THE MAKER WITH THE APPROVER *
025600*                       ALONGSIDE, AND THE QUEUE RECORD DELETED. *
025600*================================================================*
025600 2660-APPROVE-CHANGE.
025600     MOVE "N" TO WS-CHANGE-DONE-SW.
025600     IF WS-CHANGE-EXPIRED
025600         DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
025600             " CHANGE HAS EXPIRED - IT MAY ONLY BE REJECTED"
025600     ELSE
025600         PERFORM 2665-CHECK-QUEUED-DESC THRU 2665-EXIT
025600         PERFORM 2250-READ-BY-ID THRU 2250-EXIT
025600         IF WS-TABLE-FILE-OK AND WS-TDF-REASON = SPACES
025600             IF TF-REC-DESC NOT = CHGQ-BEFORE-DESC
025600                     OR TF-REC-STATUS NOT = CHGQ-BEFORE-STATUS
025600                 DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
025600                     " HAS MOVED SINCE THE CHANGE WAS MADE"
025600             ELSE
025600                 MOVE CHGQ-ACTION TO WS-MAINT-ACTION
025600                 MOVE CHGQ-BEFORE-DESC TO WS-BEFORE-DESC
025600                 MOVE CHGQ-BEFORE-STATUS TO WS-BEFORE-STATUS
025600                 MOVE CHGQ-AFTER-DESC TO TF-REC-DESC
025600                 MOVE CHGQ-AFTER-STATUS TO TF-REC-STATUS
025600                 PERFORM 2800-REWRITE-ENTRY THRU 2800-EXIT
025600                 IF WS-TABLE-FILE-OK
025600                     MOVE CHGQ-MAKER TO WS-LOG-MAKER
025600                     MOVE WS-OPERATOR-ID TO WS-LOG-APPROVER
025600                     PERFORM 2700-LOG-BEFORE-IMAGE THRU 2700-EXIT
025600                     PERFORM 2750-LOG-AFTER-IMAGE THRU 2750-EXIT
025600                     MOVE SPACES TO WS-LOG-MAKER
025600                     MOVE SPACES TO WS-LOG-APPROVER
025600                     PERFORM 2675-DELETE-QUEUED-CHANGE
025600                         THRU 2675-EXIT
025600                     MOVE "Y" TO WS-CHANGE-DONE-SW
025600                     DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
025600                         " CHANGE APPROVED AND APPLIED"
025600                 END-IF
025600             END-IF
025600         END-IF
025600     END-IF.
025600 2660-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2665-CHECK-QUEUED-DESC - RE-CHECKS A QUEUED UPDATE'S NEW       *
025600*                          DESCRIPTION AGAINST THE TABLE         *
025600*                          DICTIONARY AS IT STANDS AT APPROVAL - *
025600*                          THE RULES MAY HAVE CHANGED SINCE THE  *
025600*                          CHANGE WAS MADE. A FAILURE IS LEFT    *
025600*                          QUEUED TO BE REJECTED AND MADE AGAIN. *
025600*================================================================*
025600 2665-CHECK-QUEUED-DESC.
025600     MOVE SPACES TO WS-TDF-REASON.
025600     IF CHGQ-ACTION-UPDATE
025600         MOVE CHGQ-TABLE-TYPE TO WS-TDF-CHK-TYPE
025600         PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT
025600         MOVE CHGQ-AFTER-DESC TO WS-TDF-CHK-DESC
025600         PERFORM 1775-EDIT-DESC-RULES THRU 1775-EXIT
025600         IF WS-TDF-REASON NOT = SPACES
025600             DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
025600                 " CHANGE FAILS THE TABLE DICTIONARY - REASON "
025600                 WS-TDF-REASON " " WS-TDF-REASON-TEXT
025600         END-IF
025600     END-IF.
025600 2665-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2670-REJECT-CHANGE - DROPS THE QUEUED CHANGE JUST READ.        *
025600*                      TABLE-FILE AND THE MAINTENANCE LOG ARE    *
025600*                      NOT TOUCHED - THE CHANGE NEVER HAPPENED.  *
025600*================================================================*
025600 2670-REJECT-CHANGE.
025600     MOVE "N" TO WS-CHANGE-DONE-SW.
025600     PERFORM 2675-DELETE-QUEUED-CHANGE THRU 2675-EXIT.
025600     IF WS-CHANGE-QUEUE-OK
025600         MOVE "Y" TO WS-CHANGE-DONE-SW
025600         DISPLAY "TBLMNT - ID " WS-LOOKUP-ID
025600             " CHANGE REJECTED - TABLE NOT CHANGED"
025600     END-IF.
025600 2670-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2675-DELETE-QUEUED-CHANGE - DELETES THE QUEUE RECORD LAST READ.*
025600*================================================================*
025600 2675-DELETE-QUEUED-CHANGE.
025600     DELETE CHANGE-QUEUE-FILE RECORD
025600         INVALID KEY
025600             DISPLAY "TBLMNT - CHANGE-QUEUE DELETE ERROR "
025600                 WS-CHANGE-QUEUE-STATUS " ON ID " WS-LOOKUP-ID
025600     END-DELETE.
025600 2675-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2680-COMPUTE-CHANGE-AGE - DAYS THE QUEUED CHANGE IN CHGQ-RECORD*
025600*                           HAS WAITED SINCE IT WAS MADE.        *
025600*================================================================*
025600 2680-COMPUTE-CHANGE-AGE.
025600     MOVE CHGQ-MAKE-DATE TO WS-SERIAL-DATE.
025600     PERFORM 2690-COMPUTE-DAY-SERIAL THRU 2690-EXIT.
025600     COMPUTE WS-CHANGE-AGE = WS-RUN-SERIAL - WS-SERIAL-RESULT.
025600     MOVE WS-CHANGE-AGE TO WS-CHANGE-AGE-DISP.
025600 2680-EXIT.
025600     EXIT.
025600*================================================================*
025600* 2690-COMPUTE-DAY-SERIAL - FLATTENS THE YYYYMMDD DATE IN        *
025600*                           WS-SERIAL-DATE TO THE COARSE DAY     *
025600*                           SERIAL IN WS-SERIAL-RESULT.          *
025600*================================================================*
025600 2690-COMPUTE-DAY-SERIAL.
025600     MOVE WS-SERIAL-DATE(1:4) TO WS-SERIAL-YEAR.
025600     MOVE WS-SERIAL-DATE(5:2) TO WS-SERIAL-MONTH.
025600     MOVE WS-SERIAL-DATE(7:2) TO WS-SERIAL-DAY.
025600     COMPUTE WS-SERIAL-RESULT =
025600         (WS-SERIAL-YEAR * 365) +
025600         (WS-SERIAL-MONTH * 31) + WS-SERIAL-DAY.
025600 2690-EXIT.
025600     EXIT.
025610*================================================================*
025620* 2700-LOG-BEFORE-IMAGE - WRITES THE "B" SIDE OF THE LOG PAIR   *
025630*                         FROM THE FIELDS THE CALLER STAGED     *
025690* 2770-WRITE-MAINT-LOG - BUILDS AND WRITES ONE MAINTENANCE LOG  *
025692*                        RECORD FROM THE SESSION SIGN-ON, THE   *
025694*                        ACTION IN WS-MAINT-ACTION AND THE      *
025696*                        IMAGES STAGED BY THE CALLER. AN        *
025697*                        APPROVED CHANGE IS LOGGED UNDER ITS    *
025698*                        MAKER WITH THE APPROVER ALONGSIDE.     *
025698*================================================================*
025700 2770-WRITE-MAINT-LOG.
025702     ADD 1 TO WS-LOG-SEQ-NO.
025704     ACCEPT WS-TIME-OF-DAY FROM TIME.
025706     MOVE SPACES TO MNT-RECORD.
025708     MOVE WS-LOG-SEQ-NO TO MNT-SEQ-NO.
025710     IF WS-LOG-APPROVER = SPACES
025711         MOVE WS-OPERATOR-ID TO MNT-OPERATOR
025712     ELSE
025713         MOVE WS-LOG-MAKER TO MNT-OPERATOR
025714         MOVE WS-LOG-APPROVER TO MNT-APPROVER
025715     END-IF.
025712     MOVE WS-MAINT-ACTION TO MNT-ACTION.
025714     MOVE WS-IMAGE-TYPE TO MNT-IMAGE-TYPE.
025715     MOVE WS-TABLE-TYPE TO MNT-TABLE-TYPE.
027605*                   SCREEN USES, AND ENDS WITH AN APPLIED/      *
027606*                   REJECTED SUMMARY. A SESSION WITH NO         *
027607*                   MAINTENANCE LOG MAY NOT CHANGE ANYTHING,    *
027608*                   SO THE WHOLE DECK IS REFUSED. THE CHANGE    *
027608*                   QUEUE REPORT'S TOTALS CLOSE THE RUN.        *
027609*================================================================*
027610 3000-BATCH-MODE.
027611     IF NOT WS-MAINT-LOG-OK
027619     DISPLAY "TBLMNT - BATCH SUMMARY - CARDS READ "
027620         WS-CARD-COUNT " APPLIED " WS-BATCH-APPLIED
027621         " REJECTED " WS-BATCH-REJECTED.
027621     DISPLAY "TBLMNT - CHANGE QUEUE - QUEUED " WS-BATCH-QUEUED
027621         " APPROVED " WS-BATCH-APPROVED
027621         " REJECTED " WS-BATCH-DECLINED
027621         " EXPIRED " WS-EXPIRED-COUNT.
027621     PERFORM 4900-PRINT-TRAILER THRU 4900-EXIT.
027622 3000-EXIT.
027623     EXIT.
027624*================================================================*
027627*                           OPERATOR AND TABLE TYPE ON THE      *
027628*                           CARD STAND IN FOR THE SCREEN        *
027629*                           SESSION'S SIGN-ON AND TABLE         *
027630*                           PROMPTS, AND MUST HAVE THE          *
027630*                           AUTHORITY FOR THE CARD'S ACTION.    *
027630*                           AN APPROVE OR REJECT CARD WORKS     *
027630*                           THE QUEUED CHANGES IN ITS RANGE.    *
027631*================================================================*
027632 3100-PROCESS-MAINT-CARD.
027633     READ MAINT-CARD-FILE
027642             MOVE MNTC-TABLE-TYPE TO WS-TABLE-TYPE
027643             MOVE MNTC-ACTION TO WS-MAINT-ACTION
027644             MOVE MNTC-NEW-DESC TO WS-NEW-DESC
027644             PERFORM 1350-CHECK-AUTHORITY THRU 1350-EXIT
027644             IF MNTC-ACTION-APPROVE OR MNTC-ACTION-REJECT
027644                 PERFORM 2290-CHECK-CAN-REVIEW THRU 2290-EXIT
027644             ELSE
027644                 PERFORM 2280-CHECK-CAN-CHANGE THRU 2280-EXIT
027644                 IF WS-CHANGE-ALLOWED AND MNTC-ACTION-UPDATE
027644                     PERFORM 2310-CHECK-NEW-DESC THRU 2310-EXIT
027644                     IF WS-TDF-REASON NOT = SPACES
027644                         MOVE "N" TO WS-CHANGE-ALLOWED-SW
027644                     END-IF
027644                 END-IF
027644             END-IF
027644             EVALUATE TRUE
027644                 WHEN NOT WS-CHANGE-ALLOWED
027644                     DISPLAY "TBLMNT - CARD " WS-CARD-COUNT
027644                         " REJECTED - SEE ABOVE"
027644                     ADD 1 TO WS-BATCH-REJECTED
027644                 WHEN MNTC-ACTION-APPROVE OR MNTC-ACTION-REJECT
027644                     PERFORM 3400-REVIEW-ONE-ID THRU 3400-EXIT
027644                         VARYING WS-CARD-WORK-ID
027644                             FROM WS-CARD-ID-FROM BY 1
027644                             UNTIL WS-CARD-WORK-ID > WS-CARD-ID-TO
027644                 WHEN OTHER
027645                     PERFORM 3300-APPLY-ONE-ID THRU 3300-EXIT
027646                         VARYING WS-CARD-WORK-ID
027646                             FROM WS-CARD-ID-FROM BY 1
027647                             UNTIL WS-CARD-WORK-ID > WS-CARD-ID-TO
027647             END-EVALUATE
027648         END-IF
027649     END-IF.
027650 3100-EXIT.
027658     MOVE "N" TO WS-CARD-OK-SW.
027659     EVALUATE TRUE
027660         WHEN NOT (MNTC-ACTION-UPDATE
027661                 OR MNTC-ACTION-DEACTIVATE
027661                 OR MNTC-ACTION-APPROVE
027661                 OR MNTC-ACTION-REJECT)
027662             DISPLAY "TBLMNT - CARD " WS-CARD-COUNT
027663                 " REJECTED - ACTION MUST BE U, D, A OR R"
027664         WHEN MNTC-TABLE-TYPE = SPACES
027665             DISPLAY "TBLMNT - CARD " WS-CARD-COUNT
027666                 " REJECTED - TABLE TYPE IS REQUIRED"
027707*                     TABLE COUNTS AS REJECTED - ON A WIDE      *
027708*                     RANGE THAT IS ROUTINE, THE SUMMARY        *
027709*                     TELLS THE REVIEWER HOW MANY LANDED.      *
027709*                     ON A TABLE UNDER DUAL CONTROL THE CHANGE *
027709*                     IS QUEUED FOR APPROVAL INSTEAD.          *
027710*================================================================*
027711 3300-APPLY-ONE-ID.
027711     MOVE WS-CARD-WORK-ID TO WS-LOOKUP-ID.
027718         ELSE
027719             SET TF-STATUS-INACTIVE TO TRUE
027720         END-IF
027721         IF WS-DUAL-CONTROL
027721             PERFORM 2650-QUEUE-CHANGE THRU 2650-EXIT
027721             IF WS-CHANGE-DONE
027721                 ADD 1 TO WS-BATCH-QUEUED
027721                 MOVE "QUEUED" TO WS-DISPOSITION-TEXT
027721                 MOVE SPACES TO WS-PRINT-REVIEWER
027721                 PERFORM 4200-PRINT-QUEUE-DETAIL THRU 4200-EXIT
027721             ELSE
027721                 ADD 1 TO WS-BATCH-REJECTED
027721             END-IF
027721         ELSE
027721             PERFORM 2800-REWRITE-ENTRY THRU 2800-EXIT
027722             IF WS-TABLE-FILE-OK
027723                 PERFORM 2700-LOG-BEFORE-IMAGE THRU 2700-EXIT
027724                 PERFORM 2750-LOG-AFTER-IMAGE THRU 2750-EXIT
027725                 ADD 1 TO WS-BATCH-APPLIED
027726             ELSE
027727                 ADD 1 TO WS-BATCH-REJECTED
027728             END-IF
027728         END-IF
027729     ELSE
027730         ADD 1 TO WS-BATCH-REJECTED
027731     END-IF.
027732 3300-EXIT.
027733     EXIT.
027733*================================================================*
027733* 3400-REVIEW-ONE-ID - ONE ID OF AN APPROVE OR REJECT CARD'S     *
027733*                      RANGE THROUGH THE SCREEN'S REVIEW PATH.   *
027733*                      THE CARD'S OPERATOR IS THE REVIEWER. AN ID*
027733*                      WITH NOTHING QUEUED COUNTS AS REJECTED; A *
027733*                      QUEUED CHANGE THAT CANNOT BE DISPOSED OF  *
027733*                      PRINTS AS REFUSED AND STAYS QUEUED.       *
027733*================================================================*
027733 3400-REVIEW-ONE-ID.
027733     MOVE WS-CARD-WORK-ID TO WS-LOOKUP-ID.
027733     PERFORM 2610-READ-QUEUED-CHANGE THRU 2610-EXIT.
027733     IF WS-CHANGE-QUEUE-OK
027733         MOVE "N" TO WS-CHANGE-DONE-SW
027733         PERFORM 2630-CHECK-REVIEWER THRU 2630-EXIT
027733         IF WS-REVIEW-OK
027733             IF MNTC-ACTION-APPROVE
027733                 PERFORM 2660-APPROVE-CHANGE THRU 2660-EXIT
027733             ELSE
027733                 PERFORM 2670-REJECT-CHANGE THRU 2670-EXIT
027733             END-IF
027733         END-IF
027733         MOVE WS-OPERATOR-ID TO WS-PRINT-REVIEWER
027733         EVALUATE TRUE
027733             WHEN NOT WS-CHANGE-DONE
027733                 ADD 1 TO WS-BATCH-REJECTED
027733                 MOVE "REFUSED" TO WS-DISPOSITION-TEXT
027733             WHEN MNTC-ACTION-APPROVE
027733                 ADD 1 TO WS-BATCH-APPROVED
027733                 MOVE "APPROVED" TO WS-DISPOSITION-TEXT
027733             WHEN OTHER
027733                 ADD 1 TO WS-BATCH-DECLINED
027733                 MOVE "REJECTED" TO WS-DISPOSITION-TEXT
027733         END-EVALUATE
027733         PERFORM 4200-PRINT-QUEUE-DETAIL THRU 4200-EXIT
027733     ELSE
027733         ADD 1 TO WS-BATCH-REJECTED
027733     END-IF.
027733 3400-EXIT.
027733     EXIT.
027733*================================================================*
027733* 4100-PRINT-HEADING - NEW-PAGE HEADING FOR THE CHANGE QUEUE     *
027733*                      REPORT CARRYING THE RUN DATE.             *
027733*================================================================*
027733 4100-PRINT-HEADING.
027733     ADD 1 TO WS-PAGE-COUNT.
027733     MOVE SPACES TO WS-PRINT-LINE.
027733     STRING "1" DELIMITED BY SIZE
027733         "    TBLMNT CHANGE QUEUE REPORT    RUN DATE "
027733             DELIMITED BY SIZE
027733         WS-RUN-DATE DELIMITED BY SIZE
027733         "     PAGE " DELIMITED BY SIZE
027733         WS-PAGE-COUNT DELIMITED BY SIZE
027733         INTO WS-PRINT-LINE.
027733     MOVE WS-PRINT-LINE TO PRINT-RECORD.
027733     WRITE PRINT-RECORD.
027733     MOVE SPACES TO WS-PRINT-LINE.
027733     STRING " " DELIMITED BY SIZE
027733         "    DUAL-CONTROL CHANGES EXPIRED, QUEUED, APPROVED AND "
027733             DELIMITED BY SIZE
027733         "REJECTED THIS RUN" DELIMITED BY SIZE
027733         INTO WS-PRINT-LINE.
027733     MOVE WS-PRINT-LINE TO PRINT-RECORD.
027733     WRITE PRINT-RECORD.
027733     MOVE SPACES TO PRINT-RECORD.
027733     WRITE PRINT-RECORD.
027733     MOVE ZERO TO WS-LINE-COUNT.
027733 4100-EXIT.
027733     EXIT.
027733*================================================================*
027733* 4200-PRINT-QUEUE-DETAIL - THREE LINES PER QUEUED CHANGE: WHAT  *
027733*                           HAPPENED TO IT, WHO MADE IT AND WHEN,*
027733*                           WHO REVIEWED IT, THEN THE ENTRY      *
027733*                           BEFORE AND AFTER. PAGE BREAK EVERY   *
027733*                           WS-LINES-PER-PAGE LINES.             *
027733*================================================================*
027733 4200-PRINT-QUEUE-DETAIL.
027733     IF WS-PRINT-FILE-OK
027733         IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
027733             PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
027733         END-IF
027733         MOVE WS-CHANGE-AGE TO WS-CHANGE-AGE-DISP
027733         MOVE CHGQ-TABLE-TYPE TO WS-TDF-CHK-TYPE
027733         PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT
027733         MOVE SPACES TO WS-PRINT-LINE
027733         STRING " " DELIMITED BY SIZE
027733             WS-DISPOSITION-TEXT DELIMITED BY SIZE
027733             "  " DELIMITED BY SIZE
027733             CHGQ-TABLE-TYPE DELIMITED BY SIZE
027733             " " DELIMITED BY SIZE
027733             WS-TDF-PRINT-NAME DELIMITED BY SIZE
027733             "  " DELIMITED BY SIZE
027733             CHGQ-REC-ID DELIMITED BY SIZE
027733             "  " DELIMITED BY SIZE
027733             CHGQ-ACTION DELIMITED BY SIZE
027733             "  MADE BY " DELIMITED BY SIZE
027733             CHGQ-MAKER DELIMITED BY SIZE
027733             " ON " DELIMITED BY SIZE
027733             CHGQ-MAKE-DATE DELIMITED BY SIZE
027733             "  WAITED " DELIMITED BY SIZE
027733             WS-CHANGE-AGE-DISP DELIMITED BY SIZE
027733             " DAYS  REVIEWED BY " DELIMITED BY SIZE
027733             WS-PRINT-REVIEWER DELIMITED BY SIZE
027733             INTO WS-PRINT-LINE
027733         MOVE WS-PRINT-LINE TO PRINT-RECORD
027733         WRITE PRINT-RECORD
027733         MOVE SPACES TO WS-PRINT-LINE
027733         STRING "             BEFORE " DELIMITED BY SIZE
027733             CHGQ-BEFORE-DESC DELIMITED BY SIZE
027733             "  " DELIMITED BY SIZE
027733             CHGQ-BEFORE-STATUS DELIMITED BY SIZE
027733             INTO WS-PRINT-LINE
027733         MOVE WS-PRINT-LINE TO PRINT-RECORD
027733         WRITE PRINT-RECORD
027733         MOVE SPACES TO WS-PRINT-LINE
027733         STRING "             AFTER  " DELIMITED BY SIZE
027733             CHGQ-AFTER-DESC DELIMITED BY SIZE
027733             "  " DELIMITED BY SIZE
027733             CHGQ-AFTER-STATUS DELIMITED BY SIZE
027733             INTO WS-PRINT-LINE
027733         MOVE WS-PRINT-LINE TO PRINT-RECORD
027733         WRITE PRINT-RECORD
027733         ADD 3 TO WS-LINE-COUNT
027733     END-IF.
027733 4200-EXIT.
027733     EXIT.
027733*================================================================*
027733* 4900-PRINT-TRAILER - FINAL TOTALS FOR THE BATCH RUN.           *
027733*================================================================*
027733 4900-PRINT-TRAILER.
027733     IF WS-PRINT-FILE-OK
027733         MOVE SPACES TO WS-PRINT-LINE
027733         STRING " " DELIMITED BY SIZE
027733             "CARDS READ " DELIMITED BY SIZE
027733             WS-CARD-COUNT DELIMITED BY SIZE
027733             "  APPLIED " DELIMITED BY SIZE
027733             WS-BATCH-APPLIED DELIMITED BY SIZE
027733             "  REJECTED " DELIMITED BY SIZE
027733             WS-BATCH-REJECTED DELIMITED BY SIZE
027733             INTO WS-PRINT-LINE
027733         MOVE WS-PRINT-LINE TO PRINT-RECORD
027733         WRITE PRINT-RECORD
027733         MOVE SPACES TO WS-PRINT-LINE
027733         STRING " " DELIMITED BY SIZE
027733             "CHANGES QUEUED " DELIMITED BY SIZE
027733             WS-BATCH-QUEUED DELIMITED BY SIZE
027733             "  APPROVED " DELIMITED BY SIZE
027733             WS-BATCH-APPROVED DELIMITED BY SIZE
027733             "  REJECTED BY APPROVER " DELIMITED BY SIZE
027733             WS-BATCH-DECLINED DELIMITED BY SIZE
027733             "  EXPIRED " DELIMITED BY SIZE
027733             WS-EXPIRED-COUNT DELIMITED BY SIZE
027733             INTO WS-PRINT-LINE
027733         MOVE WS-PRINT-LINE TO PRINT-RECORD
027733         WRITE PRINT-RECORD
027733         MOVE SPACES TO WS-PRINT-LINE
027733         STRING " " DELIMITED BY SIZE
027733             "END OF CHANGE QUEUE REPORT" DELIMITED BY SIZE
027733             INTO WS-PRINT-LINE
027733         MOVE WS-PRINT-LINE TO PRINT-RECORD
027733         WRITE PRINT-RECORD
027733     END-IF.
027733 4900-EXIT.
027733     EXIT.
027700*================================================================*
027800* 9000-TERMINATE - CLOSES THE FILES. NO SAVE-TIME REWRITE IS     *
027900*                  NEEDED ANY MORE - EVERY CHANGE WENT TO THE    *
028000*                  FILE THE MOMENT IT WAS MADE.                  *
028100*================================================================*
028250     IF WS-MAINT-LOG-OK
028260         CLOSE MAINT-LOG-FILE
028270     END-IF.
028274     IF WS-CHANGE-QUEUE-OPEN
028278         CLOSE CHANGE-QUEUE-FILE
028282     END-IF.
028286     IF WS-PRINT-FILE-OK
028290         CLOSE PRINT-FILE
028294     END-IF.
028300     IF WS-TABLE-FILE-OPEN
028400         CLOSE TABLE-FILE
028500         DISPLAY "TBLMNT - SESSION ENDED FOR " WS-OPERATOR-ID
