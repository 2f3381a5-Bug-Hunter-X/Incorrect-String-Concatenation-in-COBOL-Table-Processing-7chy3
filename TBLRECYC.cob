002400*                    AGED-OFF REPORT INSTEAD. BEFORE THIS, A     *
002500*                    REJECT WAS A DEAD END THAT HAD TO BE        *
002600*                    HAND-KEYED BACK THROUGH THE ORDER SYSTEM.   *
002610*  10/07/2026  RGM   A TRANSACTION REJECT THAT IS REPAIRED OR    *
002620*                    AGES OFF NOW APPENDS AN ACKNOWLEDGEMENT     *
002630*                    (ACKREC01) TO THE SAME ACKNOWLEDGEMENT FILE *
002640*                    TBLLOAD WRITES, SO THE ORDER SYSTEM HEARS   *
002650*                    THE END OF THE STORY AS WELL AS THE FIRST   *
002660*                    REJECT. TABLE-ROW EDIT REJECTS ARE NOT      *
002670*                    ACKNOWLEDGED - THE ORDER SYSTEM NEVER SENT  *
002680*                    THEM.                                       *
002681*  10/10/2026  RGM   A REPAIRED TRANSACTION IS NOW CHECKED       *
002682*                    AGAINST ITS TABLE'S ENTRY ON THE TABLE      *
002683*                    DICTIONARY (TBLDEF01) BEFORE IT IS RECYCLED *
002684*                    - REC-ID RANGE, REC-DATE RANGE AND          *
002685*                    DESCRIPTION RULES, OR DEACTIVATE-ONLY FOR A *
002686*                    DELETE. A FIX THAT WOULD STILL FAIL IS      *
002687*                    REFUSED - THE REJECT CARRIES FORWARD UNDER  *
002688*                    THE NEW REASON CODE (11-16), PRINTS AS      *
002689*                    REFUSED AND POSTS CC 4. A DICTIONARY THAT   *
002690*                    CANNOT BE READ CANCELS THE RUN WITH CC 8.   *
002691*                    THE REPORT NOW PRINTS THE TABLE NAME.       *
002700*----------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004900     SELECT PRINT-FILE ASSIGN TO PRTFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-PRINT-FILE-STATUS.
005110     SELECT ACK-FILE ASSIGN TO ACKFILE
005120         ORGANIZATION IS SEQUENTIAL
005130         FILE STATUS IS WS-ACK-FILE-STATUS.
005140     SELECT TABLE-DEF-FILE ASSIGN TO TBLDEF
005150         ORGANIZATION IS SEQUENTIAL
005160         FILE STATUS IS WS-TABLE-DEF-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  REJECT-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  PRINT-RECORD                PIC X(133).
007710 FD  ACK-FILE
007720     RECORDING MODE IS F
007730     LABEL RECORDS ARE STANDARD.
007740 COPY ACKREC01.
007750 FD  TABLE-DEF-FILE
007760     RECORDING MODE IS F
007770     LABEL RECORDS ARE STANDARD.
007780 COPY TBLDEF01.
007800 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------------*
008000* FILE STATUS AND SWITCH AREA                                   *
009600         88  WS-NEW-REJECT-OK            VALUE "00".
009700     05  WS-PRINT-FILE-STATUS    PIC X(02) VALUE SPACES.
009800         88  WS-PRINT-FILE-OK            VALUE "00".
009810     05  WS-ACK-FILE-STATUS      PIC X(02) VALUE SPACES.
009820         88  WS-ACK-FILE-OK              VALUE "00".
009830         88  WS-ACK-FILE-NOT-FOUND       VALUE "35".
009840     05  WS-TABLE-DEF-STATUS     PIC X(02) VALUE SPACES.
009850         88  WS-TABLE-DEF-OK             VALUE "00".
009860         88  WS-TABLE-DEF-EOF            VALUE "10".
009870         88  WS-TABLE-DEF-NOT-FOUND      VALUE "35".
009900 01  WS-SWITCHES.
010000     05  WS-EOF-SW               PIC X(01) VALUE "N".
010100         88  WS-EOF-REJECT-FILE          VALUE "Y".
010200     05  WS-FIX-EOF-SW           PIC X(01) VALUE "N".
010300         88  WS-EOF-FIX-CARDS            VALUE "Y".
010310     05  WS-DICTIONARY-SW        PIC X(01) VALUE "N".
010320         88  WS-DICTIONARY-ABSENT        VALUE "N".
010330         88  WS-DICTIONARY-LOADED        VALUE "Y".
010340         88  WS-DICTIONARY-UNUSABLE      VALUE "E".
010350     05  WS-TDF-EOF-SW           PIC X(01) VALUE "N".
010360         88  WS-EOF-TABLE-DEF-FILE       VALUE "Y".
010400*----------------------------------------------------------------*
010500* RUN CONTROL AND COUNTERS                                      *
010600*----------------------------------------------------------------*
010700 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
010710 01  WS-JOB-NAME                 PIC X(08) VALUE "TBLRECYC".
010800 01  WS-AGE-LIMIT                PIC 9(03) VALUE ZERO.
010900 01  WS-REJECT-AGE               PIC S9(05) COMP VALUE ZERO.
011000 01  WS-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
011500 01  WS-RECYCLED-COUNT-DISP      PIC 9(05) VALUE ZERO.
011600 01  WS-CARRIED-COUNT-DISP       PIC 9(05) VALUE ZERO.
011700 01  WS-AGED-COUNT-DISP          PIC 9(05) VALUE ZERO.
011703 01  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
011706 01  WS-REFUSED-COUNT-DISP       PIC 9(05) VALUE ZERO.
011710 01  WS-ACK-COUNT                PIC 9(05) COMP VALUE ZERO.
011720 01  WS-ACK-COUNT-DISP           PIC 9(05) VALUE ZERO.
011730 01  WS-ACK-OUTCOME              PIC X(01) VALUE SPACE.
011800*----------------------------------------------------------------*
011900* COARSE DAY-SERIAL WORK FIELDS. AGING ONLY NEEDS "ROUGHLY HOW  *
012000* MANY DAYS OLD", SO THE DATE IS FLATTENED TO Y*365 + M*31 + D  *
014700         10  WS-FIX-NEW-DATE     PIC X(08).
014800         10  WS-FIX-USED-SW      PIC X(01).
014900             88  WS-FIX-USED             VALUE "Y".
014902*----------------------------------------------------------------*
014904* TABLE DICTIONARY - ONE ENTRY PER TABLE TYPE OFF TABLE-DEF-FILE *
014906* (TBLDEF01), THE ENTRY FOUND FOR THE TYPE IN HAND, AND THE ROW  *
014908* BEING CHECKED AGAINST ITS RULES.                               *
014910*----------------------------------------------------------------*
014912 01  WS-TDF-COUNT                PIC 9(03) COMP VALUE ZERO.
014914 01  WS-TDF-FOUND-IDX            PIC 9(03) COMP VALUE ZERO.
014916 01  WS-TDF-SCAN-IDX             PIC 9(03) COMP VALUE ZERO.
014918 01  WS-TDF-DESC-LEN             PIC 9(02) COMP VALUE ZERO.
014920 01  WS-TDF-DESC-SCAN-IDX        PIC 9(02) COMP VALUE ZERO.
014922 01  WS-TDF-REASON               PIC X(02) VALUE SPACES.
014924 01  WS-TDF-REASON-TEXT          PIC X(40) VALUE SPACES.
014926 01  WS-TDF-PRINT-NAME           PIC X(30) VALUE SPACES.
014928 01  WS-TDF-CHECK.
014930     05  WS-TDF-CHK-TYPE         PIC X(02) VALUE SPACES.
014932     05  WS-TDF-CHK-ID           PIC 9(05) VALUE ZERO.
014934     05  WS-TDF-CHK-DATE         PIC 9(08) VALUE ZERO.
014936     05  WS-TDF-CHK-DESC         PIC X(50) VALUE SPACES.
014938 01  WS-TDF-RULE.
014940     05  WS-RULE-TABLE-TYPE      PIC X(02).
014942     05  WS-RULE-TABLE-NAME      PIC X(30).
014944     05  WS-RULE-DEPARTMENT      PIC X(10).
014946     05  WS-RULE-ID-LOW          PIC 9(05).
014948     05  WS-RULE-ID-HIGH         PIC 9(05).
014950     05  WS-RULE-EARLIEST        PIC 9(08).
014952     05  WS-RULE-LATEST          PIC 9(08).
014954     05  WS-RULE-DESC-REQ        PIC X(01).
014956         88  WS-RULE-DESC-MANDATORY      VALUE "Y".
014958     05  WS-RULE-DESC-MIN        PIC 9(02).
014960     05  WS-RULE-DELETE-RULE     PIC X(01).
014962         88  WS-RULE-DEACTIVATE-ONLY     VALUE "N".
014964 01  WS-TDF-AREA.
014966     05  WS-TDF-ENTRY OCCURS 0 TO 100 TIMES
014968             DEPENDING ON WS-TDF-COUNT.
014970         10  WS-TDF-TABLE-TYPE   PIC X(02).
014972         10  WS-TDF-TABLE-NAME   PIC X(30).
014974         10  WS-TDF-DEPARTMENT   PIC X(10).
014976         10  WS-TDF-ID-LOW       PIC 9(05).
014978         10  WS-TDF-ID-HIGH      PIC 9(05).
014980         10  WS-TDF-EARLIEST     PIC 9(08).
014982         10  WS-TDF-LATEST       PIC 9(08).
014984         10  WS-TDF-DESC-REQ     PIC X(01).
014986         10  WS-TDF-DESC-MIN     PIC 9(02).
014988         10  WS-TDF-DELETE-RULE  PIC X(01).
015000*----------------------------------------------------------------*
015100* REPORT CONTROL FIELDS                                         *
015200*----------------------------------------------------------------*
018100     MOVE WS-SERIAL-RESULT TO WS-RUN-SERIAL.
018200     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT.
018300     PERFORM 1100-LOAD-FIX-CARDS THRU 1100-EXIT.
018310     PERFORM 1700-LOAD-TABLE-DICTIONARY THRU 1700-EXIT.
018320     IF WS-DICTIONARY-UNUSABLE
018330         DISPLAY "TBLRECYC - RUN CANCELLED - THE TABLE "
018340             "DICTIONARY CANNOT BE USED"
018350         IF RETURN-CODE < 8
018360             MOVE 8 TO RETURN-CODE
018370         END-IF
018380     ELSE
018400         OPEN INPUT REJECT-FILE
018500         IF WS-REJECT-FILE-NOT-FOUND
018600             DISPLAY "TBLRECYC - NO REJECT FILE FOUND - NOTHING "
018700                 "TO RECYCLE"
018800         ELSE
018900             IF NOT WS-REJECT-FILE-OK
019000                 DISPLAY "TBLRECYC - REJECT-FILE OPEN ERROR "
019100                     WS-REJECT-FILE-STATUS
019200                 IF RETURN-CODE < 8
019300                     MOVE 8 TO RETURN-CODE
019400                 END-IF
019500             END-IF
019600         END-IF
019610     END-IF.
019700     IF WS-REJECT-FILE-OK
019800         PERFORM 1200-OPEN-OUTPUT-FILES THRU 1200-EXIT
019900     END-IF.
031500             MOVE 8 TO RETURN-CODE
031600         END-IF
031700     END-IF.
031710     IF WS-REJECT-FILE-OK
031720         PERFORM 1250-OPEN-ACK-FILE THRU 1250-EXIT
031730     END-IF.
031800 1200-EXIT.
031900     EXIT.
031901*================================================================*
031905* 1250-OPEN-ACK-FILE - OPENS THE ACKNOWLEDGEMENT FILE FOR       *
031909*                      EXTEND - TBLLOAD APPENDS TO THE SAME     *
031913*                      FILE. FALLS BACK TO OUTPUT WHEN THE FILE *
031917*                      DOES NOT YET EXIST. A FAILED OPEN POSTS  *
031921*                      CC 8 BUT THE RECYCLE STILL RUNS - THE    *
031925*                      REJECTS THEMSELVES ARE NOT AT RISK.      *
031929*================================================================*
031933 1250-OPEN-ACK-FILE.
031937     OPEN EXTEND ACK-FILE.
031941     IF WS-ACK-FILE-NOT-FOUND
031945         OPEN OUTPUT ACK-FILE
031949     END-IF.
031953     IF NOT WS-ACK-FILE-OK
031957         DISPLAY "TBLRECYC - ACK-FILE OPEN ERROR "
031961             WS-ACK-FILE-STATUS
031965         IF RETURN-CODE < 8
031969             MOVE 8 TO RETURN-CODE
031973         END-IF
031977     END-IF.
031981 1250-EXIT.
031985     EXIT.
031989*================================================================*
032100* 1300-OPEN-PRINT-FILE - OPENS THE RECYCLE REPORT AND PRINTS    *
032200*                        THE FIRST HEADING.                     *
032300*================================================================*
033200     END-IF.
033300 1300-EXIT.
033400     EXIT.
033400*================================================================*
033400* 1700-LOAD-TABLE-DICTIONARY - LOADS TABLE-DEF-FILE (TBLDEF01)   *
033400*                              INTO WS-TDF-AREA. NO FILE LEAVES  *
033400*                              ONLY THE GENERIC EDITS IN FORCE.  *
033400*                              A FILE THAT WILL NOT OPEN, WILL   *
033400*                              NOT READ, WILL NOT FIT OR CARRIES *
033400*                              A NON-NUMERIC RULE IS UNUSABLE -  *
033400*                              NO TABLE'S RULES CAN BE PROVED.   *
033400*================================================================*
033400 1700-LOAD-TABLE-DICTIONARY.
033400     MOVE ZERO TO WS-TDF-COUNT.
033400     MOVE "N" TO WS-TDF-EOF-SW.
033400     OPEN INPUT TABLE-DEF-FILE.
033400     IF WS-TABLE-DEF-NOT-FOUND
033400         SET WS-DICTIONARY-ABSENT TO TRUE
033400         DISPLAY "TBLRECYC - NO TABLE-DEF-FILE - GENERIC EDITS "
033400             "ONLY"
033400     ELSE
033400         IF NOT WS-TABLE-DEF-OK
033400             SET WS-DICTIONARY-UNUSABLE TO TRUE
033400             DISPLAY "TBLRECYC - TABLE-DEF-FILE OPEN ERROR "
033400                 WS-TABLE-DEF-STATUS
033400         ELSE
033400             SET WS-DICTIONARY-LOADED TO TRUE
033400             PERFORM 1710-LOAD-ONE-TABLE-DEF THRU 1710-EXIT
033400                 UNTIL WS-EOF-TABLE-DEF-FILE
033400             CLOSE TABLE-DEF-FILE
033400         END-IF
033400     END-IF.
033400 1700-EXIT.
033400     EXIT.
033400*================================================================*
033400* 1710-LOAD-ONE-TABLE-DEF - LOADS ONE TABLE-DEF-FILE RECORD INTO *
033400*                           THE NEXT WS-TDF-ENTRY SLOT.          *
033400*================================================================*
033400 1710-LOAD-ONE-TABLE-DEF.
033400     READ TABLE-DEF-FILE
033400         AT END
033400             SET WS-EOF-TABLE-DEF-FILE TO TRUE
033400     END-READ.
033400     IF NOT WS-EOF-TABLE-DEF-FILE AND NOT WS-TABLE-DEF-OK
033400         DISPLAY "TBLRECYC - TABLE-DEF-FILE READ ERROR "
033400             WS-TABLE-DEF-STATUS
033400         SET WS-DICTIONARY-UNUSABLE TO TRUE
033400         SET WS-EOF-TABLE-DEF-FILE TO TRUE
033400     END-IF.
033400     IF NOT WS-EOF-TABLE-DEF-FILE
033400         EVALUATE TRUE
033400             WHEN WS-TDF-COUNT = 100
033400                 DISPLAY "TBLRECYC - MORE THAN 100 "
033400                     "TABLE-DEF-FILE RECORDS"
033400                 SET WS-DICTIONARY-UNUSABLE TO TRUE
033400                 SET WS-EOF-TABLE-DEF-FILE TO TRUE
033400             WHEN TDF-ID-LOW NOT NUMERIC
033400                     OR TDF-ID-HIGH NOT NUMERIC
033400                     OR TDF-EARLIEST-DATE NOT NUMERIC
033400                     OR TDF-LATEST-DATE NOT NUMERIC
033400                     OR TDF-DESC-MIN-LENGTH NOT NUMERIC
033400                 DISPLAY "TBLRECYC - TABLE-DEF-FILE TYPE "
033400                     TDF-TABLE-TYPE " HAS A NON-NUMERIC RULE"
033400                 SET WS-DICTIONARY-UNUSABLE TO TRUE
033400                 SET WS-EOF-TABLE-DEF-FILE TO TRUE
033400             WHEN OTHER
033400                 ADD 1 TO WS-TDF-COUNT
033400                 MOVE TDF-RECORD TO WS-TDF-ENTRY(WS-TDF-COUNT)
033400         END-EVALUATE
033400     END-IF.
033400 1710-EXIT.
033400     EXIT.
033400*================================================================*
033400* 1750-FIND-TABLE-DEF - LOCATES WS-TDF-CHK-TYPE ON THE TABLE     *
033400*                       DICTIONARY AND COPIES ITS RULES TO       *
033400*                       WS-TDF-RULE. WS-TDF-FOUND-IDX COMES BACK *
033400*                       ZERO WHEN THE TYPE HAS NO ENTRY.         *
033400*                       WS-TDF-PRINT-NAME CARRIES THE TABLE NAME *
033400*                       FOR THE REPORTS EITHER WAY.              *
033400*================================================================*
033400 1750-FIND-TABLE-DEF.
033400     MOVE ZERO TO WS-TDF-FOUND-IDX.
033400     MOVE SPACES TO WS-TDF-RULE.
033400     MOVE "NOT IN TABLE DICTIONARY" TO WS-TDF-PRINT-NAME.
033400     PERFORM 1755-SCAN-TABLE-DEF THRU 1755-EXIT
033400         VARYING WS-TDF-SCAN-IDX FROM 1 BY 1
033400             UNTIL WS-TDF-SCAN-IDX > WS-TDF-COUNT
033400                OR WS-TDF-FOUND-IDX > ZERO.
033400 1750-EXIT.
033400     EXIT.
033400 1755-SCAN-TABLE-DEF.
033400     IF WS-TDF-TABLE-TYPE(WS-TDF-SCAN-IDX) = WS-TDF-CHK-TYPE
033400         MOVE WS-TDF-SCAN-IDX TO WS-TDF-FOUND-IDX
033400         MOVE WS-TDF-ENTRY(WS-TDF-SCAN-IDX) TO WS-TDF-RULE
033400         MOVE WS-RULE-TABLE-NAME TO WS-TDF-PRINT-NAME
033400     END-IF.
033400 1755-EXIT.
033400     EXIT.
033400*================================================================*
033400* 1770-EDIT-TABLE-RULES - CHECKS THE ROW IN WS-TDF-CHECK AGAINST *
033400*                         ITS TABLE'S DICTIONARY RULES - ID      *
033400*                         RANGE, DATE RANGE, THEN DESCRIPTION. A *
033400*                         ZERO LIMIT IS NO LIMIT. THE FIRST RULE *
033400*                         BROKEN COMES BACK IN WS-TDF-REASON     *
033400*                         AS A REJREC01 REASON (11-15). A TYPE   *
033400*                         WITH NO DICTIONARY ENTRY PASSES.       *
033400*================================================================*
033400 1770-EDIT-TABLE-RULES.
033400     MOVE SPACES TO WS-TDF-REASON.
033400     MOVE SPACES TO WS-TDF-REASON-TEXT.
033400     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
033400     IF WS-TDF-FOUND-IDX > ZERO
033400         EVALUATE TRUE
033400             WHEN WS-RULE-ID-LOW > ZERO
033400                     AND WS-TDF-CHK-ID < WS-RULE-ID-LOW
033400                 MOVE "11" TO WS-TDF-REASON
033400                 MOVE "REC-ID OUTSIDE THE TABLE'S ID RANGE"
033400                     TO WS-TDF-REASON-TEXT
033400             WHEN WS-RULE-ID-HIGH > ZERO
033400                     AND WS-TDF-CHK-ID > WS-RULE-ID-HIGH
033400                 MOVE "11" TO WS-TDF-REASON
033400                 MOVE "REC-ID OUTSIDE THE TABLE'S ID RANGE"
033400                     TO WS-TDF-REASON-TEXT
033400             WHEN WS-RULE-EARLIEST > ZERO
033400                     AND WS-TDF-CHK-DATE < WS-RULE-EARLIEST
033400                 MOVE "12" TO WS-TDF-REASON
033400                 MOVE "REC-DATE BEFORE THE TABLE'S EARLIEST"
033400                     TO WS-TDF-REASON-TEXT
033400             WHEN WS-RULE-LATEST > ZERO
033400                     AND WS-TDF-CHK-DATE > WS-RULE-LATEST
033400                 MOVE "13" TO WS-TDF-REASON
033400                 MOVE "REC-DATE AFTER THE TABLE'S LATEST"
033400                     TO WS-TDF-REASON-TEXT
033400             WHEN OTHER
033400                 PERFORM 1775-EDIT-DESC-RULES THRU 1775-EXIT
033400         END-EVALUATE
033400     END-IF.
033400 1770-EXIT.
033400     EXIT.
033400*================================================================*
033400* 1775-EDIT-DESC-RULES - CHECKS WS-TDF-CHK-DESC AGAINST THE      *
033400*                        DESCRIPTION RULES OF THE ENTRY          *
033400*                        1750-FIND-TABLE-DEF LAST FOUND - A      *
033400*                        MANDATORY DESCRIPTION MAY NOT BE BLANK  *
033400*                        (REASON 14), AND ONE THAT IS GIVEN MAY  *
033400*                        NOT BE SHORTER THAN THE MINIMUM (15).   *
033400*================================================================*
033400 1775-EDIT-DESC-RULES.
033400     MOVE SPACES TO WS-TDF-REASON.
033400     MOVE SPACES TO WS-TDF-REASON-TEXT.
033400     IF WS-TDF-FOUND-IDX > ZERO
033400         PERFORM 1780-MEASURE-DESC THRU 1780-EXIT
033400         EVALUATE TRUE
033400             WHEN WS-RULE-DESC-MANDATORY
033400                     AND WS-TDF-DESC-LEN = ZERO
033400                 MOVE "14" TO WS-TDF-REASON
033400                 MOVE "DESCRIPTION IS REQUIRED FOR THIS TABLE"
033400                     TO WS-TDF-REASON-TEXT
033400             WHEN WS-TDF-DESC-LEN > ZERO
033400                     AND WS-TDF-DESC-LEN < WS-RULE-DESC-MIN
033400                 MOVE "15" TO WS-TDF-REASON
033400                 MOVE "DESCRIPTION SHORTER THAN THE MINIMUM"
033400                     TO WS-TDF-REASON-TEXT
033400         END-EVALUATE
033400     END-IF.
033400 1775-EXIT.
033400     EXIT.
033400*================================================================*
033400* 1780-MEASURE-DESC - FINDS THE LAST NON-BLANK POSITION OF       *
033400*                     WS-TDF-CHK-DESC - ITS LENGTH FOR THE       *
033400*                     MINIMUM-LENGTH RULE.                       *
033400*================================================================*
033400 1780-MEASURE-DESC.
033400     MOVE ZERO TO WS-TDF-DESC-LEN.
033400     PERFORM 1785-CHECK-DESC-CHAR THRU 1785-EXIT
033400         VARYING WS-TDF-DESC-SCAN-IDX FROM 1 BY 1
033400             UNTIL WS-TDF-DESC-SCAN-IDX > 50.
033400 1780-EXIT.
033400     EXIT.
033400 1785-CHECK-DESC-CHAR.
033400     IF WS-TDF-CHK-DESC(WS-TDF-DESC-SCAN-IDX:1) NOT = SPACE
033400         MOVE WS-TDF-DESC-SCAN-IDX TO WS-TDF-DESC-LEN
033400     END-IF.
033400 1785-EXIT.
033400     EXIT.
033400*================================================================*
033400* 1790-CHECK-DELETE-RULE - A TABLE WHOSE DICTIONARY ENTRY SAYS   *
033400*                          DEACTIVATE ONLY MAY NOT LOSE A ROW TO *
033400*                          A DELETE (REASON 16). A TYPE WITH NO  *
033400*                          ENTRY, OR A BLANK RULE, ALLOWS        *
033400*                          DELETES.                              *
033400*================================================================*
033400 1790-CHECK-DELETE-RULE.
033400     MOVE SPACES TO WS-TDF-REASON.
033400     MOVE SPACES TO WS-TDF-REASON-TEXT.
033400     PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT.
033400     IF WS-TDF-FOUND-IDX > ZERO AND WS-RULE-DEACTIVATE-ONLY
033400         MOVE "16" TO WS-TDF-REASON
033400         MOVE "DELETE NOT ALLOWED - DEACTIVATE ONLY"
033400             TO WS-TDF-REASON-TEXT
033400     END-IF.
033400 1790-EXIT.
033400     EXIT.
033500*================================================================*
033600* 2000-PROCESS-REJECTS - READS THE REJECT FILE FRONT TO BACK,   *
033700*                        DECIDING FOR EACH RECORD WHETHER IT    *
036700                 ADD 1 TO WS-AGED-COUNT
036800                 MOVE "AGED OFF  " TO WS-DISPOSITION-TEXT
036900                 PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT
036910                 MOVE "X" TO WS-ACK-OUTCOME
036920                 PERFORM 2400-WRITE-ACK THRU 2400-EXIT
037000             ELSE
037100                 ADD 1 TO WS-CARRIED-COUNT
037200                 PERFORM 2300-CARRY-REJECT-FORWARD THRU 2300-EXIT
043000         MOVE WS-FIX-NEW-DATE(WS-FIX-FOUND-IDX) TO RCY-REC-DATE
043100     END-IF.
043200     MOVE REJ-REC-DESC TO RCY-REC-DESC.
043210     PERFORM 2250-CHECK-REPAIRED-TRAN THRU 2250-EXIT.
043400     SET WS-FIX-USED(WS-FIX-FOUND-IDX) TO TRUE.
043400     IF WS-TDF-REASON NOT = SPACES
043400         MOVE WS-TDF-REASON TO REJ-REASON-CODE
043400         ADD 1 TO WS-REFUSED-COUNT
043400         ADD 1 TO WS-CARRIED-COUNT
043400         PERFORM 2300-CARRY-REJECT-FORWARD THRU 2300-EXIT
043400         MOVE "REFUSED   " TO WS-DISPOSITION-TEXT
043400         PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT
043400         DISPLAY "TBLRECYC - FIX FOR " REJ-TABLE-TYPE " "
043400             REJ-REC-ID " REFUSED - REASON " WS-TDF-REASON " "
043400             WS-TDF-REASON-TEXT
043400         IF RETURN-CODE < 4
043400             MOVE 4 TO RETURN-CODE
043400         END-IF
043400     ELSE
043300         WRITE RCY-RECORD
043500         ADD 1 TO WS-RECYCLED-COUNT
043600         MOVE "RECYCLED  " TO WS-DISPOSITION-TEXT
043700         PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT
043710         MOVE "F" TO WS-ACK-OUTCOME
043720         PERFORM 2400-WRITE-ACK THRU 2400-EXIT
043730     END-IF.
043800 2200-EXIT.
043900     EXIT.
043903*================================================================*
043906* 2250-CHECK-REPAIRED-TRAN - CHECKS THE REPAIRED TRANSACTION IN  *
043909*                            RCY-RECORD AGAINST ITS TABLE'S      *
043912*                            DICTIONARY RULES, SO A FIX THAT     *
043915*                            TBLLOAD WOULD ONLY REJECT AGAIN IS  *
043918*                            REFUSED HERE. A DELETE IS CHECKED   *
043921*                            AGAINST THE DELETE RULE, AN ADD OR  *
043924*                            CHANGE AGAINST THE ID, DATE AND     *
043927*                            DESCRIPTION RULES. AN ID OR DATE    *
043930*                            THAT IS NOT NUMERIC IS LEFT FOR     *
043933*                            TBLLOAD'S OWN EDITS.                *
043936*================================================================*
043939 2250-CHECK-REPAIRED-TRAN.
043942     MOVE SPACES TO WS-TDF-REASON.
043945     MOVE SPACES TO WS-TDF-REASON-TEXT.
043948     MOVE RCY-TABLE-TYPE TO WS-TDF-CHK-TYPE.
043951     IF RCY-REC-ID NUMERIC
043954         MOVE RCY-REC-ID TO WS-TDF-CHK-ID
043957         EVALUATE TRUE
043960             WHEN RCY-ACTION-DELETE
043963                 PERFORM 1790-CHECK-DELETE-RULE THRU 1790-EXIT
043966             WHEN RCY-REC-DATE NUMERIC
043969                 MOVE RCY-REC-DATE TO WS-TDF-CHK-DATE
043972                 MOVE RCY-REC-DESC TO WS-TDF-CHK-DESC
043975                 PERFORM 1770-EDIT-TABLE-RULES THRU 1770-EXIT
043978         END-EVALUATE
043981     END-IF.
043984 2250-EXIT.
043987     EXIT.
044000*================================================================*
044100* 2300-CARRY-REJECT-FORWARD - REWRITES THE UNREPAIRED REJECT    *
044200*                             UNCHANGED TO THE NEW REJECT FILE  *
044700     WRITE REJN-RECORD.
044800 2300-EXIT.
044900     EXIT.
044901*================================================================*
044904* 2400-WRITE-ACK - TELLS THE ORDER SYSTEM THAT A TRANSACTION IT *
044907*                  SENT, AND WAS TOLD HAD REJECTED, HAS NOW     *
044910*                  BEEN REPAIRED AND RESUBMITTED OR HAS AGED    *
044913*                  OFF UNREPAIRED - THE OUTCOME THE CALLER      *
044916*                  PLACED IN WS-ACK-OUTCOME. A TABLE-ROW EDIT   *
044919*                  REJECT CARRIES NO ACTION BYTE AND NEVER CAME *
044922*                  FROM THE ORDER SYSTEM, SO IT IS SKIPPED; A   *
044925*                  BLANK-ACTION TRANSACTION REJECTED FOR ITS    *
044928*                  ACTION (REASON 01) IS STILL ACKNOWLEDGED.    *
044931*================================================================*
044934 2400-WRITE-ACK.
044937     IF WS-ACK-FILE-OK
044940             AND (REJ-ACTION NOT = SPACE OR REJ-INVALID-ACTION)
044943         MOVE SPACES TO ACK-RECORD
044946         MOVE WS-ACK-OUTCOME TO ACK-OUTCOME
044949         SET ACK-FROM-REJECT-FILE TO TRUE
044952         MOVE REJ-ACTION TO ACK-ACTION
044955         MOVE REJ-TABLE-TYPE TO ACK-TABLE-TYPE
044958         MOVE REJ-REC-ID TO ACK-REC-ID
044961         MOVE REJ-REASON-CODE TO ACK-REASON-CODE
044964         MOVE REJ-REJECT-DATE TO ACK-REJECT-DATE
044967         MOVE ZERO TO ACK-FILE-SEQ-NO
044970         MOVE WS-JOB-NAME TO ACK-JOB-NAME
044973         MOVE WS-RUN-DATE TO ACK-RUN-DATE
044976         WRITE ACK-RECORD
044979         ADD 1 TO WS-ACK-COUNT
044982     END-IF.
044985 2400-EXIT.
044988     EXIT.
045000*================================================================*
045100* 2500-COMPUTE-DAY-SERIAL - FLATTENS THE YYYYMMDD DATE IN       *
045200*                           WS-SERIAL-DATE TO THE COARSE DAY    *
054600             PERFORM 4100-PRINT-HEADING THRU 4100-EXIT
054700         END-IF
054800         MOVE SPACES TO WS-PRINT-LINE
054810         MOVE REJ-TABLE-TYPE TO WS-TDF-CHK-TYPE
054820         PERFORM 1750-FIND-TABLE-DEF THRU 1750-EXIT
054900         STRING " " DELIMITED BY SIZE
055000             WS-DISPOSITION-TEXT DELIMITED BY SIZE
055100             "  " DELIMITED BY SIZE
056000             REJ-REC-DATE DELIMITED BY SIZE
056100             "  " DELIMITED BY SIZE
056200             REJ-REC-DESC DELIMITED BY SIZE
056210             "  " DELIMITED BY SIZE
056220             WS-TDF-PRINT-NAME DELIMITED BY SIZE
056300             INTO WS-PRINT-LINE
056400         MOVE WS-PRINT-LINE TO PRINT-RECORD
056500         WRITE PRINT-RECORD
057600     MOVE WS-RECYCLED-COUNT TO WS-RECYCLED-COUNT-DISP.
057700     MOVE WS-CARRIED-COUNT TO WS-CARRIED-COUNT-DISP.
057800     MOVE WS-AGED-COUNT TO WS-AGED-COUNT-DISP.
057810     MOVE WS-ACK-COUNT TO WS-ACK-COUNT-DISP.
057820     MOVE WS-REFUSED-COUNT TO WS-REFUSED-COUNT-DISP.
057900     IF WS-PRINT-FILE-OK
058000         MOVE SPACES TO WS-PRINT-LINE
058100         STRING " " DELIMITED BY SIZE
058700             WS-CARRIED-COUNT-DISP DELIMITED BY SIZE
058800             "  AGED OFF " DELIMITED BY SIZE
058900             WS-AGED-COUNT-DISP DELIMITED BY SIZE
058910             "  ACKNOWLEDGED " DELIMITED BY SIZE
058920             WS-ACK-COUNT-DISP DELIMITED BY SIZE
058930             "  FIX REFUSED " DELIMITED BY SIZE
058940             WS-REFUSED-COUNT-DISP DELIMITED BY SIZE
059000             INTO WS-PRINT-LINE
059100         MOVE WS-PRINT-LINE TO PRINT-RECORD
059200         WRITE PRINT-RECORD
061500     IF WS-PRINT-FILE-OK
061600         CLOSE PRINT-FILE
061700     END-IF.
061710     IF WS-ACK-FILE-OK
061720         CLOSE ACK-FILE
061730     END-IF.
061800 9000-EXIT.
061900     EXIT.
