000100*================================================================*
000200*  RUNCTL01 - RUN-CONTROL-FILE RECORD LAYOUT                    *
000300*  120-BYTE KEYED VSAM RECORD, ONE PER JOB OF THE NIGHTLY TABLE *
000400*  STREAM PER BUSINESS DATE. EACH JOB CHECKS ITS PREDECESSORS   *
000500*  FOR THE BUSINESS DATE ENDED "E" WITH AN ACCEPTABLE CONDITION *
000600*  CODE BEFORE IT STARTS, THEN MARKS ITS OWN RECORD STARTED "S" *
000700*  AND, AT TERMINATION, ENDED "E" WITH ITS CONDITION CODE. A    *
000800*  JOB THE CHECKS KEPT FROM RUNNING IS MARKED REFUSED "R" IF IT *
000900*  HAD NO RECORD FOR THE DATE YET; RCT-REFUSE-COUNT COUNTS THE  *
001000*  REFUSALS EITHER WAY. RCT-OVERRIDE-OPER/RCT-NOTE CARRY THE    *
001100*  OPERATOR AND REASON FROM AN OVERRIDE CARD (SEE RUNCRD01).    *
001200*  THE ONE RECORD KEYED ZERO DATE / "*STREAM*" IS THE STREAM    *
001300*  RECORD - TBLLOAD SETS RCT-OPEN-BUS-DATE TO THE BUSINESS DATE *
001400*  IT OPENS, AND THE LATER JOBS RUN FOR THAT DATE, SO A STREAM  *
001500*  THAT RUNS PAST MIDNIGHT STAYS ON ONE BUSINESS DATE.          *
001600*================================================================*
001700 01  RCT-RECORD.
001800     05  RCT-KEY.
001900         10  RCT-BUS-DATE        PIC 9(08).
002000         10  RCT-JOB-NAME        PIC X(08).
002100     05  RCT-RUN-DATA.
002200         10  RCT-RUN-STATUS      PIC X(01).
002300             88  RCT-STARTED         VALUE "S".
002400             88  RCT-ENDED           VALUE "E".
002500             88  RCT-REFUSED         VALUE "R".
002600         10  RCT-START-DATE      PIC 9(08).
002700         10  RCT-START-TIME      PIC 9(08).
002800         10  RCT-END-DATE        PIC 9(08).
002900         10  RCT-END-TIME        PIC 9(08).
003000         10  RCT-COND-CODE       PIC 9(04).
003100         10  RCT-RUN-COUNT       PIC 9(03).
003200         10  RCT-REFUSE-COUNT    PIC 9(03).
003300         10  RCT-OVERRIDE-FLAG   PIC X(01).
003400             88  RCT-OVERRIDDEN      VALUE "Y".
003500         10  RCT-OVERRIDE-OPER   PIC X(08).
003600         10  RCT-NOTE            PIC X(40).
003700     05  RCT-STREAM-DATA REDEFINES RCT-RUN-DATA.
003800         10  RCT-OPEN-BUS-DATE   PIC 9(08).
003900         10  RCT-OPEN-DATE       PIC 9(08).
004000         10  RCT-OPEN-TIME       PIC 9(08).
004100         10  FILLER              PIC X(68).
004200     05  FILLER                  PIC X(12).
