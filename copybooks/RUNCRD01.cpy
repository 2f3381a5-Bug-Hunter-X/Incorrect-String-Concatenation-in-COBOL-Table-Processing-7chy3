000100*================================================================*
000200*  RUNCRD01 - RUN-CARD-FILE OVERRIDE CARD LAYOUT                *
000300*  OPTIONAL ONE-CARD FILE READ BY EACH JOB OF THE NIGHTLY TABLE *
000400*  STREAM BEFORE IT STARTS - NORMALLY DD DUMMY. RUN-C-BUS-DATE  *
000500*  RUNS THE JOB FOR THAT BUSINESS DATE INSTEAD OF THE ONE THE   *
000600*  STREAM RECORD CARRIES. RUN-C-RERUN "Y" LETS THE JOB RUN      *
000700*  AGAIN FOR A DATE IT ALREADY COMPLETED OR NEVER FINISHED.     *
000800*  RUN-C-BYPASS "Y" SKIPS THE PREDECESSOR CHECK. EITHER FLAG IS *
000900*  IGNORED UNLESS RUN-C-OPERATOR IS FILLED IN; THE OPERATOR AND *
001000*  RUN-C-REASON ARE RECORDED ON THE RUN-CONTROL RECORD.         *
001100*================================================================*
001200 01  RUNC-RECORD.
001300     05  RUN-C-BUS-DATE          PIC 9(08).
001400     05  RUN-C-RERUN             PIC X(01).
001500         88  RUN-C-RERUN-REQUESTED   VALUE "Y".
001600     05  RUN-C-BYPASS            PIC X(01).
001700         88  RUN-C-BYPASS-REQUESTED  VALUE "Y".
001800     05  RUN-C-OPERATOR          PIC X(08).
001900     05  RUN-C-REASON            PIC X(40).
002000     05  FILLER                  PIC X(22).
