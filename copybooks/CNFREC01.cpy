000700*  EXTRACT'S PER-TABLE TRAILER COUNTS THE SAME NIGHT, SO A      *
000800*  SHORT OR FAILED LOAD PAGES SCHEDULING INSTEAD OF WAITING     *
000900*  FOR THE REPORTING USERS TO NOTICE.                           *
000910*  ROWS LOADED IS THE ROWS THE DB2 TABLE HOLDS ONCE THE LOAD    *
000920*  IS DONE, WHETHER IT TOOK THE FULL EXTRACT OR APPLIED THE     *
000930*  DELTA (DLTREC01), SO IT ALWAYS BALANCES TO THE FULL          *
000940*  EXTRACT'S TRAILER COUNT.                                     *
001000*================================================================*
001100 01  CNF-RECORD.
001200     05  CNF-TABLE-TYPE          PIC X(02).
