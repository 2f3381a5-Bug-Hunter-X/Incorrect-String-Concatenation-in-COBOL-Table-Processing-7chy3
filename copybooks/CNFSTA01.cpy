000100*================================================================*
000200*  CNFSTA01 - CONFIRM-STATUS-FILE RECORD LAYOUT                 *
000300*  ONE 80-BYTE RECORD KEPT BY TBLCONF DESCRIBING THE LAST       *
000400*  EXTRACT IT CHECKED - THE RUN DATE AND TIME OFF THE EXTRACT   *
000500*  HEADERS, "G" WHEN EVERY TABLE WAS CONFIRMED AND MATCHED OR   *
000600*  "F" WHEN ANY WAS MISSING, SHORT, OVER, FAILED OR UNEXPECTED, *
000700*  THE TABLE COUNTS AND THE DATE OF THE CHECK. TBLLOAD SENDS A  *
000800*  DELTA ONLY WHEN THIS RECORD CONFIRMS GOOD THE VERY EXTRACT   *
000900*  ITS EXTRACT BASE (BASREC01) WAS TAKEN FROM; OTHERWISE IT     *
001000*  SENDS A FULL REFRESH. THE RECORD IS LEFT ALONE ON A NIGHT    *
001100*  WITH NO EXTRACT TO CHECK.                                    *
001200*================================================================*
001300 01  CFS-RECORD.
001400     05  CFS-EXTRACT-DATE        PIC 9(08).
001500     05  CFS-EXTRACT-TIME        PIC 9(08).
001600     05  CFS-RESULT              PIC X(01).
001700         88  CFS-CONFIRMED-GOOD      VALUE "G".
001800         88  CFS-CONFIRM-FAILED      VALUE "F".
001900     05  CFS-TABLES-MATCHED      PIC 9(05).
002000     05  CFS-TABLES-MISMATCHED   PIC 9(05).
002100     05  CFS-CHECK-DATE          PIC 9(08).
002200     05  FILLER                  PIC X(45).
