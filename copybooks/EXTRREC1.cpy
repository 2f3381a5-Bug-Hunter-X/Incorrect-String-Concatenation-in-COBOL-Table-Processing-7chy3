000400*  FIRST BYTE CARRIES A RECORD-TYPE CODE (H/D/T). THE FEED IS   *
000500*  BROKEN OUT PER LOGICAL TABLE - ONE HEADER/DETAILS/TRAILER    *
000600*  GROUP PER TABLE-TYPE CODE ON THE CONTROL FILE.               *
000610*  EVERY HEADER CARRIES THE SAME RUN DATE AND TIME, WHICH       *
000620*  IDENTIFY THE EXTRACT - TBLCONF RECORDS THEM WITH ITS         *
000630*  VERDICT SO TBLLOAD KNOWS WHICH EXTRACT THE DB2 SIDE LAST     *
000640*  CONFIRMED (SEE CNFSTA01).                                    *
000700*================================================================*
000800 01  EXTR-RECORD.
000900     05  EXTR-REC-TYPE           PIC X(01).
001350         10  EXTR-H-TABLE-TYPE       PIC X(02).
001400         10  EXTR-H-RUN-DATE         PIC 9(08).
001500         10  EXTR-H-RECORD-COUNT     PIC 9(05).
001550         10  EXTR-H-RUN-TIME         PIC 9(08).
001600         10  FILLER                  PIC X(56).
001700     05  EXTR-DETAIL-DATA REDEFINES EXTR-HEADER-DATA.
001750         10  EXTR-D-TABLE-TYPE       PIC X(02).
001800         10  EXTR-D-REC-ID           PIC 9(05).
