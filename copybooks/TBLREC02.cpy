000100*================================================================*
000200*  TBLREC02 - TABLE ROW FIELD LAYOUT                            *
000300*  SAME 80-BYTE SHAPE AS TBLREC01/TF-RECORD, RESTATED AT THE    *
000400*  10 LEVEL FOR USE UNDER A WORKING-STORAGE GROUP - THE         *
000500*  WS-TABLE OCCURS ENTRY IN TBLASOF, WHICH CARRIES ITS OWN      *
000600*  INDEXED-BY/ASCENDING-KEY CLAUSES THAT DO NOT BELONG IN A     *
000650*  PLAIN FD COPYBOOK, AND THE SINGLE TABLE ROW IN HAND IN       *
000660*  TBLLOAD. THE KEY IS THE COMPOSITE TBL-REC-KEY (TABLE TYPE +  *
000670*  RECORD ID).                                                  *
000700*================================================================*
000750     10  TBL-REC-KEY.
000800         15  TBL-TABLE-TYPE      PIC X(02).
