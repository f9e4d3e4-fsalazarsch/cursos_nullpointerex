000364*                      STILL TOTALS EVERY ANSWER THE PRE-ABEND    *
000365*                      RUN HAD ACCUMULATED.  TEN ENTRIES;         *
000366*                      RECORD IS NOW 929 BYTES.                   *
000367*    2026-10-15  JCM   CKP-COUNTS GREW CKP-CNT-REVERSAL WITH      *
000368*                      CALCCNT.  RECORD IS NOW 936 BYTES.         *
000369*    2026-10-15  JCM   CKP-COUNTS GREW CKP-CNT-FORMULA WITH       *
000370*                      CALCCNT.  RECORD IS NOW 943 BYTES.         *
000371******************************************************************
000372 01  CKP-RECORD.
000380     05  CKP-REC-COUNT           PIC 9(06).
000390     05  CKP-RUN-DATE            PIC 9(08).
000400     05  CKP-RUN-TIME            PIC 9(08).
000510         10  CKP-CNT-OTHER       PIC 9(07).
000520         10  CKP-CNT-START-TIME  PIC 9(08).
000530         10  CKP-CNT-END-TIME    PIC 9(08).
000535         10  CKP-CNT-REVERSAL    PIC 9(07).
000536         10  CKP-CNT-FORMULA     PIC 9(07).
000540     05  CKP-PREV-ANS            PIC S9(7)V99
000550                                SIGN LEADING SEPARATE.
000560     05  CKP-PREV-ANS-SW         PIC X(01).
