000159*                      FOR THE FACTOR WHERE-USED TRACE (SEE       *
000160*                      CALCFUSE).  THE LINE IS NOW 92 BYTES, SO   *
000161*                      THE AUDIT FILES GROW TO LRECL 100.         *
000162*    2026-10-15  JCM   APPENDED AUD-D-FRM-NAME AND AUD-D-FRM-VER  *
000163*                      - THE NAMED FORMULA AND VERSION BEHIND A   *
000164*                      FORMULA POSTING (OP "F"), BLANK ON ALL     *
000165*                      OTHER LINES.  THE LINE IS NOW 105 BYTES,   *
000166*                      SO THE AUDIT FILES GROW TO LRECL 120.      *
000167******************************************************************
000169 01  AUD-DETAIL-LINE.
000170     05  FILLER              PIC X(01) VALUE SPACE.
000180     05  AUD-D-OPERATOR      PIC X(08).
000380     05  AUD-D-X-NAME        PIC X(08).
000390     05  FILLER              PIC X(01) VALUE SPACE.
000400     05  AUD-D-Y-NAME        PIC X(08).
000410     05  FILLER              PIC X(01) VALUE SPACE.
000420     05  AUD-D-FRM-NAME      PIC X(08).
000430     05  FILLER              PIC X(01) VALUE SPACE.
000440     05  AUD-D-FRM-VER       PIC X(03).
