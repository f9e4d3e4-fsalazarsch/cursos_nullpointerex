000100*    MODIFICATION HISTORY                                        *
000110*    ---------------------------------------------------------   *
000120*    2026-08-22  JCM   ORIGINAL COPYBOOK.                         *
000122*    2026-10-15  JCM   APPENDED STA-REVERSAL, THE RUN'S CLEAN     *
000124*                      REVERSALS (SEE CNT-REVERSAL IN CALCCNT).   *
000125*    2026-10-15  JCM   APPENDED STA-FORMULA, THE RUN'S CLEAN      *
000126*                      FORMULA POSTINGS (SEE CNT-FORMULA).        *
000130******************************************************************
000140 01  STA-RECORD.
000150     05  STA-RUN-DATE            PIC 9(08).
000280     05  STA-START-TIME          PIC 9(08).
000290     05  STA-END-TIME            PIC 9(08).
000300     05  STA-ELAPSED-SEC        PIC 9(06).
000310     05  STA-REVERSAL            PIC 9(07).
000320     05  STA-FORMULA             PIC 9(07).
