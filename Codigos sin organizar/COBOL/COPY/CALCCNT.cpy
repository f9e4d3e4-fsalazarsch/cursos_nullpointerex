000094*                      THE DAILY STATISTICS ROW (SEE CALCSTA /    *
000096*                      CALCSTAT) CAN CARRY THE RUN'S ELAPSED      *
000098*                      TIME.  RECORD IS NOW 86 BYTES.             *
000099*    2026-10-15  JCM   APPENDED CNT-REVERSAL - CLEAN REVERSALS    *
000100*                      (TRN TYPE "V") COUNTED AS THEIR OWN        *
000101*                      CATEGORY, NOT UNDER ANY OPERATOR.  A       *
000102*                      FAILED REVERSAL COUNTS IN CNT-OTHER.       *
000103*                      RECORD IS NOW 93 BYTES.                    *
000104*    2026-10-15  JCM   APPENDED CNT-FORMULA - CLEAN FORMULA       *
000105*                      POSTINGS (TRN TYPE "F") COUNTED AS THEIR   *
000106*                      OWN CATEGORY.  A FAILED FORMULA COUNTS IN  *
000107*                      CNT-OTHER.  RECORD IS NOW 100 BYTES.       *
000108******************************************************************
000110 01  CNT-RECORD.
000120     05  CNT-TOTAL               PIC 9(07).
000130     05  CNT-ADD                 PIC 9(07).
000210     05  CNT-OTHER               PIC 9(07).
000220     05  CNT-START-TIME          PIC 9(08).
000230     05  CNT-END-TIME            PIC 9(08).
000240     05  CNT-REVERSAL            PIC 9(07).
000250     05  CNT-FORMULA             PIC 9(07).
