000104*                      TRACED TO EVERY CALCULATION IT POISONED    *
000105*                      (SEE CALCFUSE).  EXISTING FILES NEED A     *
000106*                      REORG TO 99 BYTES.                         *
000107*    2026-10-15  JCM   APPENDED HST-SIN-ID - THE STANDING         *
000108*                      INSTRUCTION THE ROW WAS GENERATED FROM     *
000109*                      (SEE CALCGEN), SPACES FOR EVERYTHING       *
000110*                      ELSE - SO CALCVAR CAN COMPARE EACH         *
000111*                      INSTRUCTION'S ANSWER WITH ITS PREVIOUS     *
000112*                      DUE RUN.  EXISTING FILES NEED A REORG TO   *
000113*                      107 BYTES.                                 *
000114*    2026-10-15  JCM   APPENDED HST-REV-SW AND HST-REV-KEY FOR    *
000115*                      REVERSALS (TRN TYPE "V").  THE NEGATING    *
000116*                      ROW CARRIES "V" AND THE KEY OF THE ROW IT  *
000117*                      REVERSES; THE ORIGINAL IS REWRITTEN WITH   *
000118*                      "R" AND THE KEY OF ITS REVERSAL, SO EACH   *
000119*                      POINTS AT THE OTHER.  TEST HST-REV-SW      *
000120*                      ONLY - IT IS SPACE ON ORDINARY ROWS AND    *
000121*                      THE KEY IS THEN UNDEFINED.  EXISTING       *
000122*                      FILES NEED A REORG TO 122 BYTES.           *
000123*    2026-10-15  JCM   APPENDED HST-FRM-NAME AND HST-FRM-VERSION  *
000124*                      - THE NAMED FORMULA (SEE CALCFRM) AND THE  *
000125*                      VERSION OF IT THAT PRODUCED THE ANSWER ON  *
000126*                      A FORMULA POSTING (OP "F"), SPACES AND     *
000127*                      ZERO ON EVERY OTHER ROW.  ON AN "F" ROW    *
000128*                      HST-X AND HST-Y ARE THE INPUTS.  EXISTING  *
000129*                      FILES NEED A REORG TO 133 BYTES.           *
000130******************************************************************
000131 01  HST-RECORD.
000132     05  HST-KEY.
000133         10  HST-RUN-DATE            PIC 9(08).
000134         10  HST-SEQ-NO              PIC 9(06).
000140     05  HST-OPERATOR-ID         PIC X(08).
000150     05  HST-X                   PIC S9(7)V99
000155                                SIGN LEADING SEPARATE.
000250                                SIGN LEADING SEPARATE.
000260     05  HST-X-NAME              PIC X(08).
000270     05  HST-Y-NAME              PIC X(08).
000280     05  HST-SIN-ID              PIC X(08).
000290     05  HST-REV-SW              PIC X(01).
000292         88  HST-REVERSAL-ROW            VALUE "V".
000294         88  HST-REVERSED                VALUE "R".
000300     05  HST-REV-KEY.
000310         10  HST-REV-RUN-DATE        PIC 9(08).
000320         10  HST-REV-SEQ-NO          PIC 9(06).
000330     05  HST-FRM-NAME            PIC X(08).
000340     05  HST-FRM-VERSION         PIC 9(03).
