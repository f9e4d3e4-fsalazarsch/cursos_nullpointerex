000010******************************************************************
000020*    CALCIRG.CPY                                                 *
000030*    INBOUND BATCH REGISTER RECORD.  ONE ROW PER HEADER BATCH    *
000040*    ACCEPTED INTO THE NIGHTLY RUN - THE UPSTREAM TRANIN BATCH   *
000050*    AND CALCGEN'S STANDING-INSTRUCTIONS BATCH ALIKE - KEYED BY  *
000060*    THE HEADER'S SOURCE SYSTEM AND DATE, ON THE INDEXED         *
000070*    REGISTER (PROD.CALC.INREG, A KSDS DEFINED ONCE AT INSTALL). *
000080*    CALCEDIT ADDS THE ROW, WITH THE BATCH'S TRAILER COUNT AND   *
000090*    HASH TOTALS, WHEN IT CERTIFIES THE FILE, AND REFUSES A      *
000100*    LATER BATCH WITH THE SAME KEY; CALCIQRY LISTS THE ROWS.     *
000110*                                                                 *
000120*    A RE-SEND LET THROUGH UNDER A SUPERVISOR'S PARM (SEE        *
000130*    CALCEDIT) REPLACES THE TOTALS AND THE ACCEPTED DATE AND     *
000140*    TIME, COUNTS ONE MORE IN IRG-RESENDS AND KEEPS THE          *
000150*    SUPERVISOR WHO AUTHORIZED IT IN IRG-RESEND-OPER.            *
000160*                                                                 *
000170*    MODIFICATION HISTORY                                        *
000180*    ---------------------------------------------------------   *
000190*    2026-10-15  JCM   ORIGINAL COPYBOOK.                         *
000200******************************************************************
000210 01  IRG-RECORD.
000220     05  IRG-KEY.
000230         10  IRG-SOURCE          PIC X(08).
000240         10  IRG-DATE            PIC 9(08).
000250     05  IRG-COUNT               PIC 9(07).
000260     05  IRG-HASH-X              PIC S9(11)V99
000270                                SIGN LEADING SEPARATE.
000280     05  IRG-HASH-Y              PIC S9(11)V99
000290                                SIGN LEADING SEPARATE.
000300     05  IRG-ACC-DATE            PIC 9(08).
000310     05  IRG-ACC-TIME            PIC 9(06).
000320     05  IRG-RESENDS             PIC 9(03).
000330     05  IRG-RESEND-OPER         PIC X(08).
000340     05  FILLER                  PIC X(10).
