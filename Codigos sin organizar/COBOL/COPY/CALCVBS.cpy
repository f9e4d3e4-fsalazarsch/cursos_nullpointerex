000010******************************************************************
000020*    CALCVBS.CPY                                                 *
000030*    RUN-OVER-RUN VARIANCE BASELINE RECORD.  ONE ROW PER         *
000040*    STANDING INSTRUCTION, KEYED BY INSTRUCTION ID, ON THE       *
000050*    INDEXED BASELINE FILE (PROD.CALC.VARBASE, A KSDS DEFINED    *
000060*    ONCE AT INSTALL).  CALCVAR KEEPS IT: THE ANSWER AND RUN     *
000070*    DATE OF THE INSTRUCTION'S LAST DUE RUN, AND OF THE RUN      *
000080*    BEFORE THAT, SO TONIGHT'S ANSWER IS COMPARED WITH THE LAST  *
000090*    RUN - OR, WHEN THE SAME NIGHT IS RUN AGAIN, WITH THE ONE    *
000100*    BEFORE IT - WITHOUT SCANNING THE HISTORY BACKWARDS.  THE    *
000110*    FILE IS ONLY EVER ADDED TO AND REWRITTEN; A ROW FOR AN      *
000120*    INSTRUCTION NO LONGER ON THE MASTER DOES NO HARM.           *
000130*                                                                 *
000140*    ZERO DATES MEAN NO SUCH RUN YET.                            *
000150*                                                                 *
000160*    MODIFICATION HISTORY                                        *
000170*    ---------------------------------------------------------   *
000180*    2026-10-15  JCM   ORIGINAL COPYBOOK.                         *
000190******************************************************************
000200 01  VBS-RECORD.
000210     05  VBS-SIN-ID              PIC X(08).
000220     05  VBS-LAST-DATE           PIC 9(08).
000230     05  VBS-LAST-SEQ            PIC 9(06).
000240     05  VBS-LAST-ANS            PIC S9(7)V99
000250                                SIGN LEADING SEPARATE.
000260     05  VBS-PREV-DATE           PIC 9(08).
000270     05  VBS-PREV-ANS            PIC S9(7)V99
000280                                SIGN LEADING SEPARATE.
000290     05  FILLER                  PIC X(10).
