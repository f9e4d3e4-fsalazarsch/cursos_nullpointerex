000010******************************************************************
000020*    CALCRAT.CPY                                                 *
000030*    CHARGEBACK RATE TABLE RECORD.  ONE ROW PER OPERATION CODE   *
000040*    (AS POSTED IN HST-OP), KEYED BY THE CODE, ON THE INDEXED    *
000050*    RATE TABLE (PROD.CALC.RATES, A KSDS DEFINED ONCE AT         *
000060*    INSTALL).  RAT-PRICE IS CHARGED FOR EACH CLEAN CALCULATION  *
000070*    OF THE OPERATION AND RAT-ERR-PRICE FOR EACH ONE POSTED IN   *
000080*    ERROR, SO ERROR ROWS CAN BE BILLED AT THEIR OWN RATE (OR    *
000090*    NOT AT ALL).  KEPT BY THE SUPERVISOR WITH CALCGMNT; READ AT *
000100*    MONTH END BY CALCBILL, WHICH PRICES THE WHOLE MONTH AT THE  *
000110*    RATES ON FILE WHEN IT RUNS.                                 *
000120*                                                                 *
000130*    A REVERSAL ("V") IS CREDITED AT THE RATE OF THE OPERATION   *
000140*    IT REVERSES, SO NO ROW IS NEEDED FOR IT; A ROW FOR "V"      *
000150*    ONLY PRICES REVERSALS THAT FAILED.  AN OPERATION WITH NO    *
000160*    ROW IS COUNTED BUT NOT CHARGED, AND CALCBILL FLAGS IT.      *
000170*                                                                 *
000180*    MODIFICATION HISTORY                                        *
000190*    ---------------------------------------------------------   *
000200*    2026-10-15  JCM   ORIGINAL COPYBOOK.                         *
000210******************************************************************
000220 01  RAT-RECORD.
000230     05  RAT-OP                  PIC X(01).
000240     05  RAT-DESC                PIC X(20).
000250     05  RAT-PRICE               PIC 9(05)V9999.
000260     05  RAT-ERR-PRICE           PIC 9(05)V9999.
000270     05  RAT-UPD-BY              PIC X(08).
000280     05  RAT-UPD-DATE            PIC 9(08).
000290     05  FILLER                  PIC X(10).
