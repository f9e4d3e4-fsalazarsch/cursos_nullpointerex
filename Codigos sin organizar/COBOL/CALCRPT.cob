000150*    MODIFICATION HISTORY                                        *
000160*    ---------------------------------------------------------   *
000170*    2026-08-09  JCM   ORIGINAL PROGRAM.                          *
000175*    2026-10-15  JCM   SHOWS THE REVERSALS POSTED (TYPE V) AS     *
000176*                      THEIR OWN LINE.                            *
000177*    2026-10-15  JCM   SHOWS THE FORMULA POSTINGS (TYPE F) AS     *
000178*                      THEIR OWN LINE.                            *
000180******************************************************************
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000710     DISPLAY "POTENCIAS (^) ..........: " CNT-POW
000720     DISPLAY "RAICES CUADRADAS (R) ...: " CNT-SQRT
000730     DISPLAY "OPERACIONES INVALIDAS ..: " CNT-OTHER
000735     DISPLAY "REVERSIONES (V) ........: " CNT-REVERSAL
000736     DISPLAY "FORMULAS (F) ...........: " CNT-FORMULA
000740     DISPLAY "ERRORES (DIV/RAIZ) .....: " CNT-ERROR
000750     DISPLAY "=================================================".
000760 1100-DISPLAY-COUNTS-EXIT.
