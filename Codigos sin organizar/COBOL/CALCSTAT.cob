000342*                      STATUS FILE THROUGH CALCRUPD AT            *
000343*                      START AND END (STEP STAT - SEE             *
000344*                      CALCRUN / CALCRQRY).                       *
000345*    2026-10-15  JCM   CARRIES THE REVERSAL COUNT (CNT-REVERSAL)  *
000346*                      TO STA-REVERSAL.                           *
000347*    2026-10-15  JCM   CARRIES THE FORMULA COUNT (CNT-FORMULA) TO *
000348*                      STA-FORMULA.                               *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
001600     MOVE CNT-SQRT TO STA-SQRT
001610     MOVE CNT-ERROR TO STA-ERROR
001620     MOVE CNT-OTHER TO STA-OTHER
001625     MOVE CNT-REVERSAL TO STA-REVERSAL
001626     MOVE CNT-FORMULA TO STA-FORMULA
001630     MOVE CNT-START-TIME TO STA-START-TIME
001640     MOVE CNT-END-TIME TO STA-END-TIME
001650     MOVE WS-ELAPSED-SEC TO STA-ELAPSED-SEC
