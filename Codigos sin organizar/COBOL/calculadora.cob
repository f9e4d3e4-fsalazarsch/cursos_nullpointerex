000120*    THE RESULT TO THE AUDIT TRAIL AND THE HISTORY FILE, AND      *
000130*    PRINTS A SUMMARY OF THE SESSION WHEN THE OPERATOR SIGNS OFF. *
000140*    A QUERY OPTION IS OFFERED FROM THE SAME MENU FOR PULLING     *
000150*    BACK PRIOR CALCULATIONS BY DATE RANGE, AND A FORMULA OPTION  *
000151*    THAT RUNS A NAMED FORMULA (SEE CALCFRM) OVER ONE OR TWO      *
000152*    INPUTS PROMPTED FOR AT THE CONSOLE.                          *
000160*                                                                 *
000170*    MODIFICATION HISTORY                                        *
000180*    ---------------------------------------------------------   *
000700*                      RESOLVED FROM (SPACES WHEN KEYED OR        *
000701*                      PULLED FROM MEMORY), FOR THE FACTOR        *
000702*                      WHERE-USED TRACE (SEE CALCFUSE).           *
000703*    2026-10-15  JCM   HISTORY ROWS CARRY HST-SIN-ID, SPACES      *
000704*                      FOR AN INTERACTIVE CALCULATION.            *
000705*    2026-10-15  JCM   HISTORY ROWS CARRY NO REVERSAL MARK OR     *
000706*                      CROSS-REFERENCE (SEE CALCHST).             *
000707*    2026-10-15  JCM   ADDED THE (F)ORMULA OPTION.  THE OPERATOR  *
000708*                      NAMES A FORMULA ON THE FORMULA MASTER, IS  *
000709*                      SHOWN ITS EXPRESSION AND PROMPTED FOR ITS  *
000710*                      INPUTS (NUMBER, FACTOR OR MEMORY, AS FOR   *
000711*                      A CALCULATION), AND CALCFORM EVALUATES IT  *
000712*                      THROUGH CALCENG.  THE ROW POSTS AS OP "F"  *
000713*                      WITH THE FORMULA NAME AND VERSION ON THE   *
000714*                      AUDIT AND HISTORY ROWS, WHICH ARE BLANK    *
000715*                      ON AN ORDINARY CALCULATION.  AUDIT LINE    *
000716*                      WIDENED TO 120 (SEE CALCAUD).              *
000717******************************************************************
000718 ENVIRONMENT DIVISION.
000719 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.    IBM-370.
000730 OBJECT-COMPUTER.    IBM-370.
000740*
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  AUDIT-FILE.
000890 01  AUD-LINE                PIC X(120).
000900*
000910 FD  HISTORY-FILE.
000920 COPY CALCHST.
000990 77  WS-MENU-CHOICE          PIC X(01).
001000     88  WS-MENU-CALC                VALUE "C" "c".
001010     88  WS-MENU-QUERY               VALUE "Q" "q".
001011     88  WS-MENU-FORMULA             VALUE "F" "f".
001020     88  WS-MENU-EXIT                VALUE "X" "x".
001030*
001040 77  WS-VALID-INPUT-SW       PIC X(01).
001152*
001154 77  WS-X-USED-NAME          PIC X(08) VALUE SPACES.
001156 77  WS-Y-USED-NAME          PIC X(08) VALUE SPACES.
001157*
001158*    NAMED FORMULA WORK AREA - PASSED TO CALCFORM.
001159 77  WS-FRM-FUNC             PIC X(01).
001160 77  WS-FRM-NAME             PIC X(08).
001161 77  WS-FRM-INPUTS           PIC 9(01) VALUE ZERO.
001162 77  WS-FRM-VERSION          PIC 9(03) VALUE ZERO.
001163 77  WS-FRM-RESULT           PIC X(02) VALUE SPACES.
001164 01  WS-FRM-EXPR             PIC X(60) VALUE SPACES.
001165 77  WS-FRM-NAME-USED        PIC X(08) VALUE SPACES.
001166 77  WS-FRM-VER-USED         PIC 9(03) VALUE ZERO.
001167*
001170 77  WS-LAST-ANS-SW          PIC X(01) VALUE "N".
001180     88  WS-LAST-ANS-VALID           VALUE "Y".
001190*
002750******************************************************************
002760 2000-PROCESS-MENU.
002770     DISPLAY " "
002780     DISPLAY "CALCULADORA - (C)ALCULAR  (F)ORMULA  (Q)UERY  "
002781         "(X)SALIR"
002790     ACCEPT WS-MENU-CHOICE FROM CONSOLE
002800     EVALUATE TRUE
002810         WHEN WS-MENU-CALC
002820             PERFORM 3000-DO-CALCULATION
002830                 THRU 3000-DO-CALCULATION-EXIT
002831         WHEN WS-MENU-FORMULA
002832             PERFORM 3600-DO-FORMULA THRU 3600-DO-FORMULA-EXIT
002840         WHEN WS-MENU-QUERY
002850             IF WS-AUTH-QUERY-OK
002860                 PERFORM 6000-DO-QUERY THRU 6000-DO-QUERY-EXIT
003010*    INPUT INSTEAD OF ABANDONING THE INPUTS ALREADY ENTERED.      *
003020******************************************************************
003030 3000-DO-CALCULATION.
003031     MOVE SPACES TO WS-FRM-NAME-USED
003032     MOVE ZERO TO WS-FRM-VER-USED
003040     PERFORM 3100-ACCEPT-X THRU 3100-ACCEPT-X-EXIT
003050     PERFORM 3200-ACCEPT-Y THRU 3200-ACCEPT-Y-EXIT
003060     PERFORM 3300-ACCEPT-OP THRU 3300-ACCEPT-OP-EXIT
004340             WHEN "%" ADD 1 TO CNT-MOD
004350             WHEN "^" ADD 1 TO CNT-POW
004360             WHEN "R" ADD 1 TO CNT-SQRT
004361             WHEN "F" ADD 1 TO CNT-FORMULA
004370             WHEN OTHER ADD 1 TO CNT-OTHER
004380         END-EVALUATE
004390     END-IF.
004400 3500-UPDATE-COUNTS-EXIT.
004410     EXIT.
004420*
004421******************************************************************
004422*    3600-DO-FORMULA - RUN ONE NAMED FORMULA.  CALCFORM LOOKS UP  *
004423*    THE VERSION IN FORCE AND HOW MANY INPUTS IT TAKES, THE       *
004424*    INPUTS ARE PROMPTED FOR AS FOR A CALCULATION, AND CALCFORM   *
004425*    THEN EVALUATES THE WHOLE FORMULA THROUGH CALCENG.  A STEP    *
004426*    THAT FAILS IN CALCENG LOGS AN ERROR ROW LIKE ANY OTHER       *
004427*    CALCULATION; A FORMULA THAT CANNOT BE RUN AT ALL (RETIRED,   *
004428*    OR A FACTOR NO LONGER ON FILE) POSTS NOTHING.                *
004429******************************************************************
004430 3600-DO-FORMULA.
004431     DISPLAY "NOMBRE DE LA FORMULA: "
004432     ACCEPT WS-FRM-NAME FROM CONSOLE
004433     INSPECT WS-FRM-NAME CONVERTING
004434         "abcdefghijklmnopqrstuvwxyz"
004435         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004436     MOVE "L" TO WS-FRM-FUNC
004437     CALL "CALCFORM" USING WS-FRM-FUNC WS-FRM-NAME WS-FRM-INPUTS
004438         WS-X WS-Y WS-CURRENT-DATE-N WS-ANS WS-FRM-VERSION
004439         WS-FRM-EXPR WS-FRM-RESULT
004440     EVALUATE WS-FRM-RESULT
004441         WHEN SPACES
004442             CONTINUE
004443         WHEN "RT"
004444             DISPLAY "LA FORMULA " WS-FRM-NAME " ESTA RETIRADA"
004445             GO TO 3600-DO-FORMULA-EXIT
004446         WHEN OTHER
004447             DISPLAY "LA FORMULA " WS-FRM-NAME " NO EXISTE"
004448             GO TO 3600-DO-FORMULA-EXIT
004449     END-EVALUATE
004450     DISPLAY WS-FRM-NAME " VERSION " WS-FRM-VERSION ": "
004451         WS-FRM-EXPR
004452     PERFORM 3100-ACCEPT-X THRU 3100-ACCEPT-X-EXIT
004453     IF WS-FRM-INPUTS = 2
004454         PERFORM 3200-ACCEPT-Y THRU 3200-ACCEPT-Y-EXIT
004455     ELSE
004456         MOVE ZERO TO WS-Y
004457         MOVE SPACES TO WS-Y-USED-NAME
004458     END-IF
004459     MOVE "E" TO WS-FRM-FUNC
004460     CALL "CALCFORM" USING WS-FRM-FUNC WS-FRM-NAME WS-FRM-INPUTS
004461         WS-X WS-Y WS-CURRENT-DATE-N WS-ANS WS-FRM-VERSION
004462         WS-FRM-EXPR WS-FRM-RESULT
004463     EVALUATE WS-FRM-RESULT
004464         WHEN SPACES
004465             SET WS-NO-ERROR TO TRUE
004466         WHEN "ER"
004467             SET WS-ERROR TO TRUE
004468         WHEN OTHER
004469             DISPLAY "LA FORMULA NO SE PUDO EVALUAR - CODIGO "
004470                 WS-FRM-RESULT
004471             GO TO 3600-DO-FORMULA-EXIT
004472     END-EVALUATE
004473     MOVE "F" TO WS-OP
004474     MOVE WS-FRM-NAME TO WS-FRM-NAME-USED
004475     MOVE WS-FRM-VERSION TO WS-FRM-VER-USED
004476     ADD 1 TO WS-SESSION-SEQ
004477     PERFORM 3400-DISPLAY-RESULT THRU 3400-DISPLAY-RESULT-EXIT
004478     PERFORM 4000-WRITE-AUDIT THRU 4000-WRITE-AUDIT-EXIT
004479     PERFORM 5000-WRITE-HISTORY THRU 5000-WRITE-HISTORY-EXIT
004480     PERFORM 3500-UPDATE-COUNTS THRU 3500-UPDATE-COUNTS-EXIT
004481     IF WS-ERROR
004482         MOVE "N" TO WS-LAST-ANS-SW
004483     ELSE
004484         MOVE WS-ANS TO WS-LAST-ANS
004485         MOVE "Y" TO WS-LAST-ANS-SW
004486     END-IF.
004487 3600-DO-FORMULA-EXIT.
004488     EXIT.
004489*
004490 3900-VALIDATE-NUMERIC.
004491     IF FUNCTION TEST-NUMVAL (WS-EDIT-TEXT) = ZERO
004492         COMPUTE WS-NUMERIC-TEST = FUNCTION NUMVAL (WS-EDIT-TEXT)
004493             ON SIZE ERROR
004494                 SET WS-INVALID-INPUT TO TRUE
004495             NOT ON SIZE ERROR
004496                 SET WS-VALID-INPUT TO TRUE
004500         END-COMPUTE
004510     ELSE
004520         SET WS-INVALID-INPUT TO TRUE
004995     MOVE SPACES TO AUD-D-GROUP
004996     MOVE WS-X-USED-NAME TO AUD-D-X-NAME
004997     MOVE WS-Y-USED-NAME TO AUD-D-Y-NAME
004998     MOVE WS-FRM-NAME-USED TO AUD-D-FRM-NAME
004999     IF WS-FRM-NAME-USED = SPACES
005000         MOVE SPACES TO AUD-D-FRM-VER
005001     ELSE
005002         MOVE WS-FRM-VER-USED TO AUD-D-FRM-VER
005003     END-IF
005004     MOVE WS-CURRENT-DATE TO AUD-D-DATE
005010     MOVE WS-CURRENT-TIME TO AUD-D-TIME
005020     MOVE AUD-DETAIL-LINE TO AUD-LINE
005030     WRITE AUD-LINE.
005306     MOVE ZERO TO HST-GRP-AVG
005307     MOVE WS-X-USED-NAME TO HST-X-NAME
005308     MOVE WS-Y-USED-NAME TO HST-Y-NAME
005309     MOVE SPACES TO HST-SIN-ID
005310     MOVE SPACE TO HST-REV-SW
005311     MOVE ZERO TO HST-REV-RUN-DATE
005312     MOVE ZERO TO HST-REV-SEQ-NO
005313     MOVE WS-FRM-NAME-USED TO HST-FRM-NAME
005314     MOVE WS-FRM-VER-USED TO HST-FRM-VERSION
005315     WRITE HST-RECORD
005320         INVALID KEY
005330             DISPLAY "ERROR ESCRIBIENDO HISTORIAL - CLAVE DUPLIC"
005340     END-WRITE.
005890     DISPLAY "MODULOS (%) ............: " CNT-MOD
005900     DISPLAY "POTENCIAS (^) ..........: " CNT-POW
005910     DISPLAY "RAICES CUADRADAS (R) ...: " CNT-SQRT
005911     DISPLAY "FORMULAS (F) ...........: " CNT-FORMULA
005920     DISPLAY "ERRORES (DIV/RAIZ) .....: " CNT-ERROR
005930     DISPLAY "================================="
005940     CLOSE AUDIT-FILE
