000309*                      START AND END (STEP BAL, UNDER THE         *
000310*                      DATE BEING RECONCILED - SEE                *
000311*                      CALCRUN / CALCRQRY).                       *
000312*    2026-10-15  JCM   REVERSALS (OP V) ARE TALLIED AS THEIR      *
000313*                      OWN CATEGORY IN EACH OF THE THREE PLACES - *
000314*                      COUNT AND HASH OF THE NEGATED ANSWERS -    *
000315*                      AND COMPARED LIKE THE OTHER TOTALS, SO A   *
000316*                      REVERSAL AND ITS ORIGINAL NET OUT IN THE   *
000317*                      ANSWER HASH.                               *
000318*    2026-10-15  JCM   AUDIT LINE GROWN TO 120 BYTES FOR THE      *
000319*                      FORMULA NAME AND VERSION (SEE CALCAUD).    *
000320******************************************************************
000321 ENVIRONMENT DIVISION.
000322 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000350*
000560 COPY CALCHST.
000570*
000580 FD  AUDIT-FILE.
000590 01  AUD-LINE                PIC X(120).
000600*
000610 WORKING-STORAGE SECTION.
000620*
000780 77  WS-HST-ERRS             PIC 9(07) VALUE ZERO.
000790 77  WS-AUD-COUNT            PIC 9(07) VALUE ZERO.
000800 77  WS-AUD-ERRS             PIC 9(07) VALUE ZERO.
000801 77  WS-OUT-REVS             PIC 9(07) VALUE ZERO.
000802 77  WS-HST-REVS             PIC 9(07) VALUE ZERO.
000803 77  WS-AUD-REVS             PIC 9(07) VALUE ZERO.
000810*
000820 01  WS-OUT-HASH             PIC S9(11)V99 COMP-3 VALUE ZERO.
000830 01  WS-HST-HASH             PIC S9(11)V99 COMP-3 VALUE ZERO.
000840 01  WS-AUD-HASH             PIC S9(11)V99 COMP-3 VALUE ZERO.
000841 01  WS-OUT-REV-HASH         PIC S9(11)V99 COMP-3 VALUE ZERO.
000842 01  WS-HST-REV-HASH         PIC S9(11)V99 COMP-3 VALUE ZERO.
000843 01  WS-AUD-REV-HASH         PIC S9(11)V99 COMP-3 VALUE ZERO.
000850*
000860 01  WS-EDIT-FIELDS.
000870     05  WS-HASH-ED          PIC -(11)9.99.
001480         IF OUT-ERROR
001490             ADD 1 TO WS-OUT-ERRS
001500         END-IF
001502         IF OUT-OP = "V"
001504             ADD 1 TO WS-OUT-REVS
001506             ADD OUT-ANS TO WS-OUT-REV-HASH
001508         END-IF
001510     END-IF.
001520 2100-TALLY-ONE-RESULT-EXIT.
001530     EXIT.
001960                 IF HST-ERR-SW = "Y"
001970                     ADD 1 TO WS-HST-ERRS
001980                 END-IF
001982                 IF HST-OP = "V"
001984                     ADD 1 TO WS-HST-REVS
001986                     ADD HST-ANS TO WS-HST-REV-HASH
001988                 END-IF
001990             END-IF
002000         END-IF
002010     END-IF.
002400             IF AUD-D-ERR = "Y"
002410                 ADD 1 TO WS-AUD-ERRS
002420             END-IF
002422             IF AUD-D-OP = "V"
002424                 ADD 1 TO WS-AUD-REVS
002426                 COMPUTE WS-AUD-REV-HASH = WS-AUD-REV-HASH
002428                     + FUNCTION NUMVAL (WS-ANS-TEXT)
002429             END-IF
002430         END-IF
002440     END-IF.
002450 4100-TALLY-ONE-AUDIT-EXIT.
002620     DISPLAY "HASH CALCHST ...: " WS-HASH-ED
002630     MOVE WS-AUD-HASH TO WS-HASH-ED
002640     DISPLAY "HASH CALCAUD ...: " WS-HASH-ED
002641     DISPLAY "REVERSIONES      REGISTROS"
002642     DISPLAY "CALCOUT ........: " WS-OUT-REVS
002643     DISPLAY "CALCHST ........: " WS-HST-REVS
002644     DISPLAY "CALCAUD ........: " WS-AUD-REVS
002645     MOVE WS-OUT-REV-HASH TO WS-HASH-ED
002646     DISPLAY "HASH REV CALCOUT: " WS-HASH-ED
002647     MOVE WS-HST-REV-HASH TO WS-HASH-ED
002648     DISPLAY "HASH REV CALCHST: " WS-HASH-ED
002649     MOVE WS-AUD-REV-HASH TO WS-HASH-ED
002650     DISPLAY "HASH REV CALCAUD: " WS-HASH-ED
002651     IF WS-OUT-COUNT NOT = WS-HST-COUNT
002660         DISPLAY "*** DESCUADRE: CALCOUT VS CALCHST (REGISTROS)"
002670         SET WS-OUT-OF-BALANCE TO TRUE
002680     END-IF
002800         DISPLAY "*** DESCUADRE: HASH DE RESPUESTAS"
002810         SET WS-OUT-OF-BALANCE TO TRUE
002820     END-IF
002822     IF WS-OUT-REVS NOT = WS-HST-REVS
002824         OR WS-OUT-REVS NOT = WS-AUD-REVS
002826         DISPLAY "*** DESCUADRE: CONTEO DE REVERSIONES"
002828         SET WS-OUT-OF-BALANCE TO TRUE
002829     END-IF
002830     IF WS-OUT-REV-HASH NOT = WS-HST-REV-HASH
002831         OR WS-OUT-REV-HASH NOT = WS-AUD-REV-HASH
002832         DISPLAY "*** DESCUADRE: HASH DE REVERSIONES"
002833         SET WS-OUT-OF-BALANCE TO TRUE
002834     END-IF
002835     IF NOT WS-OUT-OF-BALANCE
002840         DISPLAY "CONCILIACION CORRECTA - TODO CUADRA"
002850     END-IF
002860     DISPLAY "==================================================".
