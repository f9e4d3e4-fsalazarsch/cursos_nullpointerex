000226*                      SECRET PIN AND LOGS EVERY ATTEMPT (SEE     *
000227*                      CALCSGN / CALCSLG); THE CALL PASSES THIS   *
000228*                      PROGRAM'S NAME FOR THE LOG.                *
000229*    2026-10-15  JCM   A REVERSED ROW IS FOLLOWED BY THE KEY OF   *
000230*                      ITS REVERSAL, AND A REVERSAL ROW BY THE    *
000231*                      KEY OF THE ROW IT NEGATES.                 *
000232*    2026-10-15  JCM   A FORMULA ROW SHOWS THE FORMULA NAME AND   *
000233*                      VERSION THAT PRODUCED IT.                  *
000234******************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.    IBM-370.
001820     MOVE HST-ANS TO WS-ANS-ED
001830     DISPLAY HST-RUN-DATE " " HST-SEQ-NO " " HST-OPERATOR-ID
001840         " " WS-X-ED " " HST-OP " " WS-Y-ED " = " WS-ANS-ED
001850         " ERR=" HST-ERR-SW " " HST-CHAIN-SW
001851     IF HST-REVERSED
001852         DISPLAY "    REVERSADA POR " HST-REV-RUN-DATE " "
001853             HST-REV-SEQ-NO
001854     END-IF
001855     IF HST-REVERSAL-ROW
001856         DISPLAY "    REVERSION DE " HST-REV-RUN-DATE " "
001857             HST-REV-SEQ-NO
001858     END-IF
001859     IF HST-FRM-NAME NOT = SPACES
001860         DISPLAY "    FORMULA " HST-FRM-NAME " VERSION "
001861             HST-FRM-VERSION
001862     END-IF.
001863 2200-DISPLAY-ROW-EXIT.
001870     EXIT.
001880*
001890 3000-TERMINATE.
