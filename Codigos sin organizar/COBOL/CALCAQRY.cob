000232*                      SECRET PIN AND LOGS EVERY ATTEMPT (SEE     *
000233*                      CALCSGN / CALCSLG); THE CALL PASSES THIS   *
000234*                      PROGRAM'S NAME FOR THE LOG.                *
000235*    2026-10-15  JCM   A REVERSED ROW IS FOLLOWED BY THE KEY OF   *
000236*                      ITS REVERSAL, AND A REVERSAL ROW BY THE    *
000237*                      KEY OF THE ROW IT NEGATES.                 *
000238*    2026-10-15  JCM   A FORMULA ROW SHOWS THE FORMULA NAME AND   *
000239*                      VERSION THAT PRODUCED IT.                  *
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
001700     MOVE HST-ANS TO WS-ANS-ED
001710     DISPLAY HST-RUN-DATE " " HST-SEQ-NO " " HST-OPERATOR-ID
001720         " " WS-X-ED " " HST-OP " " WS-Y-ED " = " WS-ANS-ED
001730         " ERR=" HST-ERR-SW " " HST-CHAIN-SW
001731     IF HST-REVERSED
001732         DISPLAY "    REVERSADA POR " HST-REV-RUN-DATE " "
001733             HST-REV-SEQ-NO
001734     END-IF
001735     IF HST-REVERSAL-ROW
001736         DISPLAY "    REVERSION DE " HST-REV-RUN-DATE " "
001737             HST-REV-SEQ-NO
001738     END-IF
001739     IF HST-FRM-NAME NOT = SPACES
001740         DISPLAY "    FORMULA " HST-FRM-NAME " VERSION "
001741             HST-FRM-VERSION
001742     END-IF.
001743 2200-DISPLAY-ROW-EXIT.
001750     EXIT.
001760*
001770 3000-TERMINATE.
