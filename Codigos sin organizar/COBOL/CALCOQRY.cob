000302*                      SECRET PIN AND LOGS EVERY ATTEMPT (SEE     *
000303*                      CALCSGN / CALCSLG); THE CALL PASSES THIS   *
000304*                      PROGRAM'S NAME FOR THE LOG.                *
000305*    2026-10-15  JCM   A REVERSED ROW IS FOLLOWED BY THE KEY OF   *
000306*                      ITS REVERSAL, AND A REVERSAL ROW BY THE    *
000307*                      KEY OF THE ROW IT NEGATES.                 *
000308*    2026-10-15  JCM   A FORMULA ROW SHOWS THE FORMULA NAME AND   *
000309*                      VERSION THAT PRODUCED IT.                  *
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
001610     MOVE HST-ANS TO WS-ANS-ED
001620     DISPLAY HST-RUN-DATE " " HST-SEQ-NO " " HST-OPERATOR-ID
001630         " " WS-X-ED " " HST-OP " " WS-Y-ED " = " WS-ANS-ED
001640         " ERR=" HST-ERR-SW " " HST-CHAIN-SW " " HST-GROUP
001641     IF HST-REVERSED
001642         DISPLAY "    REVERSADA POR " HST-REV-RUN-DATE " "
001643             HST-REV-SEQ-NO
001644     END-IF
001645     IF HST-REVERSAL-ROW
001646         DISPLAY "    REVERSION DE " HST-REV-RUN-DATE " "
001647             HST-REV-SEQ-NO
001648     END-IF
001649     IF HST-FRM-NAME NOT = SPACES
001650         DISPLAY "    FORMULA " HST-FRM-NAME " VERSION "
001651             HST-FRM-VERSION
001652     END-IF.
001653 2200-DISPLAY-ROW-EXIT.
001660     EXIT.
001670*
001680 3000-TERMINATE.
