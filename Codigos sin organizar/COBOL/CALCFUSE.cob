000235*    CORRECTED ANSWER FEEDING THEIR FIRST OPERAND (AND THE       *
000236*    REPAIR BATCH WRITES THEM AS "C" RECORDS SO THE CHAIN        *
000237*    REPLAYS).  A STORE ("S") ROW PASSES THE CHAIN THROUGH; A    *
000238*    GROUP-TOTAL ("G") ROW ENDS THE TRACE.  SO DOES A FORMULA    *
000239*    ("F") ROW, WHICH IS NOT ONE CALCENG STEP: ONE WHOSE INPUT   *
000240*    CAME FROM THE FACTOR IS LISTED FOR MANUAL REVIEW BUT NOT    *
000241*    RECOMPUTED.                                                 *
000242*                                                                 *
000243*    ERROR ROWS POSTED NO ANSWER AND ARE LISTED BUT NOT          *
000250*    RECOMPUTED.                                                 *
000260*                                                                 *
000270*    SIGN-ON RULES ARE THE SAME AS CALCQRY: ACTIVE OPERATORS     *
000335*                      ANSWER IS NOW CARRIED INTO FOLLOWING      *
000336*                      SAME-DATE CHAIN ROWS AND INTO THE         *
000337*                      REPAIR BATCH AS "C" RECORDS.              *
000338*    2026-10-15  JCM   THE REPAIR BATCH GREW TO 56 BYTES WITH    *
000339*                      THE TRANSACTION RECORD (SEE CALCTRN).     *
000340*    2026-10-15  JCM   FORMULA ("F") ROWS END A CHAIN TRACE AND  *
000341*                      ARE NOT RECOMPUTED; ONE WHOSE INPUT CAME  *
000342*                      FROM THE FACTOR IS LISTED FOR MANUAL      *
000343*                      REVIEW.                                   *
000344******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.    IBM-370.
000560 COPY CALCHST.
000570*
000580 FD  REPAIR-FILE.
000590 01  RPR-RECORD              PIC X(56).
000600*
000610 WORKING-STORAGE SECTION.
000620*
002450     EVALUATE TRUE
002451         WHEN HST-OP = "G"
002452             MOVE "N" TO WS-CARRY-SW
002453         WHEN HST-OP = "F"
002454             MOVE "N" TO WS-CARRY-SW
002455             IF HST-X-NAME = WS-WANTED-NAME
002456                 OR HST-Y-NAME = WS-WANTED-NAME
002457                 DISPLAY HST-RUN-DATE " " HST-SEQ-NO
002458                     " FORMULA " HST-FRM-NAME " VERSION "
002459                     HST-FRM-VERSION " - NO SE RECALCULA"
002460             END-IF
002461         WHEN WS-CARRY-ON AND HST-OP = "S"
002462             AND HST-RUN-DATE = WS-CARRY-DATE
002463             AND HST-SEQ-NO = WS-CARRY-SEQ
002464             ADD 1 TO WS-CARRY-SEQ
002465         WHEN HST-OP = "S"
002466             CONTINUE
002467         WHEN WS-CARRY-ON AND HST-CHAIN-SW = "C"
002468             AND HST-RUN-DATE = WS-CARRY-DATE
002469             AND HST-SEQ-NO = WS-CARRY-SEQ
002470             PERFORM 2250-IMPACT-CHAIN
002471                THRU 2250-IMPACT-CHAIN-EXIT
002472         WHEN HST-X-NAME = WS-WANTED-NAME
002473             OR HST-Y-NAME = WS-WANTED-NAME
002474             PERFORM 2200-IMPACT-ONE
002475                THRU 2200-IMPACT-ONE-EXIT
002476         WHEN OTHER
002477             MOVE "N" TO WS-CARRY-SW
002478     END-EVALUATE.
002520 2100-SCAN-NEXT-EXIT.
002530     EXIT.
002540*
