000440*        AND THAT MANY PARTITION LINES ARE SKIPPED, SO A         *
000450*        RESUBMIT AFTER A DOWNSTREAM FAILURE NEVER DOUBLES       *
000460*        THE TRAIL.                                              *
000462*      - A REVERSAL ROW ("V", SEE CALCHST) POSTED HERE MARKS     *
000464*        THE ROW IT REVERSES AS REVERSED, WITH THE CROSS-        *
000466*        REFERENCE BACK TO IT.  AN ORIGINAL ALREADY REVERSED BY  *
000468*        ANOTHER ROW, OR MISSING, FLUNKS THE MERGE (RC 8) - THE  *
000469*        AUDIT APPEND STILL RUNS, AS THE HISTORY IS COMPLETE.    *
000470*                                                                 *
000480*    RETURN CODES: 0 - MERGE COMPLETE.                           *
000490*                 16 - A PARTITION FILE WOULD NOT OPEN - THE     *
000566*                      DATE IS NOW A PARM, ZEROS DEFAULTING TO    *
000567*                      THE CURRENT DATE - THE SAME CONVENTION     *
000568*                      CALCBAL AND CALCSTAT USE.                  *
000569*    2026-10-15  JCM   GREW THE PARTITION REJECT FILES TO 66      *
000570*                      BYTES AND THE HISTORY WORK RECORDS TO      *
000571*                      107 WITH THE TRANSACTION AND HISTORY       *
000572*                      RECORDS (SEE CALCTRN / CALCHST).           *
000573*    2026-10-15  JCM   A REVERSAL ROW POSTED FROM THE WORK FILES  *
000574*                      NOW MARKS ITS ORIGINAL REVERSED, POINTING  *
000575*                      BACK AT IT (A PARTITION CANNOT WRITE THE   *
000576*                      HISTORY ITSELF).  THE HISTORY WORK         *
000577*                      RECORDS GREW TO 122 AND THE PARTITION      *
000578*                      COUNTS TO 93 FOR CNT-REVERSAL, WHICH IS    *
000579*                      SUMMED WITH THE REST.                      *
000580*    2026-10-15  JCM   AUDIT LINES GROWN TO 120 BYTES, HISTORY    *
000581*                      WORK FILES TO 133 AND COUNTS TO 100; CNT-  *
000582*                      FORMULA IS SUMMED WITH THE REST.           *
000583******************************************************************
000584 ENVIRONMENT DIVISION.
000585 CONFIGURATION SECTION.
000586 SOURCE-COMPUTER.    IBM-370.
000590 OBJECT-COMPUTER.    IBM-370.
000600*
000610 INPUT-OUTPUT SECTION.
001560 COPY CALCOUT.
001570*
001580 FD  CNT1-FILE.
001590 01  CT1-RECORD              PIC X(100).
001600*
001610 FD  CNT2-FILE.
001620 01  CT2-RECORD              PIC X(100).
001630*
001640 FD  CNT3-FILE.
001650 01  CT3-RECORD              PIC X(100).
001660*
001670 FD  CNT4-FILE.
001680 01  CT4-RECORD              PIC X(100).
001690*
001700 FD  COUNTS-FILE.
001710 COPY CALCCNT.
001720*
001730 FD  REJ1-FILE.
001740 01  RJ1-RECORD              PIC X(66).
001750*
001760 FD  REJ2-FILE.
001770 01  RJ2-RECORD              PIC X(66).
001780*
001790 FD  REJ3-FILE.
001800 01  RJ3-RECORD              PIC X(66).
001810*
001820 FD  REJ4-FILE.
001830 01  RJ4-RECORD              PIC X(66).
001840*
001850 FD  REJECT-FILE.
001860 COPY CALCREJ.
001870*
001880 FD  AUD1-FILE.
001890 01  AD1-LINE                PIC X(120).
001900*
001910 FD  AUD2-FILE.
001920 01  AD2-LINE                PIC X(120).
001930*
001940 FD  AUD3-FILE.
001950 01  AD3-LINE                PIC X(120).
001960*
001970 FD  AUD4-FILE.
001980 01  AD4-LINE                PIC X(120).
001990*
002000 FD  AUDIT-FILE.
002010 01  AUD-LINE                PIC X(120).
002020*
002030 FD  HW1-FILE.
002040 01  HW1-RECORD              PIC X(133).
002050*
002060 FD  HW2-FILE.
002070 01  HW2-RECORD              PIC X(133).
002080*
002090 FD  HW3-FILE.
002100 01  HW3-RECORD              PIC X(133).
002110*
002120 FD  HW4-FILE.
002130 01  HW4-RECORD              PIC X(133).
002140*
002150 FD  HISTORY-FILE.
002160 COPY CALCHST.
002610 77  WS-HST-COUNT            PIC 9(07) VALUE ZERO.
002620 77  WS-HST-DUP-COUNT        PIC 9(07) VALUE ZERO.
002630 77  WS-HST-SAME-COUNT       PIC 9(07) VALUE ZERO.
002632 77  WS-HST-REV-COUNT        PIC 9(07) VALUE ZERO.
002634 77  WS-HST-REV-CONFLICT     PIC 9(07) VALUE ZERO.
002636*
002637 01  WS-REV-ORIG-KEY         PIC X(14).
002638 01  WS-REV-NEW-KEY          PIC X(14).
002640*
002650 01  WS-HOLD-RECORD          PIC X(133).
002660*
002670 COPY CALCAUD.
002680*
002850     05  WS-T-SQRT               PIC 9(07) VALUE ZERO.
002860     05  WS-T-ERROR              PIC 9(07) VALUE ZERO.
002870     05  WS-T-OTHER              PIC 9(07) VALUE ZERO.
002875     05  WS-T-REVERSAL           PIC 9(07) VALUE ZERO.
002876     05  WS-T-FORMULA            PIC 9(07) VALUE ZERO.
002880*
002890*    MERGED ELAPSED WINDOW: EARLIEST PARTITION START, LATEST
002900*    PARTITION END.
004820     MOVE WS-T-SQRT TO CNT-SQRT
004830     MOVE WS-T-ERROR TO CNT-ERROR
004840     MOVE WS-T-OTHER TO CNT-OTHER
004845     MOVE WS-T-REVERSAL TO CNT-REVERSAL
004846     MOVE WS-T-FORMULA TO CNT-FORMULA
004850     IF WS-T-START-TIME = 99999999
004860         MOVE ZERO TO WS-T-START-TIME
004870     END-IF
005050     ADD CNT-SQRT TO WS-T-SQRT
005060     ADD CNT-ERROR TO WS-T-ERROR
005070     ADD CNT-OTHER TO WS-T-OTHER
005075     ADD CNT-REVERSAL TO WS-T-REVERSAL
005076     ADD CNT-FORMULA TO WS-T-FORMULA
005080     IF CNT-START-TIME > ZERO
005090         AND CNT-START-TIME < WS-T-START-TIME
005100         MOVE CNT-START-TIME TO WS-T-START-TIME
006530*    PARTITION.  THE PARTITION SEQUENCE RANGES CANNOT COLLIDE,    *
006540*    SO A DUPLICATE KEY WHOSE RECORD DOES NOT MATCH MEANS A      *
006550*    DAMAGED WORK FILE - IT FLUNKS THE MERGE (RC 8) AND THE       *
006560*    MAINLINE THEN BYPASSES THE AUDIT APPEND.  A REVERSAL WHOSE   *
006562*    ORIGINAL CANNOT BE MARKED ALSO ENDS RC 8.                    *
006570******************************************************************
006580 6000-POST-HISTORY.
006590     PERFORM 6100-POST-HW1 THRU 6100-POST-HW1-EXIT
006680         DISPLAY "CALCMRG - " WS-HST-DUP-COUNT
006690             " CLAVES DUPLICADAS EN HISTORIAL"
006700         MOVE 8 TO RETURN-CODE
006705     END-IF
006706     IF WS-HST-REV-COUNT > ZERO
006707         DISPLAY "CALCMRG - " WS-HST-REV-COUNT
006708             " POSTEOS MARCADOS COMO REVERSADOS"
006709     END-IF
006710     IF WS-HST-REV-CONFLICT > ZERO
006711         DISPLAY "CALCMRG - " WS-HST-REV-CONFLICT
006712             " REVERSIONES SIN MARCAR SU ORIGINAL"
006713         MOVE 8 TO RETURN-CODE
006714     END-IF.
006720 6000-POST-HISTORY-EXIT.
006730     EXIT.
006740*
007230     END-WRITE
007240     IF WS-HST-STATUS = "00"
007250         ADD 1 TO WS-HST-COUNT
007255         IF HST-REVERSAL-ROW
007256             PERFORM 6700-MARK-REVERSED
007257                THRU 6700-MARK-REVERSED-EXIT
007258         END-IF
007260     END-IF.
007270 6500-WRITE-ONE-EXIT.
007280     EXIT.
007510     END-IF.
007520 6600-CHECK-DUP-EXIT.
007530     EXIT.
007532*
007533******************************************************************
007534*    6700-MARK-REVERSED - THE REVERSAL ROW IN HST-RECORD IS ON    *
007535*    FILE; REWRITE THE ROW IT NAMES AS REVERSED, POINTING BACK    *
007536*    AT IT.  AN ORIGINAL ALREADY MARKED BY THIS SAME REVERSAL IS  *
007537*    A RERUN AND LEFT ALONE; ONE MARKED BY ANOTHER ROW, OR NOT    *
007538*    ON FILE, IS A CONFLICT FOR THE MORNING CREW.                 *
007539******************************************************************
007540 6700-MARK-REVERSED.
007541     MOVE HST-KEY TO WS-REV-NEW-KEY
007542     MOVE HST-REV-KEY TO WS-REV-ORIG-KEY
007543     MOVE WS-REV-ORIG-KEY TO HST-KEY
007544     READ HISTORY-FILE
007545         INVALID KEY
007546             DISPLAY "REVERSION " WS-REV-NEW-KEY
007547                 " - ORIGINAL NO EXISTE " WS-REV-ORIG-KEY
007548             ADD 1 TO WS-HST-REV-CONFLICT
007549             GO TO 6700-MARK-REVERSED-EXIT
007550     END-READ
007551     IF HST-REVERSED
007552         IF HST-REV-KEY NOT = WS-REV-NEW-KEY
007553             DISPLAY "REVERSION " WS-REV-NEW-KEY
007554                 " - ORIGINAL " WS-REV-ORIG-KEY
007555                 " YA REVERSADO POR " HST-REV-KEY
007556             ADD 1 TO WS-HST-REV-CONFLICT
007557         END-IF
007558         GO TO 6700-MARK-REVERSED-EXIT
007559     END-IF
007560     SET HST-REVERSED TO TRUE
007561     MOVE WS-REV-NEW-KEY TO HST-REV-KEY
007562     REWRITE HST-RECORD
007563         INVALID KEY
007564             DISPLAY "REVERSION " WS-REV-NEW-KEY
007565                 " - ERROR MARCANDO " WS-REV-ORIG-KEY
007566                 " STATUS " WS-HST-STATUS
007567             ADD 1 TO WS-HST-REV-CONFLICT
007568             GO TO 6700-MARK-REVERSED-EXIT
007569     END-REWRITE
007570     ADD 1 TO WS-HST-REV-COUNT.
007571 6700-MARK-REVERSED-EXIT.
007572     EXIT.
007573*
007574******************************************************************
007575*    7000-GUARD-AUDIT-RERUN - THE MASTER TRAIL IS CUMULATIVE AND  *
007576*    CANNOT BE SCRATCHED ON A RESUBMIT, SO THE APPEND IS MADE     *
007580*    RERUN-SAFE THE SAME WAY THE RESTART GUARDS THE RESULT FILE   *
007590*    (SEE CALCBTCH 1150): THE RUN DATE IS TAKEN FROM THE FIRST    *
007600*    PARTITION AUDIT LINE, THE LINES ALREADY ON THE TRAIL FOR     *
