000443*                      STATUS), SO EVERY ROUTINE REBUILD          *
000444*                      ENDED OUT OF BALANCE.  ONLY ROWS           *
000445*                      THE WRITE REALLY ADDED COUNT NOW.          *
000446*    2026-10-15  JCM   GREW THE BACKUP AND HISTORY WORK RECORDS   *
000447*                      TO 107 BYTES FOR HST-SIN-ID (SEE CALCHST); *
000448*                      A ROW REBUILT FROM THE AUDIT TRAIL HAS NO  *
000449*                      INSTRUCTION ID AND GETS SPACES.            *
000450*    2026-10-15  JCM   GREW THE BACKUP AND HISTORY WORK RECORDS   *
000451*                      TO 122 BYTES FOR THE REVERSAL CROSS-       *
000452*                      REFERENCE (SEE CALCHST).  A REVERSAL ROW   *
000453*                      RE-POSTED FROM A WORK FILE MARKS ITS       *
000454*                      ORIGINAL REVERSED AGAIN, AS CALCMRG DID    *
000455*                      AFTER THE BACKUP WAS TAKEN; AN ORIGINAL    *
000456*                      MISSING OR REVERSED BY ANOTHER ROW FLUNKS  *
000457*                      THE REBUILD.  A ROW REBUILT FROM THE AUDIT *
000458*                      TRAIL IS NEVER A REVERSAL.                 *
000459*    2026-10-15  JCM   MONTHLY AUDIT TRAIL ROLLOVER (SEE          *
000460*                      CALCAROL): THE ARCHIVED GENERATIONS        *
000461*                      (DD CALCAUA, OLDEST FIRST) ARE READ AHEAD  *
000462*                      OF THE CURRENT TRAIL.  WHEN THE LINES      *
000463*                      SINCE THE BACKUP ARE NOT ALL THERE - A     *
000464*                      GENERATION MISSING FROM THE FRONT OR THE   *
000465*                      MIDDLE, BY THE ORIGIN LINES - THE REBUILD  *
000466*                      FLUNKS (RC 8).                             *
000467*    2026-10-15  JCM   AUDIT LINES GROWN TO 120 BYTES AND HISTORY *
000468*                      RECORDS TO 133.  THE REBUILT ROW TAKES THE *
000469*                      FORMULA NAME AND VERSION FROM THE AUDIT    *
000470*                      LINE (ZERO VERSION WHEN THE LINE HAS       *
000471*                      NONE).                                     *
000472******************************************************************
000473 ENVIRONMENT DIVISION.
000474 CONFIGURATION SECTION.
000475 SOURCE-COMPUTER.    IBM-370.
000480 OBJECT-COMPUTER.    IBM-370.
000490*
000500 INPUT-OUTPUT SECTION.
000670     SELECT AUDIT-FILE ASSIGN TO CALCAUD
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUD-STATUS.
000691     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO CALCAUA
000692         ORGANIZATION IS LINE SEQUENTIAL
000693         FILE STATUS IS WS-AUA-STATUS.
000700     SELECT HISTORY-FILE ASSIGN TO CALCHST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  BACKUP-FILE.
000790 01  BKP-RECORD              PIC X(133).
000800*
000810 FD  HW1-FILE.
000820 01  HW1-RECORD              PIC X(133).
000830*
000840 FD  HW2-FILE.
000850 01  HW2-RECORD              PIC X(133).
000860*
000870 FD  HW3-FILE.
000880 01  HW3-RECORD              PIC X(133).
000890*
000900 FD  HW4-FILE.
000910 01  HW4-RECORD              PIC X(133).
000920*
000930 FD  AUDIT-FILE.
000940 01  AUD-LINE                PIC X(120).
000950*
000951 FD  AUDIT-ARCHIVE-FILE.
000952 01  AUA-LINE                PIC X(120).
000953*
000960 FD  HISTORY-FILE.
000970 COPY CALCHST.
000980*
001040 77  WS-HW3-STATUS           PIC X(02).
001050 77  WS-HW4-STATUS           PIC X(02).
001060 77  WS-AUD-STATUS           PIC X(02).
001065 77  WS-AUA-STATUS           PIC X(02).
001070 77  WS-HST-STATUS           PIC X(02).
001080*
001090 77  WS-EOF-SW               PIC X(01) VALUE "N".
001110*
001120 77  WS-ERROR-SW             PIC X(01) VALUE "N".
001130     88  WS-RUN-ERROR                VALUE "Y".
001131*
001132 77  WS-SEAL-SEEN-SW         PIC X(01) VALUE "N".
001133     88  WS-SEAL-SEEN                VALUE "Y".
001134*
001135 77  WS-GAP-SW               PIC X(01) VALUE "N".
001136     88  WS-TRAIL-GAP                VALUE "Y".
001140*
001150 77  WS-BATCH-OPERATOR       PIC X(08) VALUE "BATCH".
001160*
001210 77  WS-DUP-COUNT            PIC 9(07) VALUE ZERO.
001220 77  WS-AFTER-COUNT          PIC 9(07) VALUE ZERO.
001230 77  WS-CHECK-COUNT          PIC 9(07) VALUE ZERO.
001235 77  WS-REV-MARK-COUNT       PIC 9(07) VALUE ZERO.
001236 77  WS-TRAIL-READ           PIC 9(09) VALUE ZERO.
001237 77  WS-AUA-READ             PIC 9(09) VALUE ZERO.
001238 77  WS-LAST-SEAL-CHAIN      PIC 9(10) VALUE ZERO.
001240*
001250 77  WS-BACKUP-DATE          PIC 9(08) VALUE ZERO.
001260 77  WS-CUR-AUD-DATE         PIC 9(08) VALUE ZERO.
001330*
001340 77  WS-NUM-TEXT             PIC X(12).
001350*
001355 01  WS-REV-ORIG-KEY         PIC X(14).
001357 01  WS-REV-NEW-KEY          PIC X(14).
001360 01  WS-HOLD-RECORD          PIC X(133).
001370*
001380 COPY CALCAUD.
001385 COPY CALCSEA.
001390*
001400 PROCEDURE DIVISION.
001410*
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF
001811     OPEN INPUT AUDIT-ARCHIVE-FILE
001812     IF WS-AUA-STATUS NOT = "00"
001813         DISPLAY "CALCHRBL - NO SE PUDO ABRIR AUDITORIA "
001814             "ARCHIVADA - STATUS " WS-AUA-STATUS
001815         MOVE 16 TO RETURN-CODE
001816         STOP RUN
001817     END-IF
001820     OPEN I-O HISTORY-FILE
001830     IF WS-HST-STATUS = "35"
001840         CLOSE HISTORY-FILE
002940             PERFORM 3600-CHECK-DUP THRU 3600-CHECK-DUP-EXIT
002945         NOT INVALID KEY
002950             ADD 1 TO WS-WRK-COUNT
002952             IF HST-REVERSAL-ROW
002954                 PERFORM 3700-MARK-REVERSED
002956                    THRU 3700-MARK-REVERSED-EXIT
002958             END-IF
002960     END-WRITE.
002990 3500-POST-ONE-EXIT.
003000     EXIT.
003240     END-IF.
003250 3600-CHECK-DUP-EXIT.
003260     EXIT.
003262*
003263******************************************************************
003264*    3700-MARK-REVERSED - A REVERSAL ROW JUST RE-POSTED; MARK     *
003265*    THE ROW IT NAMES AS REVERSED, POINTING BACK AT IT, THE SAME  *
003266*    RULE CALCMRG APPLIES.  ALREADY MARKED BY THIS ROW IS FINE.   *
003267******************************************************************
003268 3700-MARK-REVERSED.
003269     MOVE HST-KEY TO WS-REV-NEW-KEY
003270     MOVE HST-REV-KEY TO WS-REV-ORIG-KEY
003271     MOVE WS-REV-ORIG-KEY TO HST-KEY
003272     READ HISTORY-FILE
003273         INVALID KEY
003274             DISPLAY "REVERSION " WS-REV-NEW-KEY
003275                 " - ORIGINAL NO EXISTE " WS-REV-ORIG-KEY
003276             SET WS-RUN-ERROR TO TRUE
003277             GO TO 3700-MARK-REVERSED-EXIT
003278     END-READ
003279     IF HST-REVERSED
003280         IF HST-REV-KEY NOT = WS-REV-NEW-KEY
003281             DISPLAY "REVERSION " WS-REV-NEW-KEY
003282                 " - ORIGINAL " WS-REV-ORIG-KEY
003283                 " YA REVERSADO POR " HST-REV-KEY
003284             SET WS-RUN-ERROR TO TRUE
003285         END-IF
003286         GO TO 3700-MARK-REVERSED-EXIT
003287     END-IF
003288     SET HST-REVERSED TO TRUE
003289     MOVE WS-REV-NEW-KEY TO HST-REV-KEY
003290     REWRITE HST-RECORD
003291         INVALID KEY
003292             DISPLAY "REVERSION " WS-REV-NEW-KEY
003293                 " - ERROR MARCANDO " WS-REV-ORIG-KEY
003294                 " STATUS " WS-HST-STATUS
003295             SET WS-RUN-ERROR TO TRUE
003296             GO TO 3700-MARK-REVERSED-EXIT
003297     END-REWRITE
003298     ADD 1 TO WS-REV-MARK-COUNT.
003299 3700-MARK-REVERSED-EXIT.
003300     EXIT.
003301*
003302******************************************************************
003303*    4000-POST-AUDIT - REBUILD THE INTERACTIVE ROWS FOR THE DAYS  *
003304*    AFTER THE BACKUP FROM THE AUDIT TRAIL.  BATCH LINES ARE      *
003310*    SKIPPED (THE WORK FILES ALREADY CARRY THOSE ROWS WITH        *
003320*    THEIR TRUE KEYS); SEQUENCE NUMBERS ARE REASSIGNED IN TRAIL   *
003330*    ORDER PER DATE, SEEDED PAST ANYTHING ALREADY ON THE          *
003340*    CLUSTER FOR THAT DATE.  THE ARCHIVED TRAIL GENERATIONS ARE   *
003341*    READ FIRST, THEN THE CURRENT TRAIL, AS ONE TRAIL.            *
003350******************************************************************
003360 4000-POST-AUDIT.
003370     MOVE "N" TO WS-EOF-SW
003371     PERFORM 4050-ARCHIVE-NEXT THRU 4050-ARCHIVE-NEXT-EXIT
003372         UNTIL WS-END-OF-FILE
003373     CLOSE AUDIT-ARCHIVE-FILE
003374     MOVE "N" TO WS-EOF-SW
003380     PERFORM 4100-AUDIT-NEXT THRU 4100-AUDIT-NEXT-EXIT
003390         UNTIL WS-END-OF-FILE
003400     CLOSE AUDIT-FILE
003401     IF WS-TRAIL-GAP
003402         DISPLAY "*** FALTAN GENERACIONES DEL RASTRO DE "
003403             "AUDITORIA - AGREGAR LAS ANTERIORES EN CALCAUA"
003404         SET WS-RUN-ERROR TO TRUE
003405     END-IF.
003410 4000-POST-AUDIT-EXIT.
003420     EXIT.
003430*
003431 4050-ARCHIVE-NEXT.
003432     READ AUDIT-ARCHIVE-FILE
003433         AT END
003434             SET WS-END-OF-FILE TO TRUE
003435     END-READ
003436     IF WS-END-OF-FILE
003437         GO TO 4050-ARCHIVE-NEXT-EXIT
003438     END-IF
003439     ADD 1 TO WS-AUA-READ
003440     MOVE AUA-LINE TO AUD-DETAIL-LINE
003441     PERFORM 4150-TRAIL-LINE THRU 4150-TRAIL-LINE-EXIT.
003442 4050-ARCHIVE-NEXT-EXIT.
003443     EXIT.
003444*
003445 4100-AUDIT-NEXT.
003450     READ AUDIT-FILE
003460         AT END
003470             SET WS-END-OF-FILE TO TRUE
003500         GO TO 4100-AUDIT-NEXT-EXIT
003510     END-IF
003520     MOVE AUD-LINE TO AUD-DETAIL-LINE
003521     PERFORM 4150-TRAIL-LINE THRU 4150-TRAIL-LINE-EXIT.
003522 4100-AUDIT-NEXT-EXIT.
003523     EXIT.
003524*
003525******************************************************************
003526*    4150-TRAIL-LINE - ONE TRAIL LINE, WHICHEVER FILE IT CAME     *
003527*    FROM.  SEAL AND ORIGIN LINES FAIL THE DATE TEST AND ARE      *
003528*    ONLY TRACKED FOR THE GENERATION CHECK.                       *
003529******************************************************************
003530 4150-TRAIL-LINE.
003531     PERFORM 4400-TRACK-GENERATION
003532        THRU 4400-TRACK-GENERATION-EXIT
003533     IF AUD-D-DATE NOT NUMERIC
003540         GO TO 4150-TRAIL-LINE-EXIT
003550     END-IF
003560     IF AUD-D-DATE NOT > WS-BACKUP-DATE
003570         OR AUD-D-OPERATOR = WS-BATCH-OPERATOR
003580         GO TO 4150-TRAIL-LINE-EXIT
003590     END-IF
003600     PERFORM 4200-REBUILD-ONE THRU 4200-REBUILD-ONE-EXIT.
003610 4150-TRAIL-LINE-EXIT.
003620     EXIT.
003630*
003640 4200-REBUILD-ONE.
003920     MOVE ZERO TO HST-GRP-AVG
003922     MOVE AUD-D-X-NAME TO HST-X-NAME
003924     MOVE AUD-D-Y-NAME TO HST-Y-NAME
003926     MOVE SPACES TO HST-SIN-ID
003927     MOVE SPACE TO HST-REV-SW
003928     MOVE ZERO TO HST-REV-RUN-DATE
003929     MOVE ZERO TO HST-REV-SEQ-NO
003930     MOVE AUD-D-FRM-NAME TO HST-FRM-NAME
003931     IF AUD-D-FRM-VER NUMERIC
003932         MOVE AUD-D-FRM-VER TO HST-FRM-VERSION
003933     ELSE
003934         MOVE ZERO TO HST-FRM-VERSION
003935     END-IF
003936     WRITE HST-RECORD
003940         INVALID KEY
003950             DISPLAY "CLAVE DUPLICADA REARMANDO " HST-KEY
003960             ADD 1 TO WS-DUP-COUNT
004380     END-IF.
004390 4310-SEED-NEXT-EXIT.
004400     EXIT.
004401*
004402******************************************************************
004403*    4400-TRACK-GENERATION - EVERY ORIGIN LINE MUST CONTINUE THE  *
004404*    CHAIN OF THE LAST SEAL READ BEFORE IT (THE GENERATION IT     *
004405*    FOLLOWS WAS SUPPLIED).  AN ORIGIN LINE AS THE VERY FIRST     *
004406*    LINE IS ONLY ACCEPTABLE WHEN ITS GENERATION WAS CLOSED NO    *
004407*    LATER THAN THE BACKUP DATE - OTHERWISE THE DAYS BETWEEN      *
004408*    ARE IN AN OLDER GENERATION THAT WAS NOT SUPPLIED.            *
004409******************************************************************
004410 4400-TRACK-GENERATION.
004411     ADD 1 TO WS-TRAIL-READ
004412     MOVE AUD-DETAIL-LINE TO SEA-SEAL-LINE
004413     IF SEA-IS-SEAL
004414         MOVE SEA-CHAIN TO WS-LAST-SEAL-CHAIN
004415         SET WS-SEAL-SEEN TO TRUE
004416         GO TO 4400-TRACK-GENERATION-EXIT
004417     END-IF
004418     IF NOT SEA-IS-ORIGIN
004419         GO TO 4400-TRACK-GENERATION-EXIT
004420     END-IF
004421     IF WS-TRAIL-READ = 1
004422         IF SEA-DATE > WS-BACKUP-DATE
004423             DISPLAY "RASTRO EMPIEZA EN EL CIERRE DEL " SEA-DATE
004424                 " - POSTERIOR AL RESPALDO"
004425             SET WS-TRAIL-GAP TO TRUE
004426         END-IF
004427         GO TO 4400-TRACK-GENERATION-EXIT
004428     END-IF
004429     IF NOT WS-SEAL-SEEN
004430         OR SEA-CHAIN NOT = WS-LAST-SEAL-CHAIN
004431         DISPLAY "GENERACION FALTANTE ANTES DEL CIERRE DEL "
004432             SEA-DATE
004433         SET WS-TRAIL-GAP TO TRUE
004434     END-IF.
004435 4400-TRACK-GENERATION-EXIT.
004436     EXIT.
004437*
004438******************************************************************
004439*    5000-COUNT-AFTER - RESCAN THE REBUILT CLUSTER AND COUNT      *
004440*    WHAT IS ON IT, SO THE REPORT BALANCES AGAINST THE FILE       *
004450*    ITSELF AND NOT JUST THIS PROGRAM'S OWN ARITHMETIC.           *
004460******************************************************************
004820     DISPLAY "FILAS REARMADAS DE AUDITORIA : " WS-AUD-NEW-COUNT
004830     DISPLAY "FILAS YA CUBIERTAS ..........: " WS-SAME-COUNT
004840     DISPLAY "COLISIONES ..................: " WS-DUP-COUNT
004845     DISPLAY "ORIGINALES MARCADOS REVERSADOS: " WS-REV-MARK-COUNT
004846     DISPLAY "LINEAS DE RASTRO ARCHIVADO ..: " WS-AUA-READ
004850     DISPLAY "FILAS EN EL HISTORIAL .......: " WS-AFTER-COUNT
004860     ADD WS-BKP-COUNT WS-WRK-COUNT WS-AUD-NEW-COUNT
004870         GIVING WS-CHECK-COUNT
