000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCAROL.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCAROL - MONTHLY AUDIT TRAIL ROLLOVER.                    *
000090*                                                                 *
000100*    THE AUDIT TRAIL ONLY EVER GROWS, AND EVERY NIGHTLY SEAL,    *
000110*    CALCBAL AND CALCAVER RUN READS ALL OF IT.  ONCE A MONTH     *
000120*    (SEE CALCAROJ), AFTER THE LAST NIGHTLY SEAL, THIS STEP:     *
000130*                                                                 *
000140*    1. WALKS THE TRAIL RECOMPUTING EVERY SEAL AS CALCAVER DOES. *
000150*       A TRAIL THAT DOES NOT VERIFY IS NOT ROLLED (RC 8).       *
000160*    2. APPENDS A CLOSING SEAL (SEE CALCSEA) OVER ANY LINES      *
000170*       AFTER THE LAST SEAL - USUALLY NONE.                      *
000180*    3. COPIES THE TRAIL, LINE FOR LINE, TO A NEW GENERATION OF  *
000190*       THE AUDIT ARCHIVE (DD CALCAGN) AND CHECKS THE COUNT.     *
000200*    4. EMPTIES THE TRAIL AND WRITES ITS ORIGIN LINE, WHICH      *
000210*       CARRIES THE CLOSING SEAL'S DATE AND CHAIN FORWARD SO     *
000220*       THE NEW TRAIL'S FIRST SEAL CHAINS OFF THE OLD ONE.       *
000230*                                                                 *
000240*    THE TRAIL IS ONLY EMPTIED ONCE THE COPY HAS BEEN COUNTED    *
000250*    GOOD.  A RERUN AFTER A FAILURE IN STEP 3 OR 4 FINDS THE     *
000260*    TRAIL ALREADY CLOSED AND DOES NOT SEAL IT A SECOND TIME.    *
000270*                                                                 *
000280*    PARM (8 BYTES, OPTIONAL): THE DATE TO CLOSE UNDER,          *
000290*    AAAAMMDD; ZERO, BLANK OR MISSING MEANS THE CURRENT DATE -   *
000300*    THE CALCSEAL CONVENTION.                                    *
000310*                                                                 *
000320*    RETURN CODES: 0 - TRAIL ROLLED.                             *
000330*                  4 - NOTHING ON THE TRAIL SINCE ITS ORIGIN     *
000340*                      LINE (ALREADY ROLLED); NOTHING DONE.      *
000350*                  8 - THE TRAIL DOES NOT VERIFY; NOT ROLLED.    *
000360*                 16 - BAD PARM, A FILE WOULD NOT OPEN, OR THE   *
000370*                      ARCHIVE COPY CAME UP SHORT (THE TRAIL IS  *
000380*                      LEFT AS IT WAS - RERUN).                  *
000390*                                                                 *
000400*    MODIFICATION HISTORY                                        *
000410*    ---------------------------------------------------------   *
000420*    2026-10-15  JCM   ORIGINAL PROGRAM.                          *
000421*    2026-10-15  JCM   AUDIT LINES GROWN TO 120 BYTES FOR THE     *
000422*                      FORMULA NAME AND VERSION (SEE CALCAUD).    *
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.    IBM-370.
000470 OBJECT-COMPUTER.    IBM-370.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT AUDIT-FILE ASSIGN TO CALCAUD
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUD-STATUS.
000540*
000550     SELECT ARCHIVE-FILE ASSIGN TO CALCAGN
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AGN-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  AUDIT-FILE.
000620 01  AUD-LINE                PIC X(120).
000630*
000640 FD  ARCHIVE-FILE.
000650 01  AGN-LINE                PIC X(120).
000660*
000670 WORKING-STORAGE SECTION.
000680*
000690 77  WS-AUD-STATUS           PIC X(02).
000700 77  WS-AGN-STATUS           PIC X(02).
000710*
000720 77  WS-EOF-SW               PIC X(01) VALUE "N".
000730     88  WS-END-OF-FILE              VALUE "Y".
000740*
000750 77  WS-BROKEN-SW            PIC X(01) VALUE "N".
000760     88  WS-TRAIL-BROKEN             VALUE "Y".
000770*
000780 77  WS-CLOSED-SW            PIC X(01) VALUE "N".
000790     88  WS-TRAIL-CLOSED             VALUE "Y".
000800*
000810 77  WS-ROLL-DATE            PIC 9(08) VALUE ZERO.
000820 77  WS-CLOSE-DATE           PIC 9(08) VALUE ZERO.
000830 77  WS-DAY-COUNT            PIC 9(07) VALUE ZERO.
000840 77  WS-PREV-CHAIN           PIC 9(10) VALUE ZERO.
000850 77  WS-TRAIL-LINES          PIC 9(09) VALUE ZERO.
000860 77  WS-COPY-LINES           PIC 9(09) VALUE ZERO.
000870 77  WS-GEN-LINES            PIC 9(07) VALUE ZERO.
000880 77  WS-GEN-SEALS            PIC 9(05) VALUE ZERO.
000890 77  WS-NUM-TEXT             PIC X(12).
000900*
000910 01  WS-DAY-HASH             PIC S9(11)V99 COMP-3 VALUE ZERO.
000920 01  WS-CHAIN-WORK           PIC 9(15) COMP-3 VALUE ZERO.
000930 01  WS-HASH-INT             PIC 9(13) COMP-3 VALUE ZERO.
000940*
000950 COPY CALCSEA.
000960*
000970 LINKAGE SECTION.
000980 01  LK-PARM.
000990     05  LK-PARM-LEN             PIC S9(04) COMP.
001000     05  LK-PARM-TEXT            PIC X(08).
001010*
001020 PROCEDURE DIVISION USING LK-PARM.
001030*
001040******************************************************************
001050*    0000-MAINLINE                                                *
001060******************************************************************
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001090     PERFORM 2000-SCAN-TRAIL THRU 2000-SCAN-TRAIL-EXIT
001100     IF WS-TRAIL-BROKEN
001110         DISPLAY "CALCAROL - RASTRO ALTERADO - NO SE ROTA;"
001120             " REVISAR CON CALCAVER"
001130         MOVE 8 TO RETURN-CODE
001140         STOP RUN
001150     END-IF
001160     IF WS-GEN-LINES = ZERO
001170         AND WS-GEN-SEALS = ZERO
001180         DISPLAY "CALCAROL - RASTRO SIN LINEAS DESDE SU ORIGEN -"
001190             " NADA QUE ROTAR"
001200         MOVE 4 TO RETURN-CODE
001210         STOP RUN
001220     END-IF
001230     IF WS-TRAIL-CLOSED
001240         DISPLAY "CALCAROL - EL RASTRO YA ESTABA CERRADO EL "
001250             WS-CLOSE-DATE " - SE RETOMA LA COPIA"
001260     ELSE
001270         PERFORM 3000-CLOSE-TRAIL THRU 3000-CLOSE-TRAIL-EXIT
001280     END-IF
001290     PERFORM 4000-COPY-TRAIL THRU 4000-COPY-TRAIL-EXIT
001300     PERFORM 5000-START-TRAIL THRU 5000-START-TRAIL-EXIT
001310     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001320     STOP RUN.
001330*
001340******************************************************************
001350*    1000-INITIALIZE - PARSE THE DATE PARM FROM THE CONSOLE       *
001360*    CONVENTION AND OPEN THE TRAIL FOR THE SCAN.                  *
001370******************************************************************
001380 1000-INITIALIZE.
001390     ACCEPT WS-ROLL-DATE FROM DATE YYYYMMDD
001400     IF LK-PARM-LEN NOT < 8
001410         AND LK-PARM-TEXT (1:8) NOT = SPACES
001420         IF LK-PARM-TEXT (1:8) NOT NUMERIC
001430             DISPLAY "CALCAROL - PARM DE FECHA INVALIDO"
001440             MOVE 16 TO RETURN-CODE
001450             STOP RUN
001460         END-IF
001470         IF LK-PARM-TEXT (1:8) NOT = "00000000"
001480             MOVE LK-PARM-TEXT (1:8) TO WS-ROLL-DATE
001490         END-IF
001500     END-IF
001510     OPEN INPUT AUDIT-FILE
001520     IF WS-AUD-STATUS NOT = "00"
001530         DISPLAY "CALCAROL - NO SE PUDO ABRIR AUDITORIA "
001540             "- STATUS " WS-AUD-STATUS
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580 1000-INITIALIZE-EXIT.
001590     EXIT.
001600*
001610******************************************************************
001620*    2000-SCAN-TRAIL - READ THE WHOLE TRAIL, VERIFYING EVERY      *
001630*    SEAL WITH THE CALCAVER RULES AND TOTALLING THE GENERATION    *
001640*    FOR THE ORIGIN LINE.  THE TRAIL IS ALREADY CLOSED WHEN ITS   *
001650*    LAST LINE IS A CLOSING SEAL (AN EARLIER RUN STOPPED AFTER    *
001660*    STEP 2); A LINE AFTER A CLOSING SEAL IS A BROKEN TRAIL.      *
001670******************************************************************
001680 2000-SCAN-TRAIL.
001690     PERFORM 2100-SCAN-NEXT THRU 2100-SCAN-NEXT-EXIT
001700         UNTIL WS-END-OF-FILE OR WS-TRAIL-BROKEN
001710     CLOSE AUDIT-FILE.
001720 2000-SCAN-TRAIL-EXIT.
001730     EXIT.
001740*
001750 2100-SCAN-NEXT.
001760     READ AUDIT-FILE
001770         AT END
001780             SET WS-END-OF-FILE TO TRUE
001790     END-READ
001800     IF WS-END-OF-FILE
001810         GO TO 2100-SCAN-NEXT-EXIT
001820     END-IF
001830     ADD 1 TO WS-TRAIL-LINES
001840     MOVE AUD-LINE TO SEA-SEAL-LINE
001850     IF WS-TRAIL-CLOSED
001860         DISPLAY "CALCAROL - LINEAS DESPUES DEL SELLO DE CIERRE"
001870             " DEL " WS-CLOSE-DATE
001880         SET WS-TRAIL-BROKEN TO TRUE
001890         GO TO 2100-SCAN-NEXT-EXIT
001900     END-IF
001910     IF SEA-IS-ORIGIN
001920         IF WS-TRAIL-LINES NOT = 1
001930             DISPLAY "CALCAROL - LINEA DE ORIGEN FUERA DEL"
001940                 " PRINCIPIO DEL RASTRO"
001950             SET WS-TRAIL-BROKEN TO TRUE
001960         ELSE
001970             MOVE SEA-CHAIN TO WS-PREV-CHAIN
001980         END-IF
001990         GO TO 2100-SCAN-NEXT-EXIT
002000     END-IF
002010     IF SEA-IS-SEAL
002020         PERFORM 2300-CHECK-SEAL THRU 2300-CHECK-SEAL-EXIT
002030     ELSE
002040         ADD 1 TO WS-DAY-COUNT
002050         ADD 1 TO WS-GEN-LINES
002060         PERFORM 2200-HASH-LINE THRU 2200-HASH-LINE-EXIT
002070     END-IF.
002080 2100-SCAN-NEXT-EXIT.
002090     EXIT.
002100*
002110******************************************************************
002120*    2200-HASH-LINE - SAME HASH RULE AS CALCSEAL: THE EDITED X,   *
002130*    Y AND ANSWER COLUMNS CONVERTED BACK WITH NUMVAL; A COLUMN    *
002140*    THAT DOES NOT PARSE CONTRIBUTES NOTHING BUT THE LINE         *
002150*    STILL COUNTS.                                                *
002160******************************************************************
002170 2200-HASH-LINE.
002180     MOVE AUD-LINE (11:11) TO WS-NUM-TEXT
002190     IF FUNCTION TEST-NUMVAL (WS-NUM-TEXT) = ZERO
002200         COMPUTE WS-DAY-HASH = WS-DAY-HASH
002210             + FUNCTION NUMVAL (WS-NUM-TEXT)
002220     END-IF
002230     MOVE AUD-LINE (25:11) TO WS-NUM-TEXT
002240     IF FUNCTION TEST-NUMVAL (WS-NUM-TEXT) = ZERO
002250         COMPUTE WS-DAY-HASH = WS-DAY-HASH
002260             + FUNCTION NUMVAL (WS-NUM-TEXT)
002270     END-IF
002280     MOVE AUD-LINE (37:11) TO WS-NUM-TEXT
002290     IF FUNCTION TEST-NUMVAL (WS-NUM-TEXT) = ZERO
002300         COMPUTE WS-DAY-HASH = WS-DAY-HASH
002310             + FUNCTION NUMVAL (WS-NUM-TEXT)
002320     END-IF.
002330 2200-HASH-LINE-EXIT.
002340     EXIT.
002350*
002360******************************************************************
002370*    2300-CHECK-SEAL - THE SEAL'S COUNT, HASH AND CHAIN MUST      *
002380*    ALL MATCH WHAT WAS RECOMPUTED FROM THE TRAIL, AS IN          *
002390*    CALCAVER.  A GOOD SEAL BECOMES THE PREVIOUS SEAL.            *
002400******************************************************************
002410 2300-CHECK-SEAL.
002420     COMPUTE WS-HASH-INT = FUNCTION ABS (WS-DAY-HASH) * 100
002430     COMPUTE WS-CHAIN-WORK = FUNCTION MOD (
002440         WS-PREV-CHAIN * 31 + WS-DAY-COUNT + WS-HASH-INT,
002450         10000000000)
002460     IF SEA-LINE-COUNT NOT = WS-DAY-COUNT
002470         OR SEA-HASH NOT = WS-DAY-HASH
002480         OR SEA-CHAIN NOT = WS-CHAIN-WORK
002490         DISPLAY "CALCAROL - SELLO DEL " SEA-DATE
002500             " NO CUADRA CON EL RASTRO"
002510         SET WS-TRAIL-BROKEN TO TRUE
002520     ELSE
002530         MOVE SEA-CHAIN TO WS-PREV-CHAIN
002540         MOVE SEA-DATE TO WS-CLOSE-DATE
002550         MOVE ZERO TO WS-DAY-COUNT
002560         MOVE ZERO TO WS-DAY-HASH
002570         ADD 1 TO WS-GEN-SEALS
002580         IF SEA-CLOSING-SEAL
002590             SET WS-TRAIL-CLOSED TO TRUE
002600         END-IF
002610     END-IF.
002620 2300-CHECK-SEAL-EXIT.
002630     EXIT.
002640*
002650******************************************************************
002660*    3000-CLOSE-TRAIL - APPEND THE CLOSING SEAL: AN ORDINARY      *
002670*    SEAL OVER THE LINES SINCE THE LAST ONE, MARKED "C".          *
002680******************************************************************
002690 3000-CLOSE-TRAIL.
002700     OPEN EXTEND AUDIT-FILE
002710     IF WS-AUD-STATUS NOT = "00"
002720         DISPLAY "CALCAROL - NO SE PUDO EXTENDER AUDITORIA "
002730             "- STATUS " WS-AUD-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF
002770     MOVE SPACES TO SEA-SEAL-LINE
002780     MOVE "=SELLO=" TO SEA-MARKER
002790     MOVE WS-ROLL-DATE TO SEA-DATE
002800     MOVE WS-DAY-COUNT TO SEA-LINE-COUNT
002810     MOVE WS-DAY-HASH TO SEA-HASH
002820     COMPUTE WS-HASH-INT = FUNCTION ABS (WS-DAY-HASH) * 100
002830     COMPUTE WS-CHAIN-WORK = FUNCTION MOD (
002840         WS-PREV-CHAIN * 31 + WS-DAY-COUNT + WS-HASH-INT,
002850         10000000000)
002860     MOVE WS-CHAIN-WORK TO SEA-CHAIN
002870     MOVE "C" TO SEA-CLOSE-SW
002880     WRITE AUD-LINE FROM SEA-SEAL-LINE
002890     CLOSE AUDIT-FILE
002900     MOVE WS-CHAIN-WORK TO WS-PREV-CHAIN
002910     MOVE WS-ROLL-DATE TO WS-CLOSE-DATE
002920     ADD 1 TO WS-GEN-SEALS
002930     ADD 1 TO WS-TRAIL-LINES
002940     DISPLAY "CALCAROL - SELLO DE CIERRE DEL " WS-ROLL-DATE
002950         " - " WS-DAY-COUNT " LINEAS SELLADAS".
002960 3000-CLOSE-TRAIL-EXIT.
002970     EXIT.
002980*
002990******************************************************************
003000*    4000-COPY-TRAIL - COPY THE CLOSED TRAIL TO THE NEW ARCHIVE   *
003010*    GENERATION.  THE COPY MUST HOLD EVERY LINE THE SCAN COUNTED  *
003020*    (PLUS THE CLOSING SEAL) OR THE TRAIL IS NOT TOUCHED.         *
003030******************************************************************
003040 4000-COPY-TRAIL.
003050     OPEN INPUT AUDIT-FILE
003060     IF WS-AUD-STATUS NOT = "00"
003070         DISPLAY "CALCAROL - NO SE PUDO ABRIR AUDITORIA "
003080             "- STATUS " WS-AUD-STATUS
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF
003120     OPEN OUTPUT ARCHIVE-FILE
003130     IF WS-AGN-STATUS NOT = "00"
003140         DISPLAY "CALCAROL - NO SE PUDO ABRIR LA GENERACION "
003150             "- STATUS " WS-AGN-STATUS
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF
003190     MOVE "N" TO WS-EOF-SW
003200     PERFORM 4100-COPY-NEXT THRU 4100-COPY-NEXT-EXIT
003210         UNTIL WS-END-OF-FILE
003220     CLOSE AUDIT-FILE
003230     CLOSE ARCHIVE-FILE
003240     IF WS-COPY-LINES NOT = WS-TRAIL-LINES
003250         DISPLAY "CALCAROL - COPIA INCOMPLETA: " WS-COPY-LINES
003260             " DE " WS-TRAIL-LINES " LINEAS"
003270         DISPLAY "CALCAROL - EL RASTRO NO SE REINICIA - REPETIR"
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310 4000-COPY-TRAIL-EXIT.
003320     EXIT.
003330*
003340 4100-COPY-NEXT.
003350     READ AUDIT-FILE
003360         AT END
003370             SET WS-END-OF-FILE TO TRUE
003380     END-READ
003390     IF WS-END-OF-FILE
003400         GO TO 4100-COPY-NEXT-EXIT
003410     END-IF
003420     WRITE AGN-LINE FROM AUD-LINE
003430     IF WS-AGN-STATUS NOT = "00"
003440         DISPLAY "CALCAROL - ERROR AL GRABAR LA GENERACION "
003450             "- STATUS " WS-AGN-STATUS
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF
003490     ADD 1 TO WS-COPY-LINES.
003500 4100-COPY-NEXT-EXIT.
003510     EXIT.
003520*
003530******************************************************************
003540*    5000-START-TRAIL - EMPTY THE TRAIL AND WRITE ITS ORIGIN      *
003550*    LINE: THE CLOSING SEAL'S DATE AND CHAIN, THE GENERATION'S    *
003560*    DETAIL LINE AND SEAL COUNTS, AND THE DATE OF THE ROLLOVER.   *
003570******************************************************************
003580 5000-START-TRAIL.
003590     OPEN OUTPUT AUDIT-FILE
003600     IF WS-AUD-STATUS NOT = "00"
003610         DISPLAY "CALCAROL - NO SE PUDO REINICIAR AUDITORIA "
003620             "- STATUS " WS-AUD-STATUS
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF
003660     MOVE SPACES TO SEA-SEAL-LINE
003670     MOVE "=ORIGEN" TO SEA-MARKER
003680     MOVE WS-CLOSE-DATE TO SEA-DATE
003690     MOVE WS-GEN-LINES TO SEA-LINE-COUNT
003700     MOVE ZERO TO SEA-HASH
003710     MOVE WS-PREV-CHAIN TO SEA-CHAIN
003720     MOVE WS-ROLL-DATE TO SEA-ROLL-DATE
003730     MOVE WS-GEN-SEALS TO SEA-GEN-SEALS
003740     WRITE AUD-LINE FROM SEA-SEAL-LINE
003750     CLOSE AUDIT-FILE.
003760 5000-START-TRAIL-EXIT.
003770     EXIT.
003780*
003790******************************************************************
003800*    8000-TERMINATE - REPORT THE GENERATION THAT WAS ROLLED.      *
003810******************************************************************
003820 8000-TERMINATE.
003830     DISPLAY "CALCAROL - RASTRO ROTADO: " WS-COPY-LINES
003840         " LINEAS ARCHIVADAS (" WS-GEN-LINES " DE DETALLE, "
003850         WS-GEN-SEALS " SELLOS)"
003860     DISPLAY "CALCAROL - NUEVO RASTRO DESDE EL CIERRE DEL "
003870         WS-CLOSE-DATE " - CADENA " WS-PREV-CHAIN.
003880 8000-TERMINATE-EXIT.
003890     EXIT.
