000160*    ISOLATION - IS REPORTED AND THE STEP ENDS WITH RETURN       *
000170*    CODE 8.  LINES AFTER THE NEWEST SEAL ARE TODAY'S UNSEALED   *
000180*    WORK AND ARE REPORTED AS SUCH.                              *
000181*                                                                 *
000182*    SINCE THE MONTHLY ROLLOVER (CALCAROL) THE INPUT MAY BE ONE  *
000183*    GENERATION OR SEVERAL CONCATENATED OLDEST FIRST (THE JCL    *
000184*    DECIDES - SEE CALCAVRJ AND CALCAVCJ).  AN ORIGIN LINE AT    *
000185*    THE FRONT OF THE INPUT ANCHORS THE CHAIN ON THE VALUE IT    *
000186*    CARRIES; AN ORIGIN LINE FURTHER IN MUST FOLLOW A CLOSING    *
000187*    SEAL DIRECTLY AND AGREE WITH IT (DATE AND CHAIN) AND WITH   *
000188*    THE GENERATION JUST WALKED (LINE AND SEAL COUNTS), SO A     *
000189*    GENERATION DROPPED, SWAPPED OR TRIMMED BREAKS THE CHAIN.    *
000190*                                                                 *
000191*    PARM (OPTIONAL): "CADENA" - THE INPUT MUST BE THE WHOLE     *
000192*    CHAIN, SO IT MAY NOT START ON AN ORIGIN LINE.               *
000193*                                                                 *
000200*    RETURN CODES: 0 - EVERY SEAL VERIFIES.                      *
000210*                  8 - A SEAL OR GENERATION LINK DOES NOT        *
000215*                      MATCH THE TRAIL.                          *
000220*                 16 - BAD PARM OR THE TRAIL WOULD NOT OPEN.     *
000230*                                                                 *
000240*    MODIFICATION HISTORY                                        *
000250*    ---------------------------------------------------------   *
000263*                      CALCAUD); THE HASH COLUMNS DID NOT         *
000264*                      MOVE, SO EXISTING SEALS STILL              *
000265*                      VERIFY.                                    *
000266*    2026-10-15  JCM   MONTHLY ROLLOVER: ORIGIN LINES ANCHOR OR   *
000267*                      LINK GENERATIONS; CLOSING SEALS END        *
000268*                      ONE; PARM "CADENA" FOR THE WHOLE CHAIN.    *
000269*    2026-10-15  JCM   AUDIT LINE GROWN TO 120 BYTES FOR THE      *
000270*                      FORMULA NAME AND VERSION (SEE CALCAUD).    *
000271******************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.    IBM-370.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  AUDIT-FILE.
000420 01  AUD-LINE                PIC X(120).
000430*
000440 WORKING-STORAGE SECTION.
000450*
000510 77  WS-BROKEN-SW            PIC X(01) VALUE "N".
000520     88  WS-TRAIL-BROKEN             VALUE "Y".
000530*
000531 77  WS-CLOSED-SW            PIC X(01) VALUE "N".
000532     88  WS-GEN-CLOSED               VALUE "Y".
000533*
000534 77  WS-CHAIN-SW             PIC X(01) VALUE "N".
000535     88  WS-WHOLE-CHAIN              VALUE "Y".
000536*
000540 77  WS-DAY-COUNT            PIC 9(07) VALUE ZERO.
000550 77  WS-PREV-CHAIN           PIC 9(10) VALUE ZERO.
000560 77  WS-SEAL-COUNT           PIC 9(05) VALUE ZERO.
000561 77  WS-LINES-READ           PIC 9(09) VALUE ZERO.
000562 77  WS-GEN-LINES            PIC 9(07) VALUE ZERO.
000563 77  WS-GEN-SEALS            PIC 9(05) VALUE ZERO.
000564 77  WS-GEN-COUNT            PIC 9(05) VALUE 1.
000565 77  WS-CLOSE-DATE           PIC 9(08) VALUE ZERO.
000570 77  WS-NUM-TEXT             PIC X(12).
000580*
000590 01  WS-DAY-HASH             PIC S9(11)V99 COMP-3 VALUE ZERO.
000620*
000630 COPY CALCSEA.
000640*
000641 LINKAGE SECTION.
000642 01  LK-PARM.
000643     05  LK-PARM-LEN             PIC S9(04) COMP.
000644     05  LK-PARM-TEXT            PIC X(08).
000645*
000650 PROCEDURE DIVISION USING LK-PARM.
000660*
000670******************************************************************
000680*    0000-MAINLINE                                                *
000750     STOP RUN.
000760*
000770******************************************************************
000780*    1000-INITIALIZE - PARSE THE PARM AND OPEN THE TRAIL.         *
000790******************************************************************
000800 1000-INITIALIZE.
000801     IF LK-PARM-LEN NOT < 6
000802         AND LK-PARM-TEXT (1:6) = "CADENA"
000803         SET WS-WHOLE-CHAIN TO TRUE
000804     ELSE
000805         IF LK-PARM-LEN > ZERO
000806             AND LK-PARM-TEXT (1:LK-PARM-LEN) NOT = SPACES
000807             DISPLAY "CALCAVER - PARM INVALIDO"
000808             MOVE 16 TO RETURN-CODE
000809             STOP RUN
000810         END-IF
000811     END-IF
000812     OPEN INPUT AUDIT-FILE
000820     IF WS-AUD-STATUS NOT = "00"
000830         DISPLAY "CALCAVER - NO SE PUDO ABRIR AUDITORIA "
000840             "- STATUS " WS-AUD-STATUS
000910******************************************************************
000920*    2000-VERIFY-NEXT - ONE LINE PER PASS.  DETAIL LINES ROLL     *
000930*    INTO THE RUNNING TOTALS; A SEAL LINE IS CHECKED AGAINST      *
000940*    THEM AND, WHEN GOOD, BECOMES THE PREVIOUS SEAL.  AFTER A     *
000941*    CLOSING SEAL ONLY AN ORIGIN LINE MAY FOLLOW.                 *
000950******************************************************************
000960 2000-VERIFY-NEXT.
000970     READ AUDIT-FILE
001010     IF WS-END-OF-FILE
001020         GO TO 2000-VERIFY-NEXT-EXIT
001030     END-IF
001040     ADD 1 TO WS-LINES-READ
001041     MOVE AUD-LINE TO SEA-SEAL-LINE
001042     IF SEA-IS-ORIGIN
001043         PERFORM 2400-CHECK-ORIGIN THRU 2400-CHECK-ORIGIN-EXIT
001044         GO TO 2000-VERIFY-NEXT-EXIT
001045     END-IF
001046     IF WS-GEN-CLOSED
001047         DISPLAY "CALCAVER - LINEAS DESPUES DEL SELLO DE CIERRE"
001048             " DEL " WS-CLOSE-DATE " SIN LINEA DE ORIGEN"
001049         SET WS-TRAIL-BROKEN TO TRUE
001050         GO TO 2000-VERIFY-NEXT-EXIT
001051     END-IF
001052     IF SEA-IS-SEAL
001060         PERFORM 2300-CHECK-SEAL THRU 2300-CHECK-SEAL-EXIT
001070     ELSE
001080         ADD 1 TO WS-DAY-COUNT
001081         ADD 1 TO WS-GEN-LINES
001090         PERFORM 2200-HASH-LINE THRU 2200-HASH-LINE-EXIT
001100     END-IF.
001110 2000-VERIFY-NEXT-EXIT.
001600         MOVE SEA-CHAIN TO WS-PREV-CHAIN
001610         MOVE ZERO TO WS-DAY-COUNT
001620         MOVE ZERO TO WS-DAY-HASH
001621         ADD 1 TO WS-GEN-SEALS
001622         IF SEA-CLOSING-SEAL
001623             SET WS-GEN-CLOSED TO TRUE
001624             MOVE SEA-DATE TO WS-CLOSE-DATE
001625         END-IF
001630     END-IF.
001640 2300-CHECK-SEAL-EXIT.
001650     EXIT.
001651*
001652******************************************************************
001653*    2400-CHECK-ORIGIN - AS THE FIRST LINE READ, THE ORIGIN       *
001654*    LINE ANCHORS THE CHAIN (UNLESS THE WHOLE CHAIN WAS ASKED     *
001655*    FOR).  ANYWHERE ELSE IT MUST COME STRAIGHT AFTER A CLOSING   *
001656*    SEAL AND CARRY THAT SEAL'S DATE AND CHAIN AND THE LINE AND   *
001657*    SEAL COUNTS OF THE GENERATION JUST WALKED.                   *
001658******************************************************************
001659 2400-CHECK-ORIGIN.
001660     IF WS-LINES-READ = 1
001661         IF WS-WHOLE-CHAIN
001662             DISPLAY "CALCAVER - LA ENTRADA EMPIEZA EN EL ORIGEN"
001663                 " DEL " SEA-DATE " Y NO EN LA PRIMERA"
001664                 " GENERACION"
001665             SET WS-TRAIL-BROKEN TO TRUE
001666             GO TO 2400-CHECK-ORIGIN-EXIT
001667         END-IF
001668         MOVE SEA-CHAIN TO WS-PREV-CHAIN
001669         DISPLAY "CALCAVER - ENTRADA ANCLADA EN EL CIERRE DEL "
001670             SEA-DATE " - CADENA " SEA-CHAIN
001671         GO TO 2400-CHECK-ORIGIN-EXIT
001672     END-IF
001673     IF NOT WS-GEN-CLOSED
001674         DISPLAY "CALCAVER - LINEA DE ORIGEN DEL " SEA-DATE
001675             " SIN SELLO DE CIERRE ANTES"
001676         SET WS-TRAIL-BROKEN TO TRUE
001677         GO TO 2400-CHECK-ORIGIN-EXIT
001678     END-IF
001679     IF SEA-DATE NOT = WS-CLOSE-DATE
001680         OR SEA-CHAIN NOT = WS-PREV-CHAIN
001681         OR SEA-LINE-COUNT NOT = WS-GEN-LINES
001682         OR SEA-GEN-SEALS NOT = WS-GEN-SEALS
001683         DISPLAY "CALCAVER - ENLACE ENTRE GENERACIONES ROTO EN"
001684             " EL CIERRE DEL " WS-CLOSE-DATE
001685         DISPLAY "  LINEAS EN EL ORIGEN " SEA-LINE-COUNT
001686             " - RECONTADAS " WS-GEN-LINES
001687         SET WS-TRAIL-BROKEN TO TRUE
001688         GO TO 2400-CHECK-ORIGIN-EXIT
001689     END-IF
001690     DISPLAY "CALCAVER - GENERACION CERRADA EL " WS-CLOSE-DATE
001691         " - " WS-GEN-LINES " LINEAS, " WS-GEN-SEALS
001692         " SELLOS - ENLACE VERIFICADO"
001693     ADD 1 TO WS-GEN-COUNT
001694     MOVE ZERO TO WS-GEN-LINES
001695     MOVE ZERO TO WS-GEN-SEALS
001696     MOVE "N" TO WS-CLOSED-SW.
001697 2400-CHECK-ORIGIN-EXIT.
001698     EXIT.
001699*
001700******************************************************************
001701*    8000-TERMINATE - RETURN CODE 8 WHEN A SEAL DID NOT MATCH.    *
001702******************************************************************
001703 8000-TERMINATE.
001710     CLOSE AUDIT-FILE
001720     IF WS-TRAIL-BROKEN
001730         DISPLAY "CALCAVER - RASTRO ALTERADO - AVISAR AL"
001750         MOVE 8 TO RETURN-CODE
001760     ELSE
001770         DISPLAY "CALCAVER - " WS-SEAL-COUNT
001780             " SELLOS VERIFICADOS SIN DIFERENCIAS EN "
001781             WS-GEN-COUNT " GENERACION(ES)"
001782         IF WS-GEN-CLOSED
001783             DISPLAY "CALCAVER - LA ULTIMA GENERACION LEIDA SE"
001784                 " CERRO EL " WS-CLOSE-DATE
001785         END-IF
001790         IF WS-DAY-COUNT > ZERO
001800             DISPLAY "CALCAVER - " WS-DAY-COUNT
001810                 " LINEAS POSTERIORES AL ULTIMO SELLO"
