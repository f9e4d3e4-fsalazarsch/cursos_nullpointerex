000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCCLOG.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCCLOG - DAILY MASTER-CHANGE LOG.                         *
000090*                                                                 *
000100*    READS THE PENDING-CHANGE FILE (SEE CALCPCH) AND PRINTS,     *
000110*    FOR THE DATE GIVEN IN THE PARM, EVERY CHANGE TO THE FACTOR  *
000120*    FILE OR THE STANDING-INSTRUCTIONS MASTER THAT WAS REVIEWED  *
000130*    THAT DAY (APPROVED AND APPLIED, OR REJECTED) AND EVERY      *
000140*    CHANGE KEYED THAT DAY THAT IS STILL WAITING: WHO KEYED IT   *
000150*    AND WHEN, WHO REVIEWED IT AND WHEN, THE OUTCOME, AND THE    *
000160*    ROW BEFORE AND AFTER.  A CLOSING COUNT SHOWS THE WHOLE      *
000170*    QUEUE STILL WAITING FOR A SECOND SUPERVISOR.                *
000180*                                                                 *
000190*    PARM (8 BYTES, OPTIONAL): THE DATE TO LOG, AAAAMMDD.  ZERO, *
000200*    BLANK OR MISSING MEANS THE CURRENT DATE - THE SAME          *
000210*    CONVENTION CALCBAL USES.                                    *
000220*                                                                 *
000230*    RETURN CODES: 0 - LOG PRINTED.                              *
000240*                 16 - BAD PARM OR PENDING-CHANGE FILE           *
000250*                      UNAVAILABLE.                              *
000260*                                                                 *
000270*    MODIFICATION HISTORY                                        *
000280*    ---------------------------------------------------------   *
000290*    2026-10-15  JCM   ORIGINAL PROGRAM.                          *
000291*    2026-10-15  JCM   A STANDING-INSTRUCTION IMAGE NOW SHOWS     *
000292*                      THE VARIANCE TOLERANCE (SEE CALCSIN).      *
000293*    2026-10-15  JCM   THE IMAGE ALSO SHOWS THE ROW'S NON-        *
000294*                      BUSINESS-DAY ROLL RULE (SEE SIN-ROLL).     *
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.    IBM-370.
000340 OBJECT-COMPUTER.    IBM-370.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PENDING-FILE ASSIGN TO CALCPCH
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS PCH-KEY
000420         FILE STATUS IS WS-PCH-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PENDING-FILE.
000470 COPY CALCPCH.
000480*
000490 WORKING-STORAGE SECTION.
000500*
000510 77  WS-PCH-STATUS           PIC X(02).
000520*
000530 77  WS-EOF-SW               PIC X(01) VALUE "N".
000540     88  WS-END-OF-FILE              VALUE "Y".
000550*
000560 77  WS-LOG-DATE             PIC 9(08) VALUE ZERO.
000570*
000580 77  WS-APPROVED-COUNT       PIC 9(05) VALUE ZERO.
000590 77  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
000600 77  WS-KEYED-COUNT          PIC 9(05) VALUE ZERO.
000610 77  WS-QUEUE-COUNT          PIC 9(05) VALUE ZERO.
000620*
000630 77  WS-IMAGE                PIC X(120).
000640 77  WS-IMAGE-LABEL          PIC X(10).
000650 77  WS-TARGET-TEXT          PIC X(11).
000660 77  WS-ACTION-TEXT          PIC X(09).
000670 77  WS-STATE-TEXT           PIC X(09).
000680*
000690 01  WS-VALUE-ED             PIC -(7)9.99.
000700 01  WS-VALUE2-ED            PIC -(7)9.99.
000705 01  WS-TOL-ED               PIC Z(4)9.99.
000710*
000720 COPY CALCFCT.
000730*
000740 COPY CALCSIN.
000750*
000760 LINKAGE SECTION.
000770 01  LK-PARM.
000780     05  LK-PARM-LEN             PIC S9(04) COMP.
000790     05  LK-PARM-TEXT            PIC X(08).
000800*
000810 PROCEDURE DIVISION USING LK-PARM.
000820*
000830******************************************************************
000840*    0000-MAINLINE                                                *
000850******************************************************************
000860 0000-MAINLINE.
000870     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000880     PERFORM 2000-READ-CHANGE THRU 2000-READ-CHANGE-EXIT
000890         UNTIL WS-END-OF-FILE
000900     PERFORM 5000-PRINT-TOTALS THRU 5000-PRINT-TOTALS-EXIT
000910     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
000920     STOP RUN.
000930*
000940******************************************************************
000950*    1000-INITIALIZE - VALIDATE THE PARM AND OPEN THE FILE.       *
000960******************************************************************
000970 1000-INITIALIZE.
000980     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
000990     IF LK-PARM-LEN NOT < 8
001000         AND LK-PARM-TEXT (1:8) NOT = SPACES
001010         IF LK-PARM-TEXT (1:8) NOT NUMERIC
001020             DISPLAY "CALCCLOG - PARM DE FECHA INVALIDO"
001030             MOVE 16 TO RETURN-CODE
001040             STOP RUN
001050         END-IF
001060         IF LK-PARM-TEXT (1:8) NOT = "00000000"
001070             MOVE LK-PARM-TEXT (1:8) TO WS-LOG-DATE
001080         END-IF
001090     END-IF
001100     OPEN INPUT PENDING-FILE
001110     IF WS-PCH-STATUS NOT = "00"
001120         DISPLAY "CALCCLOG - NO SE PUDO ABRIR CAMBIOS PENDIENTES "
001130             "- STATUS " WS-PCH-STATUS
001140         MOVE 16 TO RETURN-CODE
001150         STOP RUN
001160     END-IF
001170     DISPLAY " "
001180     DISPLAY "===== CALCCLOG - CAMBIOS A MAESTROS DEL "
001190         WS-LOG-DATE " =====".
001200 1000-INITIALIZE-EXIT.
001210     EXIT.
001220*
001230******************************************************************
001240*    2000-READ-CHANGE - ONE PASS OVER THE FILE.  A ROW REVIEWED   *
001250*    ON THE LOG DATE, OR KEYED ON IT AND STILL WAITING, PRINTS;   *
001260*    EVERY WAITING ROW COUNTS TOWARD THE QUEUE TOTAL.             *
001270******************************************************************
001280 2000-READ-CHANGE.
001290     READ PENDING-FILE
001300         AT END
001310             SET WS-END-OF-FILE TO TRUE
001320     END-READ
001330     IF WS-END-OF-FILE
001340         GO TO 2000-READ-CHANGE-EXIT
001350     END-IF
001360     IF PCH-PENDING
001370         ADD 1 TO WS-QUEUE-COUNT
001380     END-IF
001390     EVALUATE TRUE
001400         WHEN PCH-APPROVED AND PCH-REVIEW-DATE = WS-LOG-DATE
001410             ADD 1 TO WS-APPROVED-COUNT
001420             MOVE "APROBADO" TO WS-STATE-TEXT
001430         WHEN PCH-REJECTED AND PCH-REVIEW-DATE = WS-LOG-DATE
001440             ADD 1 TO WS-REJECTED-COUNT
001450             MOVE "RECHAZADO" TO WS-STATE-TEXT
001460         WHEN PCH-PENDING AND PCH-KEYED-DATE = WS-LOG-DATE
001470             ADD 1 TO WS-KEYED-COUNT
001480             MOVE "PENDIENTE" TO WS-STATE-TEXT
001490         WHEN OTHER
001500             GO TO 2000-READ-CHANGE-EXIT
001510     END-EVALUATE
001520     PERFORM 3000-PRINT-CHANGE THRU 3000-PRINT-CHANGE-EXIT.
001530 2000-READ-CHANGE-EXIT.
001540     EXIT.
001550*
001560******************************************************************
001570*    3000-PRINT-CHANGE - ONE LOGGED CHANGE: THE SUMMARY LINE,     *
001580*    WHO KEYED AND WHO REVIEWED, THE TWO IMAGES AND THE NOTE.     *
001590******************************************************************
001600 3000-PRINT-CHANGE.
001610     IF PCH-FACTOR
001620         MOVE "FACTOR" TO WS-TARGET-TEXT
001630     ELSE
001640         MOVE "INSTRUCCION" TO WS-TARGET-TEXT
001650     END-IF
001660     EVALUATE TRUE
001670         WHEN PCH-ADD
001680             MOVE "ALTA" TO WS-ACTION-TEXT
001690         WHEN PCH-DEACT
001700             MOVE "BAJA" TO WS-ACTION-TEXT
001710         WHEN OTHER
001720             MOVE "REACTIVAR" TO WS-ACTION-TEXT
001730     END-EVALUATE
001740     DISPLAY " "
001750     DISPLAY WS-TARGET-TEXT " " WS-ACTION-TEXT " " WS-STATE-TEXT
001760     DISPLAY "  DIGITADO : " PCH-KEYED-BY " " PCH-KEYED-DATE
001770         " " PCH-KEYED-TIME
001780     IF PCH-PENDING
001790         DISPLAY "  REVISADO : (SIN REVISAR)"
001800     ELSE
001810         DISPLAY "  REVISADO : " PCH-REVIEWED-BY " "
001820             PCH-REVIEW-DATE " " PCH-REVIEW-TIME
001830     END-IF
001840     MOVE "  ANTES   :" TO WS-IMAGE-LABEL
001850     MOVE PCH-BEFORE-IMAGE TO WS-IMAGE
001860     PERFORM 3100-PRINT-IMAGE THRU 3100-PRINT-IMAGE-EXIT
001870     MOVE "  DESPUES :" TO WS-IMAGE-LABEL
001880     MOVE PCH-AFTER-IMAGE TO WS-IMAGE
001890     PERFORM 3100-PRINT-IMAGE THRU 3100-PRINT-IMAGE-EXIT
001900     IF PCH-NOTE NOT = SPACES
001910         DISPLAY "  NOTA     : " PCH-NOTE
001920     END-IF.
001930 3000-PRINT-CHANGE-EXIT.
001940     EXIT.
001950*
001960******************************************************************
001970*    3100-PRINT-IMAGE - ONE IMAGE, LAID OUT AS THE ROW OF THE     *
001980*    MASTER IT BELONGS TO.                                        *
001990******************************************************************
002000 3100-PRINT-IMAGE.
002010     IF WS-IMAGE = SPACES
002020         DISPLAY WS-IMAGE-LABEL " (NINGUNO)"
002030         GO TO 3100-PRINT-IMAGE-EXIT
002040     END-IF
002050     IF PCH-FACTOR
002060         MOVE WS-IMAGE TO FCT-RECORD
002070         MOVE FCT-VALUE TO WS-VALUE-ED
002080         DISPLAY WS-IMAGE-LABEL " " FCT-NAME " " FCT-EFF-DATE
002090             " " WS-VALUE-ED " " FCT-DESC
002100     ELSE
002110         MOVE WS-IMAGE TO SIN-RECORD
002120         MOVE SIN-X TO WS-VALUE-ED
002130         MOVE SIN-Y TO WS-VALUE2-ED
002135         MOVE SIN-VAR-TOL TO WS-TOL-ED
002140         DISPLAY WS-IMAGE-LABEL " " SIN-ID " " SIN-REC-TYPE
002150             " " SIN-OP " " SIN-X-NAME " " WS-VALUE-ED
002160             " " SIN-Y-NAME " " WS-VALUE2-ED
002170             " " SIN-FREQ SIN-FREQ-DAY SIN-ROLL " " SIN-STATUS
002180             " " SIN-DESC " " SIN-VAR-TYPE " " WS-TOL-ED
002190     END-IF.
002200 3100-PRINT-IMAGE-EXIT.
002210     EXIT.
002220*
002230******************************************************************
002240*    5000-PRINT-TOTALS                                            *
002250******************************************************************
002260 5000-PRINT-TOTALS.
002270     DISPLAY " "
002280     DISPLAY "----- RESUMEN DEL " WS-LOG-DATE " -----"
002290     DISPLAY "APROBADOS Y APLICADOS ..: " WS-APPROVED-COUNT
002300     DISPLAY "RECHAZADOS .............: " WS-REJECTED-COUNT
002310     DISPLAY "DIGITADOS SIN REVISAR ..: " WS-KEYED-COUNT
002320     DISPLAY "COLA PENDIENTE TOTAL ...: " WS-QUEUE-COUNT
002330     DISPLAY "==============================================".
002340 5000-PRINT-TOTALS-EXIT.
002350     EXIT.
002360*
002370******************************************************************
002380*    8000-TERMINATE                                               *
002390******************************************************************
002400 8000-TERMINATE.
002410     CLOSE PENDING-FILE.
002420 8000-TERMINATE-EXIT.
002430     EXIT.
