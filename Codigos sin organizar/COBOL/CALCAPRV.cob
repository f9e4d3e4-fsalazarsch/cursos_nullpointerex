000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCAPRV.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCAPRV - MASTER-CHANGE REVIEW AND APPROVAL.               *
000090*                                                                 *
000100*    THE SECOND HALF OF TWO-PERSON CONTROL OVER THE FACTOR FILE  *
000110*    (PROD.CALC.FACTORS) AND THE STANDING-INSTRUCTIONS MASTER    *
000120*    (PROD.CALC.STANDING).  CALCFMNT AND CALCSMNT ONLY QUEUE     *
000130*    CHANGES ON THE PENDING-CHANGE FILE (SEE CALCPCH); THIS      *
000140*    SCREEN WALKS THE QUEUE OLDEST FIRST, SHOWS EACH PENDING     *
000150*    CHANGE WITH ITS BEFORE AND AFTER ROWS, AND LETS A SECOND    *
000160*    SUPERVISOR APPROVE OR REJECT IT.  AN APPROVED CHANGE IS     *
000170*    APPLIED TO ITS MASTER THEN AND THERE; A REJECTED ONE NEVER  *
000180*    IS.  EITHER WAY THE ROW IS STAMPED WITH THE REVIEWER AND    *
000190*    THE DATE AND TIME, FOR THE DAILY CHANGE LOG (CALCCLOG).     *
000200*                                                                 *
000210*    REVIEW REQUIRES SIGN-ON AS AN ACTIVE SUPERVISOR (LEVEL 3)   *
000220*    THROUGH THE SHARED CALCSGN SIGN-ON, AND A SUPERVISOR IS     *
000230*    NEVER OFFERED A CHANGE THEY KEYED THEMSELVES.               *
000240*                                                                 *
000250*    A BAJA OR REACTIVACION IS ONLY APPLIED IF THE MASTER ROW    *
000260*    STILL MATCHES THE BEFORE IMAGE THE KEYER SAW; IF ANOTHER    *
000270*    APPROVED CHANGE GOT THERE FIRST, OR AN ALTA'S KEY HAS       *
000280*    SINCE BEEN TAKEN, THE CHANGE IS REJECTED WITH A NOTE SAYING *
000290*    WHY AND MUST BE KEYED AGAIN.                                *
000300*                                                                 *
000310*    MODIFICATION HISTORY                                        *
000320*    ---------------------------------------------------------   *
000330*    2026-10-15  JCM   ORIGINAL PROGRAM.                          *
000331*    2026-10-15  JCM   A STANDING-INSTRUCTION IMAGE NOW SHOWS     *
000332*                      THE VARIANCE TOLERANCE (SEE CALCSIN).      *
000333*    2026-10-15  JCM   THE IMAGE ALSO SHOWS THE ROW'S NON-        *
000334*                      BUSINESS-DAY ROLL RULE (SEE SIN-ROLL).     *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.    IBM-370.
000380 OBJECT-COMPUTER.    IBM-370.
000390*
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PENDING-FILE ASSIGN TO CALCPCH
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PCH-KEY
000460         FILE STATUS IS WS-PCH-STATUS.
000470     SELECT FACTOR-FILE ASSIGN TO CALCFCT
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS FCT-KEY
000510         FILE STATUS IS WS-FCT-STATUS.
000520     SELECT STANDING-FILE ASSIGN TO CALCSIN
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SIN-ID
000560         FILE STATUS IS WS-SIN-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PENDING-FILE.
000610 COPY CALCPCH.
000620*
000630 FD  FACTOR-FILE.
000640 COPY CALCFCT.
000650*
000660 FD  STANDING-FILE.
000670 COPY CALCSIN.
000680*
000690 WORKING-STORAGE SECTION.
000700*
000710 77  WS-PCH-STATUS           PIC X(02).
000720 77  WS-FCT-STATUS           PIC X(02).
000730 77  WS-SIN-STATUS           PIC X(02).
000740 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000750 77  WS-PROGRAM-NAME         PIC X(08) VALUE "CALCAPRV".
000760*
000770 77  WS-SIGNON-SW            PIC X(01) VALUE "N".
000780     88  WS-SIGNED-ON                VALUE "Y".
000790*
000800 77  WS-REQ-AUTH             PIC 9(01) VALUE 3.
000810 77  WS-OPR-AUTH             PIC 9(01) VALUE ZERO.
000820*
000830 77  WS-QUIT-SW              PIC X(01) VALUE "N".
000840     88  WS-QUIT                     VALUE "Y".
000850*
000860 77  WS-APPLY-SW             PIC X(01).
000870     88  WS-APPLIED                  VALUE "Y".
000880     88  WS-NOT-APPLIED              VALUE "N".
000890*
000900 77  WS-REVIEW-CHOICE        PIC X(01).
000910     88  WS-CHOICE-APPROVE           VALUE "A" "a".
000920     88  WS-CHOICE-REJECT            VALUE "R" "r".
000930     88  WS-CHOICE-SKIP              VALUE "S" "s".
000940     88  WS-CHOICE-EXIT              VALUE "X" "x".
000950*
000960 77  WS-PENDING-COUNT        PIC 9(04) VALUE ZERO.
000970 77  WS-OWN-COUNT            PIC 9(04) VALUE ZERO.
000980 77  WS-APPROVED-COUNT       PIC 9(04) VALUE ZERO.
000990 77  WS-REJECTED-COUNT       PIC 9(04) VALUE ZERO.
001000*
001010 77  WS-IMAGE                PIC X(120).
001020 77  WS-IMAGE-LABEL          PIC X(08).
001030 77  WS-CURRENT-IMAGE        PIC X(120).
001040 77  WS-TARGET-TEXT          PIC X(13).
001050 77  WS-ACTION-TEXT          PIC X(11).
001060*
001070 01  WS-VALUE-ED             PIC -(7)9.99.
001080 01  WS-VALUE2-ED            PIC -(7)9.99.
001085 01  WS-TOL-ED               PIC Z(4)9.99.
001090*
001100 01  WS-CURRENT-DATE         PIC 9(08).
001110 01  WS-CURRENT-TIME         PIC 9(08).
001120*
001130 PROCEDURE DIVISION.
001140*
001150******************************************************************
001160*    0000-MAINLINE                                                *
001170******************************************************************
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001200     IF WS-SIGNED-ON
001210         PERFORM 2000-REVIEW-QUEUE THRU 2000-REVIEW-QUEUE-EXIT
001220         PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001230     END-IF
001240     STOP RUN.
001250*
001260******************************************************************
001270*    1000-INITIALIZE - SUPERVISOR SIGN-ON THROUGH CALCSGN, THEN   *
001280*    OPEN THE PENDING-CHANGE FILE AND BOTH MASTERS I-O (EACH IS   *
001290*    CREATED EMPTY IF IT DOES NOT EXIST YET, THE SAME AS THE      *
001300*    MAINTENANCE PROGRAMS DO).                                    *
001310******************************************************************
001320 1000-INITIALIZE.
001330     MOVE 3 TO WS-REQ-AUTH
001340     CALL "CALCSGN" USING WS-REQ-AUTH WS-OPERATOR-ID
001350         WS-OPR-AUTH WS-SIGNON-SW WS-PROGRAM-NAME
001360     IF NOT WS-SIGNED-ON
001370         GO TO 1000-INITIALIZE-EXIT
001380     END-IF
001390     OPEN I-O PENDING-FILE
001400     IF WS-PCH-STATUS = "35"
001410         CLOSE PENDING-FILE
001420         OPEN OUTPUT PENDING-FILE
001430         CLOSE PENDING-FILE
001440         OPEN I-O PENDING-FILE
001450     END-IF
001460     IF WS-PCH-STATUS NOT = "00"
001470         DISPLAY "NO SE PUDO ABRIR CAMBIOS PENDIENTES "
001480             "- STATUS " WS-PCH-STATUS
001490         MOVE "N" TO WS-SIGNON-SW
001500         GO TO 1000-INITIALIZE-EXIT
001510     END-IF
001520     OPEN I-O FACTOR-FILE
001530     IF WS-FCT-STATUS = "35"
001540         CLOSE FACTOR-FILE
001550         OPEN OUTPUT FACTOR-FILE
001560         CLOSE FACTOR-FILE
001570         OPEN I-O FACTOR-FILE
001580     END-IF
001590     IF WS-FCT-STATUS NOT = "00"
001600         DISPLAY "NO SE PUDO ABRIR ARCHIVO DE FACTORES "
001610             "- STATUS " WS-FCT-STATUS
001620         CLOSE PENDING-FILE
001630         MOVE "N" TO WS-SIGNON-SW
001640         GO TO 1000-INITIALIZE-EXIT
001650     END-IF
001660     OPEN I-O STANDING-FILE
001670     IF WS-SIN-STATUS = "35"
001680         CLOSE STANDING-FILE
001690         OPEN OUTPUT STANDING-FILE
001700         CLOSE STANDING-FILE
001710         OPEN I-O STANDING-FILE
001720     END-IF
001730     IF WS-SIN-STATUS NOT = "00"
001740         DISPLAY "NO SE PUDO ABRIR MAESTRO DE INSTRUCCIONES "
001750             "- STATUS " WS-SIN-STATUS
001760         CLOSE PENDING-FILE
001770         CLOSE FACTOR-FILE
001780         MOVE "N" TO WS-SIGNON-SW
001790     END-IF.
001800 1000-INITIALIZE-EXIT.
001810     EXIT.
001820*
001830******************************************************************
001840*    2000-REVIEW-QUEUE - WALK THE PENDING-CHANGE FILE IN KEY      *
001850*    (KEYING) ORDER UNTIL IT RUNS OUT OR THE REVIEWER QUITS.      *
001860******************************************************************
001870 2000-REVIEW-QUEUE.
001880     MOVE LOW-VALUES TO PCH-KEY
001890     START PENDING-FILE KEY IS NOT LESS THAN PCH-KEY
001900         INVALID KEY
001910             DISPLAY "NO HAY CAMBIOS REGISTRADOS"
001920             GO TO 2000-REVIEW-QUEUE-EXIT
001930     END-START
001940     PERFORM 2100-REVIEW-NEXT THRU 2100-REVIEW-NEXT-EXIT
001950         UNTIL WS-PCH-STATUS NOT = "00" OR WS-QUIT.
001960 2000-REVIEW-QUEUE-EXIT.
001970     EXIT.
001980*
001990******************************************************************
002000*    2100-REVIEW-NEXT - ONE ROW OF THE FILE.  ONLY PENDING ROWS   *
002010*    ARE SHOWN, AND THE REVIEWER'S OWN CHANGES ARE SHOWN BUT      *
002020*    CANNOT BE ACTED ON.                                          *
002030******************************************************************
002040 2100-REVIEW-NEXT.
002050     READ PENDING-FILE NEXT RECORD
002060         AT END
002070             MOVE "10" TO WS-PCH-STATUS
002080     END-READ
002090     IF WS-PCH-STATUS NOT = "00"
002100         GO TO 2100-REVIEW-NEXT-EXIT
002110     END-IF
002120     IF NOT PCH-PENDING
002130         GO TO 2100-REVIEW-NEXT-EXIT
002140     END-IF
002150     ADD 1 TO WS-PENDING-COUNT
002160     PERFORM 2200-SHOW-CHANGE THRU 2200-SHOW-CHANGE-EXIT
002170     IF PCH-KEYED-BY = WS-OPERATOR-ID
002180         ADD 1 TO WS-OWN-COUNT
002190         DISPLAY "CAMBIO PROPIO - DEBE REVISARLO OTRO SUPERVISOR"
002200         GO TO 2100-REVIEW-NEXT-EXIT
002210     END-IF
002220     DISPLAY "(A)PROBAR (R)ECHAZAR (S)IGUIENTE (X)SALIR"
002230     ACCEPT WS-REVIEW-CHOICE FROM CONSOLE
002240     EVALUATE TRUE
002250         WHEN WS-CHOICE-APPROVE
002260             PERFORM 3000-APPLY-CHANGE THRU 3000-APPLY-CHANGE-EXIT
002270         WHEN WS-CHOICE-REJECT
002280             PERFORM 4000-REJECT-CHANGE
002290                 THRU 4000-REJECT-CHANGE-EXIT
002300         WHEN WS-CHOICE-EXIT
002310             SET WS-QUIT TO TRUE
002320         WHEN OTHER
002330             DISPLAY "CAMBIO QUEDA PENDIENTE"
002340     END-EVALUATE.
002350 2100-REVIEW-NEXT-EXIT.
002360     EXIT.
002370*
002380******************************************************************
002390*    2200-SHOW-CHANGE - WHO KEYED WHAT, WITH THE BEFORE AND       *
002400*    AFTER ROWS.                                                  *
002410******************************************************************
002420 2200-SHOW-CHANGE.
002430     IF PCH-FACTOR
002440         MOVE "FACTOR" TO WS-TARGET-TEXT
002450     ELSE
002460         MOVE "INSTRUCCION" TO WS-TARGET-TEXT
002470     END-IF
002480     EVALUATE TRUE
002490         WHEN PCH-ADD
002500             MOVE "ALTA" TO WS-ACTION-TEXT
002510         WHEN PCH-DEACT
002520             MOVE "BAJA" TO WS-ACTION-TEXT
002530         WHEN OTHER
002540             MOVE "REACTIVAR" TO WS-ACTION-TEXT
002550     END-EVALUATE
002560     DISPLAY " "
002570     DISPLAY "CAMBIO " PCH-KEYED-DATE " " PCH-KEYED-TIME
002580         " DE " PCH-KEYED-BY " - " WS-TARGET-TEXT " "
002590         WS-ACTION-TEXT
002600     MOVE "ANTES  :" TO WS-IMAGE-LABEL
002610     MOVE PCH-BEFORE-IMAGE TO WS-IMAGE
002620     PERFORM 2300-SHOW-IMAGE THRU 2300-SHOW-IMAGE-EXIT
002630     MOVE "DESPUES:" TO WS-IMAGE-LABEL
002640     MOVE PCH-AFTER-IMAGE TO WS-IMAGE
002650     PERFORM 2300-SHOW-IMAGE THRU 2300-SHOW-IMAGE-EXIT.
002660 2200-SHOW-CHANGE-EXIT.
002670     EXIT.
002680*
002690******************************************************************
002700*    2300-SHOW-IMAGE - ONE IMAGE, LAID OUT AS THE ROW OF THE      *
002710*    MASTER IT BELONGS TO.                                        *
002720******************************************************************
002730 2300-SHOW-IMAGE.
002740     IF WS-IMAGE = SPACES
002750         DISPLAY WS-IMAGE-LABEL " (NINGUNO)"
002760         GO TO 2300-SHOW-IMAGE-EXIT
002770     END-IF
002780     IF PCH-FACTOR
002790         MOVE WS-IMAGE TO FCT-RECORD
002800         MOVE FCT-VALUE TO WS-VALUE-ED
002810         DISPLAY WS-IMAGE-LABEL " " FCT-NAME " " FCT-EFF-DATE
002820             " " WS-VALUE-ED " " FCT-DESC
002830     ELSE
002840         MOVE WS-IMAGE TO SIN-RECORD
002850         MOVE SIN-X TO WS-VALUE-ED
002860         MOVE SIN-Y TO WS-VALUE2-ED
002865         MOVE SIN-VAR-TOL TO WS-TOL-ED
002870         DISPLAY WS-IMAGE-LABEL " " SIN-ID " " SIN-REC-TYPE
002880             " " SIN-OP " " SIN-X-NAME " " WS-VALUE-ED
002890             " " SIN-Y-NAME " " WS-VALUE2-ED
002900             " " SIN-FREQ SIN-FREQ-DAY SIN-ROLL " " SIN-STATUS
002910             " " SIN-DESC " " SIN-VAR-TYPE " " WS-TOL-ED
002920     END-IF.
002930 2300-SHOW-IMAGE-EXIT.
002940     EXIT.
002950*
002960******************************************************************
002970*    3000-APPLY-CHANGE - APPLY AN APPROVED CHANGE TO ITS MASTER.  *
002980*    IF IT CANNOT BE APPLIED AS KEYED IT IS REJECTED INSTEAD,     *
002990*    WITH THE REASON IN THE NOTE.                                 *
003000******************************************************************
003010 3000-APPLY-CHANGE.
003020     MOVE "N" TO WS-APPLY-SW
003030     IF PCH-FACTOR
003040         PERFORM 3100-APPLY-FACTOR THRU 3100-APPLY-FACTOR-EXIT
003050     ELSE
003060         PERFORM 3200-APPLY-STANDING
003070             THRU 3200-APPLY-STANDING-EXIT
003080     END-IF
003090     IF WS-APPLIED
003100         MOVE "A" TO PCH-STATE
003110         MOVE "APLICADO" TO PCH-NOTE
003120         ADD 1 TO WS-APPROVED-COUNT
003130         DISPLAY "CAMBIO APROBADO Y APLICADO"
003140     ELSE
003150         MOVE "R" TO PCH-STATE
003160         ADD 1 TO WS-REJECTED-COUNT
003170         DISPLAY "NO SE PUDO APLICAR - " PCH-NOTE
003180             " - CAMBIO RECHAZADO"
003190     END-IF
003200     PERFORM 5000-STAMP-REVIEW THRU 5000-STAMP-REVIEW-EXIT.
003210 3000-APPLY-CHANGE-EXIT.
003220     EXIT.
003230*
003240******************************************************************
003250*    3100-APPLY-FACTOR - A FACTOR CHANGE IS ALWAYS A NEW          *
003260*    EFFECTIVE-DATED ROW; OLD ROWS ARE NEVER TOUCHED.             *
003270******************************************************************
003280 3100-APPLY-FACTOR.
003290     MOVE PCH-AFTER-IMAGE TO FCT-RECORD
003300     WRITE FCT-RECORD
003310         INVALID KEY
003320             MOVE "YA EXISTE EN FACTORES" TO PCH-NOTE
003330             GO TO 3100-APPLY-FACTOR-EXIT
003340     END-WRITE
003350     IF WS-FCT-STATUS NOT = "00"
003360         MOVE "ERROR EN FACTORES" TO PCH-NOTE
003370         GO TO 3100-APPLY-FACTOR-EXIT
003380     END-IF
003390     MOVE "Y" TO WS-APPLY-SW.
003400 3100-APPLY-FACTOR-EXIT.
003410     EXIT.
003420*
003430******************************************************************
003440*    3200-APPLY-STANDING - AN ALTA IS WRITTEN; A BAJA OR          *
003450*    REACTIVACION IS REWRITTEN ONLY IF THE ROW ON THE MASTER IS   *
003460*    STILL THE ONE THE KEYER SAW.                                 *
003470******************************************************************
003480 3200-APPLY-STANDING.
003490     MOVE PCH-AFTER-IMAGE TO SIN-RECORD
003500     IF PCH-ADD
003510         WRITE SIN-RECORD
003520             INVALID KEY
003530                 MOVE "YA EXISTE EN MAESTRO" TO PCH-NOTE
003540                 GO TO 3200-APPLY-STANDING-EXIT
003550         END-WRITE
003560     ELSE
003570         READ STANDING-FILE
003580             INVALID KEY
003590                 MOVE "NO ESTA EN MAESTRO" TO PCH-NOTE
003600                 GO TO 3200-APPLY-STANDING-EXIT
003610         END-READ
003620         MOVE SIN-RECORD TO WS-CURRENT-IMAGE
003630         IF WS-CURRENT-IMAGE NOT = PCH-BEFORE-IMAGE
003640             MOVE "MAESTRO YA CAMBIO" TO PCH-NOTE
003650             GO TO 3200-APPLY-STANDING-EXIT
003660         END-IF
003670         MOVE PCH-AFTER-IMAGE TO SIN-RECORD
003680         REWRITE SIN-RECORD
003690             INVALID KEY
003700                 MOVE "ERROR EN MAESTRO" TO PCH-NOTE
003710                 GO TO 3200-APPLY-STANDING-EXIT
003720         END-REWRITE
003730     END-IF
003740     IF WS-SIN-STATUS NOT = "00"
003750         MOVE "ERROR EN MAESTRO" TO PCH-NOTE
003760         GO TO 3200-APPLY-STANDING-EXIT
003770     END-IF
003780     MOVE "Y" TO WS-APPLY-SW.
003790 3200-APPLY-STANDING-EXIT.
003800     EXIT.
003810*
003820******************************************************************
003830*    4000-REJECT-CHANGE - THE MASTER IS NOT TOUCHED; THE REASON   *
003840*    KEYED BY THE REVIEWER GOES IN THE NOTE.                      *
003850******************************************************************
003860 4000-REJECT-CHANGE.
003870     DISPLAY "MOTIVO DEL RECHAZO: "
003880     ACCEPT PCH-NOTE FROM CONSOLE
003890     IF PCH-NOTE = SPACES
003900         MOVE "RECHAZADO" TO PCH-NOTE
003910     END-IF
003920     MOVE "R" TO PCH-STATE
003930     ADD 1 TO WS-REJECTED-COUNT
003940     PERFORM 5000-STAMP-REVIEW THRU 5000-STAMP-REVIEW-EXIT
003950     DISPLAY "CAMBIO RECHAZADO".
003960 4000-REJECT-CHANGE-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000*    5000-STAMP-REVIEW - REVIEWER, DATE AND TIME ON THE PENDING   *
004010*    ROW, WHATEVER THE OUTCOME.                                   *
004020******************************************************************
004030 5000-STAMP-REVIEW.
004040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004050     ACCEPT WS-CURRENT-TIME FROM TIME
004060     MOVE WS-OPERATOR-ID TO PCH-REVIEWED-BY
004070     MOVE WS-CURRENT-DATE TO PCH-REVIEW-DATE
004080     MOVE WS-CURRENT-TIME TO PCH-REVIEW-TIME
004090     REWRITE PCH-RECORD
004100         INVALID KEY
004110             DISPLAY "ERROR REESCRIBIENDO CAMBIO PENDIENTE "
004120                 "- STATUS " WS-PCH-STATUS
004130     END-REWRITE.
004140 5000-STAMP-REVIEW-EXIT.
004150     EXIT.
004160*
004170******************************************************************
004180*    8000-TERMINATE                                               *
004190******************************************************************
004200 8000-TERMINATE.
004210     CLOSE PENDING-FILE
004220     CLOSE FACTOR-FILE
004230     CLOSE STANDING-FILE
004240     DISPLAY " "
004250     DISPLAY "CAMBIOS PENDIENTES VISTOS .: " WS-PENDING-COUNT
004260     DISPLAY "  PROPIOS (NO REVISABLES) .: " WS-OWN-COUNT
004270     DISPLAY "  APROBADOS ...............: " WS-APPROVED-COUNT
004280     DISPLAY "  RECHAZADOS ..............: " WS-REJECTED-COUNT
004290     DISPLAY "CALCAPRV - FIN DE REVISION".
004300 8000-TERMINATE-EXIT.
004310     EXIT.
