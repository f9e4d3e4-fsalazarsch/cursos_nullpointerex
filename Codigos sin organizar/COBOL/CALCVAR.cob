000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCVAR.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCVAR - NIGHTLY RUN-OVER-RUN VARIANCE EXCEPTIONS.         *
000090*                                                                 *
000100*    A STANDING INSTRUCTION (SEE CALCSIN / CALCGEN) SHOULD COME  *
000110*    OUT CLOSE TO WHAT IT CAME OUT LAST TIME; WHEN A FACTOR IS   *
000120*    KEYED WRONG THE ANSWER JUMPS AND NOBODY NOTICES UNTIL       *
000130*    FINANCE DOES.  THIS STEP READS THE RUN DATE'S HISTORY ROWS  *
000140*    THAT CARRY AN INSTRUCTION ID (HST-SIN-ID), COMPARES EACH    *
000150*    ANSWER WITH THE INSTRUCTION'S PREVIOUS DUE RUN AND LISTS    *
000160*    EVERY MOVE BEYOND THE TOLERANCE HELD ON THE MASTER          *
000170*    (SIN-VAR-TYPE / SIN-VAR-TOL).  THE PREVIOUS ANSWER COMES    *
000180*    FROM THE VARIANCE BASELINE FILE (SEE CALCVBS), WHICH THIS   *
000190*    STEP KEEPS UP TO DATE AS IT GOES; A SECOND RUN FOR THE      *
000200*    SAME DATE COMPARES WITH THE RUN BEFORE IT AGAIN, NOT WITH   *
000210*    ITSELF.                                                     *
000220*                                                                 *
000230*    A PERCENTAGE TOLERANCE AGAINST A PREVIOUS ANSWER OF ZERO    *
000240*    CANNOT BE MEASURED, SO ANY MOVE OFF ZERO IS LISTED.  ERROR  *
000250*    ROWS POSTED NO ANSWER AND ARE COUNTED, NOT COMPARED, AND    *
000260*    DO NOT MOVE THE BASELINE.  INSTRUCTIONS WITH NO TOLERANCE   *
000270*    ARE NOT CHECKED BUT STILL MOVE THE BASELINE, SO A           *
000280*    TOLERANCE SET LATER HAS A RUN TO COMPARE WITH AT ONCE.      *
000282*    A REVERSED ROW AND THE REVERSAL ROW THAT TOOK IT BACK       *
000284*    (SEE CALCHST) ARE PASSED OVER - THE PAIR NETS TO NOTHING,   *
000286*    SO IT NEITHER RAISES AN EXCEPTION NOR MOVES THE BASELINE.   *
000290*                                                                 *
000300*    PARM (8 BYTES): RUN DATE AAAAMMDD; ZEROS OR BLANK MEAN THE  *
000310*    CURRENT DATE (THE CALCBAL CONVENTION).                      *
000320*                                                                 *
000330*    RETURN CODES: 0 - NO EXCEPTIONS.                            *
000340*                  4 - EXCEPTIONS LISTED.                        *
000350*                 16 - BAD PARM OR A FILE WOULD NOT OPEN.        *
000360*                                                                 *
000370*    MODIFICATION HISTORY                                        *
000380*    ---------------------------------------------------------   *
000390*    2026-10-15  JCM   ORIGINAL PROGRAM.                          *
000392*    2026-10-15  JCM   REVERSED ROWS AND REVERSAL ROWS ARE PASSED *
000394*                      OVER, SO A POSTING TAKEN BACK NO LONGER    *
000396*                      RAISES AN EXCEPTION OR MOVES THE BASELINE. *
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.    IBM-370.
000440 OBJECT-COMPUTER.    IBM-370.
000450*
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT HISTORY-FILE ASSIGN TO CALCHST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS HST-KEY
000520         ALTERNATE RECORD KEY IS HST-OPERATOR-ID
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-HST-STATUS.
000550     SELECT STANDING-FILE ASSIGN TO CALCSIN
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SIN-ID
000590         FILE STATUS IS WS-SIN-STATUS.
000600     SELECT VARBASE-FILE ASSIGN TO CALCVBS
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS VBS-SIN-ID
000640         FILE STATUS IS WS-VBS-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  HISTORY-FILE.
000690 COPY CALCHST.
000700*
000710 FD  STANDING-FILE.
000720 COPY CALCSIN.
000730*
000740 FD  VARBASE-FILE.
000750 COPY CALCVBS.
000760*
000770 WORKING-STORAGE SECTION.
000780*
000790 77  WS-HST-STATUS           PIC X(02).
000800 77  WS-SIN-STATUS           PIC X(02).
000810 77  WS-VBS-STATUS           PIC X(02).
000820*
000830 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000840*
000850 77  WS-PRIOR-SW             PIC X(01) VALUE "N".
000860     88  WS-HAVE-PRIOR               VALUE "Y".
000870 77  WS-NEW-BASE-SW          PIC X(01) VALUE "N".
000880     88  WS-NEW-BASE                 VALUE "Y".
000890 77  WS-EXCEPTION-SW         PIC X(01) VALUE "N".
000900     88  WS-IS-EXCEPTION             VALUE "Y".
000910*
000920 77  WS-PRIOR-DATE           PIC 9(08) VALUE ZERO.
000930 77  WS-PRIOR-ANS            PIC S9(7)V99 VALUE ZERO.
000940 77  WS-DIFF                 PIC S9(8)V99 VALUE ZERO.
000950 77  WS-ABS-DIFF             PIC S9(8)V99 VALUE ZERO.
000960 77  WS-ABS-PRIOR            PIC S9(7)V99 VALUE ZERO.
000970 77  WS-PCT                  PIC S9(7)V99 VALUE ZERO.
000980*
000990 77  WS-ROW-COUNT            PIC 9(07) VALUE ZERO.
001000 77  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.
001010 77  WS-NO-SIN-COUNT         PIC 9(07) VALUE ZERO.
001020 77  WS-NO-PRIOR-COUNT       PIC 9(07) VALUE ZERO.
001030 77  WS-NO-TOL-COUNT         PIC 9(07) VALUE ZERO.
001040 77  WS-LATE-COUNT           PIC 9(07) VALUE ZERO.
001050 77  WS-CHECKED-COUNT        PIC 9(07) VALUE ZERO.
001060 77  WS-EXC-COUNT            PIC 9(07) VALUE ZERO.
001070*
001080 77  WS-RUPD-PHASE           PIC X(01) VALUE "I".
001090 77  WS-RUPD-STEP            PIC X(08) VALUE "VAR".
001100 77  WS-RUPD-DATE            PIC 9(08) VALUE ZERO.
001110 77  WS-RUPD-RC              PIC 9(02) VALUE ZERO.
001120 77  WS-RUPD-COUNT           PIC 9(07) VALUE ZERO.
001130*
001140 01  WS-EXC-LINE.
001150     05  WS-EL-SIN-ID        PIC X(08).
001160     05  FILLER              PIC X(01) VALUE SPACE.
001170     05  WS-EL-PRIOR-DATE    PIC 9(08).
001180     05  FILLER              PIC X(01) VALUE SPACE.
001190     05  WS-EL-PRIOR-ANS     PIC -(7)9.99.
001200     05  FILLER              PIC X(01) VALUE SPACE.
001210     05  WS-EL-ANS           PIC -(7)9.99.
001220     05  FILLER              PIC X(01) VALUE SPACE.
001230     05  WS-EL-DIFF          PIC -(8)9.99.
001240     05  FILLER              PIC X(01) VALUE SPACE.
001250     05  WS-EL-PCT           PIC -(6)9.99.
001260     05  WS-EL-PCT-NA REDEFINES WS-EL-PCT
001270                             PIC X(10).
001280     05  FILLER              PIC X(01) VALUE SPACE.
001290     05  WS-EL-VAR-TYPE      PIC X(01).
001300     05  FILLER              PIC X(01) VALUE SPACE.
001310     05  WS-EL-TOL           PIC Z(4)9.99.
001320*
001330 LINKAGE SECTION.
001340 01  LK-PARM.
001350     05  LK-PARM-LEN             PIC S9(04) COMP.
001360     05  LK-PARM-TEXT            PIC X(08).
001370*
001380 PROCEDURE DIVISION USING LK-PARM.
001390*
001400******************************************************************
001410*    0000-MAINLINE                                                *
001420******************************************************************
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001450     PERFORM 2000-SCAN-HISTORY THRU 2000-SCAN-HISTORY-EXIT
001460     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001470     STOP RUN.
001480*
001490******************************************************************
001500*    1000-INITIALIZE - TAKE THE RUN DATE FROM THE PARM AND OPEN   *
001510*    THE FILES.  THE BASELINE FILE IS CREATED ON ITS FIRST RUN.   *
001520*    A BAD PARM OR FAILED OPEN ENDS THE RUN WITH RETURN CODE 16.  *
001530******************************************************************
001540 1000-INITIALIZE.
001550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001560     IF LK-PARM-LEN NOT < 8
001570         AND LK-PARM-TEXT (1:8) NOT = SPACES
001580         IF LK-PARM-TEXT (1:8) NOT NUMERIC
001590             DISPLAY "CALCVAR - PARM DE FECHA INVALIDO"
001600             MOVE 16 TO RETURN-CODE
001610             STOP RUN
001620         END-IF
001630         IF LK-PARM-TEXT (1:8) NOT = "00000000"
001640             MOVE LK-PARM-TEXT (1:8) TO WS-RUN-DATE
001650         END-IF
001660     END-IF
001670     OPEN INPUT HISTORY-FILE
001680     IF WS-HST-STATUS NOT = "00"
001690         DISPLAY "CALCVAR - NO SE PUDO ABRIR HISTORIAL - STATUS "
001700             WS-HST-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         STOP RUN
001730     END-IF
001740     OPEN INPUT STANDING-FILE
001750     IF WS-SIN-STATUS NOT = "00"
001760         DISPLAY "CALCVAR - NO SE PUDO ABRIR INSTRUCCIONES - "
001770             "STATUS " WS-SIN-STATUS
001780         CLOSE HISTORY-FILE
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF
001820     OPEN I-O VARBASE-FILE
001830     IF WS-VBS-STATUS = "35"
001840         OPEN OUTPUT VARBASE-FILE
001850         CLOSE VARBASE-FILE
001860         OPEN I-O VARBASE-FILE
001870     END-IF
001880     IF WS-VBS-STATUS NOT = "00"
001890         DISPLAY "CALCVAR - NO SE PUDO ABRIR BASE DE VARIACION - "
001900             "STATUS " WS-VBS-STATUS
001910         CLOSE HISTORY-FILE
001920         CLOSE STANDING-FILE
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF
001960     MOVE "I" TO WS-RUPD-PHASE
001970     PERFORM 7500-POST-RUN-STATUS
001980        THRU 7500-POST-RUN-STATUS-EXIT
001990     DISPLAY " "
002000     DISPLAY "===== CALCVAR - VARIACIONES ENTRE CORRIDAS DEL "
002010         WS-RUN-DATE " ====="
002020     DISPLAY "INSTRUC  FECH ANT    ANTERIOR      ACTUAL"
002030         "   DIFERENCIA   VARIAC % T TOLERANC".
002040 1000-INITIALIZE-EXIT.
002050     EXIT.
002060*
002070******************************************************************
002080*    2000-SCAN-HISTORY - START AT THE RUN DATE AND READ FORWARD   *
002090*    UNTIL THE KEY RUNS PAST IT OR THE FILE ENDS.                 *
002100******************************************************************
002110 2000-SCAN-HISTORY.
002120     MOVE WS-RUN-DATE TO HST-RUN-DATE
002130     MOVE ZERO TO HST-SEQ-NO
002140     START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
002150         INVALID KEY
002160             MOVE "10" TO WS-HST-STATUS
002170     END-START
002180     IF WS-HST-STATUS = "00"
002190         PERFORM 2100-SCAN-NEXT THRU 2100-SCAN-NEXT-EXIT
002200             UNTIL WS-HST-STATUS NOT = "00"
002210     END-IF.
002220 2000-SCAN-HISTORY-EXIT.
002230     EXIT.
002240*
002250 2100-SCAN-NEXT.
002260     READ HISTORY-FILE NEXT RECORD
002270         AT END
002280             MOVE "10" TO WS-HST-STATUS
002290     END-READ
002300     IF WS-HST-STATUS NOT = "00"
002310         GO TO 2100-SCAN-NEXT-EXIT
002320     END-IF
002330     IF HST-RUN-DATE > WS-RUN-DATE
002340         MOVE "10" TO WS-HST-STATUS
002350         GO TO 2100-SCAN-NEXT-EXIT
002360     END-IF
002370     IF HST-SIN-ID = SPACES
002380         GO TO 2100-SCAN-NEXT-EXIT
002390     END-IF
002391     IF HST-REVERSED OR HST-REVERSAL-ROW
002392         GO TO 2100-SCAN-NEXT-EXIT
002393     END-IF
002400     ADD 1 TO WS-ROW-COUNT
002410     IF HST-ERR-SW = "Y"
002420         ADD 1 TO WS-ERR-COUNT
002430         GO TO 2100-SCAN-NEXT-EXIT
002440     END-IF
002450     PERFORM 2200-CHECK-ROW THRU 2200-CHECK-ROW-EXIT.
002460 2100-SCAN-NEXT-EXIT.
002470     EXIT.
002480*
002490******************************************************************
002500*    2200-CHECK-ROW - FIND THE INSTRUCTION AND ITS BASELINE, PICK *
002510*    THE RUN TO COMPARE WITH, TEST THE TOLERANCE AND MOVE THE     *
002520*    BASELINE ON.  A BASELINE ALREADY AHEAD OF THE RUN DATE       *
002530*    MEANS AN OLD NIGHT IS BEING RUN AGAIN; IT IS LEFT ALONE.     *
002540******************************************************************
002550 2200-CHECK-ROW.
002560     MOVE HST-SIN-ID TO SIN-ID
002570     READ STANDING-FILE
002580         INVALID KEY
002590             ADD 1 TO WS-NO-SIN-COUNT
002600             GO TO 2200-CHECK-ROW-EXIT
002610     END-READ
002620     MOVE "N" TO WS-PRIOR-SW
002630     MOVE "N" TO WS-NEW-BASE-SW
002640     MOVE HST-SIN-ID TO VBS-SIN-ID
002650     READ VARBASE-FILE
002660         INVALID KEY
002670             MOVE "Y" TO WS-NEW-BASE-SW
002680     END-READ
002690     IF WS-NEW-BASE
002700         MOVE SPACES TO VBS-RECORD
002710         MOVE HST-SIN-ID TO VBS-SIN-ID
002720         MOVE ZERO TO VBS-LAST-DATE
002730         MOVE ZERO TO VBS-LAST-SEQ
002740         MOVE ZERO TO VBS-LAST-ANS
002750         MOVE ZERO TO VBS-PREV-DATE
002760         MOVE ZERO TO VBS-PREV-ANS
002770     END-IF
002780     IF VBS-LAST-DATE > WS-RUN-DATE
002790         ADD 1 TO WS-LATE-COUNT
002800         GO TO 2200-CHECK-ROW-EXIT
002810     END-IF
002820     IF VBS-LAST-DATE = WS-RUN-DATE
002830         IF VBS-PREV-DATE NOT = ZERO
002840             MOVE "Y" TO WS-PRIOR-SW
002850             MOVE VBS-PREV-DATE TO WS-PRIOR-DATE
002860             MOVE VBS-PREV-ANS TO WS-PRIOR-ANS
002870         END-IF
002880     ELSE
002890         IF VBS-LAST-DATE NOT = ZERO
002900             MOVE "Y" TO WS-PRIOR-SW
002910             MOVE VBS-LAST-DATE TO WS-PRIOR-DATE
002920             MOVE VBS-LAST-ANS TO WS-PRIOR-ANS
002930         END-IF
002940     END-IF
002950     IF NOT WS-HAVE-PRIOR
002960         ADD 1 TO WS-NO-PRIOR-COUNT
002970     ELSE
002980         IF SIN-VAR-NONE
002990             ADD 1 TO WS-NO-TOL-COUNT
003000         ELSE
003010             PERFORM 2300-TEST-TOLERANCE
003020                THRU 2300-TEST-TOLERANCE-EXIT
003030         END-IF
003040     END-IF
003050     PERFORM 2500-MOVE-BASELINE THRU 2500-MOVE-BASELINE-EXIT.
003060 2200-CHECK-ROW-EXIT.
003070     EXIT.
003080*
003090******************************************************************
003100*    2300-TEST-TOLERANCE - "A" COMPARES THE SIZE OF THE MOVE      *
003110*    WITH THE AMOUNT; "P" COMPARES IT WITH THAT PERCENTAGE OF THE *
003120*    PREVIOUS ANSWER (ANY MOVE OFF A ZERO PREVIOUS ANSWER).       *
003130******************************************************************
003140 2300-TEST-TOLERANCE.
003150     ADD 1 TO WS-CHECKED-COUNT
003160     MOVE "N" TO WS-EXCEPTION-SW
003170     COMPUTE WS-DIFF = HST-ANS - WS-PRIOR-ANS
003180     MOVE WS-DIFF TO WS-ABS-DIFF
003190     IF WS-ABS-DIFF < ZERO
003200         COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
003210     END-IF
003220     MOVE WS-PRIOR-ANS TO WS-ABS-PRIOR
003230     IF WS-ABS-PRIOR < ZERO
003240         COMPUTE WS-ABS-PRIOR = ZERO - WS-ABS-PRIOR
003250     END-IF
003260     IF SIN-VAR-AMOUNT
003270         IF WS-ABS-DIFF > SIN-VAR-TOL
003280             MOVE "Y" TO WS-EXCEPTION-SW
003290         END-IF
003300     ELSE
003310         IF WS-ABS-PRIOR = ZERO
003320             IF WS-ABS-DIFF NOT = ZERO
003330                 MOVE "Y" TO WS-EXCEPTION-SW
003340             END-IF
003350         ELSE
003360             IF WS-ABS-DIFF * 100 > SIN-VAR-TOL * WS-ABS-PRIOR
003370                 MOVE "Y" TO WS-EXCEPTION-SW
003380             END-IF
003390         END-IF
003400     END-IF
003410     IF WS-IS-EXCEPTION
003420         PERFORM 2400-PRINT-EXCEPTION
003430            THRU 2400-PRINT-EXCEPTION-EXIT
003440     END-IF.
003450 2300-TEST-TOLERANCE-EXIT.
003460     EXIT.
003470*
003480 2400-PRINT-EXCEPTION.
003490     ADD 1 TO WS-EXC-COUNT
003500     MOVE HST-SIN-ID TO WS-EL-SIN-ID
003510     MOVE WS-PRIOR-DATE TO WS-EL-PRIOR-DATE
003520     MOVE WS-PRIOR-ANS TO WS-EL-PRIOR-ANS
003530     MOVE HST-ANS TO WS-EL-ANS
003540     MOVE WS-DIFF TO WS-EL-DIFF
003550     IF WS-ABS-PRIOR = ZERO
003560         MOVE "       N/D" TO WS-EL-PCT-NA
003570     ELSE
003580         COMPUTE WS-PCT ROUNDED = WS-DIFF * 100 / WS-ABS-PRIOR
003590             ON SIZE ERROR
003600                 MOVE 9999999.99 TO WS-PCT
003610         END-COMPUTE
003620         MOVE WS-PCT TO WS-EL-PCT
003630     END-IF
003640     MOVE SIN-VAR-TYPE TO WS-EL-VAR-TYPE
003650     MOVE SIN-VAR-TOL TO WS-EL-TOL
003660     DISPLAY WS-EXC-LINE.
003670 2400-PRINT-EXCEPTION-EXIT.
003680     EXIT.
003690*
003700******************************************************************
003710*    2500-MOVE-BASELINE - A NEW NIGHT PUSHES THE LAST RUN DOWN TO *
003720*    PREVIOUS; A RERUN OF THE SAME NIGHT ONLY REPLACES THE LAST   *
003730*    ANSWER, SO THE NEXT RERUN STILL COMPARES WITH THE NIGHT      *
003740*    BEFORE.                                                      *
003750******************************************************************
003760 2500-MOVE-BASELINE.
003770     IF VBS-LAST-DATE NOT = WS-RUN-DATE
003780         MOVE VBS-LAST-DATE TO VBS-PREV-DATE
003790         MOVE VBS-LAST-ANS TO VBS-PREV-ANS
003800     END-IF
003810     MOVE WS-RUN-DATE TO VBS-LAST-DATE
003820     MOVE HST-SEQ-NO TO VBS-LAST-SEQ
003830     MOVE HST-ANS TO VBS-LAST-ANS
003840     IF WS-NEW-BASE
003850         WRITE VBS-RECORD
003860             INVALID KEY
003870                 DISPLAY "CALCVAR - ERROR GRABANDO BASE "
003880                     VBS-SIN-ID " - STATUS " WS-VBS-STATUS
003890         END-WRITE
003900     ELSE
003910         REWRITE VBS-RECORD
003920             INVALID KEY
003930                 DISPLAY "CALCVAR - ERROR GRABANDO BASE "
003940                     VBS-SIN-ID " - STATUS " WS-VBS-STATUS
003950         END-REWRITE
003960     END-IF.
003970 2500-MOVE-BASELINE-EXIT.
003980     EXIT.
003990*
004000******************************************************************
004010*    8000-TERMINATE - TOTALS, THE RETURN CODE AND THE CLOSING     *
004020*    RUN-CONTROL POST.                                            *
004030******************************************************************
004040 8000-TERMINATE.
004050     CLOSE HISTORY-FILE
004060     CLOSE STANDING-FILE
004070     CLOSE VARBASE-FILE
004080     IF WS-EXC-COUNT = ZERO
004090         DISPLAY "  (SIN VARIACIONES FUERA DE TOLERANCIA)"
004100     END-IF
004110     DISPLAY " "
004120     DISPLAY "----- TOTALES -----"
004130     DISPLAY "FILAS DE INSTRUCCIONES .: " WS-ROW-COUNT
004140     DISPLAY "  CON ERROR ............: " WS-ERR-COUNT
004150     DISPLAY "  SIN INSTRUCCION ......: " WS-NO-SIN-COUNT
004160     DISPLAY "  SIN CORRIDA ANTERIOR .: " WS-NO-PRIOR-COUNT
004170     DISPLAY "  SIN TOLERANCIA .......: " WS-NO-TOL-COUNT
004180     DISPLAY "  BASE MAS RECIENTE ....: " WS-LATE-COUNT
004190     DISPLAY "  COMPARADAS ...........: " WS-CHECKED-COUNT
004200     DISPLAY "  FUERA DE TOLERANCIA ..: " WS-EXC-COUNT
004210     DISPLAY "=============================================="
004220     IF WS-EXC-COUNT > ZERO
004230         MOVE 4 TO RETURN-CODE
004240     END-IF
004250     MOVE "T" TO WS-RUPD-PHASE
004260     MOVE RETURN-CODE TO WS-RUPD-RC
004270     MOVE WS-ROW-COUNT TO WS-RUPD-COUNT
004280     PERFORM 7500-POST-RUN-STATUS
004290        THRU 7500-POST-RUN-STATUS-EXIT.
004300 8000-TERMINATE-EXIT.
004310     EXIT.
004320*
004330******************************************************************
004340*    7500-POST-RUN-STATUS - POST THIS STEP'S ROW TO THE RUN-      *
004350*    CONTROL FILE THROUGH THE SHARED CALCRUPD POSTER, UNDER THE   *
004360*    RUN DATE.                                                    *
004370******************************************************************
004380 7500-POST-RUN-STATUS.
004390     MOVE WS-RUN-DATE TO WS-RUPD-DATE
004400     CALL "CALCRUPD" USING WS-RUPD-PHASE WS-RUPD-STEP
004410         WS-RUPD-DATE WS-RUPD-RC WS-RUPD-COUNT.
004420 7500-POST-RUN-STATUS-EXIT.
004430     EXIT.
