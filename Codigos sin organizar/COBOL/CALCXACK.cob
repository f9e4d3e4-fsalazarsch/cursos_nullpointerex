000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCXACK.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCXACK - FINANCE EXTRACT ACKNOWLEDGEMENT MATCH.           *
000090*                                                                 *
000100*    EVERY EXTRACT CALCEXT SENDS ENDS IN A CONTROL TRAILER AND   *
000110*    IS ADDED TO THE EXTRACT REGISTER (SEE CALCXRG).  FINANCE'S  *
000120*    FILE-TRANSFER SIDE SENDS BACK AN ACKNOWLEDGEMENT FILE       *
000130*    (PROD.CALC.EXTACK) WITH ONE COMMA-DELIMITED LINE PER        *
000140*    EXTRACT THEY LOADED:                                        *
000150*        ACK,ID,LOAD-DATE,ROWS,HASH-X,HASH-Y,HASH-ANS            *
000160*    WHERE ID IS THE EXTRACT ID FROM THE TRAILER AND THE REST    *
000170*    IS WHAT THEY ACTUALLY LOADED.  LINES NOT STARTING "ACK,"    *
000180*    ARE THEIR HEADERS AND ARE SKIPPED.                          *
000190*                                                                 *
000200*    EACH ACKNOWLEDGEMENT IS MATCHED TO ITS REGISTER ROW AND     *
000210*    CLASSED MATCHED, SHORT, OVER OR TOTALS-DIFFER; THE RESULT   *
000220*    AND THE LOADED FIGURES ARE KEPT ON THE ROW.  A REPEAT OF AN *
000230*    ACKNOWLEDGEMENT ALREADY MATCHED IS COUNTED AND NOT LISTED,  *
000240*    SO THE SAME FILE CAN BE PROCESSED AGAIN HARMLESSLY.  THEN   *
000250*    THE WHOLE REGISTER IS READ AND EVERY EXTRACT STILL          *
000260*    UNACKNOWLEDGED - OR ACKNOWLEDGED WRONG AND NOT YET RE-SENT  *
000270*    - IS LISTED WITH ITS AGE IN DAYS; ONE UNACKNOWLEDGED FOR    *
000280*    MORE THAN THE PARM'S DAYS IS FLAGGED FOR RE-SENDING.  A     *
000290*    RE-SEND IS A CALCEXT RUN FOR THE SAME DATE RANGE, WHICH     *
000300*    SUPERSEDES THE EARLIER ROW.                                 *
000310*                                                                 *
000320*    PARM (3 BYTES, OPTIONAL): DAYS AN EXTRACT MAY GO            *
000330*    UNACKNOWLEDGED BEFORE IT IS FLAGGED; BLANK OR MISSING       *
000340*    MEANS 3.                                                    *
000350*                                                                 *
000360*    RETURN CODES: 0 - EVERYTHING ACKNOWLEDGED AND MATCHED, OR   *
000370*                      STILL WITHIN THE DAYS ALLOWED.            *
000380*                  4 - SOMETHING TO FOLLOW UP: A SHORT, OVER,    *
000390*                      TOTALS-DIFFER OR UNKNOWN ACKNOWLEDGEMENT, *
000400*                      A BAD ACKNOWLEDGEMENT LINE, AN OVERDUE    *
000410*                      EXTRACT OR A MISMATCH NOT YET RE-SENT.    *
000420*                 16 - BAD PARM OR A FILE WOULD NOT OPEN.        *
000430*                                                                 *
000440*    MODIFICATION HISTORY                                        *
000450*    ---------------------------------------------------------   *
000460*    2026-10-15  JCM   ORIGINAL PROGRAM.                          *
000470******************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.    IBM-370.
000510 OBJECT-COMPUTER.    IBM-370.
000520*
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT REGISTER-FILE ASSIGN TO CALCXRG
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS XRG-KEY
000590         FILE STATUS IS WS-XRG-STATUS.
000600     SELECT ACK-FILE ASSIGN TO CALCXAK
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ACK-STATUS.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  REGISTER-FILE.
000670 COPY CALCXRG.
000680*
000690 FD  ACK-FILE.
000700 01  ACK-LINE                PIC X(100).
000710*
000720 WORKING-STORAGE SECTION.
000730*
000740 77  WS-XRG-STATUS           PIC X(02).
000750 77  WS-ACK-STATUS           PIC X(02).
000760*
000770 77  WS-EOF-SW               PIC X(01) VALUE "N".
000780     88  WS-END-OF-FILE              VALUE "Y".
000790*
000800 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000810 77  WS-DAYS-ALLOWED         PIC 9(03) VALUE 3.
000820 77  WS-DAYS-OUT             PIC S9(07) VALUE ZERO.
000830*
000840 77  WS-ACK-COUNT            PIC 9(07) VALUE ZERO.
000850 77  WS-MATCH-COUNT          PIC 9(07) VALUE ZERO.
000860 77  WS-SHORT-COUNT          PIC 9(07) VALUE ZERO.
000870 77  WS-OVER-COUNT           PIC 9(07) VALUE ZERO.
000880 77  WS-DIFFER-COUNT         PIC 9(07) VALUE ZERO.
000890 77  WS-UNKNOWN-COUNT        PIC 9(07) VALUE ZERO.
000900 77  WS-OLD-SEND-COUNT       PIC 9(07) VALUE ZERO.
000910 77  WS-REPEAT-COUNT         PIC 9(07) VALUE ZERO.
000920 77  WS-BAD-LINE-COUNT       PIC 9(07) VALUE ZERO.
000930 77  WS-PENDING-COUNT        PIC 9(07) VALUE ZERO.
000940 77  WS-OVERDUE-COUNT        PIC 9(07) VALUE ZERO.
000950 77  WS-UNSENT-COUNT         PIC 9(07) VALUE ZERO.
000960*
000970*    ONE ACKNOWLEDGEMENT LINE, UNSTRUNG.  THE ROW COUNT IS TAKEN
000980*    RIGHT-JUSTIFIED AND ZERO-FILLED SO IT CAN BE TESTED NUMERIC.
000990 01  WS-ACK-FIELDS.
001000     05  WS-AK-TAG           PIC X(08).
001010     05  WS-AK-ID            PIC X(14).
001020     05  WS-AK-LOAD-DATE     PIC X(08).
001030     05  WS-AK-ROWS-TX       PIC X(07) JUSTIFIED RIGHT.
001040     05  WS-AK-ROWS-N REDEFINES WS-AK-ROWS-TX
001050                             PIC 9(07).
001060     05  WS-AK-HX-TX         PIC X(16).
001070     05  WS-AK-HY-TX         PIC X(16).
001080     05  WS-AK-HANS-TX       PIC X(16).
001090*
001100 01  WS-AK-HASH-X            PIC S9(11)V99 COMP-3 VALUE ZERO.
001110 01  WS-AK-HASH-Y            PIC S9(11)V99 COMP-3 VALUE ZERO.
001120 01  WS-AK-HASH-ANS          PIC S9(11)V99 COMP-3 VALUE ZERO.
001130*
001140 77  WS-RESULT-TEXT          PIC X(24).
001150*
001160 01  WS-ACK-REPORT-LINE.
001170     05  WS-AL-ID            PIC X(14).
001180     05  FILLER              PIC X(01) VALUE SPACE.
001190     05  WS-AL-FROM          PIC 9(08).
001200     05  FILLER              PIC X(01) VALUE "-".
001210     05  WS-AL-TO            PIC 9(08).
001220     05  FILLER              PIC X(01) VALUE SPACE.
001230     05  WS-AL-SENT          PIC Z(6)9.
001240     05  FILLER              PIC X(01) VALUE SPACE.
001250     05  WS-AL-LOADED        PIC Z(6)9.
001260     05  FILLER              PIC X(01) VALUE SPACE.
001270     05  WS-AL-DIFF          PIC -(6)9.
001280     05  FILLER              PIC X(01) VALUE SPACE.
001290     05  WS-AL-RESULT        PIC X(24).
001300*
001310 01  WS-OPEN-REPORT-LINE.
001320     05  WS-OL-ID            PIC X(14).
001330     05  FILLER              PIC X(01) VALUE SPACE.
001340     05  WS-OL-FROM          PIC 9(08).
001350     05  FILLER              PIC X(01) VALUE "-".
001360     05  WS-OL-TO            PIC 9(08).
001370     05  FILLER              PIC X(01) VALUE SPACE.
001380     05  WS-OL-SENT          PIC Z(6)9.
001390     05  FILLER              PIC X(01) VALUE SPACE.
001400     05  WS-OL-DAYS          PIC Z(4)9.
001410     05  FILLER              PIC X(01) VALUE SPACE.
001420     05  WS-OL-STATE         PIC X(20).
001430     05  FILLER              PIC X(01) VALUE SPACE.
001440     05  WS-OL-FLAG          PIC X(14).
001450*
001460 01  WS-EDIT-FIELDS.
001470     05  WS-HASH-ED          PIC -(11)9.99.
001480*
001490 LINKAGE SECTION.
001500 01  LK-PARM.
001510     05  LK-PARM-LEN             PIC S9(04) COMP.
001520     05  LK-PARM-TEXT            PIC X(03).
001530*
001540 PROCEDURE DIVISION USING LK-PARM.
001550*
001560******************************************************************
001570*    0000-MAINLINE                                                *
001580******************************************************************
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001610     PERFORM 2000-MATCH-ACKS THRU 2000-MATCH-ACKS-EXIT
001620     PERFORM 3000-LIST-OPEN THRU 3000-LIST-OPEN-EXIT
001630     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001640     STOP RUN.
001650*
001660******************************************************************
001670*    1000-INITIALIZE - TAKE THE DAYS ALLOWED FROM THE PARM AND    *
001680*    OPEN THE FILES.  A BAD PARM OR FAILED OPEN ENDS THE RUN      *
001690*    WITH RETURN CODE 16.                                         *
001700******************************************************************
001710 1000-INITIALIZE.
001720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001730     IF LK-PARM-LEN NOT < 3
001740         AND LK-PARM-TEXT NOT = SPACES
001750         IF LK-PARM-TEXT NOT NUMERIC
001760             DISPLAY "CALCXACK - PARM DE DIAS INVALIDO"
001770             MOVE 16 TO RETURN-CODE
001780             STOP RUN
001790         END-IF
001800         MOVE LK-PARM-TEXT TO WS-DAYS-ALLOWED
001810     END-IF
001820     OPEN I-O REGISTER-FILE
001830     IF WS-XRG-STATUS NOT = "00"
001840         DISPLAY "CALCXACK - NO SE PUDO ABRIR REGISTRO DE "
001850             "EXTRACTOS - STATUS " WS-XRG-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF
001890     OPEN INPUT ACK-FILE
001900     IF WS-ACK-STATUS NOT = "00"
001910         DISPLAY "CALCXACK - NO SE PUDO ABRIR ACUSES - STATUS "
001920             WS-ACK-STATUS
001930         CLOSE REGISTER-FILE
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF
001970     DISPLAY " "
001980     DISPLAY "===== CALCXACK - ACUSES DE EXTRACTOS AL "
001990         WS-RUN-DATE " ====="
002000     DISPLAY " "
002010     DISPLAY "----- ACUSES RECIBIDOS -----"
002020     DISPLAY "EXTRACTO       RANGO              ENVIADAS CARGADAS"
002030         "     DIF RESULTADO".
002040 1000-INITIALIZE-EXIT.
002050     EXIT.
002060*
002070******************************************************************
002080*    2000-MATCH-ACKS - READ THE ACKNOWLEDGEMENT FILE FRONT TO     *
002090*    BACK AND MATCH EACH "ACK," LINE TO ITS REGISTER ROW.         *
002100******************************************************************
002110 2000-MATCH-ACKS.
002120     MOVE "N" TO WS-EOF-SW
002130     PERFORM 2100-MATCH-ONE THRU 2100-MATCH-ONE-EXIT
002140         UNTIL WS-END-OF-FILE
002150     CLOSE ACK-FILE
002160     IF WS-ACK-COUNT = ZERO
002170         DISPLAY "  (SIN ACUSES EN EL ARCHIVO)"
002180     END-IF.
002190 2000-MATCH-ACKS-EXIT.
002200     EXIT.
002210*
002220 2100-MATCH-ONE.
002230     READ ACK-FILE
002240         AT END
002250             SET WS-END-OF-FILE TO TRUE
002260     END-READ
002270     IF WS-END-OF-FILE
002280         GO TO 2100-MATCH-ONE-EXIT
002290     END-IF
002300     IF ACK-LINE (1:4) NOT = "ACK,"
002310         GO TO 2100-MATCH-ONE-EXIT
002320     END-IF
002330     ADD 1 TO WS-ACK-COUNT
002340     MOVE SPACES TO WS-ACK-FIELDS
002350     UNSTRING ACK-LINE DELIMITED BY ","
002360         INTO WS-AK-TAG WS-AK-ID WS-AK-LOAD-DATE WS-AK-ROWS-TX
002370              WS-AK-HX-TX WS-AK-HY-TX WS-AK-HANS-TX
002380     END-UNSTRING
002390     INSPECT WS-AK-ROWS-TX REPLACING LEADING SPACE BY ZERO
002400     IF WS-AK-ID NOT NUMERIC
002410         OR WS-AK-LOAD-DATE NOT NUMERIC
002420         OR WS-AK-ROWS-TX NOT NUMERIC
002430         OR WS-AK-HX-TX = SPACES
002440         OR WS-AK-HY-TX = SPACES
002450         OR WS-AK-HANS-TX = SPACES
002460         ADD 1 TO WS-BAD-LINE-COUNT
002470         DISPLAY "*** LINEA DE ACUSE INVALIDA: " ACK-LINE (1:60)
002480         GO TO 2100-MATCH-ONE-EXIT
002490     END-IF
002500     COMPUTE WS-AK-HASH-X = FUNCTION NUMVAL (WS-AK-HX-TX)
002510     COMPUTE WS-AK-HASH-Y = FUNCTION NUMVAL (WS-AK-HY-TX)
002520     COMPUTE WS-AK-HASH-ANS = FUNCTION NUMVAL (WS-AK-HANS-TX)
002530     MOVE WS-AK-ID TO XRG-KEY
002540     READ REGISTER-FILE
002550         INVALID KEY
002560             ADD 1 TO WS-UNKNOWN-COUNT
002570             MOVE SPACES TO WS-ACK-REPORT-LINE
002580             MOVE WS-AK-ID TO WS-AL-ID
002590             MOVE ZERO TO WS-AL-FROM
002600             MOVE ZERO TO WS-AL-TO
002610             MOVE ZERO TO WS-AL-SENT
002620             MOVE WS-AK-ROWS-N TO WS-AL-LOADED
002630             MOVE ZERO TO WS-AL-DIFF
002640             MOVE "*** EXTRACTO DESCONOCIDO" TO WS-AL-RESULT
002650             DISPLAY WS-ACK-REPORT-LINE
002660             GO TO 2100-MATCH-ONE-EXIT
002670     END-READ
002680     IF XRG-MATCHED
002690         AND XRG-ACK-ROWS = WS-AK-ROWS-N
002700         AND XRG-ACK-HASH-X = WS-AK-HASH-X
002710         AND XRG-ACK-HASH-Y = WS-AK-HASH-Y
002720         AND XRG-ACK-HASH-ANS = WS-AK-HASH-ANS
002730         ADD 1 TO WS-REPEAT-COUNT
002740         GO TO 2100-MATCH-ONE-EXIT
002750     END-IF
002760     IF XRG-SUPERSEDED
002770         ADD 1 TO WS-OLD-SEND-COUNT
002780         MOVE "ENVIO REEMPLAZADO" TO WS-RESULT-TEXT
002790         PERFORM 2300-PRINT-ACK THRU 2300-PRINT-ACK-EXIT
002800         GO TO 2100-MATCH-ONE-EXIT
002810     END-IF
002820     PERFORM 2200-CLASSIFY THRU 2200-CLASSIFY-EXIT
002830     PERFORM 2300-PRINT-ACK THRU 2300-PRINT-ACK-EXIT.
002840 2100-MATCH-ONE-EXIT.
002850     EXIT.
002860*
002870******************************************************************
002880*    2200-CLASSIFY - COMPARE WHAT FINANCE LOADED WITH WHAT WAS    *
002890*    SENT, AND KEEP THE RESULT AND THE LOADED FIGURES ON THE      *
002900*    REGISTER ROW.                                                *
002910******************************************************************
002920 2200-CLASSIFY.
002930     EVALUATE TRUE
002940         WHEN WS-AK-ROWS-N < XRG-ROWS
002950             SET XRG-SHORT TO TRUE
002960             ADD 1 TO WS-SHORT-COUNT
002970             MOVE "*** CORTO" TO WS-RESULT-TEXT
002980         WHEN WS-AK-ROWS-N > XRG-ROWS
002990             SET XRG-OVER TO TRUE
003000             ADD 1 TO WS-OVER-COUNT
003010             MOVE "*** EXCEDIDO" TO WS-RESULT-TEXT
003020         WHEN WS-AK-HASH-X NOT = XRG-HASH-X
003030         WHEN WS-AK-HASH-Y NOT = XRG-HASH-Y
003040         WHEN WS-AK-HASH-ANS NOT = XRG-HASH-ANS
003050             SET XRG-TOTALS-DIFFER TO TRUE
003060             ADD 1 TO WS-DIFFER-COUNT
003070             MOVE "*** TOTALES DIFIEREN" TO WS-RESULT-TEXT
003080         WHEN OTHER
003090             SET XRG-MATCHED TO TRUE
003100             ADD 1 TO WS-MATCH-COUNT
003110             MOVE "CUADRA" TO WS-RESULT-TEXT
003120     END-EVALUATE
003130     MOVE WS-AK-LOAD-DATE TO XRG-ACK-DATE
003140     MOVE WS-AK-ROWS-N TO XRG-ACK-ROWS
003150     MOVE WS-AK-HASH-X TO XRG-ACK-HASH-X
003160     MOVE WS-AK-HASH-Y TO XRG-ACK-HASH-Y
003170     MOVE WS-AK-HASH-ANS TO XRG-ACK-HASH-ANS
003180     REWRITE XRG-RECORD
003190         INVALID KEY
003200             DISPLAY "CALCXACK - ERROR GRABANDO REGISTRO "
003210                 XRG-KEY " - STATUS " WS-XRG-STATUS
003220             MOVE 16 TO RETURN-CODE
003230     END-REWRITE.
003240 2200-CLASSIFY-EXIT.
003250     EXIT.
003260*
003270 2300-PRINT-ACK.
003280     MOVE SPACES TO WS-ACK-REPORT-LINE
003290     MOVE XRG-KEY TO WS-AL-ID
003300     MOVE XRG-FROM-DATE TO WS-AL-FROM
003310     MOVE XRG-TO-DATE TO WS-AL-TO
003320     MOVE XRG-ROWS TO WS-AL-SENT
003330     MOVE WS-AK-ROWS-N TO WS-AL-LOADED
003340     COMPUTE WS-AL-DIFF = WS-AK-ROWS-N - XRG-ROWS
003350     MOVE WS-RESULT-TEXT TO WS-AL-RESULT
003360     DISPLAY WS-ACK-REPORT-LINE
003370     IF XRG-TOTALS-DIFFER AND NOT XRG-SUPERSEDED
003380         MOVE XRG-HASH-ANS TO WS-HASH-ED
003390         DISPLAY "    HASH RESULTADO ENVIADO: " WS-HASH-ED
003400         MOVE WS-AK-HASH-ANS TO WS-HASH-ED
003410         DISPLAY "    HASH RESULTADO CARGADO: " WS-HASH-ED
003420     END-IF.
003430 2300-PRINT-ACK-EXIT.
003440     EXIT.
003450*
003460******************************************************************
003470*    3000-LIST-OPEN - READ THE WHOLE REGISTER AND LIST EVERY      *
003480*    EXTRACT STILL UNACKNOWLEDGED, FLAGGING THOSE PAST THE DAYS   *
003490*    ALLOWED, AND EVERY ONE ACKNOWLEDGED WRONG AND NOT RE-SENT.   *
003500******************************************************************
003510 3000-LIST-OPEN.
003520     DISPLAY " "
003530     DISPLAY "----- EXTRACTOS ABIERTOS (MAS DE " WS-DAYS-ALLOWED
003540         " DIAS SIN ACUSE = REENVIAR) -----"
003550     DISPLAY "EXTRACTO       RANGO              ENVIADAS  DIAS"
003560         " ESTADO"
003570     MOVE LOW-VALUES TO XRG-KEY
003580     START REGISTER-FILE KEY IS NOT LESS THAN XRG-KEY
003590         INVALID KEY
003600             MOVE "10" TO WS-XRG-STATUS
003610     END-START
003620     IF WS-XRG-STATUS = "00"
003630         PERFORM 3100-LIST-NEXT THRU 3100-LIST-NEXT-EXIT
003640             UNTIL WS-XRG-STATUS NOT = "00"
003650     END-IF
003660     IF WS-PENDING-COUNT = ZERO AND WS-UNSENT-COUNT = ZERO
003670         DISPLAY "  (TODOS LOS EXTRACTOS TIENEN ACUSE CORRECTO)"
003680     END-IF.
003690 3000-LIST-OPEN-EXIT.
003700     EXIT.
003710*
003720 3100-LIST-NEXT.
003730     READ REGISTER-FILE NEXT RECORD
003740         AT END
003750             MOVE "10" TO WS-XRG-STATUS
003760     END-READ
003770     IF WS-XRG-STATUS NOT = "00"
003780         GO TO 3100-LIST-NEXT-EXIT
003790     END-IF
003800     IF XRG-MATCHED OR XRG-SUPERSEDED
003810         GO TO 3100-LIST-NEXT-EXIT
003820     END-IF
003830     COMPUTE WS-DAYS-OUT =
003840         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003850         - FUNCTION INTEGER-OF-DATE (XRG-SENT-DATE)
003860     MOVE SPACES TO WS-OPEN-REPORT-LINE
003870     MOVE XRG-KEY TO WS-OL-ID
003880     MOVE XRG-FROM-DATE TO WS-OL-FROM
003890     MOVE XRG-TO-DATE TO WS-OL-TO
003900     MOVE XRG-ROWS TO WS-OL-SENT
003910     MOVE WS-DAYS-OUT TO WS-OL-DAYS
003920     EVALUATE TRUE
003930         WHEN XRG-PENDING
003940             ADD 1 TO WS-PENDING-COUNT
003950             MOVE "SIN ACUSE" TO WS-OL-STATE
003960             IF WS-DAYS-OUT > WS-DAYS-ALLOWED
003970                 ADD 1 TO WS-OVERDUE-COUNT
003980                 MOVE "*** REENVIAR" TO WS-OL-FLAG
003990             END-IF
004000         WHEN XRG-SHORT
004010             ADD 1 TO WS-UNSENT-COUNT
004020             MOVE "CORTO SIN REENVIO" TO WS-OL-STATE
004030             MOVE "*** REENVIAR" TO WS-OL-FLAG
004040         WHEN XRG-OVER
004050             ADD 1 TO WS-UNSENT-COUNT
004060             MOVE "EXCEDIDO SIN REENVIO" TO WS-OL-STATE
004070             MOVE "*** REVISAR" TO WS-OL-FLAG
004080         WHEN OTHER
004090             ADD 1 TO WS-UNSENT-COUNT
004100             MOVE "TOTALES DIFIEREN" TO WS-OL-STATE
004110             MOVE "*** REENVIAR" TO WS-OL-FLAG
004120     END-EVALUATE
004130     DISPLAY WS-OPEN-REPORT-LINE.
004140 3100-LIST-NEXT-EXIT.
004150     EXIT.
004160*
004170******************************************************************
004180*    8000-TERMINATE - TOTALS AND THE RETURN CODE.                 *
004190******************************************************************
004200 8000-TERMINATE.
004210     CLOSE REGISTER-FILE
004220     DISPLAY " "
004230     DISPLAY "----- TOTALES -----"
004240     DISPLAY "ACUSES LEIDOS ..........: " WS-ACK-COUNT
004250     DISPLAY "  CUADRAN ..............: " WS-MATCH-COUNT
004260     DISPLAY "  CORTOS ...............: " WS-SHORT-COUNT
004270     DISPLAY "  EXCEDIDOS ............: " WS-OVER-COUNT
004280     DISPLAY "  TOTALES DIFIEREN .....: " WS-DIFFER-COUNT
004290     DISPLAY "  EXTRACTO DESCONOCIDO .: " WS-UNKNOWN-COUNT
004300     DISPLAY "  DE ENVIO REEMPLAZADO .: " WS-OLD-SEND-COUNT
004310     DISPLAY "  REPETIDOS ............: " WS-REPEAT-COUNT
004320     DISPLAY "  LINEAS INVALIDAS .....: " WS-BAD-LINE-COUNT
004330     DISPLAY "EXTRACTOS SIN ACUSE ....: " WS-PENDING-COUNT
004340     DISPLAY "  VENCIDOS (REENVIAR) ..: " WS-OVERDUE-COUNT
004350     DISPLAY "CON DIFERENCIA ABIERTOS : " WS-UNSENT-COUNT
004360     DISPLAY "=============================================="
004370     IF RETURN-CODE < 16
004380         IF WS-SHORT-COUNT > ZERO
004390             OR WS-OVER-COUNT > ZERO
004400             OR WS-DIFFER-COUNT > ZERO
004410             OR WS-UNKNOWN-COUNT > ZERO
004420             OR WS-BAD-LINE-COUNT > ZERO
004430             OR WS-OVERDUE-COUNT > ZERO
004440             OR WS-UNSENT-COUNT > ZERO
004450             MOVE 4 TO RETURN-CODE
004460         END-IF
004470     END-IF.
004480 8000-TERMINATE-EXIT.
004490     EXIT.
