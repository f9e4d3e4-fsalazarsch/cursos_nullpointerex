000200*    MAINTENANCE REQUIRES SIGN-ON AS AN ACTIVE SUPERVISOR        *
000210*    (LEVEL 3) THROUGH THE SHARED CALCSGN SIGN-ON, THE SAME      *
000220*    RULE CALCFMNT APPLIES.                                      *
000221*                                                                 *
000222*    NOTHING KEYED HERE IS WRITTEN TO THE MASTER DIRECTLY: EACH  *
000223*    ALTA, BAJA OR REACTIVACION GOES TO THE PENDING-CHANGE FILE  *
000224*    (SEE CALCPCH) AND ONLY REACHES THE MASTER WHEN A SECOND     *
000225*    SUPERVISOR APPROVES IT ON THE CALCAPRV REVIEW SCREEN.       *
000230*                                                                 *
000240*    MODIFICATION HISTORY                                        *
000250*    ---------------------------------------------------------   *
000262*                      SECRET PIN AND LOGS EVERY ATTEMPT (SEE     *
000263*                      CALCSGN / CALCSLG); THE CALL PASSES THIS   *
000264*                      PROGRAM'S NAME FOR THE LOG.                *
000265*    2026-10-15  JCM   ONE SUPERVISOR COULD ADD OR STOP A         *
000266*                      RECURRING CALCULATION ALONE.  (A)LTA,      *
000267*                      (B)AJA AND (R)EACTIVAR NOW WRITE A         *
000268*                      PENDING CHANGE WITH THE BEFORE AND AFTER   *
000269*                      ROWS (SEE CALCPCH) AND THE MASTER IS       *
000270*                      OPENED INPUT ONLY; CALCAPRV APPLIES THE    *
000271*                      CHANGE WHEN A DIFFERENT SUPERVISOR         *
000272*                      APPROVES IT.                               *
000273*    2026-10-15  JCM   (A)LTA ASKS FOR THE RUN-OVER-RUN           *
000274*                      VARIANCE TOLERANCE (PERCENT, AMOUNT OR     *
000275*                      NONE - SEE CALCSIN / CALCVAR) AND (L)ISTAR *
000276*                      SHOWS IT.                                  *
000277*    2026-10-15  JCM   (A)LTA ASKS A WEEKLY OR MONTH-END ROW      *
000278*                      FOR ITS ROLL RULE ON A NON-BUSINESS DAY    *
000279*                      (FORWARD, BACK OR NONE - SEE SIN-ROLL IN   *
000280*                      CALCSIN) AND (L)ISTAR SHOWS IT.            *
000281******************************************************************
000282 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.    IBM-370.
000310 OBJECT-COMPUTER.    IBM-370.
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS SIN-ID
000390         FILE STATUS IS WS-SIN-STATUS.
000391     SELECT PENDING-FILE ASSIGN TO CALCPCH
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS PCH-KEY
000395         FILE STATUS IS WS-PCH-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  STANDING-FILE.
000440 COPY CALCSIN.
000441*
000442 FD  PENDING-FILE.
000443 COPY CALCPCH.
000450*
000460 WORKING-STORAGE SECTION.
000470*
000480 77  WS-SIN-STATUS           PIC X(02).
000485 77  WS-PCH-STATUS           PIC X(02).
000490 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000491 77  WS-PROGRAM-NAME         PIC X(08) VALUE "CALCSMNT".
000500*
000730 77  WS-NEW-FREQ             PIC X(01).
000740 77  WS-NEW-DAY              PIC X(01).
000750 77  WS-NEW-DESC             PIC X(30).
000755 77  WS-NEW-VAR-TYPE         PIC X(01).
000757 77  WS-NEW-ROLL             PIC X(01).
000760 77  WS-TERM-TEXT            PIC X(10).
000770 77  WS-NUMERIC-TEST         PIC S9(7)V99.
000780*
000790 01  WS-VALUE-ED             PIC -(7)9.99.
000795 01  WS-TOL-ED               PIC Z(4)9.99.
000796*
000797 01  WS-CURRENT-DATE         PIC 9(08).
000798 01  WS-CURRENT-TIME         PIC 9(08).
000800*
000810 PROCEDURE DIVISION.
000820*
000940*
000950******************************************************************
000960*    1000-INITIALIZE - SUPERVISOR SIGN-ON THROUGH CALCSGN, THEN   *
000970*    OPEN (OR CREATE) THE STANDING-INSTRUCTIONS MASTER AND THE    *
000975*    PENDING-CHANGE FILE.                                         *
000980******************************************************************
000990 1000-INITIALIZE.
001000     MOVE 3 TO WS-REQ-AUTH
001030     IF NOT WS-SIGNED-ON
001040         GO TO 1000-INITIALIZE-EXIT
001050     END-IF
001060     OPEN INPUT STANDING-FILE
001070     IF WS-SIN-STATUS = "35"
001080         CLOSE STANDING-FILE
001090         OPEN OUTPUT STANDING-FILE
001100         CLOSE STANDING-FILE
001110         OPEN INPUT STANDING-FILE
001120     END-IF
001130     IF WS-SIN-STATUS NOT = "00"
001140         DISPLAY "NO SE PUDO ABRIR MAESTRO DE INSTRUCCIONES "
001150             "- STATUS " WS-SIN-STATUS
001160         MOVE "N" TO WS-SIGNON-SW
001165         GO TO 1000-INITIALIZE-EXIT
001170     END-IF
001171     OPEN I-O PENDING-FILE
001172     IF WS-PCH-STATUS = "35"
001173         CLOSE PENDING-FILE
001174         OPEN OUTPUT PENDING-FILE
001175         CLOSE PENDING-FILE
001176         OPEN I-O PENDING-FILE
001177     END-IF
001178     IF WS-PCH-STATUS NOT = "00"
001179         DISPLAY "NO SE PUDO ABRIR CAMBIOS PENDIENTES "
001180             "- STATUS " WS-PCH-STATUS
001181         CLOSE STANDING-FILE
001182         MOVE "N" TO WS-SIGNON-SW
001183     END-IF.
001184 1000-INITIALIZE-EXIT.
001190     EXIT.
001200*
001210******************************************************************
001500*    THE ID MUST NOT ALREADY EXIST.  A CHAIN ("C") ROW TAKES NO   *
001510*    FIRST OPERAND - IT CONTINUES THE ROW EMITTED BEFORE IT, SO   *
001520*    ITS ID MUST COLLATE AFTER ITS OPENER AND SHARE ITS           *
001530*    FREQUENCY.  THE ROW IS QUEUED FOR APPROVAL, NOT WRITTEN.     *
001540******************************************************************
001550 3000-ADD-INSTRUCTION.
001570     DISPLAY "ID DE LA INSTRUCCION: "
001580     ACCEPT WS-NEW-ID FROM CONSOLE
001590     IF WS-NEW-ID = SPACES
001600         DISPLAY "ID EN BLANCO - ALTA CANCELADA"
001610         GO TO 3000-ADD-INSTRUCTION-EXIT
001620     END-IF
001621     MOVE WS-NEW-ID TO SIN-ID
001622     READ STANDING-FILE
001623         INVALID KEY
001624             CONTINUE
001625     END-READ
001626     IF WS-SIN-STATUS = "00"
001627         DISPLAY "EL ID YA EXISTE - ALTA RECHAZADA"
001628         GO TO 3000-ADD-INSTRUCTION-EXIT
001629     END-IF
001630     MOVE SPACES TO SIN-RECORD
001631     DISPLAY "TIPO (D=DETALLE C=CONTINUACION): "
001640     ACCEPT WS-NEW-TYPE FROM CONSOLE
001650     IF WS-NEW-TYPE = "d"
001660         MOVE "D" TO WS-NEW-TYPE
002470         END-IF
002480         MOVE WS-NEW-DAY TO SIN-FREQ-DAY
002490     END-IF
002491     MOVE SPACE TO SIN-ROLL
002492     IF WS-NEW-FREQ NOT = "D"
002493         DISPLAY "SI CAE EN DIA NO HABIL (F=ADELANTE B=ATRAS "
002494             "BLANCO=NO SE GENERA): "
002495         ACCEPT WS-NEW-ROLL FROM CONSOLE
002496         IF WS-NEW-ROLL = "f"
002497             MOVE "F" TO WS-NEW-ROLL
002498         END-IF
002499         IF WS-NEW-ROLL = "b"
002500             MOVE "B" TO WS-NEW-ROLL
002501         END-IF
002502         IF WS-NEW-ROLL NOT = "F" AND WS-NEW-ROLL NOT = "B"
002503             AND WS-NEW-ROLL NOT = SPACE
002504             DISPLAY "REGLA INVALIDA - ALTA CANCELADA"
002505             GO TO 3000-ADD-INSTRUCTION-EXIT
002506         END-IF
002507         MOVE WS-NEW-ROLL TO SIN-ROLL
002508     END-IF
002509     MOVE SPACE TO SIN-VAR-TYPE
002510     MOVE ZERO TO SIN-VAR-TOL
002511     DISPLAY "TOLERANCIA DE VARIACION (P=PORCENTAJE A=IMPORTE "
002512         "BLANCO=NINGUNA): "
002513     ACCEPT WS-NEW-VAR-TYPE FROM CONSOLE
002514     IF WS-NEW-VAR-TYPE = "p"
002515         MOVE "P" TO WS-NEW-VAR-TYPE
002516     END-IF
002517     IF WS-NEW-VAR-TYPE = "a"
002518         MOVE "A" TO WS-NEW-VAR-TYPE
002519     END-IF
002520     IF WS-NEW-VAR-TYPE NOT = "P" AND WS-NEW-VAR-TYPE NOT = "A"
002521         AND WS-NEW-VAR-TYPE NOT = SPACE
002522         DISPLAY "TOLERANCIA INVALIDA - ALTA CANCELADA"
002523         GO TO 3000-ADD-INSTRUCTION-EXIT
002524     END-IF
002525     IF WS-NEW-VAR-TYPE NOT = SPACE
002526         DISPLAY "VALOR DE LA TOLERANCIA: "
002527         ACCEPT WS-TERM-TEXT FROM CONSOLE
002528         PERFORM 3800-PARSE-TERM THRU 3800-PARSE-TERM-EXIT
002529         IF WS-INVALID-INPUT OR WS-TERM-NAME
002530             OR WS-NUMERIC-TEST < ZERO
002531             OR WS-NUMERIC-TEST > 99999.99
002532             DISPLAY "TOLERANCIA INVALIDA - ALTA CANCELADA"
002533             GO TO 3000-ADD-INSTRUCTION-EXIT
002534         END-IF
002535         MOVE WS-NEW-VAR-TYPE TO SIN-VAR-TYPE
002536         MOVE WS-NUMERIC-TEST TO SIN-VAR-TOL
002537     END-IF
002538     DISPLAY "DESCRIPCION: "
002539     ACCEPT WS-NEW-DESC FROM CONSOLE
002540     MOVE WS-NEW-ID TO SIN-ID
002541     MOVE "A" TO SIN-STATUS
002542     MOVE WS-NEW-DESC TO SIN-DESC
002550     MOVE SPACES TO PCH-RECORD
002560     MOVE SIN-RECORD TO PCH-AFTER-IMAGE
002570     MOVE "A" TO PCH-ACTION
002580     PERFORM 3700-WRITE-PENDING THRU 3700-WRITE-PENDING-EXIT
002590     IF WS-PCH-STATUS = "00"
002600         DISPLAY "INSTRUCCION " WS-NEW-ID
002605             " PENDIENTE DE APROBACION"
002610     END-IF.
002620 3000-ADD-INSTRUCTION-EXIT.
002630     EXIT.
002900     END-IF.
002910 3800-PARSE-TERM-EXIT.
002920     EXIT.
002921*
002922******************************************************************
002923*    3700-WRITE-PENDING - STAMP THE KEY (DATE, TIME, KEYER) AND   *
002924*    QUEUE THE CHANGE FOR THE SECOND SUPERVISOR.  THE CALLER      *
002925*    HAS FILLED IN THE ACTION AND THE IMAGES.                     *
002926******************************************************************
002927 3700-WRITE-PENDING.
002928     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002929     ACCEPT WS-CURRENT-TIME FROM TIME
002930     MOVE WS-CURRENT-DATE TO PCH-KEYED-DATE
002931     MOVE WS-CURRENT-TIME TO PCH-KEYED-TIME
002932     MOVE WS-OPERATOR-ID TO PCH-KEYED-BY
002933     MOVE "S" TO PCH-TARGET
002934     MOVE "P" TO PCH-STATE
002935     MOVE SPACES TO PCH-REVIEWED-BY
002936     MOVE ZERO TO PCH-REVIEW-DATE
002937     MOVE ZERO TO PCH-REVIEW-TIME
002938     MOVE SPACES TO PCH-NOTE
002939     WRITE PCH-RECORD
002940         INVALID KEY
002941             DISPLAY "ERROR GRABANDO CAMBIO PENDIENTE - STATUS "
002942                 WS-PCH-STATUS
002943     END-WRITE.
002944 3700-WRITE-PENDING-EXIT.
002945     EXIT.
002946*
002947******************************************************************
002950*    4000-SET-STATUS - DEACTIVATE OR REACTIVATE AN EXISTING       *
002960*    INSTRUCTION, DEPENDING ON THE MENU CHOICE THAT GOT US HERE.  *
002965*    THE CHANGE IS QUEUED FOR APPROVAL, NOT REWRITTEN.            *
002970******************************************************************
002980 4000-SET-STATUS.
002990     DISPLAY "ID DE LA INSTRUCCION: "
003040             DISPLAY "INSTRUCCION NO REGISTRADA"
003050             GO TO 4000-SET-STATUS-EXIT
003060     END-READ
003061     IF (WS-MENU-DEACT AND SIN-INACTIVE)
003062         OR (WS-MENU-REACT AND SIN-ACTIVE)
003063         DISPLAY "LA INSTRUCCION YA ESTA EN ESTADO " SIN-STATUS
003064         GO TO 4000-SET-STATUS-EXIT
003065     END-IF
003066     MOVE SPACES TO PCH-RECORD
003067     MOVE SIN-RECORD TO PCH-BEFORE-IMAGE
003070     IF WS-MENU-DEACT
003080         MOVE "I" TO SIN-STATUS
003085         MOVE "B" TO PCH-ACTION
003090     ELSE
003100         MOVE "A" TO SIN-STATUS
003105         MOVE "R" TO PCH-ACTION
003110     END-IF
003120     MOVE SIN-RECORD TO PCH-AFTER-IMAGE
003130     PERFORM 3700-WRITE-PENDING THRU 3700-WRITE-PENDING-EXIT
003160     IF WS-PCH-STATUS = "00"
003170         DISPLAY "INSTRUCCION " WS-NEW-ID " A ESTADO " SIN-STATUS
003175             " PENDIENTE DE APROBACION"
003180     END-IF.
003190 4000-SET-STATUS-EXIT.
003200     EXIT.
003450     IF WS-SIN-STATUS = "00"
003460         ADD 1 TO WS-LIST-COUNT
003470         MOVE SIN-Y TO WS-VALUE-ED
003475         MOVE SIN-VAR-TOL TO WS-TOL-ED
003480         DISPLAY SIN-ID " " SIN-REC-TYPE " " SIN-OP
003490             " " SIN-X-NAME " " SIN-Y-NAME " " WS-VALUE-ED
003500             " " SIN-FREQ SIN-FREQ-DAY SIN-ROLL " " SIN-STATUS
003510             " " SIN-DESC " " SIN-VAR-TYPE " " WS-TOL-ED
003520     END-IF.
003530 5100-LIST-NEXT-EXIT.
003540     EXIT.
003580******************************************************************
003590 8000-TERMINATE.
003600     CLOSE STANDING-FILE
003605     CLOSE PENDING-FILE
003610     DISPLAY "CALCSMNT - FIN DE MANTENIMIENTO".
003620 8000-TERMINATE-EXIT.
003630     EXIT.
