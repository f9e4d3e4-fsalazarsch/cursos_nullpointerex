000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCLMNT.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCLMNT - NAMED FORMULA LIBRARY MAINTENANCE.               *
000090*                                                                *
000100*    LETS THE SHIFT SUPERVISOR KEEP THE FORMULA MASTER (SEE      *
000110*    CALCFRM) THAT TYPE "F" TRANSACTIONS AND THE CALCULADORA     *
000120*    FORMULA OPTION EVALUATE THROUGH CALCFORM.                   *
000130*      (A)LTA      - ADD A FORMULA: NAME, DESCRIPTION AND THE    *
000140*                    EXPRESSION.  IT IS FILED AS VERSION 001.    *
000150*      (M)ODIFICAR - CHANGE A FORMULA.  A NEW EXPRESSION IS      *
000160*                    FILED AS THE NEXT VERSION, SO ROWS ALREADY  *
000170*                    POSTED STILL NAME THE VERSION THAT PRODUCED *
000180*                    THEM; A NEW DESCRIPTION ALONE IS CHANGED IN *
000190*                    PLACE ON THE VERSION IN FORCE.              *
000200*      (B)AJA      - RETIRE A FORMULA.  NEW TRANSACTIONS FOR IT  *
000210*                    REJECT UNTIL IT IS REACTIVATED.             *
000220*      (R)EACTIVAR - PUT A RETIRED FORMULA BACK IN SERVICE.      *
000230*      (C)ONSULTAR - SHOW EVERY VERSION OF ONE FORMULA AND THE   *
000240*                    COMPILED STEPS OF THE ONE IN FORCE.         *
000250*      (L)ISTAR    - LIST THE VERSION IN FORCE OF EVERY FORMULA. *
000260*                                                                *
000270*    AN EXPRESSION IS WRITTEN AS ON PAPER, E.G.                  *
000280*    "(X + Y) * IVA - DESC", OVER THE INPUT SLOTS X AND Y,       *
000290*    FACTOR NAMES ON THE NAMED-CONSTANTS FILE, NUMBERS (E.G.     *
000300*    1.5), PARENTHESES AND THE CALCENG OPERATORS + - * / % ^,    *
000310*    WITH R(...) FOR THE SQUARE ROOT.  ^ BINDS TIGHTEST (AND     *
000320*    FROM THE RIGHT), THEN * / %, THEN + -.  A MINUS SIGN        *
000330*    ALWAYS SUBTRACTS - WRITE (0 - X) FOR A NEGATIVE.  THE       *
000340*    EXPRESSION IS COMPILED HERE, ONCE, TO THE POSTFIX STEPS     *
000350*    CALCFORM RUNS, AND EVERY FACTOR IT NAMES MUST BE ON FILE    *
000360*    TODAY.  A FORMULA THAT USES Y TAKES TWO INPUTS, ONE THAT    *
000370*    USES ONLY X TAKES ONE.                                      *
000380*                                                                *
000390*    EVERY ROW CHANGED IS STAMPED WITH THE SUPERVISOR AND DATE.  *
000400*    MAINTENANCE REQUIRES SIGN-ON AS AN ACTIVE SUPERVISOR        *
000410*    (LEVEL 3) THROUGH THE SHARED CALCSGN SIGN-ON.               *
000420*                                                                *
000430*    MODIFICATION HISTORY                                        *
000440*    ---------------------------------------------------------   *
000450*    2026-10-15  JCM   ORIGINAL PROGRAM.                         *
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.    IBM-370.
000500 OBJECT-COMPUTER.    IBM-370.
000510*
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT FORMULA-FILE ASSIGN TO CALCFRM
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS FRM-KEY
000580         FILE STATUS IS WS-FRM-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  FORMULA-FILE.
000630 COPY CALCFRM.
000640*
000650 WORKING-STORAGE SECTION.
000660*
000670 77  WS-FRM-STATUS           PIC X(02).
000680 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000690 77  WS-PROGRAM-NAME         PIC X(08) VALUE "CALCLMNT".
000700*
000710 77  WS-MENU-CHOICE          PIC X(01).
000720     88  WS-MENU-ADD                 VALUE "A" "a".
000730     88  WS-MENU-CHANGE              VALUE "M" "m".
000740     88  WS-MENU-RETIRE              VALUE "B" "b".
000750     88  WS-MENU-REACTIVATE          VALUE "R" "r".
000760     88  WS-MENU-SHOW                VALUE "C" "c".
000770     88  WS-MENU-LIST                VALUE "L" "l".
000780     88  WS-MENU-EXIT                VALUE "X" "x".
000790*
000800 77  WS-SIGNON-SW            PIC X(01) VALUE "N".
000810     88  WS-SIGNED-ON                VALUE "Y".
000820*
000830 77  WS-REQ-AUTH             PIC 9(01) VALUE 3.
000840 77  WS-OPR-AUTH             PIC 9(01) VALUE ZERO.
000850*
000860 77  WS-FOUND-SW             PIC X(01) VALUE "N".
000870     88  WS-FOUND                    VALUE "Y".
000880*
000890 77  WS-CONFIRM              PIC X(01).
000900     88  WS-CONFIRMED                VALUE "S" "s".
000910*
000920 77  WS-LIST-COUNT           PIC 9(04) VALUE ZERO.
000930 77  WS-RETIRED-COUNT        PIC 9(04) VALUE ZERO.
000940 77  WS-LAST-VERSION         PIC 9(03) VALUE ZERO.
000950*
000960 77  WS-NEW-NAME             PIC X(08).
000970 77  WS-NEW-DESC             PIC X(30).
000980 77  WS-NEW-EXPR             PIC X(60).
000990*
001000 01  WS-CURRENT-DATE         PIC 9(08).
001010*
001020*    THE ROW IN FORCE WHEN THE LISTING MOVES ON TO THE NEXT NAME.
001030 01  WS-HOLD-FORMULA.
001040     05  WS-HOLD-NAME            PIC X(08) VALUE SPACES.
001050     05  WS-HOLD-VERSION         PIC 9(03).
001060     05  WS-HOLD-STATUS          PIC X(01).
001070     05  WS-HOLD-INPUTS          PIC 9(01).
001080     05  WS-HOLD-DESC            PIC X(30).
001090     05  WS-HOLD-UPD-BY          PIC X(08).
001100     05  WS-HOLD-UPD-DATE        PIC 9(08).
001110*
001120*    EXPRESSION COMPILER WORK AREAS.  THE SCAN WALKS WS-NEW-EXPR
001130*    ONE CHARACTER AT A TIME; OPERANDS GO STRAIGHT TO THE STEPS
001140*    OF FRM-RECORD AND OPERATORS WAIT ON WS-OPS-TABLE UNTIL
001150*    THEIR PRECEDENCE RELEASES THEM.
001160 77  WS-POS                  PIC S9(04) COMP VALUE ZERO.
001170 77  WS-ERR-POS              PIC 9(02) VALUE ZERO.
001180 77  WS-CHAR                 PIC X(01).
001190 77  WS-TOKEN                PIC X(12).
001200 77  WS-TOKEN-LEN            PIC S9(04) COMP VALUE ZERO.
001205 77  WS-DOT-POS              PIC S9(04) COMP VALUE ZERO.
001210 77  WS-STEP-SUB             PIC S9(04) COMP VALUE ZERO.
001220 77  WS-PREC-OP              PIC X(01).
001230 77  WS-PREC                 PIC 9(01).
001240 77  WS-PREC-NEW             PIC 9(01).
001250 77  WS-PREC-TOP             PIC 9(01).
001260 77  WS-PARSE-MSG            PIC X(40) VALUE SPACES.
001270*
001280 77  WS-PARSE-SW             PIC X(01) VALUE "N".
001290     88  WS-PARSE-ERROR              VALUE "Y".
001300 77  WS-EXPECT-SW            PIC X(01) VALUE "O".
001310     88  WS-EXPECT-OPERAND           VALUE "O".
001320     88  WS-EXPECT-OPERATOR          VALUE "P".
001330 77  WS-ROOT-SW              PIC X(01) VALUE "N".
001340     88  WS-ROOT-PENDING             VALUE "Y".
001350 77  WS-POP-SW               PIC X(01) VALUE "N".
001360     88  WS-POP-DONE                 VALUE "Y".
001370 77  WS-X-USED-SW            PIC X(01) VALUE "N".
001380     88  WS-X-USED                   VALUE "Y".
001390 77  WS-Y-USED-SW            PIC X(01) VALUE "N".
001400     88  WS-Y-USED                   VALUE "Y".
001410*
001420 01  WS-OPS-TABLE.
001430     05  WS-OPS-COUNT            PIC S9(04) COMP VALUE ZERO.
001440     05  WS-OPS-ENTRY            PIC X(01) OCCURS 30 TIMES.
001450*
001460 01  WS-NUMERIC-TEST         PIC S9(9)V9999 VALUE ZERO.
001470 01  WS-FACTOR-VALUE         PIC S9(7)V99 COMP-3 VALUE ZERO.
001480 01  WS-VALUE-ED             PIC -(7)9.99.
001490*
001500 PROCEDURE DIVISION.
001510*
001520******************************************************************
001530*    0000-MAINLINE                                                *
001540******************************************************************
001550 0000-MAINLINE.
001560     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001570     IF WS-SIGNED-ON
001580         PERFORM 2000-PROCESS-MENU THRU 2000-PROCESS-MENU-EXIT
001590             UNTIL WS-MENU-EXIT
001600         PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001610     END-IF
001620     STOP RUN.
001630*
001640******************************************************************
001650*    1000-INITIALIZE - SUPERVISOR SIGN-ON THROUGH CALCSGN, THEN   *
001660*    OPEN (OR CREATE) THE FORMULA MASTER.                         *
001670******************************************************************
001680 1000-INITIALIZE.
001690     MOVE 3 TO WS-REQ-AUTH
001700     CALL "CALCSGN" USING WS-REQ-AUTH WS-OPERATOR-ID
001710         WS-OPR-AUTH WS-SIGNON-SW WS-PROGRAM-NAME
001720     IF NOT WS-SIGNED-ON
001730         GO TO 1000-INITIALIZE-EXIT
001740     END-IF
001750     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001760     OPEN I-O FORMULA-FILE
001770     IF WS-FRM-STATUS = "35"
001780         CLOSE FORMULA-FILE
001790         OPEN OUTPUT FORMULA-FILE
001800         CLOSE FORMULA-FILE
001810         OPEN I-O FORMULA-FILE
001820     END-IF
001830     IF WS-FRM-STATUS NOT = "00"
001840         DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE FORMULAS "
001850             "- STATUS " WS-FRM-STATUS
001860         MOVE "N" TO WS-SIGNON-SW
001870     END-IF.
001880 1000-INITIALIZE-EXIT.
001890     EXIT.
001900*
001910******************************************************************
001920*    2000-PROCESS-MENU                                            *
001930******************************************************************
001940 2000-PROCESS-MENU.
001950     DISPLAY " "
001960     DISPLAY "CALCLMNT - FORMULAS: (A)LTA (M)ODIFICAR (B)AJA"
001970         " (R)EACTIVAR"
001980     DISPLAY "           (C)ONSULTAR (L)ISTAR   (X)SALIR"
001990     ACCEPT WS-MENU-CHOICE FROM CONSOLE
002000     EVALUATE TRUE
002010         WHEN WS-MENU-ADD
002020             PERFORM 3000-ADD-FORMULA THRU 3000-ADD-FORMULA-EXIT
002030         WHEN WS-MENU-CHANGE
002040             PERFORM 3100-CHANGE-FORMULA
002050                THRU 3100-CHANGE-FORMULA-EXIT
002060         WHEN WS-MENU-RETIRE
002070             PERFORM 3200-SET-STATUS THRU 3200-SET-STATUS-EXIT
002080         WHEN WS-MENU-REACTIVATE
002090             PERFORM 3200-SET-STATUS THRU 3200-SET-STATUS-EXIT
002100         WHEN WS-MENU-SHOW
002110             PERFORM 4000-SHOW-FORMULA THRU 4000-SHOW-FORMULA-EXIT
002120         WHEN WS-MENU-LIST
002130             PERFORM 5000-LIST-FORMULAS
002131                THRU 5000-LIST-FORMULAS-EXIT
002140         WHEN WS-MENU-EXIT
002150             CONTINUE
002160         WHEN OTHER
002170             DISPLAY "OPCION INVALIDA - INTENTE DE NUEVO"
002180     END-EVALUATE.
002190 2000-PROCESS-MENU-EXIT.
002200     EXIT.
002210*
002220******************************************************************
002230*    3000-ADD-FORMULA - A NEW NAME NEEDS A DESCRIPTION AND AN     *
002240*    EXPRESSION THAT COMPILES.  THE STEPS ARE SHOWN AND THE       *
002250*    SUPERVISOR CONFIRMS BEFORE VERSION 001 IS FILED.             *
002260******************************************************************
002270 3000-ADD-FORMULA.
002280     DISPLAY "NOMBRE DE LA FORMULA (8): "
002290     ACCEPT WS-NEW-NAME FROM CONSOLE
002300     IF WS-NEW-NAME = SPACES
002310         DISPLAY "NOMBRE INVALIDO - ALTA CANCELADA"
002320         GO TO 3000-ADD-FORMULA-EXIT
002330     END-IF
002340     PERFORM 7000-FIND-LATEST THRU 7000-FIND-LATEST-EXIT
002350     IF WS-FOUND
002360         DISPLAY "LA FORMULA " WS-NEW-NAME " YA EXISTE - USE "
002370             "(M)ODIFICAR"
002380         GO TO 3000-ADD-FORMULA-EXIT
002390     END-IF
002400     DISPLAY "DESCRIPCION: "
002410     ACCEPT WS-NEW-DESC FROM CONSOLE
002420     IF WS-NEW-DESC = SPACES
002430         DISPLAY "DESCRIPCION OBLIGATORIA - ALTA CANCELADA"
002440         GO TO 3000-ADD-FORMULA-EXIT
002450     END-IF
002460     DISPLAY "EXPRESION (EJ. (X + Y) * IVA - DESC): "
002470     ACCEPT WS-NEW-EXPR FROM CONSOLE
002480     IF WS-NEW-EXPR = SPACES
002490         DISPLAY "EXPRESION OBLIGATORIA - ALTA CANCELADA"
002500         GO TO 3000-ADD-FORMULA-EXIT
002510     END-IF
002520     MOVE SPACES TO FRM-RECORD
002530     MOVE WS-NEW-NAME TO FRM-NAME
002540     MOVE 1 TO FRM-VERSION
002550     PERFORM 6000-COMPILE-EXPR THRU 6000-COMPILE-EXPR-EXIT
002560     IF WS-PARSE-ERROR
002570         DISPLAY "ALTA CANCELADA"
002580         GO TO 3000-ADD-FORMULA-EXIT
002590     END-IF
002600     PERFORM 4200-SHOW-STEPS THRU 4200-SHOW-STEPS-EXIT
002610     DISPLAY "GRABAR LA FORMULA (S/N): "
002620     ACCEPT WS-CONFIRM FROM CONSOLE
002630     IF NOT WS-CONFIRMED
002640         DISPLAY "ALTA CANCELADA"
002650         GO TO 3000-ADD-FORMULA-EXIT
002660     END-IF
002670     MOVE "A" TO FRM-STATUS
002680     MOVE WS-NEW-DESC TO FRM-DESC
002690     MOVE WS-OPERATOR-ID TO FRM-UPD-BY
002700     MOVE WS-CURRENT-DATE TO FRM-UPD-DATE
002710     WRITE FRM-RECORD
002720         INVALID KEY
002730             DISPLAY "ERROR GRABANDO FORMULA - STATUS "
002740                 WS-FRM-STATUS
002750     END-WRITE
002760     IF WS-FRM-STATUS = "00"
002770         DISPLAY "FORMULA " FRM-NAME " VERSION " FRM-VERSION
002780             " AGREGADA"
002790     END-IF.
002800 3000-ADD-FORMULA-EXIT.
002810     EXIT.
002820*
002830******************************************************************
002840*    3100-CHANGE-FORMULA - SHOW THE VERSION IN FORCE, THEN TAKE   *
002850*    A NEW DESCRIPTION AND A NEW EXPRESSION; A BLANK ANSWER       *
002860*    KEEPS WHAT IS ON FILE.  A NEW EXPRESSION IS FILED AS THE     *
002870*    NEXT VERSION AND THE OLD ONE IS LEFT AS IT WAS; A NEW        *
002880*    DESCRIPTION ALONE REWRITES THE VERSION IN FORCE.  A RETIRED  *
002890*    FORMULA MUST BE REACTIVATED FIRST.                           *
002900******************************************************************
002910 3100-CHANGE-FORMULA.
002920     DISPLAY "NOMBRE DE LA FORMULA (8): "
002930     ACCEPT WS-NEW-NAME FROM CONSOLE
002940     PERFORM 7000-FIND-LATEST THRU 7000-FIND-LATEST-EXIT
002950     IF NOT WS-FOUND
002960         DISPLAY "FORMULA " WS-NEW-NAME " NO EXISTE"
002970         GO TO 3100-CHANGE-FORMULA-EXIT
002980     END-IF
002990     IF FRM-RETIRED
003000         DISPLAY "LA FORMULA ESTA RETIRADA - USE (R)EACTIVAR"
003010         GO TO 3100-CHANGE-FORMULA-EXIT
003020     END-IF
003030     DISPLAY "VERSION EN VIGOR: " FRM-VERSION
003040     DISPLAY "DESCRIPCION ACTUAL: " FRM-DESC
003050     DISPLAY "NUEVA DESCRIPCION (BLANCO = SIN CAMBIO): "
003060     ACCEPT WS-NEW-DESC FROM CONSOLE
003070     DISPLAY "EXPRESION ACTUAL: " FRM-EXPR
003080     DISPLAY "NUEVA EXPRESION (BLANCO = SIN CAMBIO): "
003090     ACCEPT WS-NEW-EXPR FROM CONSOLE
003100     IF WS-NEW-DESC = SPACES AND WS-NEW-EXPR = SPACES
003110         DISPLAY "SIN CAMBIOS"
003120         GO TO 3100-CHANGE-FORMULA-EXIT
003130     END-IF
003140     IF WS-NEW-DESC NOT = SPACES
003150         MOVE WS-NEW-DESC TO FRM-DESC
003160     END-IF
003170     MOVE WS-OPERATOR-ID TO FRM-UPD-BY
003180     MOVE WS-CURRENT-DATE TO FRM-UPD-DATE
003190     IF WS-NEW-EXPR = SPACES
003200         REWRITE FRM-RECORD
003210             INVALID KEY
003220                 DISPLAY "ERROR REESCRIBIENDO FORMULA - STATUS "
003230                     WS-FRM-STATUS
003240         END-REWRITE
003250         IF WS-FRM-STATUS = "00"
003260             DISPLAY "FORMULA " FRM-NAME " VERSION " FRM-VERSION
003270                 " MODIFICADA"
003280         END-IF
003290         GO TO 3100-CHANGE-FORMULA-EXIT
003300     END-IF
003310     IF FRM-VERSION NOT < 999
003320         DISPLAY "LA FORMULA NO ADMITE MAS VERSIONES - DE DE "
003330             "ALTA OTRO NOMBRE"
003340         GO TO 3100-CHANGE-FORMULA-EXIT
003350     END-IF
003360     ADD 1 TO FRM-VERSION
003370     PERFORM 6000-COMPILE-EXPR THRU 6000-COMPILE-EXPR-EXIT
003380     IF WS-PARSE-ERROR
003390         DISPLAY "MODIFICACION CANCELADA"
003400         GO TO 3100-CHANGE-FORMULA-EXIT
003410     END-IF
003420     PERFORM 4200-SHOW-STEPS THRU 4200-SHOW-STEPS-EXIT
003430     DISPLAY "GRABAR LA VERSION " FRM-VERSION " (S/N): "
003440     ACCEPT WS-CONFIRM FROM CONSOLE
003450     IF NOT WS-CONFIRMED
003460         DISPLAY "MODIFICACION CANCELADA"
003470         GO TO 3100-CHANGE-FORMULA-EXIT
003480     END-IF
003490     MOVE "A" TO FRM-STATUS
003500     WRITE FRM-RECORD
003510         INVALID KEY
003520             DISPLAY "ERROR GRABANDO FORMULA - STATUS "
003530                 WS-FRM-STATUS
003540     END-WRITE
003550     IF WS-FRM-STATUS = "00"
003560         DISPLAY "FORMULA " FRM-NAME " VERSION " FRM-VERSION
003570             " AGREGADA - LA ANTERIOR QUEDA COMO HISTORICO"
003580     END-IF.
003590 3100-CHANGE-FORMULA-EXIT.
003600     EXIT.
003610*
003620******************************************************************
003630*    3200-SET-STATUS - RETIRE OR REACTIVATE THE VERSION IN FORCE, *
003640*    DEPENDING ON THE MENU CHOICE THAT GOT US HERE.  ROWS ARE     *
003650*    NEVER DELETED.                                               *
003660******************************************************************
003670 3200-SET-STATUS.
003680     DISPLAY "NOMBRE DE LA FORMULA (8): "
003690     ACCEPT WS-NEW-NAME FROM CONSOLE
003700     PERFORM 7000-FIND-LATEST THRU 7000-FIND-LATEST-EXIT
003710     IF NOT WS-FOUND
003720         DISPLAY "FORMULA " WS-NEW-NAME " NO EXISTE"
003730         GO TO 3200-SET-STATUS-EXIT
003740     END-IF
003750     IF (WS-MENU-RETIRE AND FRM-RETIRED)
003760         OR (WS-MENU-REACTIVATE AND FRM-ACTIVE)
003770         DISPLAY "LA FORMULA YA ESTA EN ESTADO " FRM-STATUS
003780         GO TO 3200-SET-STATUS-EXIT
003790     END-IF
003800     IF WS-MENU-RETIRE
003810         MOVE "I" TO FRM-STATUS
003820     ELSE
003830         MOVE "A" TO FRM-STATUS
003840     END-IF
003850     MOVE WS-OPERATOR-ID TO FRM-UPD-BY
003860     MOVE WS-CURRENT-DATE TO FRM-UPD-DATE
003870     REWRITE FRM-RECORD
003880         INVALID KEY
003890             DISPLAY "ERROR REESCRIBIENDO FORMULA - STATUS "
003900                 WS-FRM-STATUS
003910     END-REWRITE
003920     IF WS-FRM-STATUS = "00"
003930         DISPLAY "FORMULA " FRM-NAME " VERSION " FRM-VERSION
003940             " AHORA EN ESTADO " FRM-STATUS
003950     END-IF.
003960 3200-SET-STATUS-EXIT.
003970     EXIT.
003980*
003990******************************************************************
004000*    4000-SHOW-FORMULA - EVERY VERSION OF ONE NAME, OLDEST FIRST, *
004010*    THEN THE COMPILED STEPS OF THE VERSION IN FORCE.             *
004020******************************************************************
004030 4000-SHOW-FORMULA.
004040     DISPLAY "NOMBRE DE LA FORMULA (8): "
004050     ACCEPT WS-NEW-NAME FROM CONSOLE
004060     MOVE ZERO TO WS-LIST-COUNT
004070     MOVE WS-NEW-NAME TO FRM-NAME
004080     MOVE ZERO TO FRM-VERSION
004090     START FORMULA-FILE KEY IS NOT LESS THAN FRM-KEY
004100         INVALID KEY
004110             MOVE "23" TO WS-FRM-STATUS
004120     END-START
004130     IF WS-FRM-STATUS = "00"
004140         DISPLAY "VER E MODIFICO  FECHA    EXPRESION"
004150         PERFORM 4100-SHOW-VERSION THRU 4100-SHOW-VERSION-EXIT
004160             UNTIL WS-FRM-STATUS NOT = "00"
004170     END-IF
004180     IF WS-LIST-COUNT = ZERO
004190         DISPLAY "FORMULA " WS-NEW-NAME " NO EXISTE"
004200         GO TO 4000-SHOW-FORMULA-EXIT
004210     END-IF
004220     PERFORM 7000-FIND-LATEST THRU 7000-FIND-LATEST-EXIT
004230     IF WS-FOUND
004240         DISPLAY "DESCRIPCION: " FRM-DESC
004250         PERFORM 4200-SHOW-STEPS THRU 4200-SHOW-STEPS-EXIT
004260     END-IF.
004270 4000-SHOW-FORMULA-EXIT.
004280     EXIT.
004290*
004300 4100-SHOW-VERSION.
004310     READ FORMULA-FILE NEXT RECORD
004320         AT END
004330             MOVE "10" TO WS-FRM-STATUS
004340     END-READ
004350     IF WS-FRM-STATUS NOT = "00"
004360         GO TO 4100-SHOW-VERSION-EXIT
004370     END-IF
004380     IF FRM-NAME NOT = WS-NEW-NAME
004390         MOVE "10" TO WS-FRM-STATUS
004400         GO TO 4100-SHOW-VERSION-EXIT
004410     END-IF
004420     ADD 1 TO WS-LIST-COUNT
004430     DISPLAY FRM-VERSION " " FRM-STATUS " " FRM-UPD-BY " "
004440         FRM-UPD-DATE " " FRM-EXPR.
004450 4100-SHOW-VERSION-EXIT.
004460     EXIT.
004470*
004480******************************************************************
004490*    4200-SHOW-STEPS - THE COMPILED STEPS IN FRM-RECORD, ONE      *
004500*    LINE EACH, SO THE SUPERVISOR CAN SEE THE ORDER THE ENGINE    *
004510*    WILL WORK IN BEFORE THE FORMULA IS FILED.                    *
004520******************************************************************
004530 4200-SHOW-STEPS.
004540     DISPLAY "FORMULA " FRM-NAME " VERSION " FRM-VERSION
004550         " - ENTRADAS: " FRM-INPUTS " - PASOS: " FRM-STEP-COUNT
004560     PERFORM 4300-SHOW-ONE-STEP THRU 4300-SHOW-ONE-STEP-EXIT
004570         VARYING WS-STEP-SUB FROM 1 BY 1
004580         UNTIL WS-STEP-SUB > FRM-STEP-COUNT.
004590 4200-SHOW-STEPS-EXIT.
004600     EXIT.
004610*
004620 4300-SHOW-ONE-STEP.
004630     EVALUATE TRUE
004640         WHEN FRM-STEP-SLOT (WS-STEP-SUB)
004650             DISPLAY "  " WS-STEP-SUB " ENTRADA  "
004660                 FRM-STEP-NAME (WS-STEP-SUB)
004670         WHEN FRM-STEP-FACTOR (WS-STEP-SUB)
004680             DISPLAY "  " WS-STEP-SUB " FACTOR   "
004690                 FRM-STEP-NAME (WS-STEP-SUB)
004700         WHEN FRM-STEP-NUMBER (WS-STEP-SUB)
004710             MOVE FRM-STEP-VALUE (WS-STEP-SUB) TO WS-VALUE-ED
004720             DISPLAY "  " WS-STEP-SUB " NUMERO   " WS-VALUE-ED
004730         WHEN OTHER
004740             DISPLAY "  " WS-STEP-SUB " OPERADOR "
004750                 FRM-STEP-NAME (WS-STEP-SUB) (1:1)
004760     END-EVALUATE.
004770 4300-SHOW-ONE-STEP-EXIT.
004780     EXIT.
004790*
004800******************************************************************
004810*    5000-LIST-FORMULAS - ONE LINE PER NAME, FOR THE VERSION IN   *
004820*    FORCE.  THE FILE IS IN NAME/VERSION ORDER, SO EACH NAME'S    *
004830*    ROW IS HELD UNTIL THE NAME CHANGES AND THEN LISTED.          *
004840******************************************************************
004850 5000-LIST-FORMULAS.
004860     MOVE ZERO TO WS-LIST-COUNT
004870     MOVE ZERO TO WS-RETIRED-COUNT
004880     MOVE SPACES TO WS-HOLD-NAME
004890     MOVE LOW-VALUES TO FRM-KEY
004900     START FORMULA-FILE KEY IS NOT LESS THAN FRM-KEY
004910         INVALID KEY
004920             DISPLAY "MAESTRO DE FORMULAS VACIO"
004930             GO TO 5000-LIST-FORMULAS-EXIT
004940     END-START
004950     DISPLAY "FORMULA  VER E N DESCRIPCION                    "
004960         "MODIFICO FECHA"
004970     PERFORM 5100-LIST-NEXT THRU 5100-LIST-NEXT-EXIT
004980         UNTIL WS-FRM-STATUS NOT = "00"
004990     IF WS-HOLD-NAME NOT = SPACES
005000         PERFORM 5200-LIST-HELD THRU 5200-LIST-HELD-EXIT
005010     END-IF
005020     DISPLAY "FORMULAS LISTADAS: " WS-LIST-COUNT
005030         "   RETIRADAS: " WS-RETIRED-COUNT.
005040 5000-LIST-FORMULAS-EXIT.
005050     EXIT.
005060*
005070 5100-LIST-NEXT.
005080     READ FORMULA-FILE NEXT RECORD
005090         AT END
005100             MOVE "10" TO WS-FRM-STATUS
005110     END-READ
005120     IF WS-FRM-STATUS NOT = "00"
005130         GO TO 5100-LIST-NEXT-EXIT
005140     END-IF
005150     IF FRM-NAME NOT = WS-HOLD-NAME AND WS-HOLD-NAME NOT = SPACES
005160         PERFORM 5200-LIST-HELD THRU 5200-LIST-HELD-EXIT
005170     END-IF
005180     MOVE FRM-NAME TO WS-HOLD-NAME
005190     MOVE FRM-VERSION TO WS-HOLD-VERSION
005200     MOVE FRM-STATUS TO WS-HOLD-STATUS
005210     MOVE FRM-INPUTS TO WS-HOLD-INPUTS
005220     MOVE FRM-DESC TO WS-HOLD-DESC
005230     MOVE FRM-UPD-BY TO WS-HOLD-UPD-BY
005240     MOVE FRM-UPD-DATE TO WS-HOLD-UPD-DATE.
005250 5100-LIST-NEXT-EXIT.
005260     EXIT.
005270*
005280 5200-LIST-HELD.
005290     ADD 1 TO WS-LIST-COUNT
005300     IF WS-HOLD-STATUS = "I"
005310         ADD 1 TO WS-RETIRED-COUNT
005320     END-IF
005330     DISPLAY WS-HOLD-NAME " " WS-HOLD-VERSION " " WS-HOLD-STATUS
005340         " " WS-HOLD-INPUTS " " WS-HOLD-DESC " " WS-HOLD-UPD-BY
005350         " " WS-HOLD-UPD-DATE.
005360 5200-LIST-HELD-EXIT.
005370     EXIT.
005380*
005390******************************************************************
005400*    6000-COMPILE-EXPR - TURN WS-NEW-EXPR INTO POSTFIX STEPS IN   *
005410*    FRM-RECORD (OPERATOR-PRECEDENCE PARSE).  OPERANDS ARE        *
005420*    EMITTED AS THEY ARE MET; AN OPERATOR FIRST RELEASES EVERY    *
005430*    WAITING OPERATOR THAT BINDS AT LEAST AS TIGHTLY (STRICTLY    *
005440*    TIGHTER FOR THE RIGHT-HANDED ^), THEN WAITS ITSELF.  A       *
005450*    CLOSING PARENTHESIS RELEASES BACK TO ITS OPENING ONE, AND    *
005460*    THE ROOT IF THE PARENTHESIS WAS R'S.  THE FIRST FAULT IS     *
005470*    REPORTED WITH ITS POSITION AND ENDS THE COMPILE.             *
005480******************************************************************
005490 6000-COMPILE-EXPR.
005500     INSPECT WS-NEW-EXPR CONVERTING
005510         "abcdefghijklmnopqrstuvwxyz"
005520         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005530     MOVE WS-NEW-EXPR TO FRM-EXPR
005540     MOVE ZERO TO FRM-STEP-COUNT
005550     MOVE ZERO TO WS-OPS-COUNT
005560     MOVE "N" TO WS-PARSE-SW
005570     MOVE "N" TO WS-ROOT-SW
005580     MOVE "N" TO WS-X-USED-SW
005590     MOVE "N" TO WS-Y-USED-SW
005600     SET WS-EXPECT-OPERAND TO TRUE
005610     MOVE 1 TO WS-POS
005620     PERFORM 6100-SCAN-CHAR THRU 6100-SCAN-CHAR-EXIT
005630         UNTIL WS-POS > 60 OR WS-PARSE-ERROR
005640     IF WS-PARSE-ERROR
005650         GO TO 6000-COMPILE-EXPR-EXIT
005660     END-IF
005670     MOVE 60 TO WS-POS
005680     IF WS-EXPECT-OPERAND OR WS-ROOT-PENDING
005690         MOVE "LA EXPRESION TERMINA SIN OPERANDO" TO WS-PARSE-MSG
005700         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
005710         GO TO 6000-COMPILE-EXPR-EXIT
005720     END-IF
005730     PERFORM 6350-POP-FINAL THRU 6350-POP-FINAL-EXIT
005740         UNTIL WS-OPS-COUNT = ZERO OR WS-PARSE-ERROR
005750     IF WS-PARSE-ERROR
005760         GO TO 6000-COMPILE-EXPR-EXIT
005770     END-IF
005780     IF NOT WS-X-USED AND NOT WS-Y-USED
005790         MOVE "LA FORMULA NO USA NINGUNA ENTRADA (X, Y)"
005800             TO WS-PARSE-MSG
005810         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
005820         GO TO 6000-COMPILE-EXPR-EXIT
005830     END-IF
005840     IF WS-Y-USED
005850         MOVE 2 TO FRM-INPUTS
005860     ELSE
005870         MOVE 1 TO FRM-INPUTS
005880     END-IF.
005890 6000-COMPILE-EXPR-EXIT.
005900     EXIT.
005910*
005920 6100-SCAN-CHAR.
005930     MOVE WS-NEW-EXPR (WS-POS:1) TO WS-CHAR
005940     IF WS-CHAR = SPACE
005950         ADD 1 TO WS-POS
005960         GO TO 6100-SCAN-CHAR-EXIT
005970     END-IF
005980     IF WS-ROOT-PENDING AND WS-CHAR NOT = "("
005990         MOVE "R DEBE IR SEGUIDA DE (" TO WS-PARSE-MSG
006000         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
006010         GO TO 6100-SCAN-CHAR-EXIT
006020     END-IF
006030     EVALUATE TRUE
006040         WHEN WS-CHAR = "("
006050             IF WS-EXPECT-OPERATOR
006060                 MOVE "FALTA UN OPERADOR ANTES DE ("
006061                     TO WS-PARSE-MSG
006070                 PERFORM 6900-PARSE-FAULT
006071                    THRU 6900-PARSE-FAULT-EXIT
006080                 GO TO 6100-SCAN-CHAR-EXIT
006090             END-IF
006100             MOVE "(" TO WS-PREC-OP
006110             PERFORM 6250-PUSH-OP THRU 6250-PUSH-OP-EXIT
006120             MOVE "N" TO WS-ROOT-SW
006130             ADD 1 TO WS-POS
006140         WHEN WS-CHAR = ")"
006150             IF WS-EXPECT-OPERAND
006160                 MOVE "FALTA UN OPERANDO ANTES DE )"
006161                     TO WS-PARSE-MSG
006170                 PERFORM 6900-PARSE-FAULT
006171                    THRU 6900-PARSE-FAULT-EXIT
006180                 GO TO 6100-SCAN-CHAR-EXIT
006190             END-IF
006200             PERFORM 6300-CLOSE-PAREN THRU 6300-CLOSE-PAREN-EXIT
006210             ADD 1 TO WS-POS
006220         WHEN WS-CHAR = "+" OR "-" OR "*" OR "/" OR "%" OR "^"
006230             IF WS-EXPECT-OPERAND
006240                 MOVE "FALTA UN OPERANDO ANTES DEL OPERADOR"
006250                     TO WS-PARSE-MSG
006260                 PERFORM 6900-PARSE-FAULT
006261                    THRU 6900-PARSE-FAULT-EXIT
006270                 GO TO 6100-SCAN-CHAR-EXIT
006280             END-IF
006290             PERFORM 6200-OPERATOR THRU 6200-OPERATOR-EXIT
006300             SET WS-EXPECT-OPERAND TO TRUE
006310             ADD 1 TO WS-POS
006320         WHEN WS-CHAR NUMERIC OR WS-CHAR = "."
006330             IF WS-EXPECT-OPERATOR
006340                 MOVE "FALTA UN OPERADOR ANTES DEL NUMERO"
006350                     TO WS-PARSE-MSG
006360                 PERFORM 6900-PARSE-FAULT
006361                    THRU 6900-PARSE-FAULT-EXIT
006370                 GO TO 6100-SCAN-CHAR-EXIT
006380             END-IF
006390             PERFORM 6150-SCAN-NUMBER THRU 6150-SCAN-NUMBER-EXIT
006400         WHEN WS-CHAR ALPHABETIC-UPPER
006410             IF WS-EXPECT-OPERATOR
006420                 MOVE "FALTA UN OPERADOR ANTES DEL NOMBRE"
006430                     TO WS-PARSE-MSG
006440                 PERFORM 6900-PARSE-FAULT
006441                    THRU 6900-PARSE-FAULT-EXIT
006450                 GO TO 6100-SCAN-CHAR-EXIT
006460             END-IF
006470             PERFORM 6160-SCAN-NAME THRU 6160-SCAN-NAME-EXIT
006480         WHEN OTHER
006490             MOVE "CARACTER NO ADMITIDO" TO WS-PARSE-MSG
006500             PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
006510     END-EVALUATE.
006520 6100-SCAN-CHAR-EXIT.
006530     EXIT.
006540*
006550******************************************************************
006560*    6150-SCAN-NUMBER - A RUN OF DIGITS AND AT MOST ONE POINT,    *
006570*    WHICH MUST FIT A TRANSACTION OPERAND (S9(7)V99).             *
006580******************************************************************
006590 6150-SCAN-NUMBER.
006600     MOVE SPACES TO WS-TOKEN
006610     MOVE ZERO TO WS-TOKEN-LEN
006620     PERFORM 6155-TAKE-NUMBER-CHAR THRU 6155-TAKE-NUMBER-CHAR-EXIT
006630         UNTIL WS-POS > 60 OR WS-PARSE-ERROR
006640            OR (WS-NEW-EXPR (WS-POS:1) NOT NUMERIC
006650                AND WS-NEW-EXPR (WS-POS:1) NOT = ".")
006660     IF WS-PARSE-ERROR
006670         GO TO 6150-SCAN-NUMBER-EXIT
006680     END-IF
006690     IF FUNCTION TEST-NUMVAL (WS-TOKEN) NOT = ZERO
006700         MOVE "NUMERO INVALIDO" TO WS-PARSE-MSG
006710         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
006720         GO TO 6150-SCAN-NUMBER-EXIT
006730     END-IF
006731     MOVE ZERO TO WS-DOT-POS
006732     INSPECT WS-TOKEN TALLYING WS-DOT-POS
006733         FOR CHARACTERS BEFORE INITIAL "."
006734     IF WS-TOKEN-LEN - WS-DOT-POS > 3
006735         MOVE "NUMERO CON MAS DE 2 DECIMALES" TO WS-PARSE-MSG
006736         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
006737         GO TO 6150-SCAN-NUMBER-EXIT
006738     END-IF
006740     COMPUTE WS-NUMERIC-TEST = FUNCTION NUMVAL (WS-TOKEN)
006741         ON SIZE ERROR
006742             MOVE "NUMERO DEMASIADO GRANDE" TO WS-PARSE-MSG
006743             PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
006744             GO TO 6150-SCAN-NUMBER-EXIT
006745     END-COMPUTE
006750     IF WS-NUMERIC-TEST > 9999999.99
006760         MOVE "NUMERO DEMASIADO GRANDE" TO WS-PARSE-MSG
006770         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
006780         GO TO 6150-SCAN-NUMBER-EXIT
006790     END-IF
006800     PERFORM 6600-NEW-STEP THRU 6600-NEW-STEP-EXIT
006810     IF WS-PARSE-ERROR
006820         GO TO 6150-SCAN-NUMBER-EXIT
006830     END-IF
006840     MOVE "N" TO FRM-STEP-TYPE (FRM-STEP-COUNT)
006850     MOVE WS-TOKEN (1:8) TO FRM-STEP-NAME (FRM-STEP-COUNT)
006860     MOVE WS-NUMERIC-TEST TO FRM-STEP-VALUE (FRM-STEP-COUNT)
006870     SET WS-EXPECT-OPERATOR TO TRUE.
006880 6150-SCAN-NUMBER-EXIT.
006890     EXIT.
006900*
006910 6155-TAKE-NUMBER-CHAR.
006920     IF WS-TOKEN-LEN NOT < 12
006930         MOVE "NUMERO DEMASIADO LARGO" TO WS-PARSE-MSG
006940         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
006950         GO TO 6155-TAKE-NUMBER-CHAR-EXIT
006960     END-IF
006970     ADD 1 TO WS-TOKEN-LEN
006980     MOVE WS-NEW-EXPR (WS-POS:1) TO WS-TOKEN (WS-TOKEN-LEN:1)
006990     ADD 1 TO WS-POS.
007000 6155-TAKE-NUMBER-CHAR-EXIT.
007010     EXIT.
007020*
007030******************************************************************
007040*    6160-SCAN-NAME - A RUN OF LETTERS AND DIGITS STARTING WITH   *
007050*    A LETTER.  X AND Y ARE THE INPUT SLOTS, R OPENS A SQUARE     *
007060*    ROOT, AND ANY OTHER NAME MUST BE A FACTOR ON FILE TODAY.     *
007070******************************************************************
007080 6160-SCAN-NAME.
007090     MOVE SPACES TO WS-TOKEN
007100     MOVE ZERO TO WS-TOKEN-LEN
007110     PERFORM 6165-TAKE-NAME-CHAR THRU 6165-TAKE-NAME-CHAR-EXIT
007120         UNTIL WS-POS > 60 OR WS-PARSE-ERROR
007130            OR (WS-NEW-EXPR (WS-POS:1) NOT NUMERIC
007140                AND (WS-NEW-EXPR (WS-POS:1) NOT ALPHABETIC-UPPER
007150                     OR WS-NEW-EXPR (WS-POS:1) = SPACE))
007160     IF WS-PARSE-ERROR
007170         GO TO 6160-SCAN-NAME-EXIT
007180     END-IF
007190     IF WS-TOKEN = "R"
007200         MOVE "R" TO WS-PREC-OP
007210         PERFORM 6250-PUSH-OP THRU 6250-PUSH-OP-EXIT
007220         SET WS-ROOT-PENDING TO TRUE
007230         GO TO 6160-SCAN-NAME-EXIT
007240     END-IF
007250     PERFORM 6600-NEW-STEP THRU 6600-NEW-STEP-EXIT
007260     IF WS-PARSE-ERROR
007270         GO TO 6160-SCAN-NAME-EXIT
007280     END-IF
007290     MOVE WS-TOKEN (1:8) TO FRM-STEP-NAME (FRM-STEP-COUNT)
007300     EVALUATE WS-TOKEN
007310         WHEN "X"
007320             MOVE "S" TO FRM-STEP-TYPE (FRM-STEP-COUNT)
007330             SET WS-X-USED TO TRUE
007340         WHEN "Y"
007350             MOVE "S" TO FRM-STEP-TYPE (FRM-STEP-COUNT)
007360             SET WS-Y-USED TO TRUE
007370         WHEN OTHER
007380             MOVE "F" TO FRM-STEP-TYPE (FRM-STEP-COUNT)
007390             CALL "CALCFVAL" USING FRM-STEP-NAME (FRM-STEP-COUNT)
007400                 WS-CURRENT-DATE WS-FACTOR-VALUE WS-FOUND-SW
007410             IF NOT WS-FOUND
007420                 MOVE "FACTOR NO REGISTRADO" TO WS-PARSE-MSG
007430                 PERFORM 6900-PARSE-FAULT
007431                    THRU 6900-PARSE-FAULT-EXIT
007440                 DISPLAY "FACTOR: " WS-TOKEN
007450             END-IF
007460     END-EVALUATE
007470     SET WS-EXPECT-OPERATOR TO TRUE.
007480 6160-SCAN-NAME-EXIT.
007490     EXIT.
007500*
007510 6165-TAKE-NAME-CHAR.
007520     IF WS-TOKEN-LEN NOT < 8
007530         MOVE "NOMBRE DE MAS DE 8 CARACTERES" TO WS-PARSE-MSG
007540         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
007550         GO TO 6165-TAKE-NAME-CHAR-EXIT
007560     END-IF
007570     ADD 1 TO WS-TOKEN-LEN
007580     MOVE WS-NEW-EXPR (WS-POS:1) TO WS-TOKEN (WS-TOKEN-LEN:1)
007590     ADD 1 TO WS-POS.
007600 6165-TAKE-NAME-CHAR-EXIT.
007610     EXIT.
007620*
007630******************************************************************
007640*    6200-OPERATOR - RELEASE THE WAITING OPERATORS THAT BIND AT   *
007650*    LEAST AS TIGHTLY AS THE NEW ONE, THEN MAKE IT WAIT.          *
007660******************************************************************
007670 6200-OPERATOR.
007680     MOVE WS-CHAR TO WS-PREC-OP
007690     PERFORM 6500-GET-PREC THRU 6500-GET-PREC-EXIT
007700     MOVE WS-PREC TO WS-PREC-NEW
007710     MOVE "N" TO WS-POP-SW
007720     PERFORM 6210-RELEASE-ONE THRU 6210-RELEASE-ONE-EXIT
007730         UNTIL WS-POP-DONE OR WS-PARSE-ERROR
007740     IF WS-PARSE-ERROR
007750         GO TO 6200-OPERATOR-EXIT
007760     END-IF
007770     MOVE WS-CHAR TO WS-PREC-OP
007780     PERFORM 6250-PUSH-OP THRU 6250-PUSH-OP-EXIT.
007790 6200-OPERATOR-EXIT.
007800     EXIT.
007810*
007820 6210-RELEASE-ONE.
007830     IF WS-OPS-COUNT = ZERO
007840         SET WS-POP-DONE TO TRUE
007850         GO TO 6210-RELEASE-ONE-EXIT
007860     END-IF
007870     MOVE WS-OPS-ENTRY (WS-OPS-COUNT) TO WS-PREC-OP
007880     IF WS-PREC-OP = "("
007890         SET WS-POP-DONE TO TRUE
007900         GO TO 6210-RELEASE-ONE-EXIT
007910     END-IF
007920     PERFORM 6500-GET-PREC THRU 6500-GET-PREC-EXIT
007930     MOVE WS-PREC TO WS-PREC-TOP
007940     IF WS-PREC-TOP < WS-PREC-NEW
007950         OR (WS-PREC-TOP = WS-PREC-NEW AND WS-CHAR = "^")
007960         SET WS-POP-DONE TO TRUE
007970         GO TO 6210-RELEASE-ONE-EXIT
007980     END-IF
007990     PERFORM 6400-EMIT-TOP THRU 6400-EMIT-TOP-EXIT.
008000 6210-RELEASE-ONE-EXIT.
008010     EXIT.
008020*
008030 6250-PUSH-OP.
008040     IF WS-OPS-COUNT NOT < 30
008050         MOVE "EXPRESION DEMASIADO ANIDADA" TO WS-PARSE-MSG
008060         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
008070         GO TO 6250-PUSH-OP-EXIT
008080     END-IF
008090     ADD 1 TO WS-OPS-COUNT
008100     MOVE WS-PREC-OP TO WS-OPS-ENTRY (WS-OPS-COUNT).
008110 6250-PUSH-OP-EXIT.
008120     EXIT.
008130*
008140******************************************************************
008150*    6300-CLOSE-PAREN - RELEASE EVERYTHING BACK TO THE MATCHING   *
008160*    "(", DROP IT, AND RELEASE THE ROOT IF IT OPENED ONE.         *
008170******************************************************************
008180 6300-CLOSE-PAREN.
008190     PERFORM 6310-CLOSE-ONE THRU 6310-CLOSE-ONE-EXIT
008200         UNTIL WS-PARSE-ERROR
008210            OR (WS-OPS-COUNT > ZERO
008220                AND WS-OPS-ENTRY (WS-OPS-COUNT) = "(")
008230     IF WS-PARSE-ERROR
008240         GO TO 6300-CLOSE-PAREN-EXIT
008250     END-IF
008260     SUBTRACT 1 FROM WS-OPS-COUNT
008270     IF WS-OPS-COUNT > ZERO
008280         IF WS-OPS-ENTRY (WS-OPS-COUNT) = "R"
008290             PERFORM 6400-EMIT-TOP THRU 6400-EMIT-TOP-EXIT
008300         END-IF
008310     END-IF.
008320 6300-CLOSE-PAREN-EXIT.
008330     EXIT.
008340*
008350 6310-CLOSE-ONE.
008360     IF WS-OPS-COUNT = ZERO
008370         MOVE ") SIN ( QUE LE CORRESPONDA" TO WS-PARSE-MSG
008380         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
008390         GO TO 6310-CLOSE-ONE-EXIT
008400     END-IF
008410     PERFORM 6400-EMIT-TOP THRU 6400-EMIT-TOP-EXIT.
008420 6310-CLOSE-ONE-EXIT.
008430     EXIT.
008440*
008450 6350-POP-FINAL.
008460     IF WS-OPS-ENTRY (WS-OPS-COUNT) = "("
008470         MOVE "( SIN ) QUE LA CIERRE" TO WS-PARSE-MSG
008480         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
008490         GO TO 6350-POP-FINAL-EXIT
008500     END-IF
008510     PERFORM 6400-EMIT-TOP THRU 6400-EMIT-TOP-EXIT.
008520 6350-POP-FINAL-EXIT.
008530     EXIT.
008540*
008550******************************************************************
008560*    6400-EMIT-TOP - MOVE THE WAITING OPERATOR ON TOP TO THE      *
008570*    STEPS AS AN OPERATOR STEP.                                   *
008580******************************************************************
008590 6400-EMIT-TOP.
008600     PERFORM 6600-NEW-STEP THRU 6600-NEW-STEP-EXIT
008610     IF WS-PARSE-ERROR
008620         GO TO 6400-EMIT-TOP-EXIT
008630     END-IF
008640     MOVE "O" TO FRM-STEP-TYPE (FRM-STEP-COUNT)
008650     MOVE WS-OPS-ENTRY (WS-OPS-COUNT)
008660         TO FRM-STEP-NAME (FRM-STEP-COUNT)
008670     SUBTRACT 1 FROM WS-OPS-COUNT.
008680 6400-EMIT-TOP-EXIT.
008690     EXIT.
008700*
008710 6500-GET-PREC.
008720     EVALUATE WS-PREC-OP
008730         WHEN "^"
008740             MOVE 3 TO WS-PREC
008750         WHEN "*" WHEN "/" WHEN "%"
008760             MOVE 2 TO WS-PREC
008770         WHEN "+" WHEN "-"
008780             MOVE 1 TO WS-PREC
008790         WHEN OTHER
008800             MOVE 0 TO WS-PREC
008810     END-EVALUATE.
008820 6500-GET-PREC-EXIT.
008830     EXIT.
008840*
008850 6600-NEW-STEP.
008860     IF FRM-STEP-COUNT NOT < 20
008870         MOVE "MAS DE 20 PASOS - DIVIDA LA FORMULA"
008871             TO WS-PARSE-MSG
008880         PERFORM 6900-PARSE-FAULT THRU 6900-PARSE-FAULT-EXIT
008890         GO TO 6600-NEW-STEP-EXIT
008900     END-IF
008910     ADD 1 TO FRM-STEP-COUNT
008920     MOVE SPACES TO FRM-STEP-NAME (FRM-STEP-COUNT)
008930     MOVE ZERO TO FRM-STEP-VALUE (FRM-STEP-COUNT).
008940 6600-NEW-STEP-EXIT.
008950     EXIT.
008960*
008970 6900-PARSE-FAULT.
008980     SET WS-PARSE-ERROR TO TRUE
008990     MOVE WS-POS TO WS-ERR-POS
009000     DISPLAY "ERROR EN LA EXPRESION, POSICION " WS-ERR-POS ": "
009010         WS-PARSE-MSG.
009020 6900-PARSE-FAULT-EXIT.
009030     EXIT.
009040*
009050******************************************************************
009060*    7000-FIND-LATEST - FIND THE HIGHEST VERSION OF WS-NEW-NAME   *
009070*    AND READ IT BACK BY ITS FULL KEY, SO IT CAN BE REWRITTEN.    *
009080******************************************************************
009090 7000-FIND-LATEST.
009100     MOVE "N" TO WS-FOUND-SW
009110     MOVE ZERO TO WS-LAST-VERSION
009120     MOVE WS-NEW-NAME TO FRM-NAME
009130     MOVE ZERO TO FRM-VERSION
009140     START FORMULA-FILE KEY IS NOT LESS THAN FRM-KEY
009150         INVALID KEY
009160             GO TO 7000-FIND-LATEST-EXIT
009170     END-START
009180     PERFORM 7100-FIND-NEXT THRU 7100-FIND-NEXT-EXIT
009190         UNTIL WS-FRM-STATUS NOT = "00"
009200     IF NOT WS-FOUND
009210         GO TO 7000-FIND-LATEST-EXIT
009220     END-IF
009230     MOVE WS-NEW-NAME TO FRM-NAME
009240     MOVE WS-LAST-VERSION TO FRM-VERSION
009250     READ FORMULA-FILE
009260         INVALID KEY
009270             MOVE "N" TO WS-FOUND-SW
009280     END-READ.
009290 7000-FIND-LATEST-EXIT.
009300     EXIT.
009310*
009320 7100-FIND-NEXT.
009330     READ FORMULA-FILE NEXT RECORD
009340         AT END
009350             MOVE "10" TO WS-FRM-STATUS
009360     END-READ
009370     IF WS-FRM-STATUS = "00"
009380         IF FRM-NAME NOT = WS-NEW-NAME
009390             MOVE "10" TO WS-FRM-STATUS
009400         ELSE
009410             MOVE FRM-VERSION TO WS-LAST-VERSION
009420             MOVE "Y" TO WS-FOUND-SW
009430         END-IF
009440     END-IF.
009450 7100-FIND-NEXT-EXIT.
009460     EXIT.
009470*
009480******************************************************************
009490*    8000-TERMINATE                                               *
009500******************************************************************
009510 8000-TERMINATE.
009520     CLOSE FORMULA-FILE
009530     DISPLAY "CALCLMNT - FIN DE MANTENIMIENTO".
009540 8000-TERMINATE-EXIT.
009550     EXIT.
