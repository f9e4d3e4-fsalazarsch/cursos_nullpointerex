000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCFORM.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCFORM - NAMED FORMULA LOOKUP AND EVALUATION.             *
000090*                                                                 *
000100*    CALLABLE FRONT END TO THE FORMULA MASTER (SEE CALCFRM), SO  *
000110*    CALCEDIT, CALCBTCH AND CALCULADORA SHARE ONE COPY OF THE    *
000120*    RULES (THE CALCENG/CALCFVAL PATTERN).  THE FORMULA USED IS  *
000130*    ALWAYS THE HIGHEST VERSION ON FILE FOR THE NAME, AND ITS    *
000140*    VERSION NUMBER IS RETURNED SO THE CALLER CAN RECORD IT.     *
000150*                                                                 *
000160*    FUNCTIONS (LK-FRM-FUNC):                                    *
000170*      "L"  LOOK UP - RETURN THE VERSION, THE NUMBER OF INPUTS   *
000180*           AND THE EXPRESSION TEXT.  LK-FRM-INPUTS IS OUTPUT.   *
000185*           A RETIRED FORMULA IS RETURNED WITH "RT".             *
000190*      "V"  VALIDATE - AS "L", THEN CHECK LK-FRM-INPUTS AGAINST  *
000200*           THE FORMULA AND THAT EVERY FACTOR IT USES RESOLVES   *
000210*           AS OF LK-AS-OF-DATE.                                 *
000220*      "E"  EVALUATE - AS "V", THEN RUN THE COMPILED STEPS OVER  *
000230*           LK-X (AND LK-Y) AND RETURN THE ANSWER IN LK-ANS.     *
000240*    EACH OPERATOR STEP IS ONE CALL TO CALCENG, SO A FORMULA     *
000250*    ANSWERS EXACTLY AS THE SAME STEPS KEYED ONE AT A TIME.      *
000260*                                                                 *
000270*    LK-RESULT IS SPACES WHEN ALL WENT WELL, OTHERWISE:          *
000280*      "NF"  NO FORMULA BY THAT NAME (OR THE MASTER IS DOWN)     *
000290*      "RT"  THE FORMULA IS RETIRED                              *
000300*      "IN"  WRONG NUMBER OF INPUTS                              *
000310*      "FN"  A FACTOR THE FORMULA USES DID NOT RESOLVE           *
000320*      "ER"  A STEP FAILED IN CALCENG (OVERFLOW, DIVIDE BY ZERO, *
000330*            SQUARE ROOT OF A NEGATIVE)                          *
000340*      "ST"  THE COMPILED STEPS ARE DAMAGED                      *
000350*                                                                 *
000360*    THE FILE IS OPENED ON THE FIRST CALL AND LEFT OPEN.  IF IT  *
000370*    CANNOT BE OPENED EVERY CALL ANSWERS "NF" AND THE OPEN       *
000380*    FAILURE IS DISPLAYED ONCE.                                  *
000390*                                                                 *
000400*    MODIFICATION HISTORY                                        *
000410*    ---------------------------------------------------------   *
000420*    2026-10-15  JCM   ORIGINAL PROGRAM.                          *
000421*    2026-10-15  JCM   A LOOK-UP OF A RETIRED FORMULA NOW ANSWERS *
000422*                      "RT" AS WELL, SO CALCULADORA REFUSES IT    *
000423*                      BEFORE PROMPTING FOR THE INPUTS.           *
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.    IBM-370.
000470 OBJECT-COMPUTER.    IBM-370.
000480*
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT FORMULA-FILE ASSIGN TO CALCFRM
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS FRM-KEY
000550         FILE STATUS IS WS-FRM-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  FORMULA-FILE.
000600 COPY CALCFRM.
000610*
000620 WORKING-STORAGE SECTION.
000630 77  WS-FRM-STATUS           PIC X(02).
000640*
000650 77  WS-OPEN-SW              PIC X(01) VALUE "N".
000660     88  WS-FILE-OPEN                VALUE "Y".
000670     88  WS-OPEN-FAILED              VALUE "F".
000680*
000690 77  WS-LAST-VERSION         PIC 9(03) VALUE ZERO.
000700 77  WS-FOUND-SW             PIC X(01) VALUE "N".
000710     88  WS-FOUND                    VALUE "Y".
000720 77  WS-STEP-SUB             PIC S9(04) COMP VALUE ZERO.
000730 77  WS-TOP                  PIC S9(04) COMP VALUE ZERO.
000740*
000750 01  WS-STACK-TABLE.
000760     05  WS-STACK-VALUE      PIC S9(7)V99 COMP-3
000770                             OCCURS 20 TIMES.
000780*
000790 01  WS-ENG-X                PIC S9(7)V99 COMP-3 VALUE ZERO.
000800 01  WS-ENG-Y                PIC S9(7)V99 COMP-3 VALUE ZERO.
000810 01  WS-ENG-OP               PIC X(01) VALUE SPACE.
000820 01  WS-ENG-ANS              PIC S9(7)V99 COMP-3 VALUE ZERO.
000830 01  WS-ENG-ERR-SW           PIC X(01) VALUE "N".
000840     88  WS-ENG-ERROR                VALUE "Y".
000850 01  WS-FACTOR-VALUE         PIC S9(7)V99 COMP-3 VALUE ZERO.
000860*
000870 LINKAGE SECTION.
000880 01  LK-FRM-FUNC             PIC X(01).
000890     88  LK-LOOK-UP                  VALUE "L".
000900     88  LK-VALIDATE                 VALUE "V".
000910     88  LK-EVALUATE                 VALUE "E".
000920 01  LK-FRM-NAME             PIC X(08).
000930 01  LK-FRM-INPUTS           PIC 9(01).
000940 01  LK-X                    PIC S9(7)V99 COMP-3.
000950 01  LK-Y                    PIC S9(7)V99 COMP-3.
000960 01  LK-AS-OF-DATE           PIC 9(08).
000970 01  LK-ANS                  PIC S9(7)V99 COMP-3.
000980 01  LK-FRM-VERSION          PIC 9(03).
000990 01  LK-FRM-EXPR             PIC X(60).
001000 01  LK-RESULT               PIC X(02).
001010     88  LK-FRM-OK                   VALUE SPACES.
001020*
001030 PROCEDURE DIVISION USING LK-FRM-FUNC LK-FRM-NAME LK-FRM-INPUTS
001040     LK-X LK-Y LK-AS-OF-DATE LK-ANS LK-FRM-VERSION LK-FRM-EXPR
001050     LK-RESULT.
001060*
001070******************************************************************
001080*    0000-MAINLINE                                                *
001090******************************************************************
001100 0000-MAINLINE.
001110     MOVE SPACES TO LK-RESULT
001120     MOVE ZERO TO LK-ANS
001130     MOVE ZERO TO LK-FRM-VERSION
001140     MOVE SPACES TO LK-FRM-EXPR
001150     IF WS-OPEN-SW = "N"
001160         PERFORM 1000-OPEN-FILE THRU 1000-OPEN-FILE-EXIT
001170     END-IF
001180     IF NOT WS-FILE-OPEN
001190         MOVE "NF" TO LK-RESULT
001200         GOBACK
001210     END-IF
001220     PERFORM 2000-FIND-FORMULA THRU 2000-FIND-FORMULA-EXIT
001230     IF LK-FRM-OK AND NOT LK-LOOK-UP
001240         PERFORM 3000-CHECK-FORMULA THRU 3000-CHECK-FORMULA-EXIT
001250     END-IF
001260     IF LK-FRM-OK AND LK-EVALUATE
001270         PERFORM 4000-EVALUATE THRU 4000-EVALUATE-EXIT
001280     END-IF
001290     GOBACK.
001300*
001310 1000-OPEN-FILE.
001320     OPEN INPUT FORMULA-FILE
001330     IF WS-FRM-STATUS = "00"
001340         MOVE "Y" TO WS-OPEN-SW
001350     ELSE
001360         DISPLAY "NO SE PUDO ABRIR ARCHIVO DE FORMULAS "
001370             "- STATUS " WS-FRM-STATUS
001380         MOVE "F" TO WS-OPEN-SW
001390     END-IF.
001400 1000-OPEN-FILE-EXIT.
001410     EXIT.
001420*
001430******************************************************************
001440*    2000-FIND-FORMULA - FIND THE HIGHEST VERSION ON FILE FOR    *
001450*    THE NAME AND READ IT BACK BY ITS FULL KEY.  A RETIRED       *
001460*    FORMULA STILL RETURNS ITS TEXT TO A LOOK-UP, BUT EVERY      *
001465*    FUNCTION ANSWERS "RT" FOR IT.                               *
001470******************************************************************
001480 2000-FIND-FORMULA.
001490     MOVE "N" TO WS-FOUND-SW
001500     MOVE ZERO TO WS-LAST-VERSION
001510     MOVE LK-FRM-NAME TO FRM-NAME
001520     MOVE ZERO TO FRM-VERSION
001530     START FORMULA-FILE KEY IS NOT LESS THAN FRM-KEY
001540         INVALID KEY
001550             MOVE "23" TO WS-FRM-STATUS
001560     END-START
001570     IF WS-FRM-STATUS = "00"
001580         PERFORM 2100-FIND-NEXT THRU 2100-FIND-NEXT-EXIT
001590             UNTIL WS-FRM-STATUS NOT = "00"
001600     END-IF
001610     IF NOT WS-FOUND
001620         MOVE "NF" TO LK-RESULT
001630         GO TO 2000-FIND-FORMULA-EXIT
001640     END-IF
001650     MOVE LK-FRM-NAME TO FRM-NAME
001660     MOVE WS-LAST-VERSION TO FRM-VERSION
001670     READ FORMULA-FILE
001680         INVALID KEY
001690             MOVE "NF" TO LK-RESULT
001700             GO TO 2000-FIND-FORMULA-EXIT
001710     END-READ
001720     MOVE FRM-VERSION TO LK-FRM-VERSION
001730     MOVE FRM-EXPR TO LK-FRM-EXPR
001740     IF LK-LOOK-UP
001750         MOVE FRM-INPUTS TO LK-FRM-INPUTS
001760     END-IF
001770     IF FRM-RETIRED
001780         MOVE "RT" TO LK-RESULT
001790     END-IF.
001810 2000-FIND-FORMULA-EXIT.
001820     EXIT.
001830*
001840 2100-FIND-NEXT.
001850     READ FORMULA-FILE NEXT RECORD
001860         AT END
001870             MOVE "10" TO WS-FRM-STATUS
001880     END-READ
001890     IF WS-FRM-STATUS = "00"
001900         IF FRM-NAME NOT = LK-FRM-NAME
001910             MOVE "10" TO WS-FRM-STATUS
001920         ELSE
001930             MOVE FRM-VERSION TO WS-LAST-VERSION
001940             MOVE "Y" TO WS-FOUND-SW
001950         END-IF
001960     END-IF.
001970 2100-FIND-NEXT-EXIT.
001980     EXIT.
001990*
002000******************************************************************
002010*    3000-CHECK-FORMULA - THE CALLER'S INPUT COUNT MUST MATCH    *
002020*    THE FORMULA'S, AND EVERY FACTOR STEP MUST RESOLVE AS OF     *
002030*    THE CALLER'S DATE.                                          *
002040******************************************************************
002050 3000-CHECK-FORMULA.
002060     IF LK-FRM-INPUTS NOT = FRM-INPUTS
002070         MOVE "IN" TO LK-RESULT
002080         GO TO 3000-CHECK-FORMULA-EXIT
002090     END-IF
002100     IF FRM-STEP-COUNT NOT NUMERIC
002110         OR FRM-STEP-COUNT = ZERO
002120         OR FRM-STEP-COUNT > 20
002130         MOVE "ST" TO LK-RESULT
002140         GO TO 3000-CHECK-FORMULA-EXIT
002150     END-IF
002160     PERFORM 3100-CHECK-STEP THRU 3100-CHECK-STEP-EXIT
002170         VARYING WS-STEP-SUB FROM 1 BY 1
002180         UNTIL WS-STEP-SUB > FRM-STEP-COUNT
002190            OR NOT LK-FRM-OK.
002200 3000-CHECK-FORMULA-EXIT.
002210     EXIT.
002220*
002230 3100-CHECK-STEP.
002240     IF FRM-STEP-FACTOR (WS-STEP-SUB)
002250         CALL "CALCFVAL" USING FRM-STEP-NAME (WS-STEP-SUB)
002260             LK-AS-OF-DATE WS-FACTOR-VALUE WS-FOUND-SW
002270         IF NOT WS-FOUND
002280             MOVE "FN" TO LK-RESULT
002290         END-IF
002300     END-IF.
002310 3100-CHECK-STEP-EXIT.
002320     EXIT.
002330*
002340******************************************************************
002350*    4000-EVALUATE - RUN THE POSTFIX STEPS ON A STACK.  AN       *
002360*    OPERAND STEP PUSHES ITS VALUE; AN OPERATOR STEP POPS ITS    *
002370*    OPERANDS, CALLS CALCENG AND PUSHES THE ANSWER.  WHEN THE    *
002380*    STEPS RUN OUT EXACTLY ONE VALUE MUST BE LEFT - THE ANSWER.  *
002390******************************************************************
002400 4000-EVALUATE.
002410     MOVE ZERO TO WS-TOP
002420     PERFORM 4100-EVALUATE-STEP THRU 4100-EVALUATE-STEP-EXIT
002430         VARYING WS-STEP-SUB FROM 1 BY 1
002440         UNTIL WS-STEP-SUB > FRM-STEP-COUNT
002450            OR NOT LK-FRM-OK
002460     IF NOT LK-FRM-OK
002470         GO TO 4000-EVALUATE-EXIT
002480     END-IF
002490     IF WS-TOP NOT = 1
002500         MOVE "ST" TO LK-RESULT
002510         GO TO 4000-EVALUATE-EXIT
002520     END-IF
002530     MOVE WS-STACK-VALUE (1) TO LK-ANS.
002540 4000-EVALUATE-EXIT.
002550     EXIT.
002560*
002570 4100-EVALUATE-STEP.
002580     IF FRM-STEP-OPERATOR (WS-STEP-SUB)
002590         PERFORM 4200-APPLY-OPERATOR THRU 4200-APPLY-OPERATOR-EXIT
002600         GO TO 4100-EVALUATE-STEP-EXIT
002610     END-IF
002620     IF WS-TOP NOT < 20
002630         MOVE "ST" TO LK-RESULT
002640         GO TO 4100-EVALUATE-STEP-EXIT
002650     END-IF
002660     ADD 1 TO WS-TOP
002670     EVALUATE TRUE
002680         WHEN FRM-STEP-SLOT (WS-STEP-SUB)
002690             IF FRM-STEP-NAME (WS-STEP-SUB) = "Y"
002700                 MOVE LK-Y TO WS-STACK-VALUE (WS-TOP)
002710             ELSE
002720                 MOVE LK-X TO WS-STACK-VALUE (WS-TOP)
002730             END-IF
002740         WHEN FRM-STEP-FACTOR (WS-STEP-SUB)
002750             CALL "CALCFVAL" USING FRM-STEP-NAME (WS-STEP-SUB)
002760                 LK-AS-OF-DATE WS-FACTOR-VALUE WS-FOUND-SW
002770             IF WS-FOUND
002780                 MOVE WS-FACTOR-VALUE TO WS-STACK-VALUE (WS-TOP)
002790             ELSE
002800                 MOVE "FN" TO LK-RESULT
002810             END-IF
002820         WHEN FRM-STEP-NUMBER (WS-STEP-SUB)
002830             MOVE FRM-STEP-VALUE (WS-STEP-SUB)
002840                 TO WS-STACK-VALUE (WS-TOP)
002850         WHEN OTHER
002860             MOVE "ST" TO LK-RESULT
002870     END-EVALUATE.
002880 4100-EVALUATE-STEP-EXIT.
002890     EXIT.
002900*
002910******************************************************************
002920*    4200-APPLY-OPERATOR - CALCENG SUBTRACTS ITS X FROM ITS Y,   *
002930*    SO FOR "A - B" THE OPERANDS ARE PASSED THE OTHER WAY ROUND; *
002940*    EVERY OTHER OPERATOR TAKES THE LEFT OPERAND AS X.  "R"      *
002950*    WORKS ON THE TOP VALUE ALONE.                               *
002960******************************************************************
002970 4200-APPLY-OPERATOR.
002980     MOVE FRM-STEP-NAME (WS-STEP-SUB) (1:1) TO WS-ENG-OP
002990     IF WS-ENG-OP = "R"
003000         IF WS-TOP < 1
003010             MOVE "ST" TO LK-RESULT
003020             GO TO 4200-APPLY-OPERATOR-EXIT
003030         END-IF
003040         MOVE WS-STACK-VALUE (WS-TOP) TO WS-ENG-X
003050         MOVE ZERO TO WS-ENG-Y
003060     ELSE
003070         IF WS-TOP < 2
003080             MOVE "ST" TO LK-RESULT
003090             GO TO 4200-APPLY-OPERATOR-EXIT
003100         END-IF
003110         IF WS-ENG-OP = "-"
003120             MOVE WS-STACK-VALUE (WS-TOP) TO WS-ENG-X
003130             MOVE WS-STACK-VALUE (WS-TOP - 1) TO WS-ENG-Y
003140         ELSE
003150             MOVE WS-STACK-VALUE (WS-TOP - 1) TO WS-ENG-X
003160             MOVE WS-STACK-VALUE (WS-TOP) TO WS-ENG-Y
003170         END-IF
003180         SUBTRACT 1 FROM WS-TOP
003190     END-IF
003200     CALL "CALCENG" USING WS-ENG-X WS-ENG-Y WS-ENG-OP WS-ENG-ANS
003210         WS-ENG-ERR-SW
003220     IF WS-ENG-ERROR
003230         MOVE "ER" TO LK-RESULT
003240         GO TO 4200-APPLY-OPERATOR-EXIT
003250     END-IF
003260     MOVE WS-ENG-ANS TO WS-STACK-VALUE (WS-TOP).
003270 4200-APPLY-OPERATOR-EXIT.
003280     EXIT.
