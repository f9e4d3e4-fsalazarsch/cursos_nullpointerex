001589*                      CALCRUN), SO THE MORNING OPERATOR          *
001590*                      SEES AT ONCE WHICH PARTITION NEEDS         *
001591*                      RUNTYPE=RESTART.                           *
001592*    2026-10-15  JCM   THE HISTORY ROW NOW CARRIES THE STANDING   *
001593*                      INSTRUCTION THAT GENERATED THE             *
001594*                      TRANSACTION (TRN-SIN-ID TO HST-SIN-ID),    *
001595*                      SO THE NIGHTLY VARIANCE CHECK (CALCVAR)    *
001596*                      CAN LINE UP EACH RUN WITH THE LAST ONE;    *
001597*                      THE HISTORY WORK RECORD GREW TO 107.       *
001598*    2026-10-15  JCM   ADDED REVERSAL ("V") TRANSACTIONS.  THE    *
001599*                      HISTORY ROW NAMED BY TRN-REV-RUN-DATE/     *
001600*                      TRN-REV-SEQ-NO IS READ BACK AND A          *
001601*                      NEGATING ROW POSTED (SAME OPERANDS, ANSWER *
001602*                      WITH THE SIGN TURNED, OP "V", BOOKED TO    *
001603*                      THE ORIGINAL'S GROUP) CARRYING THE         *
001604*                      ORIGINAL'S KEY.  AN UNPARTITIONED RUN      *
001605*                      THEN REWRITES THE ORIGINAL AS REVERSED     *
001606*                      WITH THE REVERSAL'S KEY; A PARTITION       *
001607*                      LEAVES THAT TO CALCMRG.  CLEAN REVERSALS   *
001608*                      COUNT IN CNT-REVERSAL, NOT UNDER AN        *
001609*                      OPERATOR, AND DO NOT DISTURB THE CHAIN;    *
001610*                      A BAD ONE REJECTS "RV".  THE HISTORY WORK  *
001611*                      RECORD GREW TO 122.                        *
001612*    2026-10-15  JCM   ADDED FORMULA ("F") TRANSACTIONS.  THE     *
001613*                      NAMED FORMULA IS EVALUATED WHOLE BY        *
001614*                      CALCFORM (ONE CALCENG CALL PER STEP) OVER  *
001615*                      THE INPUTS IN TRN-X/TRN-Y AND POSTED AS    *
001616*                      ONE ROW, OP "F", CARRYING THE FORMULA      *
001617*                      NAME AND VERSION INTO THE AUDIT LINE AND   *
001618*                      THE HISTORY ROW.  IT CHAINS AND GROUPS     *
001619*                      LIKE A "D".  CLEAN FORMULAS COUNT IN       *
001620*                      CNT-FORMULA; ONE THAT CANNOT BE USED       *
001621*                      REJECTS "FM", ONE WHOSE ARITHMETIC FAILS   *
001622*                      REJECTS "ER".  A REVERSAL OF A FORMULA     *
001623*                      ROW CARRIES ITS NAME AND VERSION TOO.      *
001624*                      THE HISTORY WORK RECORD GREW TO 133 AND    *
001625*                      THE AUDIT LINE TO 120.                     *
001626*    2026-10-15  JCM   A REVERSAL NAMING A ROW IN THE SESSION     *
001627*                      RANGE 000001-099999 REJECTS "RV" - A       *
001628*                      HISTORY REBUILD RE-POSTS THOSE ROWS UNDER  *
001629*                      NEW SEQUENCE NUMBERS.                      *
001630******************************************************************
001631 ENVIRONMENT DIVISION.
001632 CONFIGURATION SECTION.
001633 SOURCE-COMPUTER.    IBM-370.
001634 OBJECT-COMPUTER.    IBM-370.
001635*
001636 INPUT-OUTPUT SECTION.
001637 FILE-CONTROL.
001638     SELECT TRANSACTION-FILE ASSIGN TO CALCTRN
001640         ORGANIZATION IS SEQUENTIAL
001650         FILE STATUS IS WS-TRN-STATUS.
001660     SELECT RESULT-FILE ASSIGN TO CALCOUT
001960 COPY CALCOUT.
001970*
001980 FD  AUDIT-FILE.
001990 01  AUD-LINE                PIC X(120).
002000*
002010 FD  HISTORY-FILE.
002020 COPY CALCHST.
002080 COPY CALCREJ.
002090*
002100 FD  HISTWORK-FILE.
002110 01  HSW-RECORD              PIC X(133).
002120*
002130 FD  COUNTS-FILE.
002140 COPY CALCCNT.
002756 77  WS-GROUP-SW             PIC X(01) VALUE "N".
002757     88  WS-GROUP-FAIL               VALUE "Y".
002758*
002759 77  WS-REVERSAL-SW          PIC X(01) VALUE "N".
002760     88  WS-REVERSAL-FAIL            VALUE "Y".
002761*
002762 77  WS-FORMULA-SW           PIC X(01) VALUE "N".
002763     88  WS-FORMULA-FAIL             VALUE "Y".
002764*
002765 77  WS-FOUND-SW             PIC X(01).
002766*
002767 77  WS-REG-SUB              PIC 9(02) COMP VALUE ZERO.
002768 77  WS-REG-FOUND-SUB        PIC 9(02) COMP VALUE ZERO.
002769 77  WS-REG-LOOK-NAME        PIC X(08) VALUE SPACES.
002770*
002771 77  WS-GRP-SUB              PIC 9(02) COMP VALUE ZERO.
002772 77  WS-GRP-FOUND-SUB        PIC 9(02) COMP VALUE ZERO.
002773 77  WS-GRP-LOOK-LABEL       PIC X(04) VALUE SPACES.
002774 77  WS-GRP-OUT-COUNT        PIC 9(06) VALUE ZERO.
002775*
002776 77  WS-X-NAME-USED          PIC X(08) VALUE SPACES.
002777 77  WS-Y-NAME-USED          PIC X(08) VALUE SPACES.
002778 77  WS-FRM-NAME-USED        PIC X(08) VALUE SPACES.
002779 77  WS-FRM-VER-USED         PIC 9(03) VALUE ZERO.
002780*
002781 77  WS-FRM-FUNC             PIC X(01) VALUE "E".
002782 77  WS-FRM-RESULT           PIC X(02) VALUE SPACES.
002783 01  WS-FRM-EXPR             PIC X(60) VALUE SPACES.
002784*
002785 77  WS-RUPD-PHASE           PIC X(01) VALUE "I".
002786 77  WS-RUPD-STEP            PIC X(08) VALUE "BTCH".
002787 77  WS-RUPD-DATE            PIC 9(08) VALUE ZERO.
002788 77  WS-RUPD-RC              PIC 9(02) VALUE ZERO.
002789 77  WS-RUPD-COUNT           PIC 9(07) VALUE ZERO.
002790*
002791 77  WS-CHAIN-SW             PIC X(01) VALUE "N".
002792     88  WS-CHAINED                  VALUE "Y".
002800*
002810 77  WS-CHAIN-FAIL-SW        PIC X(01) VALUE "N".
002820     88  WS-CHAIN-FAIL               VALUE "Y".
003185*
003186 01  WS-GRP-OUT-AVG          PIC S9(7)V99 COMP-3 VALUE ZERO.
003187*
003188*    HISTORY KEYS OF THE ROW A REVERSAL NAMES AND OF THE
003189*    REVERSAL ROW ITSELF, FOR THE CROSS-REFERENCE BETWEEN THEM.
003190 01  WS-REV-ORIG-KEY.
003191     05  WS-REV-ORIG-DATE        PIC 9(08).
003192     05  WS-REV-ORIG-SEQ         PIC 9(06).
003193 01  WS-REV-NEW-KEY.
003194     05  WS-REV-NEW-DATE         PIC 9(08).
003195     05  WS-REV-NEW-SEQ          PIC 9(06).
003196*
003197 LINKAGE SECTION.
003198 01  LK-PARM.
003200     05  LK-PARM-LEN             PIC S9(04) COMP.
003210     05  LK-PARM-TEXT            PIC X(10).
003220*
006000         WHEN TRN-CHAIN-REC
006005         WHEN TRN-STORE-REC
006007         WHEN TRN-GRPTOT-REC
006008         WHEN TRN-REVERSAL-REC
006009         WHEN TRN-FORMULA-REC
006010             PERFORM 2130-TALLY-DETAIL
006020                THRU 2130-TALLY-DETAIL-EXIT
006030         WHEN TRN-RECYCLE-REC
007090     ACCEPT WS-CURRENT-TIME FROM TIME
007095     MOVE "N" TO WS-REGISTER-SW
007096     MOVE "N" TO WS-GROUP-SW
007097     MOVE "N" TO WS-REVERSAL-SW
007098     MOVE "N" TO WS-FORMULA-SW
007099     MOVE ZERO TO WS-GRP-OUT-COUNT
007100     MOVE ZERO TO WS-GRP-OUT-AVG
007101     MOVE SPACES TO WS-X-NAME-USED
007102     MOVE SPACES TO WS-Y-NAME-USED
007103     MOVE SPACES TO WS-FRM-NAME-USED
007104     MOVE ZERO TO WS-FRM-VER-USED
007109     MOVE TRN-X TO WS-X
007110     MOVE TRN-Y TO WS-Y
007120     PERFORM 2205-RESOLVE-CHAIN
007138         WHEN TRN-GRPTOT-REC
007139             PERFORM 2280-GROUP-TOTAL
007141                THRU 2280-GROUP-TOTAL-EXIT
007142         WHEN TRN-REVERSAL-REC
007143             PERFORM 2240-REVERSE-POSTING
007144                THRU 2240-REVERSE-POSTING-EXIT
007145         WHEN TRN-FORMULA-REC
007146             PERFORM 2230-EVALUATE-FORMULA
007147                THRU 2230-EVALUATE-FORMULA-EXIT
007148         WHEN OTHER
007149             PERFORM 2210-RESOLVE-FACTORS
007150                THRU 2210-RESOLVE-FACTORS-EXIT
007160             MOVE TRN-OP TO WS-OP
007170             IF WS-OP = "r"
007310     ADD 1 TO WS-SESSION-SEQ
007320     ADD 1 TO CNT-TOTAL
007330     MOVE TRN-SEQ TO OUT-SEQ
007335     IF TRN-GRPTOT-REC OR TRN-REVERSAL-REC
007340         MOVE WS-X TO OUT-X
007345         MOVE WS-Y TO OUT-Y
007346     ELSE
007390         SET OUT-ERROR TO TRUE
007400         IF WS-INVALID-OP OR WS-FACTOR-FAIL OR WS-CHAIN-FAIL
007405             OR WS-REGISTER-FAIL OR WS-GROUP-FAIL
007406             OR WS-REVERSAL-FAIL OR WS-FORMULA-FAIL
007410             ADD 1 TO CNT-OTHER
007420         ELSE
007430             ADD 1 TO CNT-ERROR
007490     ELSE
007500         MOVE WS-ANS TO OUT-ANS
007510         SET OUT-NO-ERROR TO TRUE
007515         EVALUATE TRUE
007516             WHEN TRN-STORE-REC
007517             WHEN TRN-GRPTOT-REC
007518                 CONTINUE
007519             WHEN TRN-REVERSAL-REC
007520                 ADD 1 TO CNT-REVERSAL
007521             WHEN TRN-FORMULA-REC
007522                 ADD 1 TO CNT-FORMULA
007523             WHEN OTHER
007524                 PERFORM 2400-UPDATE-OP-COUNT
007530                    THRU 2400-UPDATE-OP-COUNT-EXIT
007535         END-EVALUATE
007540     END-IF
007542     IF NOT WS-ERROR AND TRN-GROUP NOT = SPACES
007544         AND (TRN-DETAIL-REC OR TRN-CHAIN-REC
007546             OR TRN-RECYCLE-REC OR TRN-FORMULA-REC)
007548         PERFORM 2285-ACCUM-GROUP THRU 2285-ACCUM-GROUP-EXIT
007549     END-IF
007550     IF NOT WS-REPLAYING
007570         PERFORM 2500-WRITE-AUDIT THRU 2500-WRITE-AUDIT-EXIT
007580         PERFORM 2600-WRITE-HISTORY THRU 2600-WRITE-HISTORY-EXIT
007590     END-IF
007591*    A REVERSAL IS NOT A RESULT A CONTINUATION CAN CHAIN OFF -
007592*    THE PREVIOUS ANSWER STAYS AS IT WAS, POSTED OR NOT.
007593     IF TRN-REVERSAL-REC
007594         GO TO 2200-CALCULATE-ONE-EXIT
007595     END-IF
007600     IF WS-ERROR
007610         MOVE "N" TO WS-PREV-ANS-SW
007620     ELSE
008486     EXIT.
008487*
008488******************************************************************
008489*    2240-REVERSE-POSTING - A "V" TRANSACTION NAMES THE HISTORY   *
008490*    ROW OF AN EARLIER POSTING.  THE ROW MUST EXIST, HAVE POSTED  *
008491*    CLEAN, NOT BE A STORE, GROUP-TOTAL OR REVERSAL ROW ITSELF,   *
008492*    AND NOT BE REVERSED ALREADY - EXCEPT WHEN A RESTART REPLAYS  *
008493*    THE VERY REVERSAL THAT MARKED IT.  THE NEGATING ROW CARRIES  *
008494*    THE ORIGINAL OPERANDS, THE ANSWER WITH ITS SIGN TURNED AND   *
008495*    THE ORIGINAL'S GROUP, SO EVERY TOTAL NETS THE PAIR TO ZERO.  *
008496*    THE ROW MAY NOT LIE IN THE SESSION RANGE 000001-099999 - A   *
008497*    HISTORY REBUILD (CALCHRBL) RE-POSTS THOSE ROWS FROM THE      *
008498*    AUDIT TRAIL UNDER NEW SEQUENCE NUMBERS, WHERE THE REVERSAL   *
008499*    COULD NOT FIND ITS ORIGINAL TO MARK.                         *
008500*    ANYTHING ELSE REJECTS "RV".                                  *
008501******************************************************************
008502 2240-REVERSE-POSTING.
008503     SET WS-VALID-OP TO TRUE
008504     MOVE "V" TO WS-OP
008505     SET WS-NO-ERROR TO TRUE
008506     MOVE ZERO TO WS-X
008507     MOVE ZERO TO WS-Y
008508     MOVE ZERO TO WS-ANS
008509     MOVE TRN-REV-KEY TO WS-REV-ORIG-KEY
008510     IF TRN-REV-RUN-DATE NOT NUMERIC
008511         OR TRN-REV-SEQ-NO NOT NUMERIC
008512         DISPLAY "CLAVE A REVERSAR INVALIDA " TRN-REV-KEY
008513             " EN SEQ " TRN-SEQ
008514         SET WS-REVERSAL-FAIL TO TRUE
008515         SET WS-ERROR TO TRUE
008516         GO TO 2240-REVERSE-POSTING-EXIT
008517     END-IF
008518     IF TRN-REV-SEQ-NO NOT > 099999
008519         DISPLAY "POSTEO DE SESION NO REVERSABLE " TRN-REV-KEY
008520             " EN SEQ " TRN-SEQ
008521         SET WS-REVERSAL-FAIL TO TRUE
008522         SET WS-ERROR TO TRUE
008523         GO TO 2240-REVERSE-POSTING-EXIT
008524     END-IF
008525     MOVE TRN-REV-KEY TO HST-KEY
008526     READ HISTORY-FILE
008527         INVALID KEY
008528             DISPLAY "POSTEO A REVERSAR NO EXISTE " TRN-REV-KEY
008529                 " EN SEQ " TRN-SEQ
008530             SET WS-REVERSAL-FAIL TO TRUE
008531             SET WS-ERROR TO TRUE
008532             GO TO 2240-REVERSE-POSTING-EXIT
008533     END-READ
008534     MOVE WS-CURRENT-DATE-N TO WS-REV-NEW-DATE
008535     COMPUTE WS-REV-NEW-SEQ = WS-SESSION-SEQ + 1
008536     EVALUATE TRUE
008537         WHEN HST-ERR-SW = "Y"
008538             DISPLAY "POSTEO A REVERSAR CON ERROR " TRN-REV-KEY
008539                 " EN SEQ " TRN-SEQ
008540             SET WS-REVERSAL-FAIL TO TRUE
008541         WHEN HST-REVERSAL-ROW
008542         WHEN HST-OP = "S"
008543         WHEN HST-OP = "G"
008544             DISPLAY "POSTEO NO REVERSABLE " TRN-REV-KEY
008545                 " OP " HST-OP " EN SEQ " TRN-SEQ
008546             SET WS-REVERSAL-FAIL TO TRUE
008547         WHEN HST-REVERSED
008548             IF NOT WS-REPLAYING
008549                 OR HST-REV-KEY NOT = WS-REV-NEW-KEY
008550                 DISPLAY "POSTEO YA REVERSADO " TRN-REV-KEY
008551                     " POR " HST-REV-KEY " EN SEQ " TRN-SEQ
008552                 SET WS-REVERSAL-FAIL TO TRUE
008553             END-IF
008554     END-EVALUATE
008555     IF WS-REVERSAL-FAIL
008556         SET WS-ERROR TO TRUE
008557         GO TO 2240-REVERSE-POSTING-EXIT
008558     END-IF
008559     MOVE HST-X TO WS-X
008560     MOVE HST-Y TO WS-Y
008561     COMPUTE WS-ANS = ZERO - HST-ANS
008562     MOVE HST-GROUP TO TRN-GROUP
008563     MOVE HST-FRM-NAME TO WS-FRM-NAME-USED
008564     MOVE HST-FRM-VERSION TO WS-FRM-VER-USED.
008565 2240-REVERSE-POSTING-EXIT.
008566     EXIT.
008567*
008568******************************************************************
008569*    2230-EVALUATE-FORMULA - AN "F" TRANSACTION NAMES A FORMULA   *
008570*    ON THE FORMULA MASTER AND GIVES ITS INPUTS.  CALCFORM RUNS   *
008571*    THE VERSION IN FORCE STEP BY STEP THROUGH CALCENG, RESOLVING *
008572*    ITS FACTORS AS OF THE RUN DATE, AND HANDS BACK THE ANSWER    *
008573*    AND THE VERSION USED.  A FORMULA MISSING, RETIRED, GIVEN     *
008574*    THE WRONG INPUTS OR NAMING A FACTOR THAT WILL NOT RESOLVE    *
008575*    REJECTS "FM"; A STEP THAT FAILS IN THE ENGINE IS AN          *
008576*    ORDINARY CALCULATION ERROR.                                  *
008577******************************************************************
008578 2230-EVALUATE-FORMULA.
008579     SET WS-VALID-OP TO TRUE
008580     MOVE "N" TO WS-FACTOR-SW
008581     MOVE "F" TO WS-OP
008582     SET WS-NO-ERROR TO TRUE
008583     MOVE ZERO TO WS-ANS
008584     MOVE TRN-FRM-NAME TO WS-FRM-NAME-USED
008585     IF TRN-FRM-INPUTS NOT NUMERIC
008586         DISPLAY "NUMERO DE ENTRADAS INVALIDO PARA FORMULA "
008587             TRN-FRM-NAME " EN SEQ " TRN-SEQ
008588         SET WS-FORMULA-FAIL TO TRUE
008589         SET WS-ERROR TO TRUE
008590         GO TO 2230-EVALUATE-FORMULA-EXIT
008591     END-IF
008592     CALL "CALCFORM" USING WS-FRM-FUNC TRN-FRM-NAME
008593         TRN-FRM-INPUTS WS-X WS-Y WS-CURRENT-DATE-N WS-ANS
008594         WS-FRM-VER-USED WS-FRM-EXPR WS-FRM-RESULT
008595     IF WS-FRM-RESULT = SPACES
008596         GO TO 2230-EVALUATE-FORMULA-EXIT
008597     END-IF
008598     SET WS-ERROR TO TRUE
008599     IF WS-FRM-RESULT = "ER"
008600         DISPLAY "ERROR DE CALCULO EN FORMULA " TRN-FRM-NAME
008601             " VERSION " WS-FRM-VER-USED " EN SEQ " TRN-SEQ
008602         GO TO 2230-EVALUATE-FORMULA-EXIT
008603     END-IF
008604     SET WS-FORMULA-FAIL TO TRUE
008605     EVALUATE WS-FRM-RESULT
008606         WHEN "NF"
008607             DISPLAY "FORMULA NO REGISTRADA " TRN-FRM-NAME
008608                 " EN SEQ " TRN-SEQ
008609         WHEN "RT"
008610             DISPLAY "FORMULA RETIRADA " TRN-FRM-NAME
008611                 " EN SEQ " TRN-SEQ
008612         WHEN "IN"
008613             DISPLAY "ENTRADAS NO CORRESPONDEN A FORMULA "
008614                 TRN-FRM-NAME " EN SEQ " TRN-SEQ
008615         WHEN "FN"
008616             DISPLAY "FACTOR NO RESUELTO EN FORMULA "
008617                 TRN-FRM-NAME " EN SEQ " TRN-SEQ
008618         WHEN OTHER
008619             DISPLAY "FORMULA DANADA " TRN-FRM-NAME
008620                 " EN SEQ " TRN-SEQ
008621     END-EVALUATE.
008622 2230-EVALUATE-FORMULA-EXIT.
008623     EXIT.
008624*
008625******************************************************************
008626*    2285-ACCUM-GROUP - ROLL A POSTED ANSWER INTO ITS GROUP'S     *
008627*    ACCUMULATOR, OPENING THE GROUP ON ITS FIRST DETAIL.  A       *
008628*    LABEL THAT ARRIVES WITH ALL TEN ACCUMULATORS BUSY IS NOT     *
008629*    TRACKED - ITS EVENTUAL "G" RECORD WILL REJECT "GR" - AND     *
008630*    THE CONDITION IS REPORTED HERE SO THE MORNING CREW KNOWS     *
008631*    WHY.                                                         *
008632******************************************************************
008633 2285-ACCUM-GROUP.
008634     MOVE TRN-GROUP TO WS-GRP-LOOK-LABEL
008635     PERFORM 2290-FIND-GROUP THRU 2290-FIND-GROUP-EXIT
008636     IF WS-GRP-FOUND-SUB = ZERO
008637         IF WS-GRP-COUNT NOT < 10
008638             DISPLAY "TABLA DE GRUPOS LLENA - GRUPO " TRN-GROUP
008639                 " NO ACUMULADO EN SEQ " TRN-SEQ
008640             GO TO 2285-ACCUM-GROUP-EXIT
008641         END-IF
008642         ADD 1 TO WS-GRP-COUNT
008643         MOVE WS-GRP-COUNT TO WS-GRP-FOUND-SUB
008644         MOVE WS-GRP-LOOK-LABEL
008645             TO WS-GRP-LABEL (WS-GRP-FOUND-SUB)
008646         MOVE ZERO TO WS-GRP-CNT (WS-GRP-FOUND-SUB)
008647         MOVE ZERO TO WS-GRP-SUM (WS-GRP-FOUND-SUB)
008648         MOVE WS-ANS TO WS-GRP-MIN (WS-GRP-FOUND-SUB)
008649         MOVE WS-ANS TO WS-GRP-MAX (WS-GRP-FOUND-SUB)
008650     END-IF
008651     ADD 1 TO WS-GRP-CNT (WS-GRP-FOUND-SUB)
008652     ADD WS-ANS TO WS-GRP-SUM (WS-GRP-FOUND-SUB)
008653     IF WS-ANS < WS-GRP-MIN (WS-GRP-FOUND-SUB)
008654         MOVE WS-ANS TO WS-GRP-MIN (WS-GRP-FOUND-SUB)
008655     END-IF
008656     IF WS-ANS > WS-GRP-MAX (WS-GRP-FOUND-SUB)
008657         MOVE WS-ANS TO WS-GRP-MAX (WS-GRP-FOUND-SUB)
008658     END-IF.
008659 2285-ACCUM-GROUP-EXIT.
008660     EXIT.
008661*
008662******************************************************************
008663*    2290-FIND-GROUP - LOOK WS-GRP-LOOK-LABEL UP IN THE OPEN      *
008664*    GROUP TABLE.  WS-GRP-FOUND-SUB COMES BACK ZERO WHEN THE      *
008665*    LABEL HAS NO OPEN ACCUMULATOR.                               *
008666******************************************************************
008667 2290-FIND-GROUP.
008668     MOVE ZERO TO WS-GRP-FOUND-SUB
008669     PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
008670             UNTIL WS-GRP-SUB > WS-GRP-COUNT
008671         IF WS-GRP-LABEL (WS-GRP-SUB) = WS-GRP-LOOK-LABEL
008672             MOVE WS-GRP-SUB TO WS-GRP-FOUND-SUB
008673         END-IF
008674     END-PERFORM.
008675 2290-FIND-GROUP-EXIT.
008676     EXIT.
008677*
008678******************************************************************
008679*    2150-VALIDATE-OP - REJECT ANY OPERATOR CODE CALCENG DOES NOT *
008680*    RECOGNIZE BEFORE CALLING IT, SO AN INVALID CODE IS COUNTED   *
008681*    AS AN INVALID OPERATION (CNT-OTHER) RATHER THAN BEING FOLDED *
008682*    INTO THE COMPUTE ERROR COUNT (CNT-ERROR).                     *
008683******************************************************************
008684 2150-VALIDATE-OP.
008685     SET WS-VALID-OP TO TRUE
008686     EVALUATE WS-OP
008687         WHEN "+" WHEN "-" WHEN "*" WHEN "/"
008688         WHEN "%" WHEN "^" WHEN "R"
008689             CONTINUE
008690         WHEN OTHER
008691             SET WS-INVALID-OP TO TRUE
008692     END-EVALUATE.
008693 2150-VALIDATE-OP-EXIT.
008694     EXIT.
008695*
008696******************************************************************
008697*    2300-WRITE-CHECKPOINT - EVERY WS-CHECKPOINT-INTERVAL          *
008698*    TRANSACTIONS, SNAPSHOT THE READ POSITION AND THE              *
008699*    RUN-CONTROL COUNTS SO A RESTART CAN PICK UP FROM HERE.        *
008700******************************************************************
008701 2300-WRITE-CHECKPOINT.
008702     ADD 1 TO WS-CHECKPOINT-COUNT
008703     IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
008704         OPEN OUTPUT CHECKPOINT-FILE
008705         IF WS-CKP-STATUS NOT = "00"
008706             DISPLAY "ERROR ABRIENDO ARCH CHECKPOINT - STATUS "
008707                 WS-CKP-STATUS
008708         END-IF
008709         MOVE WS-READ-COUNT TO CKP-REC-COUNT
008710         MOVE WS-CURRENT-DATE TO CKP-RUN-DATE
008711         MOVE WS-CURRENT-TIME TO CKP-RUN-TIME
008720         MOVE CNT-RECORD TO CKP-COUNTS
008730         MOVE WS-PREV-ANS TO CKP-PREV-ANS
008740         MOVE WS-PREV-ANS-SW TO CKP-PREV-ANS-SW
009125     MOVE TRN-GROUP TO AUD-D-GROUP
009126     MOVE WS-X-NAME-USED TO AUD-D-X-NAME
009127     MOVE WS-Y-NAME-USED TO AUD-D-Y-NAME
009128     MOVE WS-FRM-NAME-USED TO AUD-D-FRM-NAME
009129     IF WS-FRM-NAME-USED = SPACES
009130         MOVE SPACES TO AUD-D-FRM-VER
009131     ELSE
009132         MOVE WS-FRM-VER-USED TO AUD-D-FRM-VER
009133     END-IF
009134     MOVE WS-CURRENT-DATE TO AUD-D-DATE
009140     MOVE WS-CURRENT-TIME TO AUD-D-TIME
009150     MOVE AUD-DETAIL-LINE TO AUD-LINE
009160     WRITE AUD-LINE.
009386     MOVE WS-GRP-OUT-AVG TO HST-GRP-AVG
009387     MOVE WS-X-NAME-USED TO HST-X-NAME
009388     MOVE WS-Y-NAME-USED TO HST-Y-NAME
009389     MOVE TRN-SIN-ID TO HST-SIN-ID
009390     MOVE WS-FRM-NAME-USED TO HST-FRM-NAME
009391     MOVE WS-FRM-VER-USED TO HST-FRM-VERSION
009392     IF TRN-REVERSAL-REC AND NOT WS-ERROR
009393         SET HST-REVERSAL-ROW TO TRUE
009394         MOVE WS-REV-ORIG-KEY TO HST-REV-KEY
009395     ELSE
009396         MOVE SPACE TO HST-REV-SW
009397         MOVE ZERO TO HST-REV-RUN-DATE
009398         MOVE ZERO TO HST-REV-SEQ-NO
009399     END-IF
009400     IF WS-PARTITION-NO > ZERO
009401         WRITE HSW-RECORD FROM HST-RECORD
009410         IF WS-HSW-STATUS NOT = "00"
009420             DISPLAY "ERROR EN TRABAJO HISTORIAL - STATUS "
009430                 WS-HSW-STATUS
009470             INVALID KEY
009480                 DISPLAY "DUP HISTORY KEY FOR SEQ " WS-SESSION-SEQ
009490         END-WRITE
009492         IF WS-HST-STATUS = "00" AND HST-REVERSAL-ROW
009494             PERFORM 2650-MARK-REVERSED
009496                THRU 2650-MARK-REVERSED-EXIT
009498         END-IF
009500     END-IF.
009510 2600-WRITE-HISTORY-EXIT.
009520     EXIT.
009521*
009522******************************************************************
009523*    2650-MARK-REVERSED - THE REVERSAL ROW IS ON FILE; REWRITE    *
009524*    THE ORIGINAL AS REVERSED, POINTING BACK AT IT.  A PARTITION  *
009525*    NEVER GETS HERE - CALCMRG MARKS THE ORIGINAL WHEN IT POSTS   *
009526*    THE REVERSAL ROW.                                            *
009527******************************************************************
009528 2650-MARK-REVERSED.
009529     MOVE HST-KEY TO WS-REV-NEW-KEY
009530     MOVE WS-REV-ORIG-KEY TO HST-KEY
009531     READ HISTORY-FILE
009532         INVALID KEY
009533             DISPLAY "POSTEO REVERSADO NO ENCONTRADO "
009534                 WS-REV-ORIG-KEY
009535             GO TO 2650-MARK-REVERSED-EXIT
009536     END-READ
009537     SET HST-REVERSED TO TRUE
009538     MOVE WS-REV-NEW-KEY TO HST-REV-KEY
009539     REWRITE HST-RECORD
009540         INVALID KEY
009541             DISPLAY "ERROR MARCANDO REVERSADO "
009542                 WS-REV-ORIG-KEY " - STATUS " WS-HST-STATUS
009543     END-REWRITE.
009544 2650-MARK-REVERSED-EXIT.
009545     EXIT.
009546*
009547******************************************************************
009550*    2700-WRITE-REJECT - WRITE THE FAILED TRANSACTION TO THE      *
009560*    REJECT FILE IN ITS ORIGINAL LAYOUT, PLUS THE REASON IT WAS   *
009570*    REJECTED AND THE RUN DATE, SO THE MORNING CREW CAN REPAIR    *
009657             SET REJ-NO-REGISTER TO TRUE
009658         WHEN WS-GROUP-FAIL
009659             SET REJ-NO-GROUP TO TRUE
009660         WHEN WS-REVERSAL-FAIL
009661             SET REJ-BAD-REVERSAL TO TRUE
009662         WHEN WS-FORMULA-FAIL
009663             SET REJ-BAD-FORMULA TO TRUE
009664         WHEN WS-FACTOR-FAIL
009670             SET REJ-BAD-FACTOR TO TRUE
009680         WHEN WS-INVALID-OP
009690             SET REJ-INVALID-OP TO TRUE
