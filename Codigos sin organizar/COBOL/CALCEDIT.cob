000200*      - TRN-X-NAME / TRN-Y-NAME RESOLVABLE THROUGH THE SHARED   *
000210*        CALCFVAL LOOKUP AS OF THE RUN DATE,                     *
000220*      - A CONTINUATION ("C") RECORD PRECEDED BY A RECORD THAT   *
000230*        ITSELF EDITED CLEAN (A LIVE PREDECESSOR),               *
000231*      - A REVERSAL ("V") RECORD NAMING A HISTORY ROW THAT       *
000232*        EXISTS, POSTED CLEAN AND IS NOT ALREADY REVERSED (NOR   *
000233*        NAMED BY AN EARLIER REVERSAL IN THE SAME FILE),         *
000234*      - A FORMULA ("F") RECORD NAMING A FORMULA IN FORCE ON     *
000235*        THE FORMULA MASTER, GIVEN THE NUMBER OF INPUTS IT       *
000236*        TAKES, WHOSE FACTORS ALL RESOLVE (THROUGH CALCFORM).    *
000240*                                                                 *
000250*    THE COMBINED FILE MAY CARRY SEVERAL HEADER/TRAILER BATCHES  *
000260*    (THE CALCGEN STANDING-INSTRUCTIONS BATCH AHEAD OF THE       *
000300*    TRAILER IS WRITTEN AT THE END, SO THE SPLIT AND THE         *
000310*    PARTITION DRIVERS STILL VERIFY A SINGLE BATCH END TO END.   *
000320*    AN EDIT REPORT IS PRINTED WITH ONE LINE PER FAILED FIELD.   *
000321*                                                                 *
000322*    EVERY BATCH IS LOOKED UP BY HEADER SOURCE AND DATE ON THE   *
000323*    INBOUND REGISTER (SEE CALCIRG).  A BATCH ALREADY ACCEPTED   *
000324*    ON AN EARLIER RUN, OR REPEATED WITHIN THIS FILE, IS A       *
000325*    DUPLICATE: IT IS REPORTED AND THE FILE IS NOT RELEASED.     *
000326*    WHEN THE FILE IS RELEASED (RETURN CODE 0) EACH BATCH IS     *
000327*    ADDED TO THE REGISTER WITH ITS TRAILER TOTALS.              *
000330*                                                                 *
000340*    PARM: MAXIMUM TOLERATED ERROR RATE IN WHOLE PERCENT, 3      *
000350*    BYTES (E.G. 005).  A RUN WHOSE ERROR RATE PASSES THE        *
000360*    THRESHOLD ENDS WITH RETURN CODE 8 SO THE SCHEDULER CAN      *
000370*    HOLD THE PARTITIONS AND PAGE THE SOURCE SYSTEM.  A          *
000371*    DELIBERATE RE-SEND OF A BATCH ALREADY ACCEPTED IS LET       *
000372*    THROUGH ONLY WHEN A SUPERVISOR'S OPERATOR ID FOLLOWS THE    *
000373*    RATE (E.G. 005,SUPV0001) - AN ACTIVE LEVEL-3 ID ON THE      *
000374*    OPERATOR MASTER, RECORDED ON THE REGISTER ROW.              *
000380*                                                                 *
000390*    RETURN CODES: 0 - EDIT CLEAN (OR ERRORS UNDER THRESHOLD).   *
000400*                  8 - ERROR RATE OVER THE THRESHOLD.            *
000405*                 12 - A BATCH WAS ALREADY RECEIVED (DUPLICATE). *
000410*                 16 - BAD PARM, A FILE WOULD NOT OPEN, OR THE   *
000420*                      FILE FAILED ITS STRUCTURAL CHECKS.        *
000430*                                                                 *
000576*                      COULD BE CERTIFIED AND STILL BLOW          *
000577*                      UP A TALLY DOWNSTREAM.  BOTH NOW           *
000578*                      RUN THE SHARED 2440 BASIC EDITS.           *
000579*    2026-10-15  JCM   THE TRANSACTION RECORD GREW TO 56 BYTES    *
000580*                      FOR TRN-SIN-ID (SEE CALCTRN); THE          *
000581*                      CERTIFIED COPY AND ITS OWN HEADER AND      *
000582*                      TRAILER GREW WITH IT.                      *
000583*    2026-10-15  JCM   ADDED THE REVERSAL ("V") RECORD EDITS.     *
000584*                      THE HISTORY FILE IS READ BY KEY TO CHECK   *
000585*                      THE ROW TO BE REVERSED EXISTS, POSTED      *
000586*                      CLEAN AND IS NOT ALREADY REVERSED, AND A   *
000587*                      SHADOW TABLE CATCHES TWO REVERSALS OF THE  *
000588*                      SAME ROW IN ONE FILE.  A HISTORY FILE NOT  *
000589*                      YET CREATED FAILS EVERY REVERSAL INSTEAD   *
000590*                      OF THE RUN.                                *
000591*    2026-10-15  JCM   ADDED THE INBOUND REGISTER CHECK (SEE      *
000592*                      CALCIRG): A BATCH WHOSE SOURCE AND DATE    *
000593*                      WERE ALREADY ACCEPTED ENDS THE STEP WITH   *
000594*                      RETURN CODE 12 UNLESS THE PARM CARRIES A   *
000595*                      SUPERVISOR'S ID FOR A RE-SEND.  A RELEASED *
000596*                      FILE REGISTERS EVERY BATCH IT CARRIED.     *
000597*    2026-10-15  JCM   ADDED THE FORMULA ("F") RECORD EDITS.      *
000598*                      THE SHARED CALCFORM LOOKUP CHECKS THE      *
000599*                      FORMULA EXISTS, IS NOT RETIRED, TAKES THE  *
000600*                      NUMBER OF INPUTS GIVEN AND USES ONLY       *
000601*                      FACTORS THAT RESOLVE AS OF THE RUN DATE.   *
000602*    2026-10-15  JCM   A REVERSAL NAMING A ROW IN THE SESSION     *
000603*                      RANGE 000001-099999 IS REFUSED - A HISTORY *
000604*                      REBUILD RE-POSTS THOSE ROWS UNDER NEW      *
000605*                      SEQUENCE NUMBERS.                          *
000606******************************************************************
000607 ENVIRONMENT DIVISION.
000608 CONFIGURATION SECTION.
000609 SOURCE-COMPUTER.    IBM-370.
000610 OBJECT-COMPUTER.    IBM-370.
000611*
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT TRANSACTION-FILE ASSIGN TO CALCTRN
000670     SELECT EDITED-FILE ASSIGN TO CALCEDO
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-EDO-STATUS.
000692     SELECT HISTORY-FILE ASSIGN TO CALCHST
000694         ORGANIZATION IS INDEXED
000696         ACCESS MODE IS DYNAMIC
000698         RECORD KEY IS HST-KEY
000699         ALTERNATE RECORD KEY IS HST-OPERATOR-ID
000700             WITH DUPLICATES
000701         FILE STATUS IS WS-HST-STATUS.
000702     SELECT INREG-FILE ASSIGN TO CALCIRG
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS DYNAMIC
000705         RECORD KEY IS IRG-KEY
000706         FILE STATUS IS WS-IRG-STATUS.
000707     SELECT OPERATOR-FILE ASSIGN TO CALCOPM
000708         ORGANIZATION IS INDEXED
000709         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS OPR-ID
000711         FILE STATUS IS WS-OPR-STATUS.
000712*
000713 DATA DIVISION.
000720 FILE SECTION.
000730 FD  TRANSACTION-FILE.
000740 COPY CALCTRN.
000750*
000760 FD  EDITED-FILE.
000770 01  EDO-RECORD              PIC X(56).
000772*
000774 FD  HISTORY-FILE.
000776 COPY CALCHST.
000777*
000778 FD  INREG-FILE.
000779 COPY CALCIRG.
000780*
000781 FD  OPERATOR-FILE.
000782 COPY CALCOPR.
000783*
000790 WORKING-STORAGE SECTION.
000800*
000810 77  WS-TRN-STATUS           PIC X(02).
000820 77  WS-EDO-STATUS           PIC X(02).
000825 77  WS-HST-STATUS           PIC X(02).
000826 77  WS-IRG-STATUS           PIC X(02).
000827 77  WS-OPR-STATUS           PIC X(02).
000830*
000840 77  WS-EOF-SW               PIC X(01) VALUE "N".
000850     88  WS-END-OF-FILE              VALUE "Y".
000920*
000930 77  WS-PREV-OK-SW           PIC X(01) VALUE "N".
000940     88  WS-PREV-OK                  VALUE "Y".
000945*
000946 77  WS-HST-OPEN-SW          PIC X(01) VALUE "N".
000947     88  WS-HST-OPEN                 VALUE "Y".
000948*
000949 77  WS-RESEND-SW            PIC X(01) VALUE "N".
000950     88  WS-RESEND-AUTHORIZED        VALUE "Y".
000951*
000952 77  WS-RESEND-OPER          PIC X(08) VALUE SPACES.
000953*
000960 77  WS-OP-WORK              PIC X(01).
000970 77  WS-FOUND-SW             PIC X(01).
000980*
001020 77  WS-EDIT-COUNT           PIC 9(07) VALUE ZERO.
001030 77  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.
001040 77  WS-THRESHOLD-PCT        PIC 9(03) VALUE ZERO.
001041 77  WS-DUP-COUNT            PIC 9(02) VALUE ZERO.
001042 77  WS-RESEND-COUNT         PIC 9(02) VALUE ZERO.
001043 77  WS-REG-COUNT            PIC 9(02) VALUE ZERO.
001044 77  WS-OPER-LEN             PIC S9(04) COMP VALUE ZERO.
001050*
001060 01  WS-ERROR-RATE           PIC 9(03)V99 COMP-3 VALUE ZERO.
001070 01  WS-RATE-ED              PIC ZZ9.99.
001120 01  WS-TOT-HASH-Y           PIC S9(11)V99 COMP-3 VALUE ZERO.
001130 01  WS-FACTOR-VALUE         PIC S9(7)V99 COMP-3 VALUE ZERO.
001140 01  WS-ABORT-MSG            PIC X(40).
001141*
001142*    CALCFORM PARAMETERS FOR THE FORMULA ("F") RECORD EDITS.
001143 77  WS-FRM-FUNC             PIC X(01) VALUE "V".
001144 77  WS-FRM-VERSION          PIC 9(03) VALUE ZERO.
001145 77  WS-FRM-RESULT           PIC X(02) VALUE SPACES.
001146 01  WS-FRM-X                PIC S9(7)V99 COMP-3 VALUE ZERO.
001147 01  WS-FRM-Y                PIC S9(7)V99 COMP-3 VALUE ZERO.
001148 01  WS-FRM-ANS              PIC S9(7)V99 COMP-3 VALUE ZERO.
001149 01  WS-FRM-EXPR             PIC X(60) VALUE SPACES.
001150*
001151*    REGISTER NAMES STORED SO FAR - THE EDIT'S OWN SHADOW OF
001152*    THE CALCBTCH REGISTER TABLE (SAME TWENTY-ENTRY LIMIT).
001153 01  WS-EREG-TABLE.
001154     05  WS-EREG-COUNT           PIC 9(02) VALUE ZERO.
001155     05  WS-EREG-NAME            PIC X(08) OCCURS 20 TIMES.
001156*
001157 77  WS-EREG-SUB             PIC 9(02) COMP VALUE ZERO.
001158 77  WS-EREG-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
001159 77  WS-EREG-LOOK-NAME       PIC X(08) VALUE SPACES.
001160*
001161*    GROUP LABELS OPENED SO FAR - THE EDIT'S OWN SHADOW OF THE
001162*    CALCBTCH GROUP ACCUMULATOR TABLE (SAME TEN-GROUP LIMIT).
001163 01  WS-EGRP-TABLE.
001164     05  WS-EGRP-COUNT           PIC 9(02) VALUE ZERO.
001165     05  WS-EGRP-LABEL           PIC X(04) OCCURS 10 TIMES.
001166*
001167 77  WS-EGRP-SUB             PIC 9(02) COMP VALUE ZERO.
001168 77  WS-EGRP-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
001169 77  WS-EGRP-LOOK-LABEL      PIC X(04) VALUE SPACES.
001170*
001171*    HISTORY KEYS NAMED BY CLEAN REVERSALS SO FAR, SO A SECOND
001172*    REVERSAL OF THE SAME ROW IN ONE FILE IS CAUGHT - THE FIRST
001173*    IS NOT MARKED ON THE HISTORY UNTIL THE NIGHT POSTS IT.
001174 01  WS-EREV-TABLE.
001175     05  WS-EREV-COUNT           PIC 9(03) VALUE ZERO.
001176     05  WS-EREV-KEY             PIC X(14) OCCURS 100 TIMES.
001177*
001178 77  WS-EREV-SUB             PIC 9(03) COMP VALUE ZERO.
001179 77  WS-EREV-FOUND-SUB       PIC 9(03) COMP VALUE ZERO.
001180*
001181*    BATCHES SEEN IN THIS FILE, BY HEADER SOURCE AND DATE, WITH
001182*    THE TRAILER TOTALS THEY CLOSED ON - REGISTERED AT THE END
001183*    WHEN THE FILE IS RELEASED, AND CHECKED SO THE SAME BATCH
001184*    TWICE IN ONE FILE IS CAUGHT TOO.
001185 01  WS-EBAT-TABLE.
001186     05  WS-EBAT-COUNT           PIC 9(02) VALUE ZERO.
001187     05  WS-EBAT-ENTRY           OCCURS 20 TIMES.
001188         10  WS-EBAT-KEY.
001189             15  WS-EBAT-SOURCE  PIC X(08).
001190             15  WS-EBAT-DATE    PIC 9(08).
001191         10  WS-EBAT-DTL-COUNT   PIC 9(07).
001192         10  WS-EBAT-HASH-X      PIC S9(11)V99 COMP-3.
001193         10  WS-EBAT-HASH-Y      PIC S9(11)V99 COMP-3.
001194         10  WS-EBAT-RESEND-SW   PIC X(01).
001195*
001196 77  WS-EBAT-SUB             PIC 9(02) COMP VALUE ZERO.
001197 77  WS-EBAT-FOUND-SUB       PIC 9(02) COMP VALUE ZERO.
001198 77  WS-EBAT-CUR-SUB         PIC 9(02) COMP VALUE ZERO.
001199 01  WS-EBAT-LOOK-KEY.
001200     05  WS-EBAT-LOOK-SOURCE     PIC X(08).
001201     05  WS-EBAT-LOOK-DATE       PIC 9(08).
001202*
001203 01  WS-OUT-HEADER.
001204     05  FILLER                  PIC X(01) VALUE "H".
001205     05  WS-OH-DATE              PIC 9(08).
001206     05  WS-OH-SOURCE            PIC X(08) VALUE "CALCEDIT".
001207     05  FILLER                  PIC X(39) VALUE SPACES.
001210*
001220 01  WS-OUT-TRAILER.
001230     05  FILLER                  PIC X(01) VALUE "T".
001260                                SIGN LEADING SEPARATE.
001270     05  WS-OT-HASH-Y            PIC S9(11)V99
001280                                SIGN LEADING SEPARATE.
001290     05  FILLER                  PIC X(20) VALUE SPACES.
001300*
001310 01  WS-CURRENT-DATE.
001320     05  WS-CUR-YEAR         PIC 9(04).
001340     05  WS-CUR-DAY          PIC 9(02).
001350 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
001360                             PIC 9(08).
001361 01  WS-CURRENT-TIME.
001362     05  WS-CUR-HHMMSS       PIC 9(06).
001363     05  FILLER              PIC 9(02).
001370*
001380 LINKAGE SECTION.
001390 01  LK-PARM.
001400     05  LK-PARM-LEN             PIC S9(04) COMP.
001410     05  LK-PARM-TEXT            PIC X(12).
001420*
001430 PROCEDURE DIVISION USING LK-PARM.
001440*
001520     PERFORM 3000-VERIFY-TOTALS THRU 3000-VERIFY-TOTALS-EXIT
001530     PERFORM 4000-WRITE-TRAILER THRU 4000-WRITE-TRAILER-EXIT
001540     PERFORM 5000-PRINT-SUMMARY THRU 5000-PRINT-SUMMARY-EXIT
001545     PERFORM 6000-REGISTER-BATCHES
001546        THRU 6000-REGISTER-BATCHES-EXIT
001550     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001560     STOP RUN.
001570*
001580******************************************************************
001590*    1000-INITIALIZE - VALIDATE THE THRESHOLD PARM (AND THE       *
001600*    RE-SEND SUPERVISOR, IF ANY), OPEN THE FILES AND WRITE THE    *
001610*    CERTIFIED FILE'S OWN HEADER.  A BAD PARM OR A FAILED OPEN    *
001620*    ENDS THE RUN WITH RETURN CODE 16 BEFORE ANYTHING IS          *
001625*    RELEASED.                                                    *
001630******************************************************************
001640 1000-INITIALIZE.
001650     IF LK-PARM-LEN < 3
001690         STOP RUN
001700     END-IF
001710     MOVE LK-PARM-TEXT (1:3) TO WS-THRESHOLD-PCT
001711     IF LK-PARM-LEN > 3
001712         PERFORM 1100-CHECK-RESEND THRU 1100-CHECK-RESEND-EXIT
001713     END-IF
001720     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001730     OPEN INPUT TRANSACTION-FILE
001740     IF WS-TRN-STATUS NOT = "00"
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF
001862*    THE HISTORY IS ONLY NEEDED TO EDIT REVERSALS.  A FILE NOT
001863*    YET CREATED (STATUS 35) FAILS EACH REVERSAL, NOT THE RUN.
001864     OPEN INPUT HISTORY-FILE
001865     EVALUATE WS-HST-STATUS
001866         WHEN "00"
001867             MOVE "Y" TO WS-HST-OPEN-SW
001868         WHEN "35"
001869             DISPLAY "CALCEDIT - HISTORIAL NO CREADO - LAS"
001870                 " REVERSIONES SE RECHAZAN"
001871         WHEN OTHER
001872             DISPLAY "CALCEDIT - ERROR ABRIENDO HISTORIAL - "
001873                 "STATUS " WS-HST-STATUS
001874             MOVE 16 TO RETURN-CODE
001875             STOP RUN
001876     END-EVALUATE
001877     OPEN I-O INREG-FILE
001878     IF WS-IRG-STATUS = "35"
001879         CLOSE INREG-FILE
001880         OPEN OUTPUT INREG-FILE
001881         CLOSE INREG-FILE
001882         OPEN I-O INREG-FILE
001883     END-IF
001884     IF WS-IRG-STATUS NOT = "00"
001885         DISPLAY "CALCEDIT - ERROR ABRIENDO REGISTRO DE LOTES - "
001886             "STATUS " WS-IRG-STATUS
001887         MOVE 16 TO RETURN-CODE
001888         STOP RUN
001889     END-IF
001890     MOVE WS-CURRENT-DATE-N TO WS-OH-DATE
001891     WRITE EDO-RECORD FROM WS-OUT-HEADER.
001892 1000-INITIALIZE-EXIT.
001893     EXIT.
001894*
001895******************************************************************
001896*    1100-CHECK-RESEND - THE PARM AFTER THE RATE IS ",ID" - THE   *
001897*    SUPERVISOR AUTHORIZING A RE-SEND.  THE ID MUST BE ON THE     *
001898*    OPERATOR MASTER, ACTIVE, WITH SUPERVISOR AUTHORITY.          *
001899******************************************************************
001900 1100-CHECK-RESEND.
001901     COMPUTE WS-OPER-LEN = LK-PARM-LEN - 4
001902     IF LK-PARM-TEXT (4:1) NOT = ","
001903         OR WS-OPER-LEN < 1 OR WS-OPER-LEN > 8
001904         DISPLAY "CALCEDIT - PARM DE REENVIO INVALIDO"
001905         MOVE 16 TO RETURN-CODE
001906         STOP RUN
001907     END-IF
001908     MOVE LK-PARM-TEXT (5:WS-OPER-LEN) TO WS-RESEND-OPER
001909     OPEN INPUT OPERATOR-FILE
001910     IF WS-OPR-STATUS NOT = "00"
001911         DISPLAY "CALCEDIT - ERROR ABRIENDO MAESTRO DE OPERADORES"
001912             " - STATUS " WS-OPR-STATUS
001913         MOVE 16 TO RETURN-CODE
001914         STOP RUN
001915     END-IF
001916     MOVE WS-RESEND-OPER TO OPR-ID
001917     READ OPERATOR-FILE
001918         INVALID KEY
001919             MOVE SPACES TO OPR-STATUS
001920             MOVE ZERO TO OPR-AUTH-LEVEL
001921     END-READ
001922     CLOSE OPERATOR-FILE
001923     IF NOT OPR-ACTIVE OR NOT OPR-AUTH-SUPER
001924         DISPLAY "CALCEDIT - " WS-RESEND-OPER
001925             " NO ES UN SUPERVISOR ACTIVO - REENVIO DENEGADO"
001926         MOVE 16 TO RETURN-CODE
001927         STOP RUN
001928     END-IF
001929     SET WS-RESEND-AUTHORIZED TO TRUE
001930     DISPLAY "CALCEDIT - REENVIO AUTORIZADO POR " WS-RESEND-OPER.
001931 1100-CHECK-RESEND-EXIT.
001932     EXIT.
001933*
001934******************************************************************
001935*    2000-EDIT-ONE - READ ONE RECORD AND SORT IT BY TYPE.  EACH   *
001940*    BATCH'S HEADER AND TRAILER ARE CHECKED AND SWALLOWED HERE;   *
001950*    DETAILS, CONTINUATIONS AND RECYCLED REJECTS GET THE FIELD    *
001960*    EDITS AND PASS THROUGH UNCHANGED.                            *
002145         WHEN TRN-STORE-REC
002147         WHEN TRN-GRPTOT-REC
002150         WHEN TRN-RECYCLE-REC
002155         WHEN TRN-REVERSAL-REC
002156         WHEN TRN-FORMULA-REC
002160             PERFORM 2300-EDIT-DETAIL
002170                THRU 2300-EDIT-DETAIL-EXIT
002180             WRITE EDO-RECORD FROM TRN-RECORD
002260******************************************************************
002270*    2100-CHECK-HEADER - OPEN A NEW BATCH.  A HEADER INSIDE AN    *
002280*    OPEN BATCH IS A DUPLICATE; A STALE HEADER DATE FLUNKS THE    *
002290*    RUN, THE SAME RULE CALCSPLT AND CALCBTCH APPLY.  THE BATCH   *
002295*    IS THEN CHECKED AGAINST THE INBOUND REGISTER.                *
002300******************************************************************
002310 2100-CHECK-HEADER.
002320     IF WS-BATCH-OPEN
002450     MOVE ZERO TO WS-HASH-X
002460     MOVE ZERO TO WS-HASH-Y
002470     DISPLAY "LOTE " WS-BATCH-COUNT " DE " TRN-HDR-SOURCE
002480         " DEL " TRN-HDR-DATE
002481     PERFORM 2150-CHECK-REGISTER THRU 2150-CHECK-REGISTER-EXIT.
002490 2100-CHECK-HEADER-EXIT.
002500     EXIT.
002501*
002502******************************************************************
002503*    2150-CHECK-REGISTER - A BATCH WHOSE SOURCE AND DATE ARE      *
002504*    ALREADY IN THIS FILE OR ON THE REGISTER IS A DUPLICATE.      *
002505*    ONE ALREADY ON THE REGISTER PASSES AS A RE-SEND ONLY UNDER   *
002506*    A SUPERVISOR'S PARM; A REPEAT INSIDE THE FILE NEVER DOES.    *
002507*    EVERY OTHER BATCH IS NOTED FOR REGISTRATION.                 *
002508******************************************************************
002509 2150-CHECK-REGISTER.
002510     MOVE ZERO TO WS-EBAT-CUR-SUB
002511     MOVE TRN-HDR-SOURCE TO WS-EBAT-LOOK-SOURCE
002512     MOVE TRN-HDR-DATE TO WS-EBAT-LOOK-DATE
002513     MOVE ZERO TO WS-EBAT-FOUND-SUB
002514     PERFORM VARYING WS-EBAT-SUB FROM 1 BY 1
002515             UNTIL WS-EBAT-SUB > WS-EBAT-COUNT
002516         IF WS-EBAT-KEY (WS-EBAT-SUB) = WS-EBAT-LOOK-KEY
002517             MOVE WS-EBAT-SUB TO WS-EBAT-FOUND-SUB
002518         END-IF
002519     END-PERFORM
002520     IF WS-EBAT-FOUND-SUB > ZERO
002521         DISPLAY "*** LOTE DE " TRN-HDR-SOURCE " DEL "
002522             TRN-HDR-DATE " REPETIDO DENTRO DEL ARCHIVO"
002523         ADD 1 TO WS-DUP-COUNT
002524         GO TO 2150-CHECK-REGISTER-EXIT
002525     END-IF
002526     IF WS-EBAT-COUNT NOT < 20
002527         MOVE "DEMASIADOS LOTES EN EL ARCHIVO" TO WS-ABORT-MSG
002528         PERFORM 9000-ABORT-RUN THRU 9000-ABORT-RUN-EXIT
002529     END-IF
002530     ADD 1 TO WS-EBAT-COUNT
002531     MOVE WS-EBAT-COUNT TO WS-EBAT-CUR-SUB
002532     MOVE WS-EBAT-LOOK-KEY TO WS-EBAT-KEY (WS-EBAT-CUR-SUB)
002533     MOVE ZERO TO WS-EBAT-DTL-COUNT (WS-EBAT-CUR-SUB)
002534     MOVE ZERO TO WS-EBAT-HASH-X (WS-EBAT-CUR-SUB)
002535     MOVE ZERO TO WS-EBAT-HASH-Y (WS-EBAT-CUR-SUB)
002536     MOVE "N" TO WS-EBAT-RESEND-SW (WS-EBAT-CUR-SUB)
002537     MOVE WS-EBAT-LOOK-KEY TO IRG-KEY
002538     READ INREG-FILE
002539         INVALID KEY
002540             GO TO 2150-CHECK-REGISTER-EXIT
002541     END-READ
002542     IF WS-RESEND-AUTHORIZED
002543         DISPLAY "LOTE YA RECIBIDO EL " IRG-ACC-DATE " A LAS "
002544             IRG-ACC-TIME " - REENVIO AUTORIZADO POR "
002545             WS-RESEND-OPER
002546         MOVE "Y" TO WS-EBAT-RESEND-SW (WS-EBAT-CUR-SUB)
002547         ADD 1 TO WS-RESEND-COUNT
002548     ELSE
002549         DISPLAY "*** LOTE DE " TRN-HDR-SOURCE " DEL "
002550             TRN-HDR-DATE " YA RECIBIDO EL " IRG-ACC-DATE
002551             " A LAS " IRG-ACC-TIME " (" IRG-COUNT " DETALLES)"
002552         ADD 1 TO WS-DUP-COUNT
002553     END-IF.
002554 2150-CHECK-REGISTER-EXIT.
002555     EXIT.
002556*
002557******************************************************************
002558*    2200-VERIFY-BATCH - CLOSE THE OPEN BATCH AGAINST ITS OWN     *
002559*    TRAILER COUNT AND HASH TOTALS AND ROLL THEM INTO THE         *
002560*    COMBINED TOTALS FOR THE CERTIFIED TRAILER.                   *
002561******************************************************************
002570 2200-VERIFY-BATCH.
002580     IF NOT WS-BATCH-OPEN
002590         MOVE "COLA SIN CABECERA" TO WS-ABORT-MSG
002730     ADD WS-DTL-COUNT TO WS-TOT-COUNT
002740     ADD WS-HASH-X TO WS-TOT-HASH-X
002750     ADD WS-HASH-Y TO WS-TOT-HASH-Y
002751     IF WS-EBAT-CUR-SUB > ZERO
002752         MOVE WS-DTL-COUNT TO WS-EBAT-DTL-COUNT (WS-EBAT-CUR-SUB)
002753         MOVE WS-HASH-X TO WS-EBAT-HASH-X (WS-EBAT-CUR-SUB)
002754         MOVE WS-HASH-Y TO WS-EBAT-HASH-Y (WS-EBAT-CUR-SUB)
002755     END-IF
002760     MOVE "N" TO WS-BATCH-OPEN-SW.
002770 2200-VERIFY-BATCH-EXIT.
002780     EXIT.
002840*    RECYCLES MAY SIT IN FRONT OF THE FIRST BATCH; "D" AND "C"    *
002850*    RECORDS MUST ARRIVE INSIDE ONE.  A RECORD THAT EDITED        *
002860*    CLEAN BECOMES THE LIVE PREDECESSOR A FOLLOWING               *
002870*    CONTINUATION MAY CHAIN OFF.  A REVERSAL POSTS NOTHING TO     *
002871*    CHAIN OFF AND LEAVES THE LIVE PREDECESSOR AS IT FOUND IT.    *
002880******************************************************************
002890 2300-EDIT-DETAIL.
002900     IF NOT TRN-RECYCLE-REC AND NOT WS-BATCH-OPEN
002920         PERFORM 9000-ABORT-RUN THRU 9000-ABORT-RUN-EXIT
002930     END-IF
002940     IF TRN-DETAIL-REC OR TRN-CHAIN-REC OR TRN-STORE-REC
002945         OR TRN-GRPTOT-REC OR TRN-REVERSAL-REC
002946         OR TRN-FORMULA-REC
002950         ADD 1 TO WS-DTL-COUNT
002955*        A NON-NUMERIC OPERAND IS THE VERY ERROR THIS STEP
002956*        REPORTS - IT MUST NOT BLOW THE TALLY UP FIRST.  THE
003008         WHEN TRN-GRPTOT-REC
003009             PERFORM 2460-EDIT-GRPTOT
003010                THRU 2460-EDIT-GRPTOT-EXIT
003011         WHEN TRN-REVERSAL-REC
003012             PERFORM 2465-EDIT-REVERSAL
003013                THRU 2465-EDIT-REVERSAL-EXIT
003014         WHEN TRN-FORMULA-REC
003015             PERFORM 2467-EDIT-FORMULA
003016                THRU 2467-EDIT-FORMULA-EXIT
003017             IF TRN-GROUP NOT = SPACES
003018                 PERFORM 2480-TRACK-GROUP
003019                    THRU 2480-TRACK-GROUP-EXIT
003020             END-IF
003021         WHEN OTHER
003022             PERFORM 2400-EDIT-FIELDS THRU 2400-EDIT-FIELDS-EXIT
003023             IF TRN-GROUP NOT = SPACES
003024                 PERFORM 2480-TRACK-GROUP
003025                    THRU 2480-TRACK-GROUP-EXIT
003026             END-IF
003027     END-EVALUATE
003028     IF WS-REC-ERROR
003030         ADD 1 TO WS-ERR-COUNT
003031     END-IF
003032     IF TRN-REVERSAL-REC
003033         GO TO 2300-EDIT-DETAIL-EXIT
003034     END-IF
003035     IF WS-REC-ERROR
003040         MOVE "N" TO WS-PREV-OK-SW
003050     ELSE
003060         MOVE "Y" TO WS-PREV-OK-SW
003834     EXIT.
003835*
003836******************************************************************
003837*    2465-EDIT-REVERSAL - A REVERSAL ("V") RECORD MUST NAME, IN   *
003838*    TRN-REV-RUN-DATE / TRN-REV-SEQ-NO, A HISTORY ROW THAT        *
003839*    EXISTS, POSTED CLEAN, IS NOT ITSELF A REVERSAL, IS AN        *
003840*    ARITHMETIC POSTING (NOT A STORE OR GROUP-TOTAL ROW) AND IS   *
003841*    NOT ALREADY REVERSED - ON THE FILE OR BY AN EARLIER          *
003842*    REVERSAL IN THIS ONE.                                        *
003843*    THE ROW MUST ALSO LIE OUTSIDE THE SESSION RANGE 000001-      *
003844*    099999: A HISTORY REBUILD (CALCHRBL) RE-POSTS THOSE ROWS     *
003845*    FROM THE AUDIT TRAIL UNDER NEW SEQUENCE NUMBERS, SO THE      *
003846*    ORIGINAL COULD NOT BE FOUND TO BE MARKED AGAIN.              *
003847******************************************************************
003848 2465-EDIT-REVERSAL.
003849     PERFORM 2440-EDIT-BASIC THRU 2440-EDIT-BASIC-EXIT
003850     IF TRN-REV-RUN-DATE NOT NUMERIC
003851         OR TRN-REV-SEQ-NO NOT NUMERIC
003852         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003853             " - CLAVE A REVERSAR NO NUMERICA: " TRN-REV-KEY
003854         SET WS-REC-ERROR TO TRUE
003855         GO TO 2465-EDIT-REVERSAL-EXIT
003856     END-IF
003857     IF TRN-REV-SEQ-NO NOT > 099999
003858         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003859             " - POSTEO DE SESION NO REVERSABLE: " TRN-REV-KEY
003860         SET WS-REC-ERROR TO TRUE
003861         GO TO 2465-EDIT-REVERSAL-EXIT
003862     END-IF
003863     IF NOT WS-HST-OPEN
003864         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003865             " - HISTORIAL NO DISPONIBLE PARA REVERSAR"
003866         SET WS-REC-ERROR TO TRUE
003867         GO TO 2465-EDIT-REVERSAL-EXIT
003868     END-IF
003869     MOVE TRN-REV-KEY TO HST-KEY
003870     READ HISTORY-FILE
003871         INVALID KEY
003872             DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003873                 " - POSTEO A REVERSAR NO EXISTE: " TRN-REV-KEY
003874             SET WS-REC-ERROR TO TRUE
003875             GO TO 2465-EDIT-REVERSAL-EXIT
003876     END-READ
003877     IF HST-ERR-SW = "Y"
003878         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003879             " - POSTEO A REVERSAR CON ERROR: " TRN-REV-KEY
003880         SET WS-REC-ERROR TO TRUE
003881     END-IF
003882     IF HST-REVERSED
003883         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003884             " - POSTEO YA REVERSADO: " TRN-REV-KEY
003885             " POR " HST-REV-KEY
003886         SET WS-REC-ERROR TO TRUE
003887     END-IF
003888     IF HST-REVERSAL-ROW
003889         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003890             " - EL POSTEO ES UNA REVERSION: " TRN-REV-KEY
003891         SET WS-REC-ERROR TO TRUE
003892     END-IF
003893     IF HST-OP = "S" OR HST-OP = "G"
003894         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003895             " - POSTEO NO REVERSABLE, OPERACION " HST-OP
003896         SET WS-REC-ERROR TO TRUE
003897     END-IF
003898     IF WS-REC-ERROR
003899         GO TO 2465-EDIT-REVERSAL-EXIT
003900     END-IF
003901     MOVE ZERO TO WS-EREV-FOUND-SUB
003902     PERFORM VARYING WS-EREV-SUB FROM 1 BY 1
003903             UNTIL WS-EREV-SUB > WS-EREV-COUNT
003904         IF WS-EREV-KEY (WS-EREV-SUB) = TRN-REV-KEY
003905             MOVE WS-EREV-SUB TO WS-EREV-FOUND-SUB
003906         END-IF
003907     END-PERFORM
003908     IF WS-EREV-FOUND-SUB > ZERO
003909         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003910             " - POSTEO YA REVERSADO EN ESTE ARCHIVO: "
003911             TRN-REV-KEY
003912         SET WS-REC-ERROR TO TRUE
003913         GO TO 2465-EDIT-REVERSAL-EXIT
003914     END-IF
003915     IF WS-EREV-COUNT NOT < 100
003916         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003917             " - TABLA DE REVERSIONES LLENA"
003918         SET WS-REC-ERROR TO TRUE
003919         GO TO 2465-EDIT-REVERSAL-EXIT
003920     END-IF
003921     ADD 1 TO WS-EREV-COUNT
003922     MOVE TRN-REV-KEY TO WS-EREV-KEY (WS-EREV-COUNT).
003923 2465-EDIT-REVERSAL-EXIT.
003924     EXIT.
003925*
003926******************************************************************
003927*    2467-EDIT-FORMULA - A FORMULA ("F") RECORD GIVES ONE OR TWO  *
003928*    INPUTS IN TRN-X / TRN-Y (AN UNUSED INPUT MUST BE ZERO) AND   *
003929*    NO Y FACTOR NAME.  THE FORMULA ITSELF IS CHECKED THROUGH     *
003930*    CALCFORM, THE SAME ROUTINE THE BATCH DRIVER EVALUATES IT     *
003931*    WITH, AS OF THE RUN DATE.                                    *
003932******************************************************************
003933 2467-EDIT-FORMULA.
003934     PERFORM 2440-EDIT-BASIC THRU 2440-EDIT-BASIC-EXIT
003935     IF TRN-FRM-INPUTS NOT NUMERIC
003936         OR TRN-FRM-INPUTS < 1 OR TRN-FRM-INPUTS > 2
003937         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003938             " - NUMERO DE ENTRADAS INVALIDO: " TRN-OP
003939         SET WS-REC-ERROR TO TRUE
003940         GO TO 2467-EDIT-FORMULA-EXIT
003941     END-IF
003942     IF TRN-FRM-INPUTS = 1 AND TRN-Y NUMERIC
003943         AND TRN-Y NOT = ZERO
003944         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003945             " - SEGUNDA ENTRADA NO USADA DEBE SER CERO"
003946         SET WS-REC-ERROR TO TRUE
003947     END-IF
003948     IF TRN-Y-NAME NOT = SPACES
003949         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003950             " - FACTOR Y NO PERMITIDO EN UNA FORMULA"
003951         SET WS-REC-ERROR TO TRUE
003952     END-IF
003953     IF WS-REC-ERROR
003954         GO TO 2467-EDIT-FORMULA-EXIT
003955     END-IF
003956     MOVE TRN-X TO WS-FRM-X
003957     MOVE TRN-Y TO WS-FRM-Y
003958     CALL "CALCFORM" USING WS-FRM-FUNC TRN-FRM-NAME
003959         TRN-FRM-INPUTS WS-FRM-X WS-FRM-Y WS-CURRENT-DATE-N
003960         WS-FRM-ANS WS-FRM-VERSION WS-FRM-EXPR WS-FRM-RESULT
003961     IF WS-FRM-RESULT = SPACES
003962         GO TO 2467-EDIT-FORMULA-EXIT
003963     END-IF
003964     SET WS-REC-ERROR TO TRUE
003965     EVALUATE WS-FRM-RESULT
003966         WHEN "NF"
003967             DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003968                 " - FORMULA NO REGISTRADA: " TRN-FRM-NAME
003969         WHEN "RT"
003970             DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003971                 " - FORMULA RETIRADA: " TRN-FRM-NAME
003972         WHEN "IN"
003973             DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003974                 " - ENTRADAS NO CORRESPONDEN A LA FORMULA "
003975                 TRN-FRM-NAME " VERSION " WS-FRM-VERSION
003976         WHEN "FN"
003977             DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003978                 " - FACTOR NO REGISTRADO EN LA FORMULA "
003979                 TRN-FRM-NAME
003980         WHEN OTHER
003981             DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
003982                 " - FORMULA DANADA, REGRABAR CON CALCLMNT: "
003983                 TRN-FRM-NAME
003984     END-EVALUATE.
003985 2467-EDIT-FORMULA-EXIT.
003986     EXIT.
003987*
003988******************************************************************
003989*    2480-TRACK-GROUP - NOTE THE GROUP LABEL A DETAIL CARRIES     *
003990*    AS OPENED.  A FULL TABLE IS LEFT UNTRACKED, THE SAME LIMIT   *
003991*    THE BATCH DRIVER APPLIES.                                    *
003992******************************************************************
003993 2480-TRACK-GROUP.
003994     MOVE TRN-GROUP TO WS-EGRP-LOOK-LABEL
003995     PERFORM 2490-FIND-EGRP THRU 2490-FIND-EGRP-EXIT
003996     IF WS-EGRP-FOUND-SUB > ZERO
003997         GO TO 2480-TRACK-GROUP-EXIT
003998     END-IF
003999     IF WS-EGRP-COUNT NOT < 10
004000         DISPLAY "SEQ " TRN-SEQ " TIPO " TRN-REC-TYPE
004001             " - TABLA DE GRUPOS LLENA: " TRN-GROUP
004002         GO TO 2480-TRACK-GROUP-EXIT
004003     END-IF
004004     ADD 1 TO WS-EGRP-COUNT
004005     MOVE WS-EGRP-LOOK-LABEL TO WS-EGRP-LABEL (WS-EGRP-COUNT).
004006 2480-TRACK-GROUP-EXIT.
004007     EXIT.
004008*
004009******************************************************************
004010*    2490-FIND-EGRP - LOOK WS-EGRP-LOOK-LABEL UP IN THE SHADOW    *
004011*    TABLE.  WS-EGRP-FOUND-SUB COMES BACK ZERO WHEN THE LABEL     *
004012*    HAS NOT BEEN OPENED EARLIER IN THE FILE.                     *
004013******************************************************************
004014 2490-FIND-EGRP.
004015     MOVE ZERO TO WS-EGRP-FOUND-SUB
004016     PERFORM VARYING WS-EGRP-SUB FROM 1 BY 1
004017             UNTIL WS-EGRP-SUB > WS-EGRP-COUNT
004018         IF WS-EGRP-LABEL (WS-EGRP-SUB) = WS-EGRP-LOOK-LABEL
004019             MOVE WS-EGRP-SUB TO WS-EGRP-FOUND-SUB
004020         END-IF
004021     END-PERFORM.
004022 2490-FIND-EGRP-EXIT.
004023     EXIT.
004024*
004025******************************************************************
004026*    3000-VERIFY-TOTALS - AT END OF FILE EVERY BATCH MUST HAVE    *
004027*    CLOSED AT ITS OWN TRAILER AND AT LEAST ONE BATCH MUST HAVE   *
004028*    ARRIVED, OR THE FILE IS TRUNCATED OR OTHERWISE DAMAGED AND   *
004029*    THE RUN IS FLUNKED.                                          *
004030******************************************************************
004031 3000-VERIFY-TOTALS.
004032     IF WS-BATCH-OPEN
004033         MOVE "FALTA REGISTRO COLA" TO WS-ABORT-MSG
004034         PERFORM 9000-ABORT-RUN THRU 9000-ABORT-RUN-EXIT
004035     END-IF
004036     IF WS-BATCH-COUNT = ZERO
004037         MOVE "FALTA REGISTRO CABECERA" TO WS-ABORT-MSG
004038         PERFORM 9000-ABORT-RUN THRU 9000-ABORT-RUN-EXIT
004039     END-IF.
004040 3000-VERIFY-TOTALS-EXIT.
004041     EXIT.
004042*
004043******************************************************************
004044*    4000-WRITE-TRAILER - ONE COMBINED TRAILER OVER EVERY BATCH,  *
004045*    SO CALCSPLT VERIFIES THE CERTIFIED FILE THE SAME WAY IT      *
004046*    VERIFIES AN UPSTREAM FILE.                                   *
004047******************************************************************
004048 4000-WRITE-TRAILER.
004049     MOVE WS-TOT-COUNT TO WS-OT-COUNT
004050     MOVE WS-TOT-HASH-X TO WS-OT-HASH-X
004051     MOVE WS-TOT-HASH-Y TO WS-OT-HASH-Y
004052     WRITE EDO-RECORD FROM WS-OUT-TRAILER.
004053 4000-WRITE-TRAILER-EXIT.
004054     EXIT.
004055*
004060******************************************************************
004070*    5000-PRINT-SUMMARY - THE EDIT REPORT TOTALS.  THE ERROR      *
004080*    RATE IS TAKEN OVER EVERY RECORD EDITED (RECYCLES INCLUDED);  *
004230     DISPLAY "REGISTROS CON ERROR ....: " WS-ERR-COUNT
004240     DISPLAY "TASA DE ERROR ..........: " WS-RATE-ED " %"
004250     DISPLAY "UMBRAL TOLERADO ........: " WS-THRESHOLD-PCT " %"
004251     DISPLAY "LOTES YA RECIBIDOS .....: " WS-DUP-COUNT
004252     DISPLAY "REENVIOS AUTORIZADOS ...: " WS-RESEND-COUNT
004253     IF WS-DUP-COUNT > ZERO
004254         DISPLAY "*** LOTE REPETIDO - ARCHIVO NO LIBERADO; UN"
004255             " REENVIO REQUIERE EL ID DE UN SUPERVISOR EN EL PARM"
004256     ELSE
004260         IF WS-ERROR-RATE > WS-THRESHOLD-PCT
004270             DISPLAY "*** TASA DE ERROR SOBRE EL UMBRAL - AVISAR"
004280                 " AL SISTEMA ORIGEN"
004290         ELSE
004300             IF WS-ERR-COUNT > ZERO
004310                 DISPLAY "ERRORES BAJO EL UMBRAL - ARCHIVO"
004315                     " LIBERADO"
004320             ELSE
004330                 DISPLAY "EDICION LIMPIA - ARCHIVO LIBERADO"
004340             END-IF
004350         END-IF
004355     END-IF
004360     DISPLAY "==================================================".
004370 5000-PRINT-SUMMARY-EXIT.
004380     EXIT.
004381*
004382******************************************************************
004383*    6000-REGISTER-BATCHES - ONLY A RELEASED FILE (NO DUPLICATE,  *
004384*    ERROR RATE WITHIN THE THRESHOLD) REGISTERS ITS BATCHES, SO   *
004385*    A FILE HELD HERE CAN BE CORRECTED AND RUN AGAIN.             *
004386******************************************************************
004387 6000-REGISTER-BATCHES.
004388     IF WS-DUP-COUNT > ZERO
004389         OR WS-ERROR-RATE > WS-THRESHOLD-PCT
004390         GO TO 6000-REGISTER-BATCHES-EXIT
004391     END-IF
004392     ACCEPT WS-CURRENT-TIME FROM TIME
004393     PERFORM 6100-REGISTER-ONE THRU 6100-REGISTER-ONE-EXIT
004394         VARYING WS-EBAT-SUB FROM 1 BY 1
004395         UNTIL WS-EBAT-SUB > WS-EBAT-COUNT
004396     DISPLAY "LOTES REGISTRADOS ......: " WS-REG-COUNT.
004397 6000-REGISTER-BATCHES-EXIT.
004398     EXIT.
004399*
004400 6100-REGISTER-ONE.
004401     MOVE WS-EBAT-KEY (WS-EBAT-SUB) TO IRG-KEY
004402     READ INREG-FILE
004403         INVALID KEY
004404             MOVE ZERO TO IRG-RESENDS
004405             MOVE SPACES TO IRG-RESEND-OPER
004406     END-READ
004407     MOVE WS-EBAT-DTL-COUNT (WS-EBAT-SUB) TO IRG-COUNT
004408     MOVE WS-EBAT-HASH-X (WS-EBAT-SUB) TO IRG-HASH-X
004409     MOVE WS-EBAT-HASH-Y (WS-EBAT-SUB) TO IRG-HASH-Y
004410     MOVE WS-CURRENT-DATE-N TO IRG-ACC-DATE
004411     MOVE WS-CUR-HHMMSS TO IRG-ACC-TIME
004412     IF WS-IRG-STATUS = "00"
004413         ADD 1 TO IRG-RESENDS
004414         MOVE WS-RESEND-OPER TO IRG-RESEND-OPER
004415         REWRITE IRG-RECORD
004416     ELSE
004417         WRITE IRG-RECORD
004418     END-IF
004419     IF WS-IRG-STATUS NOT = "00"
004420         DISPLAY "CALCEDIT - ERROR GRABANDO REGISTRO DE LOTES "
004421             IRG-KEY " - STATUS " WS-IRG-STATUS
004422         MOVE 16 TO RETURN-CODE
004423         STOP RUN
004424     END-IF
004425     ADD 1 TO WS-REG-COUNT.
004426 6100-REGISTER-ONE-EXIT.
004427     EXIT.
004428*
004429******************************************************************
004430*    8000-TERMINATE - RETURN CODE 12 FOR A DUPLICATE BATCH, 8     *
004431*    WHEN THE ERROR RATE PASSED THE THRESHOLD, SO THE SCHEDULER   *
004432*    HOLDS THE PARTITIONS.                                        *
004435******************************************************************
004440 8000-TERMINATE.
004450     CLOSE TRANSACTION-FILE
004460     CLOSE EDITED-FILE
004465     IF WS-HST-OPEN
004466         CLOSE HISTORY-FILE
004467     END-IF
004468     CLOSE INREG-FILE
004469     IF WS-DUP-COUNT > ZERO
004470         MOVE 12 TO RETURN-CODE
004471     ELSE
004472         IF WS-ERROR-RATE > WS-THRESHOLD-PCT
004480             MOVE 8 TO RETURN-CODE
004485         END-IF
004490     END-IF.
004500 8000-TERMINATE-EXIT.
004510     EXIT.
004590     DISPLAY "CALCEDIT - CORRIDA ABORTADA: " WS-ABORT-MSG
004600     CLOSE TRANSACTION-FILE
004610     CLOSE EDITED-FILE
004615     IF WS-HST-OPEN
004616         CLOSE HISTORY-FILE
004617     END-IF
004618     CLOSE INREG-FILE
004620     MOVE 16 TO RETURN-CODE
004630     STOP RUN.
004640 9000-ABORT-RUN-EXIT.
