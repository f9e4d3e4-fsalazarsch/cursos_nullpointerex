000160*                                                                 *
000170*    MAINTENANCE REQUIRES SIGN-ON AS AN ACTIVE SUPERVISOR        *
000180*    (LEVEL 3) THROUGH THE SHARED CALCSGN SIGN-ON.               *
000181*                                                                 *
000182*    A KEYED VALUE IS NOT WRITTEN TO THE FACTOR FILE HERE: IT    *
000183*    GOES TO THE PENDING-CHANGE FILE (SEE CALCPCH) AND ONLY      *
000184*    REACHES THE FILE WHEN A SECOND SUPERVISOR APPROVES IT ON    *
000185*    THE CALCAPRV REVIEW SCREEN.                                 *
000190*                                                                 *
000200*    MODIFICATION HISTORY                                        *
000210*    ---------------------------------------------------------   *
000222*                      SECRET PIN AND LOGS EVERY ATTEMPT (SEE     *
000223*                      CALCSGN / CALCSLG); THE CALL PASSES THIS   *
000224*                      PROGRAM'S NAME FOR THE LOG.                *
000225*    2026-10-15  JCM   ONE SUPERVISOR COULD KEY A NEW RATE AND    *
000226*                      HAVE IT DRIVE THAT NIGHT'S RUN WITH NO     *
000227*                      SECOND PAIR OF EYES.  (A)LTA NOW WRITES    *
000228*                      A PENDING CHANGE (SEE CALCPCH) CARRYING    *
000229*                      THE NEW ROW AND THE ROW IT SUPERSEDES,     *
000230*                      AND THE FACTOR FILE IS OPENED INPUT ONLY;  *
000231*                      THE ROW IS APPLIED BY CALCAPRV WHEN A      *
000232*                      DIFFERENT SUPERVISOR APPROVES IT.          *
000235******************************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.    IBM-370.
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS FCT-KEY
000350         FILE STATUS IS WS-FCT-STATUS.
000351     SELECT PENDING-FILE ASSIGN TO CALCPCH
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS PCH-KEY
000355         FILE STATUS IS WS-PCH-STATUS.
000360*
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  FACTOR-FILE.
000400 COPY CALCFCT.
000401*
000402 FD  PENDING-FILE.
000403 COPY CALCPCH.
000410*
000420 WORKING-STORAGE SECTION.
000430*
000440 77  WS-FCT-STATUS           PIC X(02).
000445 77  WS-PCH-STATUS           PIC X(02).
000450 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000451 77  WS-PROGRAM-NAME         PIC X(08) VALUE "CALCFMNT".
000460*
000690 77  WS-NEW-DESC             PIC X(30).
000700*
000710 01  WS-VALUE-ED             PIC -(7)9.99.
000711*
000712 01  WS-CURRENT-DATE         PIC 9(08).
000713 01  WS-CURRENT-TIME         PIC 9(08).
000720*
000730 PROCEDURE DIVISION.
000740*
000860*
000870******************************************************************
000880*    1000-INITIALIZE - SUPERVISOR SIGN-ON THROUGH CALCSGN, THEN   *
000890*    OPEN (OR CREATE) THE FACTOR FILE AND THE PENDING-CHANGE      *
000895*    FILE.                                                        *
000900******************************************************************
000910 1000-INITIALIZE.
000920     MOVE 3 TO WS-REQ-AUTH
000950     IF NOT WS-SIGNED-ON
000960         GO TO 1000-INITIALIZE-EXIT
000970     END-IF
000980     OPEN INPUT FACTOR-FILE
000990     IF WS-FCT-STATUS = "35"
001000         CLOSE FACTOR-FILE
001010         OPEN OUTPUT FACTOR-FILE
001020         CLOSE FACTOR-FILE
001030         OPEN INPUT FACTOR-FILE
001040     END-IF
001050     IF WS-FCT-STATUS NOT = "00"
001060         DISPLAY "NO SE PUDO ABRIR ARCHIVO DE FACTORES "
001070             "- STATUS " WS-FCT-STATUS
001080         MOVE "N" TO WS-SIGNON-SW
001085         GO TO 1000-INITIALIZE-EXIT
001090     END-IF
001091     OPEN I-O PENDING-FILE
001092     IF WS-PCH-STATUS = "35"
001093         CLOSE PENDING-FILE
001094         OPEN OUTPUT PENDING-FILE
001095         CLOSE PENDING-FILE
001096         OPEN I-O PENDING-FILE
001097     END-IF
001098     IF WS-PCH-STATUS NOT = "00"
001099         DISPLAY "NO SE PUDO ABRIR ARCHIVO DE CAMBIOS PENDIENTES "
001100             "- STATUS " WS-PCH-STATUS
001101         CLOSE FACTOR-FILE
001102         MOVE "N" TO WS-SIGNON-SW
001103     END-IF.
001104 1000-INITIALIZE-EXIT.
001110     EXIT.
001120*
001130******************************************************************
001330*
001340******************************************************************
001350*    3000-ADD-FACTOR - KEY A NEW EFFECTIVE-DATED VALUE FOR A      *
001360*    FACTOR.  THE NAME/DATE PAIR MUST NOT ALREADY EXIST.  THE     *
001365*    ROW GOES TO THE PENDING-CHANGE FILE FOR APPROVAL, WITH THE   *
001366*    ROW IT SUPERSEDES AS THE BEFORE IMAGE.                       *
001370******************************************************************
001380 3000-ADD-FACTOR.
001390     DISPLAY "NOMBRE DEL FACTOR: "
001610     ACCEPT WS-NEW-DESC FROM CONSOLE
001620     MOVE WS-NEW-NAME TO FCT-NAME
001630     MOVE WS-NEW-DATE TO FCT-EFF-DATE
001631     READ FACTOR-FILE
001632         INVALID KEY
001633             CONTINUE
001634     END-READ
001635     IF WS-FCT-STATUS = "00"
001636         DISPLAY "YA EXISTE ESE FACTOR CON ESA FECHA"
001637         GO TO 3000-ADD-FACTOR-EXIT
001638     END-IF
001639     MOVE SPACES TO PCH-RECORD
001640     PERFORM 3500-FIND-PRIOR THRU 3500-FIND-PRIOR-EXIT
001641     MOVE SPACES TO FCT-RECORD
001642     MOVE WS-NEW-NAME TO FCT-NAME
001643     MOVE WS-NEW-DATE TO FCT-EFF-DATE
001644     MOVE WS-NUMERIC-TEST TO FCT-VALUE
001650     MOVE WS-NEW-DESC TO FCT-DESC
001660     MOVE FCT-RECORD TO PCH-AFTER-IMAGE
001670     MOVE "F" TO PCH-TARGET
001680     MOVE "A" TO PCH-ACTION
001690     PERFORM 3700-WRITE-PENDING THRU 3700-WRITE-PENDING-EXIT
001700     IF WS-PCH-STATUS = "00"
001710         MOVE FCT-VALUE TO WS-VALUE-ED
001720         DISPLAY "FACTOR " WS-NEW-NAME " " WS-NEW-DATE
001730             " = " WS-VALUE-ED " PENDIENTE DE APROBACION"
001740     END-IF.
001750 3000-ADD-FACTOR-EXIT.
001760     EXIT.
001761*
001762******************************************************************
001763*    3500-FIND-PRIOR - THE ROW IN FORCE JUST BEFORE THE NEW       *
001764*    EFFECTIVE DATE (THE LATEST ROW OF THE SAME NAME DATED        *
001765*    EARLIER) BECOMES THE BEFORE IMAGE; NONE LEAVES IT SPACES.    *
001766******************************************************************
001767 3500-FIND-PRIOR.
001768     MOVE WS-NEW-NAME TO FCT-NAME
001769     MOVE ZERO TO FCT-EFF-DATE
001770     START FACTOR-FILE KEY IS NOT LESS THAN FCT-KEY
001771         INVALID KEY
001772             GO TO 3500-FIND-PRIOR-EXIT
001773     END-START
001774     PERFORM 3510-PRIOR-NEXT THRU 3510-PRIOR-NEXT-EXIT
001775         UNTIL WS-FCT-STATUS NOT = "00".
001776 3500-FIND-PRIOR-EXIT.
001777     EXIT.
001778*
001779 3510-PRIOR-NEXT.
001780     READ FACTOR-FILE NEXT RECORD
001781         AT END
001782             MOVE "10" TO WS-FCT-STATUS
001783     END-READ
001784     IF WS-FCT-STATUS = "00"
001785         IF FCT-NAME NOT = WS-NEW-NAME
001786             OR FCT-EFF-DATE NOT < WS-NEW-DATE
001787             MOVE "10" TO WS-FCT-STATUS
001788         ELSE
001789             MOVE FCT-RECORD TO PCH-BEFORE-IMAGE
001790         END-IF
001791     END-IF.
001792 3510-PRIOR-NEXT-EXIT.
001793     EXIT.
001794*
001795******************************************************************
001796*    3700-WRITE-PENDING - STAMP THE KEY (DATE, TIME, KEYER) AND   *
001797*    QUEUE THE CHANGE FOR THE SECOND SUPERVISOR.                  *
001798******************************************************************
001799 3700-WRITE-PENDING.
001800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001801     ACCEPT WS-CURRENT-TIME FROM TIME
001802     MOVE WS-CURRENT-DATE TO PCH-KEYED-DATE
001803     MOVE WS-CURRENT-TIME TO PCH-KEYED-TIME
001804     MOVE WS-OPERATOR-ID TO PCH-KEYED-BY
001805     MOVE "P" TO PCH-STATE
001806     MOVE SPACES TO PCH-REVIEWED-BY
001807     MOVE ZERO TO PCH-REVIEW-DATE
001808     MOVE ZERO TO PCH-REVIEW-TIME
001809     MOVE SPACES TO PCH-NOTE
001810     WRITE PCH-RECORD
001811         INVALID KEY
001812             DISPLAY "ERROR GRABANDO CAMBIO PENDIENTE - STATUS "
001813                 WS-PCH-STATUS
001814     END-WRITE.
001815 3700-WRITE-PENDING-EXIT.
001816     EXIT.
001817*
001818******************************************************************
001819*    3900-VALIDATE-NUMERIC - SAME CONVERT-AND-RANGE-CHECK THE     *
001820*    CALCULADORA PROMPTS USE.                                     *
001821******************************************************************
001822 3900-VALIDATE-NUMERIC.
001830     IF FUNCTION TEST-NUMVAL (WS-VALUE-TEXT) = ZERO
001840         COMPUTE WS-NUMERIC-TEST = FUNCTION NUMVAL (WS-VALUE-TEXT)
001850             ON SIZE ERROR
002290******************************************************************
002300 8000-TERMINATE.
002310     CLOSE FACTOR-FILE
002315     CLOSE PENDING-FILE
002320     DISPLAY "CALCFMNT - FIN DE MANTENIMIENTO".
002330 8000-TERMINATE-EXIT.
002340     EXIT.
