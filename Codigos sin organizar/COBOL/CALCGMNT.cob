000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCGMNT.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCGMNT - CHARGEBACK GROUP AND RATE MAINTENANCE.           *
000090*                                                                *
000100*    LETS THE SHIFT SUPERVISOR KEEP THE TWO MASTERS THE          *
000110*    MONTH-END BILLING (CALCBILL) PRICES THE HISTORY WITH:       *
000120*    THE GROUP MASTER (SEE CALCGRP) AND THE RATE TABLE (SEE      *
000130*    CALCRAT).                                                   *
000140*      (A)LTA      - ADD A GROUP CODE WITH ITS DEPARTMENT, COST  *
000150*                    CENTRE AND CONTACT.                         *
000160*      (M)ODIFICAR - CHANGE A GROUP'S DEPARTMENT, COST CENTRE    *
000170*                    OR CONTACT.  A BLANK ANSWER KEEPS THE       *
000180*                    VALUE ON FILE.                              *
000190*      (B)AJA      - DEACTIVATE A GROUP.  THE ROW STAYS SO       *
000200*                    USAGE ALREADY ON THE HISTORY IS BILLED.     *
000210*      (R)EACTIVAR - PUT AN INACTIVE GROUP BACK IN SERVICE.      *
000220*      (L)ISTAR    - LIST THE GROUP MASTER.                      *
000230*      (T)ARIFA    - ADD OR CHANGE THE PRICE OF AN OPERATION     *
000240*                    AND THE PRICE OF ITS ERROR ROWS.            *
000250*      (P)RECIOS   - LIST THE RATE TABLE.                        *
000260*    EVERY ROW CHANGED IS STAMPED WITH THE SUPERVISOR AND DATE.  *
000270*    A RATE CHANGE APPLIES TO THE NEXT BILLING RUN, WHICHEVER    *
000280*    MONTH IT BILLS.                                             *
000290*                                                                *
000300*    MAINTENANCE REQUIRES SIGN-ON AS AN ACTIVE SUPERVISOR        *
000310*    (LEVEL 3) THROUGH THE SHARED CALCSGN SIGN-ON.               *
000320*                                                                *
000330*    MODIFICATION HISTORY                                        *
000340*    ---------------------------------------------------------   *
000350*    2026-10-15  JCM   ORIGINAL PROGRAM.                         *
000351*    2026-10-15  JCM   FORMULA POSTINGS (OP "F") CAN BE GIVEN A  *
000352*                      RATE.                                     *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.    IBM-370.
000400 OBJECT-COMPUTER.    IBM-370.
000410*
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT GROUP-FILE ASSIGN TO CALCGRP
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS GRP-CODE
000480         FILE STATUS IS WS-GRP-STATUS.
000490     SELECT RATE-FILE ASSIGN TO CALCRAT
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS RAT-OP
000530         FILE STATUS IS WS-RAT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  GROUP-FILE.
000580 COPY CALCGRP.
000590*
000600 FD  RATE-FILE.
000610 COPY CALCRAT.
000620*
000630 WORKING-STORAGE SECTION.
000640*
000650 77  WS-GRP-STATUS           PIC X(02).
000660 77  WS-RAT-STATUS           PIC X(02).
000670 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000680 77  WS-PROGRAM-NAME         PIC X(08) VALUE "CALCGMNT".
000690*
000700 77  WS-MENU-CHOICE          PIC X(01).
000710     88  WS-MENU-ADD                 VALUE "A" "a".
000720     88  WS-MENU-CHANGE              VALUE "M" "m".
000730     88  WS-MENU-DEACTIVATE          VALUE "B" "b".
000740     88  WS-MENU-REACTIVATE          VALUE "R" "r".
000750     88  WS-MENU-LIST                VALUE "L" "l".
000760     88  WS-MENU-RATE                VALUE "T" "t".
000770     88  WS-MENU-RATE-LIST           VALUE "P" "p".
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
000890 77  WS-VALID-INPUT-SW       PIC X(01).
000900     88  WS-VALID-INPUT              VALUE "Y".
000910     88  WS-INVALID-INPUT            VALUE "N".
000920*
000930 77  WS-LIST-COUNT           PIC 9(04) VALUE ZERO.
000940 77  WS-INACTIVE-COUNT       PIC 9(04) VALUE ZERO.
000950*
000960 77  WS-NEW-CODE             PIC X(04).
000970 77  WS-NEW-DEPT             PIC X(30).
000980 77  WS-NEW-CC               PIC X(10).
000990 77  WS-NEW-CONTACT          PIC X(30).
001000 77  WS-NEW-OP               PIC X(01).
001010     88  WS-BILLABLE-OP              VALUE "+" "-" "*" "/" "%"
001020                                           "^" "R" "S" "V" "F".
001030 77  WS-NEW-DESC             PIC X(20).
001040 77  WS-VALUE-TEXT           PIC X(12).
001050 77  WS-NUMERIC-TEST         PIC S9(7)V9999.
001060 77  WS-NEW-PRICE            PIC 9(05)V9999.
001070 77  WS-NEW-ERR-PRICE        PIC 9(05)V9999.
001080*
001090 77  WS-PRICE-ED             PIC ZZZZ9.9999.
001100 77  WS-ERR-PRICE-ED         PIC ZZZZ9.9999.
001110*
001120 01  WS-CURRENT-DATE         PIC 9(08).
001130*
001140 PROCEDURE DIVISION.
001150*
001160******************************************************************
001170*    0000-MAINLINE                                                *
001180******************************************************************
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001210     IF WS-SIGNED-ON
001220         PERFORM 2000-PROCESS-MENU THRU 2000-PROCESS-MENU-EXIT
001230             UNTIL WS-MENU-EXIT
001240         PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001250     END-IF
001260     STOP RUN.
001270*
001280******************************************************************
001290*    1000-INITIALIZE - SUPERVISOR SIGN-ON THROUGH CALCSGN, THEN   *
001300*    OPEN (OR CREATE) THE GROUP MASTER AND THE RATE TABLE.        *
001310******************************************************************
001320 1000-INITIALIZE.
001330     MOVE 3 TO WS-REQ-AUTH
001340     CALL "CALCSGN" USING WS-REQ-AUTH WS-OPERATOR-ID
001350         WS-OPR-AUTH WS-SIGNON-SW WS-PROGRAM-NAME
001360     IF NOT WS-SIGNED-ON
001370         GO TO 1000-INITIALIZE-EXIT
001380     END-IF
001390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001400     OPEN I-O GROUP-FILE
001410     IF WS-GRP-STATUS = "35"
001420         CLOSE GROUP-FILE
001430         OPEN OUTPUT GROUP-FILE
001440         CLOSE GROUP-FILE
001450         OPEN I-O GROUP-FILE
001460     END-IF
001470     IF WS-GRP-STATUS NOT = "00"
001480         DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE GRUPOS "
001490             "- STATUS " WS-GRP-STATUS
001500         MOVE "N" TO WS-SIGNON-SW
001510         GO TO 1000-INITIALIZE-EXIT
001520     END-IF
001530     OPEN I-O RATE-FILE
001540     IF WS-RAT-STATUS = "35"
001550         CLOSE RATE-FILE
001560         OPEN OUTPUT RATE-FILE
001570         CLOSE RATE-FILE
001580         OPEN I-O RATE-FILE
001590     END-IF
001600     IF WS-RAT-STATUS NOT = "00"
001610         DISPLAY "NO SE PUDO ABRIR LA TABLA DE TARIFAS "
001620             "- STATUS " WS-RAT-STATUS
001630         CLOSE GROUP-FILE
001640         MOVE "N" TO WS-SIGNON-SW
001650     END-IF.
001660 1000-INITIALIZE-EXIT.
001670     EXIT.
001680*
001690******************************************************************
001700*    2000-PROCESS-MENU                                            *
001710******************************************************************
001720 2000-PROCESS-MENU.
001730     DISPLAY " "
001740     DISPLAY "CALCGMNT - GRUPOS: (A)LTA (M)ODIFICAR (B)AJA"
001750         " (R)EACTIVAR (L)ISTAR"
001760     DISPLAY "           TARIFAS: (T)ARIFA (P)RECIOS   (X)SALIR"
001770     ACCEPT WS-MENU-CHOICE FROM CONSOLE
001780     EVALUATE TRUE
001790         WHEN WS-MENU-ADD
001800             PERFORM 3000-ADD-GROUP THRU 3000-ADD-GROUP-EXIT
001810         WHEN WS-MENU-CHANGE
001820             PERFORM 3100-CHANGE-GROUP THRU 3100-CHANGE-GROUP-EXIT
001830         WHEN WS-MENU-DEACTIVATE
001840             PERFORM 3200-SET-STATUS THRU 3200-SET-STATUS-EXIT
001850         WHEN WS-MENU-REACTIVATE
001860             PERFORM 3200-SET-STATUS THRU 3200-SET-STATUS-EXIT
001870         WHEN WS-MENU-LIST
001880             PERFORM 5000-LIST-GROUPS THRU 5000-LIST-GROUPS-EXIT
001890         WHEN WS-MENU-RATE
001900             PERFORM 4000-SET-RATE THRU 4000-SET-RATE-EXIT
001910         WHEN WS-MENU-RATE-LIST
001920             PERFORM 5200-LIST-RATES THRU 5200-LIST-RATES-EXIT
001930         WHEN WS-MENU-EXIT
001940             CONTINUE
001950         WHEN OTHER
001960             DISPLAY "OPCION INVALIDA - INTENTE DE NUEVO"
001970     END-EVALUATE.
001980 2000-PROCESS-MENU-EXIT.
001990     EXIT.
002000*
002010******************************************************************
002020*    3000-ADD-GROUP - A NEW CODE NEEDS A DEPARTMENT AND A COST    *
002030*    CENTRE; THE CONTACT MAY BE LEFT BLANK.                       *
002040******************************************************************
002050 3000-ADD-GROUP.
002060     DISPLAY "CODIGO DE GRUPO (4): "
002070     ACCEPT WS-NEW-CODE FROM CONSOLE
002080     IF WS-NEW-CODE = SPACES
002090         DISPLAY "CODIGO INVALIDO - ALTA CANCELADA"
002100         GO TO 3000-ADD-GROUP-EXIT
002110     END-IF
002120     MOVE WS-NEW-CODE TO GRP-CODE
002130     READ GROUP-FILE
002140         INVALID KEY
002150             CONTINUE
002160     END-READ
002170     IF WS-GRP-STATUS = "00"
002180         DISPLAY "EL GRUPO " WS-NEW-CODE " YA EXISTE - USE "
002190             "(M)ODIFICAR"
002200         GO TO 3000-ADD-GROUP-EXIT
002210     END-IF
002220     DISPLAY "DEPARTAMENTO: "
002230     ACCEPT WS-NEW-DEPT FROM CONSOLE
002240     DISPLAY "CENTRO DE COSTO: "
002250     ACCEPT WS-NEW-CC FROM CONSOLE
002260     IF WS-NEW-DEPT = SPACES OR WS-NEW-CC = SPACES
002270         DISPLAY "DEPARTAMENTO Y CENTRO DE COSTO SON "
002271             "OBLIGATORIOS - ALTA CANCELADA"
002290         GO TO 3000-ADD-GROUP-EXIT
002300     END-IF
002310     DISPLAY "CONTACTO: "
002320     ACCEPT WS-NEW-CONTACT FROM CONSOLE
002330     MOVE SPACES TO GRP-RECORD
002340     MOVE WS-NEW-CODE TO GRP-CODE
002350     MOVE WS-NEW-DEPT TO GRP-DEPT-NAME
002360     MOVE WS-NEW-CC TO GRP-COST-CENTRE
002370     MOVE WS-NEW-CONTACT TO GRP-CONTACT
002380     MOVE "A" TO GRP-STATUS
002390     MOVE WS-OPERATOR-ID TO GRP-UPD-BY
002400     MOVE WS-CURRENT-DATE TO GRP-UPD-DATE
002410     WRITE GRP-RECORD
002420         INVALID KEY
002430             DISPLAY "ERROR GRABANDO GRUPO - STATUS "
002431                 WS-GRP-STATUS
002440     END-WRITE
002450     IF WS-GRP-STATUS = "00"
002460         DISPLAY "GRUPO " GRP-CODE " AGREGADO"
002470     END-IF.
002480 3000-ADD-GROUP-EXIT.
002490     EXIT.
002500*
002510******************************************************************
002520*    3100-CHANGE-GROUP - SHOW THE ROW, THEN TAKE A NEW VALUE FOR  *
002530*    EACH FIELD; A BLANK ANSWER LEAVES THE FIELD AS IT WAS.       *
002540******************************************************************
002550 3100-CHANGE-GROUP.
002560     PERFORM 7000-READ-GROUP THRU 7000-READ-GROUP-EXIT
002570     IF NOT WS-FOUND
002580         GO TO 3100-CHANGE-GROUP-EXIT
002590     END-IF
002600     DISPLAY "DEPARTAMENTO ACTUAL: " GRP-DEPT-NAME
002610     DISPLAY "NUEVO DEPARTAMENTO (BLANCO = SIN CAMBIO): "
002620     ACCEPT WS-NEW-DEPT FROM CONSOLE
002630     DISPLAY "CENTRO DE COSTO ACTUAL: " GRP-COST-CENTRE
002640     DISPLAY "NUEVO CENTRO DE COSTO (BLANCO = SIN CAMBIO): "
002650     ACCEPT WS-NEW-CC FROM CONSOLE
002660     DISPLAY "CONTACTO ACTUAL: " GRP-CONTACT
002670     DISPLAY "NUEVO CONTACTO (BLANCO = SIN CAMBIO): "
002680     ACCEPT WS-NEW-CONTACT FROM CONSOLE
002690     IF WS-NEW-DEPT = SPACES AND WS-NEW-CC = SPACES
002700         AND WS-NEW-CONTACT = SPACES
002710         DISPLAY "SIN CAMBIOS"
002720         GO TO 3100-CHANGE-GROUP-EXIT
002730     END-IF
002740     IF WS-NEW-DEPT NOT = SPACES
002750         MOVE WS-NEW-DEPT TO GRP-DEPT-NAME
002760     END-IF
002770     IF WS-NEW-CC NOT = SPACES
002780         MOVE WS-NEW-CC TO GRP-COST-CENTRE
002790     END-IF
002800     IF WS-NEW-CONTACT NOT = SPACES
002810         MOVE WS-NEW-CONTACT TO GRP-CONTACT
002820     END-IF
002830     MOVE WS-OPERATOR-ID TO GRP-UPD-BY
002840     MOVE WS-CURRENT-DATE TO GRP-UPD-DATE
002850     REWRITE GRP-RECORD
002860         INVALID KEY
002870             DISPLAY "ERROR REESCRIBIENDO GRUPO - STATUS "
002880                 WS-GRP-STATUS
002890     END-REWRITE
002900     IF WS-GRP-STATUS = "00"
002910         DISPLAY "GRUPO " GRP-CODE " MODIFICADO"
002920     END-IF.
002930 3100-CHANGE-GROUP-EXIT.
002940     EXIT.
002950*
002960******************************************************************
002970*    3200-SET-STATUS - DEACTIVATE OR REACTIVATE A GROUP,          *
002980*    DEPENDING ON THE MENU CHOICE THAT GOT US HERE.  ROWS ARE     *
002990*    NEVER DELETED.                                               *
003000******************************************************************
003010 3200-SET-STATUS.
003020     PERFORM 7000-READ-GROUP THRU 7000-READ-GROUP-EXIT
003030     IF NOT WS-FOUND
003040         GO TO 3200-SET-STATUS-EXIT
003050     END-IF
003060     IF (WS-MENU-DEACTIVATE AND GRP-INACTIVE)
003070         OR (WS-MENU-REACTIVATE AND GRP-ACTIVE)
003080         DISPLAY "EL GRUPO YA ESTA EN ESTADO " GRP-STATUS
003090         GO TO 3200-SET-STATUS-EXIT
003100     END-IF
003110     IF WS-MENU-DEACTIVATE
003120         MOVE "I" TO GRP-STATUS
003130     ELSE
003140         MOVE "A" TO GRP-STATUS
003150     END-IF
003160     MOVE WS-OPERATOR-ID TO GRP-UPD-BY
003170     MOVE WS-CURRENT-DATE TO GRP-UPD-DATE
003180     REWRITE GRP-RECORD
003190         INVALID KEY
003200             DISPLAY "ERROR REESCRIBIENDO GRUPO - STATUS "
003210                 WS-GRP-STATUS
003220     END-REWRITE
003230     IF WS-GRP-STATUS = "00"
003240         DISPLAY "GRUPO " GRP-CODE " AHORA EN ESTADO " GRP-STATUS
003250     END-IF.
003260 3200-SET-STATUS-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300*    4000-SET-RATE - ADD A RATE ROW FOR AN OPERATION, OR CHANGE   *
003310*    THE ONE ON FILE.  ON A CHANGE A BLANK ANSWER KEEPS THE       *
003320*    VALUE ON FILE.  "G" (GROUP TOTAL ROWS) IS NOT A CALCULATION  *
003330*    AND IS NEVER BILLED, SO IT TAKES NO RATE.                    *
003340******************************************************************
003350 4000-SET-RATE.
003360     DISPLAY "OPERACION (+ - * / % ^ R S V F): "
003370     ACCEPT WS-NEW-OP FROM CONSOLE
003380     IF NOT WS-BILLABLE-OP
003390         DISPLAY "OPERACION INVALIDA - TARIFA CANCELADA"
003400         GO TO 4000-SET-RATE-EXIT
003410     END-IF
003420     MOVE "N" TO WS-FOUND-SW
003430     MOVE WS-NEW-OP TO RAT-OP
003440     READ RATE-FILE
003450         INVALID KEY
003460             CONTINUE
003470     END-READ
003480     IF WS-RAT-STATUS = "00"
003490         MOVE "Y" TO WS-FOUND-SW
003500         MOVE RAT-PRICE TO WS-PRICE-ED
003510         MOVE RAT-ERR-PRICE TO WS-ERR-PRICE-ED
003520         DISPLAY "TARIFA ACTUAL: " RAT-DESC " PRECIO " WS-PRICE-ED
003530             " PRECIO ERROR " WS-ERR-PRICE-ED
003540         DISPLAY "(BLANCO = SIN CAMBIO)"
003550     ELSE
003560         MOVE SPACES TO RAT-RECORD
003570         MOVE WS-NEW-OP TO RAT-OP
003580         MOVE ZERO TO RAT-PRICE
003590         MOVE ZERO TO RAT-ERR-PRICE
003600     END-IF
003610     DISPLAY "DESCRIPCION: "
003620     ACCEPT WS-NEW-DESC FROM CONSOLE
003630     IF WS-NEW-DESC = SPACES AND NOT WS-FOUND
003640         DISPLAY "DESCRIPCION OBLIGATORIA - TARIFA CANCELADA"
003650         GO TO 4000-SET-RATE-EXIT
003660     END-IF
003670     MOVE RAT-PRICE TO WS-NEW-PRICE
003680     MOVE RAT-ERR-PRICE TO WS-NEW-ERR-PRICE
003690     DISPLAY "PRECIO POR CALCULO: "
003700     ACCEPT WS-VALUE-TEXT FROM CONSOLE
003710     IF WS-VALUE-TEXT NOT = SPACES OR NOT WS-FOUND
003720         PERFORM 4900-VALIDATE-PRICE THRU 4900-VALIDATE-PRICE-EXIT
003730         IF WS-INVALID-INPUT
003740             DISPLAY "PRECIO INVALIDO - TARIFA CANCELADA"
003750             GO TO 4000-SET-RATE-EXIT
003760         END-IF
003770         MOVE WS-NUMERIC-TEST TO WS-NEW-PRICE
003780     END-IF
003790     DISPLAY "PRECIO POR CALCULO CON ERROR: "
003800     ACCEPT WS-VALUE-TEXT FROM CONSOLE
003810     IF WS-VALUE-TEXT NOT = SPACES OR NOT WS-FOUND
003820         PERFORM 4900-VALIDATE-PRICE THRU 4900-VALIDATE-PRICE-EXIT
003830         IF WS-INVALID-INPUT
003840             DISPLAY "PRECIO INVALIDO - TARIFA CANCELADA"
003850             GO TO 4000-SET-RATE-EXIT
003860         END-IF
003870         MOVE WS-NUMERIC-TEST TO WS-NEW-ERR-PRICE
003880     END-IF
003890     IF WS-NEW-DESC NOT = SPACES
003900         MOVE WS-NEW-DESC TO RAT-DESC
003910     END-IF
003920     MOVE WS-NEW-PRICE TO RAT-PRICE
003930     MOVE WS-NEW-ERR-PRICE TO RAT-ERR-PRICE
003940     MOVE WS-OPERATOR-ID TO RAT-UPD-BY
003950     MOVE WS-CURRENT-DATE TO RAT-UPD-DATE
003960     IF WS-FOUND
003970         REWRITE RAT-RECORD
003980             INVALID KEY
003990                 DISPLAY "ERROR REESCRIBIENDO TARIFA - STATUS "
004000                     WS-RAT-STATUS
004010         END-REWRITE
004020     ELSE
004030         WRITE RAT-RECORD
004040             INVALID KEY
004050                 DISPLAY "ERROR GRABANDO TARIFA - STATUS "
004060                     WS-RAT-STATUS
004070         END-WRITE
004080     END-IF
004090     IF WS-RAT-STATUS = "00"
004100         MOVE RAT-PRICE TO WS-PRICE-ED
004110         MOVE RAT-ERR-PRICE TO WS-ERR-PRICE-ED
004120         DISPLAY "TARIFA " RAT-OP " GRABADA: PRECIO " WS-PRICE-ED
004130             " PRECIO ERROR " WS-ERR-PRICE-ED
004140     END-IF.
004150 4000-SET-RATE-EXIT.
004160     EXIT.
004170*
004180******************************************************************
004190*    4900-VALIDATE-PRICE - SAME CONVERT-AND-RANGE-CHECK THE       *
004200*    OTHER MAINTENANCE SCREENS USE.  A PRICE MAY BE ZERO BUT NOT  *
004210*    NEGATIVE, AND MUST FIT THE RATE ROW.                         *
004220******************************************************************
004230 4900-VALIDATE-PRICE.
004240     IF FUNCTION TEST-NUMVAL (WS-VALUE-TEXT) = ZERO
004250         COMPUTE WS-NUMERIC-TEST = FUNCTION NUMVAL (WS-VALUE-TEXT)
004260             ON SIZE ERROR
004270                 SET WS-INVALID-INPUT TO TRUE
004280             NOT ON SIZE ERROR
004290                 SET WS-VALID-INPUT TO TRUE
004300         END-COMPUTE
004310     ELSE
004320         SET WS-INVALID-INPUT TO TRUE
004330     END-IF
004340     IF WS-VALID-INPUT
004350         IF WS-NUMERIC-TEST < ZERO OR WS-NUMERIC-TEST > 99999.9999
004360             SET WS-INVALID-INPUT TO TRUE
004370         END-IF
004380     END-IF.
004390 4900-VALIDATE-PRICE-EXIT.
004400     EXIT.
004410*
004420******************************************************************
004430*    5000-LIST-GROUPS - LIST THE WHOLE GROUP MASTER IN CODE       *
004440*    ORDER.                                                       *
004450******************************************************************
004460 5000-LIST-GROUPS.
004470     MOVE ZERO TO WS-LIST-COUNT
004480     MOVE ZERO TO WS-INACTIVE-COUNT
004490     MOVE LOW-VALUES TO GRP-CODE
004500     START GROUP-FILE KEY IS NOT LESS THAN GRP-CODE
004510         INVALID KEY
004520             DISPLAY "MAESTRO DE GRUPOS VACIO"
004530             GO TO 5000-LIST-GROUPS-EXIT
004540     END-START
004550     DISPLAY "GRUP DEPARTAMENTO                   CENTRO-COS "
004560         "CONTACTO                       E MODIFICO"
004570     PERFORM 5100-LIST-GROUP-NEXT THRU 5100-LIST-GROUP-NEXT-EXIT
004580         UNTIL WS-GRP-STATUS NOT = "00"
004590     DISPLAY "GRUPOS LISTADOS: " WS-LIST-COUNT
004600         "   INACTIVOS: " WS-INACTIVE-COUNT.
004610 5000-LIST-GROUPS-EXIT.
004620     EXIT.
004630*
004640 5100-LIST-GROUP-NEXT.
004650     READ GROUP-FILE NEXT RECORD
004660         AT END
004670             MOVE "10" TO WS-GRP-STATUS
004680     END-READ
004690     IF WS-GRP-STATUS NOT = "00"
004700         GO TO 5100-LIST-GROUP-NEXT-EXIT
004710     END-IF
004720     ADD 1 TO WS-LIST-COUNT
004730     IF GRP-INACTIVE
004740         ADD 1 TO WS-INACTIVE-COUNT
004750     END-IF
004760     DISPLAY GRP-CODE " " GRP-DEPT-NAME " " GRP-COST-CENTRE " "
004770         GRP-CONTACT " " GRP-STATUS " " GRP-UPD-BY " "
004780         GRP-UPD-DATE.
004790 5100-LIST-GROUP-NEXT-EXIT.
004800     EXIT.
004810*
004820******************************************************************
004830*    5200-LIST-RATES - LIST THE RATE TABLE IN OPERATION ORDER.    *
004840******************************************************************
004850 5200-LIST-RATES.
004860     MOVE ZERO TO WS-LIST-COUNT
004870     MOVE LOW-VALUES TO RAT-OP
004880     START RATE-FILE KEY IS NOT LESS THAN RAT-OP
004890         INVALID KEY
004900             DISPLAY "TABLA DE TARIFAS VACIA"
004910             GO TO 5200-LIST-RATES-EXIT
004920     END-START
004930     DISPLAY "O DESCRIPCION              PRECIO  PRECIO-ERR "
004931         "MODIFICO"
004940     PERFORM 5300-LIST-RATE-NEXT THRU 5300-LIST-RATE-NEXT-EXIT
004950         UNTIL WS-RAT-STATUS NOT = "00"
004960     DISPLAY "TARIFAS LISTADAS: " WS-LIST-COUNT.
004970 5200-LIST-RATES-EXIT.
004980     EXIT.
004990*
005000 5300-LIST-RATE-NEXT.
005010     READ RATE-FILE NEXT RECORD
005020         AT END
005030             MOVE "10" TO WS-RAT-STATUS
005040     END-READ
005050     IF WS-RAT-STATUS NOT = "00"
005060         GO TO 5300-LIST-RATE-NEXT-EXIT
005070     END-IF
005080     ADD 1 TO WS-LIST-COUNT
005090     MOVE RAT-PRICE TO WS-PRICE-ED
005100     MOVE RAT-ERR-PRICE TO WS-ERR-PRICE-ED
005110     DISPLAY RAT-OP " " RAT-DESC " " WS-PRICE-ED " "
005120         WS-ERR-PRICE-ED " " RAT-UPD-BY " " RAT-UPD-DATE.
005130 5300-LIST-RATE-NEXT-EXIT.
005140     EXIT.
005150*
005160******************************************************************
005170*    7000-READ-GROUP - PROMPT FOR A GROUP CODE AND READ ITS ROW.  *
005180******************************************************************
005190 7000-READ-GROUP.
005200     MOVE "N" TO WS-FOUND-SW
005210     DISPLAY "CODIGO DE GRUPO (4): "
005220     ACCEPT WS-NEW-CODE FROM CONSOLE
005230     MOVE WS-NEW-CODE TO GRP-CODE
005240     READ GROUP-FILE
005250         INVALID KEY
005260             DISPLAY "GRUPO " WS-NEW-CODE " NO EXISTE"
005270             GO TO 7000-READ-GROUP-EXIT
005280     END-READ
005290     DISPLAY "GRUPO " GRP-CODE " " GRP-DEPT-NAME " ESTADO "
005300         GRP-STATUS
005310     MOVE "Y" TO WS-FOUND-SW.
005320 7000-READ-GROUP-EXIT.
005330     EXIT.
005340*
005350******************************************************************
005360*    8000-TERMINATE                                               *
005370******************************************************************
005380 8000-TERMINATE.
005390     CLOSE GROUP-FILE
005400     CLOSE RATE-FILE
005410     DISPLAY "CALCGMNT - FIN DE MANTENIMIENTO".
005420 8000-TERMINATE-EXIT.
005430     EXIT.
