000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCCMNT.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCCMNT - BUSINESS-DAY CALENDAR MAINTENANCE.               *
000090*                                                                 *
000100*    LETS THE SHIFT SUPERVISOR KEEP THE INDEXED CALENDAR MASTER  *
000110*    (SEE CALCCAL) THAT CALCGEN, CALCMRPT AND CALCARCH READ:     *
000120*      (G)ENERAR - LOAD A WHOLE YEAR.  EVERY DATE NOT YET ON     *
000130*                  THE MASTER IS ADDED, MONDAY TO FRIDAY AS      *
000140*                  BUSINESS DAYS AND SATURDAY AND SUNDAY AS      *
000150*                  WEEKEND; EACH MONTH WITH NO FISCAL MONTH-END  *
000160*                  YET GETS ITS LAST BUSINESS DAY.  DATES        *
000170*                  ALREADY ON THE MASTER ARE LEFT ALONE, SO A    *
000180*                  YEAR CAN BE RELOADED WITHOUT LOSING HOLIDAYS. *
000190*      (F)ERIADO - MARK A DATE AS A HOLIDAY.                     *
000200*      (H)ABIL   - MARK A DATE AS A BUSINESS DAY (A WORKED       *
000210*                  SATURDAY, OR A HOLIDAY KEYED IN ERROR).       *
000220*      (C)IERRE  - DESIGNATE A BUSINESS DAY AS THE FISCAL        *
000230*                  MONTH-END; THE FLAG COMES OFF ANY OTHER DATE  *
000240*                  IN THE SAME MONTH.                            *
000250*      (L)ISTAR  - LIST A MONTH.                                 *
000260*    EVERY ROW CHANGED IS STAMPED WITH THE SUPERVISOR AND DATE.  *
000270*                                                                 *
000280*    MAINTENANCE REQUIRES SIGN-ON AS AN ACTIVE SUPERVISOR        *
000290*    (LEVEL 3) THROUGH THE SHARED CALCSGN SIGN-ON.               *
000300*                                                                 *
000310*    MODIFICATION HISTORY                                        *
000320*    ---------------------------------------------------------   *
000330*    2026-10-15  JCM   ORIGINAL PROGRAM.                          *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.    IBM-370.
000380 OBJECT-COMPUTER.    IBM-370.
000390*
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CALENDAR-FILE ASSIGN TO CALCCAL
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CAL-DATE
000460         FILE STATUS IS WS-CAL-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CALENDAR-FILE.
000510 COPY CALCCAL.
000520*
000530 WORKING-STORAGE SECTION.
000540*
000550 77  WS-CAL-STATUS           PIC X(02).
000560 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000570 77  WS-PROGRAM-NAME         PIC X(08) VALUE "CALCCMNT".
000580*
000590 77  WS-MENU-CHOICE          PIC X(01).
000600     88  WS-MENU-GENERATE            VALUE "G" "g".
000610     88  WS-MENU-HOLIDAY             VALUE "F" "f".
000620     88  WS-MENU-BUSINESS            VALUE "H" "h".
000630     88  WS-MENU-MONTH-END           VALUE "C" "c".
000640     88  WS-MENU-LIST                VALUE "L" "l".
000650     88  WS-MENU-EXIT                VALUE "X" "x".
000660*
000670 77  WS-SIGNON-SW            PIC X(01) VALUE "N".
000680     88  WS-SIGNED-ON                VALUE "Y".
000690*
000700 77  WS-REQ-AUTH             PIC 9(01) VALUE 3.
000710 77  WS-OPR-AUTH             PIC 9(01) VALUE ZERO.
000720*
000730 77  WS-FOUND-SW             PIC X(01) VALUE "N".
000740     88  WS-FOUND                    VALUE "Y".
000750*
000760 77  WS-LIST-COUNT           PIC 9(04) VALUE ZERO.
000770 77  WS-BUSINESS-COUNT       PIC 9(04) VALUE ZERO.
000780 77  WS-ADDED-COUNT          PIC 9(04) VALUE ZERO.
000790 77  WS-KEPT-COUNT           PIC 9(04) VALUE ZERO.
000800 77  WS-FLAGGED-COUNT        PIC 9(04) VALUE ZERO.
000810*
000820 77  WS-YEAR-TEXT            PIC X(04).
000830 77  WS-MONTH-TEXT           PIC X(06).
000840 77  WS-DATE-TEXT            PIC X(08).
000850 77  WS-NEW-DESC             PIC X(20).
000860*
000870 77  WS-GEN-INT              PIC 9(08) COMP VALUE ZERO.
000880 77  WS-FIRST-INT            PIC 9(08) COMP VALUE ZERO.
000890 77  WS-LAST-INT             PIC 9(08) COMP VALUE ZERO.
000900 77  WS-DOW                  PIC 9(01) VALUE ZERO.
000910 77  WS-GEN-MM               PIC 9(02) VALUE ZERO.
000920 77  WS-BACK-COUNT           PIC 9(02) VALUE ZERO.
000930 77  WS-TARGET-DATE          PIC 9(08) VALUE ZERO.
000940*
000950 01  WS-WORK-DATE.
000960     05  WS-WD-YYYY          PIC 9(04).
000970     05  WS-WD-MM            PIC 9(02).
000980     05  WS-WD-DD            PIC 9(02).
000990 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001000                             PIC 9(08).
001010 01  WS-WORK-MONTH REDEFINES WS-WORK-DATE.
001020     05  WS-WM-YYYYMM        PIC 9(06).
001030     05  FILLER              PIC X(02).
001040*
001050 01  WS-CAL-MONTH            PIC 9(06) VALUE ZERO.
001060 01  WS-CURRENT-DATE         PIC 9(08).
001070*
001080 PROCEDURE DIVISION.
001090*
001100******************************************************************
001110*    0000-MAINLINE                                                *
001120******************************************************************
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001150     IF WS-SIGNED-ON
001160         PERFORM 2000-PROCESS-MENU THRU 2000-PROCESS-MENU-EXIT
001170             UNTIL WS-MENU-EXIT
001180         PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001190     END-IF
001200     STOP RUN.
001210*
001220******************************************************************
001230*    1000-INITIALIZE - SUPERVISOR SIGN-ON THROUGH CALCSGN, THEN   *
001240*    OPEN (OR CREATE) THE CALENDAR MASTER.                        *
001250******************************************************************
001260 1000-INITIALIZE.
001270     MOVE 3 TO WS-REQ-AUTH
001280     CALL "CALCSGN" USING WS-REQ-AUTH WS-OPERATOR-ID
001290         WS-OPR-AUTH WS-SIGNON-SW WS-PROGRAM-NAME
001300     IF NOT WS-SIGNED-ON
001310         GO TO 1000-INITIALIZE-EXIT
001320     END-IF
001330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001340     OPEN I-O CALENDAR-FILE
001350     IF WS-CAL-STATUS = "35"
001360         CLOSE CALENDAR-FILE
001370         OPEN OUTPUT CALENDAR-FILE
001380         CLOSE CALENDAR-FILE
001390         OPEN I-O CALENDAR-FILE
001400     END-IF
001410     IF WS-CAL-STATUS NOT = "00"
001420         DISPLAY "NO SE PUDO ABRIR EL CALENDARIO "
001430             "- STATUS " WS-CAL-STATUS
001440         MOVE "N" TO WS-SIGNON-SW
001450     END-IF.
001460 1000-INITIALIZE-EXIT.
001470     EXIT.
001480*
001490******************************************************************
001500*    2000-PROCESS-MENU                                            *
001510******************************************************************
001520 2000-PROCESS-MENU.
001530     DISPLAY " "
001540     DISPLAY "CALCCMNT - (G)ENERAR ANIO (F)ERIADO (H)ABIL"
001550         " (C)IERRE FISCAL (L)ISTAR (X)SALIR"
001560     ACCEPT WS-MENU-CHOICE FROM CONSOLE
001570     EVALUATE TRUE
001580         WHEN WS-MENU-GENERATE
001590             PERFORM 3000-GENERATE-YEAR
001600                 THRU 3000-GENERATE-YEAR-EXIT
001610         WHEN WS-MENU-HOLIDAY
001620             PERFORM 4000-SET-DAY-TYPE THRU 4000-SET-DAY-TYPE-EXIT
001630         WHEN WS-MENU-BUSINESS
001640             PERFORM 4000-SET-DAY-TYPE THRU 4000-SET-DAY-TYPE-EXIT
001650         WHEN WS-MENU-MONTH-END
001660             PERFORM 5000-SET-MONTH-END
001670                 THRU 5000-SET-MONTH-END-EXIT
001680         WHEN WS-MENU-LIST
001690             PERFORM 6000-LIST-MONTH THRU 6000-LIST-MONTH-EXIT
001700         WHEN WS-MENU-EXIT
001710             CONTINUE
001720         WHEN OTHER
001730             DISPLAY "OPCION INVALIDA - INTENTE DE NUEVO"
001740     END-EVALUATE.
001750 2000-PROCESS-MENU-EXIT.
001760     EXIT.
001770*
001780******************************************************************
001790*    3000-GENERATE-YEAR - ADD EVERY DATE OF THE YEAR NOT ALREADY  *
001800*    ON THE MASTER, THEN GIVE EACH MONTH WITHOUT A FISCAL         *
001810*    MONTH-END ITS LAST BUSINESS DAY.  DAY 1 OF THE INTEGER       *
001820*    DATE BASE IS A MONDAY, SO THE REMAINDER OF SEVEN GIVES       *
001830*    1=LUNES ... 7=DOMINGO (THE SAME RULE AS CALCGEN).            *
001840******************************************************************
001850 3000-GENERATE-YEAR.
001860     DISPLAY "ANIO A GENERAR (AAAA): "
001870     ACCEPT WS-YEAR-TEXT FROM CONSOLE
001880     IF WS-YEAR-TEXT NOT NUMERIC
001890         OR WS-YEAR-TEXT < "2000" OR WS-YEAR-TEXT > "2099"
001900         DISPLAY "ANIO INVALIDO - GENERACION CANCELADA"
001910         GO TO 3000-GENERATE-YEAR-EXIT
001920     END-IF
001930     MOVE WS-YEAR-TEXT TO WS-WD-YYYY
001940     MOVE 01 TO WS-WD-MM
001950     MOVE 01 TO WS-WD-DD
001960     COMPUTE WS-FIRST-INT =
001970         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N)
001980     MOVE 12 TO WS-WD-MM
001990     MOVE 31 TO WS-WD-DD
002000     COMPUTE WS-LAST-INT =
002010         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N)
002020     MOVE ZERO TO WS-ADDED-COUNT
002030     MOVE ZERO TO WS-KEPT-COUNT
002040     MOVE ZERO TO WS-FLAGGED-COUNT
002050     PERFORM 3100-GENERATE-DAY THRU 3100-GENERATE-DAY-EXIT
002060         VARYING WS-GEN-INT FROM WS-FIRST-INT BY 1
002070         UNTIL WS-GEN-INT > WS-LAST-INT
002080     PERFORM 3200-DEFAULT-MONTH-END
002090        THRU 3200-DEFAULT-MONTH-END-EXIT
002100         VARYING WS-GEN-MM FROM 1 BY 1
002110         UNTIL WS-GEN-MM > 12
002120     DISPLAY "ANIO " WS-YEAR-TEXT " - FECHAS AGREGADAS "
002130         WS-ADDED-COUNT " YA EXISTENTES " WS-KEPT-COUNT
002140     DISPLAY "CIERRES FISCALES ASIGNADOS: " WS-FLAGGED-COUNT.
002150 3000-GENERATE-YEAR-EXIT.
002160     EXIT.
002170*
002180 3100-GENERATE-DAY.
002190     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-GEN-INT)
002200     READ CALENDAR-FILE
002210         INVALID KEY
002220             CONTINUE
002230     END-READ
002240     IF WS-CAL-STATUS = "00"
002250         ADD 1 TO WS-KEPT-COUNT
002260         GO TO 3100-GENERATE-DAY-EXIT
002270     END-IF
002280     COMPUTE WS-DOW = FUNCTION MOD (WS-GEN-INT, 7)
002290     IF WS-DOW = ZERO
002300         MOVE 7 TO WS-DOW
002310     END-IF
002320     MOVE WS-DOW TO CAL-DAY-OF-WEEK
002330     IF WS-DOW > 5
002340         MOVE "W" TO CAL-DAY-TYPE
002350     ELSE
002360         MOVE "B" TO CAL-DAY-TYPE
002370     END-IF
002380     MOVE "N" TO CAL-FISCAL-ME
002390     MOVE SPACES TO CAL-DESC
002400     MOVE WS-OPERATOR-ID TO CAL-UPD-BY
002410     MOVE WS-CURRENT-DATE TO CAL-UPD-DATE
002420     WRITE CAL-RECORD
002430         INVALID KEY
002440             DISPLAY "ERROR GRABANDO FECHA " CAL-DATE
002450                 " - STATUS " WS-CAL-STATUS
002460     END-WRITE
002470     IF WS-CAL-STATUS = "00"
002480         ADD 1 TO WS-ADDED-COUNT
002490     END-IF.
002500 3100-GENERATE-DAY-EXIT.
002510     EXIT.
002520*
002530******************************************************************
002540*    3200-DEFAULT-MONTH-END - A MONTH THAT ALREADY HAS A FISCAL   *
002550*    MONTH-END KEEPS IT.  OTHERWISE WALK BACK FROM THE LAST DAY   *
002560*    OF THE MONTH TO THE FIRST BUSINESS DAY AND FLAG THAT.        *
002570******************************************************************
002580 3200-DEFAULT-MONTH-END.
002590     MOVE WS-YEAR-TEXT TO WS-WD-YYYY
002600     MOVE WS-GEN-MM TO WS-WD-MM
002610     MOVE 01 TO WS-WD-DD
002620     MOVE WS-WM-YYYYMM TO WS-CAL-MONTH
002630     PERFORM 7000-FIND-MONTH-END THRU 7000-FIND-MONTH-END-EXIT
002640     IF WS-FOUND
002650         GO TO 3200-DEFAULT-MONTH-END-EXIT
002660     END-IF
002662     MOVE WS-YEAR-TEXT TO WS-WD-YYYY
002664     MOVE 01 TO WS-WD-DD
002670     IF WS-GEN-MM = 12
002680         COMPUTE WS-WD-YYYY = WS-WD-YYYY + 1
002690         MOVE 01 TO WS-WD-MM
002700     ELSE
002710         COMPUTE WS-WD-MM = WS-GEN-MM + 1
002720     END-IF
002730     COMPUTE WS-GEN-INT =
002740         FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-N)
002750     MOVE ZERO TO WS-BACK-COUNT
002760     MOVE "N" TO WS-FOUND-SW
002770     PERFORM 3210-BACK-ONE-DAY THRU 3210-BACK-ONE-DAY-EXIT
002780         UNTIL WS-FOUND OR WS-BACK-COUNT > 30
002790     IF NOT WS-FOUND
002800         DISPLAY "MES " WS-CAL-MONTH " SIN DIAS HABILES - "
002810             "SIN CIERRE FISCAL"
002820         GO TO 3200-DEFAULT-MONTH-END-EXIT
002830     END-IF
002840     MOVE "Y" TO CAL-FISCAL-ME
002850     MOVE WS-OPERATOR-ID TO CAL-UPD-BY
002860     MOVE WS-CURRENT-DATE TO CAL-UPD-DATE
002870     REWRITE CAL-RECORD
002880         INVALID KEY
002890             DISPLAY "ERROR REESCRIBIENDO FECHA " CAL-DATE
002900     END-REWRITE
002910     IF WS-CAL-STATUS = "00"
002920         ADD 1 TO WS-FLAGGED-COUNT
002930     END-IF.
002940 3200-DEFAULT-MONTH-END-EXIT.
002950     EXIT.
002960*
002970 3210-BACK-ONE-DAY.
002980     SUBTRACT 1 FROM WS-GEN-INT
002990     ADD 1 TO WS-BACK-COUNT
003000     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-GEN-INT)
003010     READ CALENDAR-FILE
003020         INVALID KEY
003030             CONTINUE
003040     END-READ
003050     IF WS-CAL-STATUS = "00"
003060         IF CAL-BUSINESS-DAY
003070             MOVE "Y" TO WS-FOUND-SW
003080         END-IF
003090     END-IF.
003100 3210-BACK-ONE-DAY-EXIT.
003110     EXIT.
003120*
003130******************************************************************
003140*    4000-SET-DAY-TYPE - MARK AN EXISTING DATE AS A HOLIDAY OR    *
003150*    AS A BUSINESS DAY, DEPENDING ON THE MENU CHOICE THAT GOT     *
003160*    US HERE.  A HOLIDAY ON THE FISCAL MONTH-END IS ALLOWED -     *
003170*    THE ROLL RULES IN CALCGEN STILL FIND IT - BUT THE            *
003180*    SUPERVISOR IS WARNED.                                        *
003190******************************************************************
003200 4000-SET-DAY-TYPE.
003210     PERFORM 7100-READ-DATE THRU 7100-READ-DATE-EXIT
003220     IF NOT WS-FOUND
003230         GO TO 4000-SET-DAY-TYPE-EXIT
003240     END-IF
003250     IF (WS-MENU-HOLIDAY AND CAL-HOLIDAY)
003260         OR (WS-MENU-BUSINESS AND CAL-BUSINESS-DAY)
003270         DISPLAY "LA FECHA YA ESTA COMO " CAL-DAY-TYPE
003280         GO TO 4000-SET-DAY-TYPE-EXIT
003290     END-IF
003300     DISPLAY "DESCRIPCION: "
003310     ACCEPT WS-NEW-DESC FROM CONSOLE
003320     IF WS-MENU-HOLIDAY
003330         MOVE "H" TO CAL-DAY-TYPE
003340     ELSE
003350         MOVE "B" TO CAL-DAY-TYPE
003360     END-IF
003370     MOVE WS-NEW-DESC TO CAL-DESC
003380     MOVE WS-OPERATOR-ID TO CAL-UPD-BY
003390     MOVE WS-CURRENT-DATE TO CAL-UPD-DATE
003400     REWRITE CAL-RECORD
003410         INVALID KEY
003420             DISPLAY "ERROR REESCRIBIENDO EL CALENDARIO"
003430     END-REWRITE
003440     IF WS-CAL-STATUS = "00"
003450         DISPLAY "FECHA " CAL-DATE " AHORA " CAL-DAY-TYPE
003460         IF CAL-HOLIDAY AND CAL-FISCAL-MONTH-END
003470             DISPLAY "ATENCION - ES EL CIERRE FISCAL DEL MES; "
003480                 "REVISE CON (C)IERRE"
003490         END-IF
003500     END-IF.
003510 4000-SET-DAY-TYPE-EXIT.
003520     EXIT.
003530*
003540******************************************************************
003550*    5000-SET-MONTH-END - MAKE A BUSINESS DAY THE MONTH'S FISCAL  *
003560*    MONTH-END.  THE FLAG IS TAKEN OFF WHICHEVER DATE OF THE      *
003570*    MONTH HELD IT BEFORE, SO THERE IS NEVER MORE THAN ONE.       *
003580******************************************************************
003590 5000-SET-MONTH-END.
003600     PERFORM 7100-READ-DATE THRU 7100-READ-DATE-EXIT
003610     IF NOT WS-FOUND
003620         GO TO 5000-SET-MONTH-END-EXIT
003630     END-IF
003640     IF NOT CAL-BUSINESS-DAY
003650         DISPLAY "EL CIERRE FISCAL DEBE SER DIA HABIL"
003660         GO TO 5000-SET-MONTH-END-EXIT
003670     END-IF
003680     IF CAL-FISCAL-MONTH-END
003690         DISPLAY "LA FECHA YA ES EL CIERRE FISCAL DEL MES"
003700         GO TO 5000-SET-MONTH-END-EXIT
003710     END-IF
003720     MOVE CAL-DATE TO WS-TARGET-DATE
003730     MOVE CAL-DATE TO WS-WORK-DATE-N
003740     MOVE WS-WM-YYYYMM TO WS-CAL-MONTH
003750     PERFORM 7000-FIND-MONTH-END THRU 7000-FIND-MONTH-END-EXIT
003760     IF WS-FOUND
003770         MOVE "N" TO CAL-FISCAL-ME
003780         MOVE WS-OPERATOR-ID TO CAL-UPD-BY
003790         MOVE WS-CURRENT-DATE TO CAL-UPD-DATE
003800         REWRITE CAL-RECORD
003810             INVALID KEY
003820                 DISPLAY "ERROR REESCRIBIENDO EL CALENDARIO"
003830         END-REWRITE
003840         DISPLAY "CIERRE FISCAL ANTERIOR " CAL-DATE " QUITADO"
003850     END-IF
003860     MOVE WS-TARGET-DATE TO CAL-DATE
003870     READ CALENDAR-FILE
003880         INVALID KEY
003890             DISPLAY "ERROR RELEYENDO EL CALENDARIO"
003900             GO TO 5000-SET-MONTH-END-EXIT
003910     END-READ
003920     MOVE "Y" TO CAL-FISCAL-ME
003930     MOVE WS-OPERATOR-ID TO CAL-UPD-BY
003940     MOVE WS-CURRENT-DATE TO CAL-UPD-DATE
003950     REWRITE CAL-RECORD
003960         INVALID KEY
003970             DISPLAY "ERROR REESCRIBIENDO EL CALENDARIO"
003980     END-REWRITE
003990     IF WS-CAL-STATUS = "00"
004000         DISPLAY "CIERRE FISCAL DE " WS-CAL-MONTH " AHORA "
004010             CAL-DATE
004020     END-IF.
004030 5000-SET-MONTH-END-EXIT.
004040     EXIT.
004050*
004060******************************************************************
004070*    6000-LIST-MONTH - LIST ONE MONTH OF THE CALENDAR WITH ITS    *
004080*    BUSINESS-DAY COUNT.                                          *
004090******************************************************************
004100 6000-LIST-MONTH.
004110     DISPLAY "MES A LISTAR (AAAAMM): "
004120     ACCEPT WS-MONTH-TEXT FROM CONSOLE
004130     IF WS-MONTH-TEXT NOT NUMERIC
004140         OR WS-MONTH-TEXT (5:2) < "01"
004150         OR WS-MONTH-TEXT (5:2) > "12"
004160         DISPLAY "MES INVALIDO"
004170         GO TO 6000-LIST-MONTH-EXIT
004180     END-IF
004190     MOVE WS-MONTH-TEXT TO WS-CAL-MONTH
004200     MOVE ZERO TO WS-LIST-COUNT
004210     MOVE ZERO TO WS-BUSINESS-COUNT
004220     MOVE WS-CAL-MONTH TO WS-WM-YYYYMM
004230     MOVE 01 TO WS-WD-DD
004240     MOVE WS-WORK-DATE-N TO CAL-DATE
004250     START CALENDAR-FILE KEY IS NOT LESS THAN CAL-DATE
004260         INVALID KEY
004270             DISPLAY "MES NO CARGADO EN EL CALENDARIO"
004280             GO TO 6000-LIST-MONTH-EXIT
004290     END-START
004300     DISPLAY "FECHA    D T C DESCRIPCION          MODIFICO"
004310     PERFORM 6100-LIST-NEXT THRU 6100-LIST-NEXT-EXIT
004320         UNTIL WS-CAL-STATUS NOT = "00"
004330     DISPLAY "FECHAS LISTADAS: " WS-LIST-COUNT
004340         "   DIAS HABILES: " WS-BUSINESS-COUNT.
004350 6000-LIST-MONTH-EXIT.
004360     EXIT.
004370*
004380 6100-LIST-NEXT.
004390     READ CALENDAR-FILE NEXT RECORD
004400         AT END
004410             MOVE "10" TO WS-CAL-STATUS
004420     END-READ
004430     IF WS-CAL-STATUS NOT = "00"
004440         GO TO 6100-LIST-NEXT-EXIT
004450     END-IF
004460     MOVE CAL-DATE TO WS-WORK-DATE-N
004470     IF WS-WM-YYYYMM NOT = WS-CAL-MONTH
004480         MOVE "10" TO WS-CAL-STATUS
004490         GO TO 6100-LIST-NEXT-EXIT
004500     END-IF
004510     ADD 1 TO WS-LIST-COUNT
004520     IF CAL-BUSINESS-DAY
004530         ADD 1 TO WS-BUSINESS-COUNT
004540     END-IF
004550     DISPLAY CAL-DATE " " CAL-DAY-OF-WEEK " " CAL-DAY-TYPE
004560         " " CAL-FISCAL-ME " " CAL-DESC " " CAL-UPD-BY
004570         " " CAL-UPD-DATE.
004580 6100-LIST-NEXT-EXIT.
004590     EXIT.
004600*
004610******************************************************************
004620*    7000-FIND-MONTH-END - LOOK FOR THE DATE IN WS-CAL-MONTH      *
004630*    FLAGGED AS FISCAL MONTH-END.  WS-FOUND IS SET AND THE ROW    *
004640*    IS LEFT IN CAL-RECORD WHEN THERE IS ONE.                     *
004650******************************************************************
004660 7000-FIND-MONTH-END.
004670     MOVE "N" TO WS-FOUND-SW
004680     MOVE WS-CAL-MONTH TO WS-WM-YYYYMM
004690     MOVE 01 TO WS-WD-DD
004700     MOVE WS-WORK-DATE-N TO CAL-DATE
004710     START CALENDAR-FILE KEY IS NOT LESS THAN CAL-DATE
004720         INVALID KEY
004730             GO TO 7000-FIND-MONTH-END-EXIT
004740     END-START
004750     PERFORM 7010-SCAN-NEXT THRU 7010-SCAN-NEXT-EXIT
004760         UNTIL WS-FOUND OR WS-CAL-STATUS NOT = "00".
004770 7000-FIND-MONTH-END-EXIT.
004780     EXIT.
004790*
004800 7010-SCAN-NEXT.
004810     READ CALENDAR-FILE NEXT RECORD
004820         AT END
004830             MOVE "10" TO WS-CAL-STATUS
004840     END-READ
004850     IF WS-CAL-STATUS NOT = "00"
004860         GO TO 7010-SCAN-NEXT-EXIT
004870     END-IF
004880     MOVE CAL-DATE TO WS-WORK-DATE-N
004890     IF WS-WM-YYYYMM NOT = WS-CAL-MONTH
004900         MOVE "10" TO WS-CAL-STATUS
004910         GO TO 7010-SCAN-NEXT-EXIT
004920     END-IF
004930     IF CAL-FISCAL-MONTH-END
004940         MOVE "Y" TO WS-FOUND-SW
004950     END-IF.
004960 7010-SCAN-NEXT-EXIT.
004970     EXIT.
004980*
004990******************************************************************
005000*    7100-READ-DATE - PROMPT FOR A DATE AND READ ITS ROW.  A      *
005010*    DATE NOT ON THE MASTER MEANS ITS YEAR WAS NEVER GENERATED.   *
005020******************************************************************
005030 7100-READ-DATE.
005040     MOVE "N" TO WS-FOUND-SW
005050     DISPLAY "FECHA (AAAAMMDD): "
005060     ACCEPT WS-DATE-TEXT FROM CONSOLE
005070     IF WS-DATE-TEXT NOT NUMERIC
005080         DISPLAY "FECHA INVALIDA"
005090         GO TO 7100-READ-DATE-EXIT
005100     END-IF
005110     MOVE WS-DATE-TEXT TO CAL-DATE
005120     READ CALENDAR-FILE
005130         INVALID KEY
005140             DISPLAY "FECHA NO CARGADA - GENERE EL ANIO PRIMERO"
005150             GO TO 7100-READ-DATE-EXIT
005160     END-READ
005170     MOVE "Y" TO WS-FOUND-SW.
005180 7100-READ-DATE-EXIT.
005190     EXIT.
005200*
005210******************************************************************
005220*    8000-TERMINATE                                               *
005230******************************************************************
005240 8000-TERMINATE.
005250     CLOSE CALENDAR-FILE
005260     DISPLAY "CALCCMNT - FIN DE MANTENIMIENTO".
005270 8000-TERMINATE-EXIT.
005280     EXIT.
