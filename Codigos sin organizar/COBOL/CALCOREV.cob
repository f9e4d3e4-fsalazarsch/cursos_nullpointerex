000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCOREV.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCOREV - MONTHLY OPERATOR ACCESS REVIEW.                  *
000090*                                                                 *
000100*    ANSWERS INTERNAL AUDIT'S "WHO HAS ACCESS AND HOW DO THEY    *
000110*    USE IT" FROM THE FILES INSTEAD OF BY HAND.  READS THE       *
000120*    OPERATOR MASTER (SEE CALCOPR), THE SIGN-ON ATTEMPT LOG      *
000130*    (SEE CALCSLG) AND THE AUDIT TRAIL (SEE CALCAUD) AND         *
000140*    PRINTS, FOR THE MONTH IN THE PARM, ONE BLOCK PER OPERATOR   *
000150*    ON THE MASTER: AUTHORITY LEVEL, STATUS, LAST SUCCESSFUL     *
000160*    SIGN-ON (UP TO THE END OF THE MONTH), SIGN-ONS, FAILED      *
000170*    ATTEMPTS AND LOCKOUTS IN THE MONTH, CALCULATIONS POSTED     *
000180*    UNDER THE ID, AND THE PROGRAMS THE SIGN-ONS CAME THROUGH.   *
000190*    THEN THE EXCEPTION SECTIONS:                                *
000200*      - LEVEL-3 (SUPERVISOR) IDS WITH NO SIGN-ON AND NO         *
000210*        CALCULATION IN THE MONTH.                               *
000220*      - ACTIVE IDS WITH NO SUCCESSFUL SIGN-ON IN THE 90 DAYS    *
000230*        UP TO THE END OF THE MONTH.                             *
000240*      - SUCCESSFUL SIGN-ONS OUTSIDE THE SHIFT WINDOW.           *
000250*      - AUDIT LINES POSTED UNDER AN ID NOT ON THE MASTER.       *
000260*                                                                 *
000270*    A LOCKOUT IS THE WRONG PIN THAT SUSPENDED THE OPERATOR      *
000280*    (REASON "CLAVE ERRONEA-SUSP" - SEE CALCSGN).  THE BATCH     *
000290*    DRIVER'S OWN LINES (OPERATOR "BATCH") ARE COUNTED APART;    *
000300*    THEY ARE NOT AN OPERATOR AND NOT AN EXCEPTION.  SEAL LINES  *
000310*    ON THE TRAIL ARE SKIPPED.                                   *
000320*                                                                 *
000330*    PARM: AAAAMM[,HHMM,HHMM] - THE MONTH, AND OPTIONALLY THE    *
000340*    SHIFT WINDOW START AND END (DEFAULT 0700 TO 1900).  A       *
000350*    SIGN-ON IS INSIDE THE WINDOW FROM THE START UP TO, NOT      *
000360*    INCLUDING, THE END.                                         *
000370*                                                                 *
000380*    RETURN CODES: 0 - REPORT PRINTED, NO EXCEPTIONS.            *
000390*                  4 - REPORT PRINTED WITH EXCEPTIONS.           *
000400*                 16 - BAD PARM OR A FILE WOULD NOT OPEN.        *
000410*                                                                 *
000420*    MODIFICATION HISTORY                                        *
000430*    ---------------------------------------------------------   *
000440*    2026-10-15  JCM   ORIGINAL PROGRAM.                          *
000441*    2026-10-15  JCM   AUDIT LINE GROWN TO 120 BYTES FOR THE      *
000442*                      FORMULA NAME AND VERSION (SEE CALCAUD).    *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.    IBM-370.
000490 OBJECT-COMPUTER.    IBM-370.
000500*
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT OPERATOR-FILE ASSIGN TO CALCOPM
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS OPR-ID
000570         FILE STATUS IS WS-OPR-STATUS.
000580     SELECT SIGNLOG-FILE ASSIGN TO CALCSLG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SLG-STATUS.
000610     SELECT AUDIT-FILE ASSIGN TO CALCAUD
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUD-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  OPERATOR-FILE.
000680 COPY CALCOPR.
000690*
000700 FD  SIGNLOG-FILE.
000710 01  SLG-LINE                PIC X(80).
000720*
000730 FD  AUDIT-FILE.
000740 01  AUD-LINE                PIC X(120).
000750*
000760 WORKING-STORAGE SECTION.
000770*
000780 77  WS-OPR-STATUS           PIC X(02).
000790 77  WS-SLG-STATUS           PIC X(02).
000800 77  WS-AUD-STATUS           PIC X(02).
000810*
000820 77  WS-EOF-SW               PIC X(01) VALUE "N".
000830     88  WS-END-OF-FILE              VALUE "Y".
000840*
000850 77  WS-BATCH-OPERATOR       PIC X(08) VALUE "BATCH".
000860 77  WS-LOCKOUT-REASON       PIC X(20) VALUE "CLAVE ERRONEA-SUSP".
000870*
000880 01  WS-REPORT-MONTH.
000890     05  WS-RPT-YYYY         PIC 9(04).
000900     05  WS-RPT-MM           PIC 9(02).
000910 01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH
000920                             PIC 9(06).
000930*
000940 01  WS-MONTH-START.
000950     05  WS-MS-YYYYMM        PIC 9(06).
000960     05  WS-MS-DD            PIC 9(02).
000970 01  WS-MONTH-START-N REDEFINES WS-MONTH-START
000980                             PIC 9(08).
000990 01  WS-NEXT-MONTH.
001000     05  WS-NM-YYYY          PIC 9(04).
001010     05  WS-NM-MM            PIC 9(02).
001020     05  WS-NM-DD            PIC 9(02).
001030 01  WS-NEXT-MONTH-N REDEFINES WS-NEXT-MONTH
001040                             PIC 9(08).
001050 77  WS-MONTH-END            PIC 9(08) VALUE ZERO.
001060 77  WS-IDLE-CUTOFF          PIC 9(08) VALUE ZERO.
001070 77  WS-DAY-INT              PIC 9(07) VALUE ZERO.
001080 77  WS-IDLE-DAYS            PIC 9(03) VALUE 90.
001090*
001100 77  WS-SHIFT-START          PIC 9(04) VALUE 0700.
001110 77  WS-SHIFT-END            PIC 9(04) VALUE 1900.
001120 77  WS-SLG-HHMM             PIC 9(04) VALUE ZERO.
001130*
001140 01  WS-OPR-TABLE.
001150     05  WS-OT-COUNT             PIC 9(04) COMP VALUE ZERO.
001160     05  WS-OT-ENTRY OCCURS 300 TIMES.
001170         10  WS-OT-ID            PIC X(08).
001180         10  WS-OT-NAME          PIC X(30).
001190         10  WS-OT-STATUS        PIC X(01).
001200         10  WS-OT-LEVEL         PIC 9(01).
001210         10  WS-OT-LAST-DATE     PIC 9(08).
001220         10  WS-OT-LAST-TIME     PIC 9(08).
001230         10  WS-OT-SIGNONS       PIC 9(05).
001240         10  WS-OT-FAILS         PIC 9(05).
001250         10  WS-OT-LOCKS         PIC 9(03).
001260         10  WS-OT-CALCS         PIC 9(07).
001270         10  WS-OT-PGM-COUNT     PIC 9(02) COMP.
001280         10  WS-OT-PGM-ENTRY OCCURS 8 TIMES.
001290             15  WS-OT-PGM-NAME  PIC X(08).
001300             15  WS-OT-PGM-USES  PIC 9(05).
001310 77  WS-OT-SUB               PIC 9(04) COMP VALUE ZERO.
001320 77  WS-OT-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
001330 77  WS-OT-LOOK-ID           PIC X(08) VALUE SPACES.
001340 77  WS-PG-SUB               PIC 9(02) COMP VALUE ZERO.
001350 77  WS-PG-FOUND-SUB         PIC 9(02) COMP VALUE ZERO.
001360*
001370 01  WS-UNK-TABLE.
001380     05  WS-UK-COUNT             PIC 9(02) COMP VALUE ZERO.
001390     05  WS-UK-ENTRY OCCURS 50 TIMES.
001400         10  WS-UK-ID            PIC X(08).
001410         10  WS-UK-LINES         PIC 9(07).
001420         10  WS-UK-FIRST-DATE    PIC 9(08).
001430         10  WS-UK-LAST-DATE     PIC 9(08).
001440 77  WS-UK-SUB               PIC 9(02) COMP VALUE ZERO.
001450 77  WS-UK-FOUND-SUB         PIC 9(02) COMP VALUE ZERO.
001460*
001470 77  WS-SLG-READ             PIC 9(07) VALUE ZERO.
001480 77  WS-SLG-UNREGISTERED     PIC 9(07) VALUE ZERO.
001490 77  WS-AUD-READ             PIC 9(07) VALUE ZERO.
001500 77  WS-AUD-BATCH            PIC 9(07) VALUE ZERO.
001510 77  WS-AUD-UNKNOWN          PIC 9(07) VALUE ZERO.
001520 77  WS-TABLE-FULL-COUNT     PIC 9(05) VALUE ZERO.
001530 77  WS-SECTION-COUNT        PIC 9(05) VALUE ZERO.
001540 77  WS-EXC-COUNT            PIC 9(05) VALUE ZERO.
001550*
001560 01  WS-OPR-LINE.
001570     05  WS-OL-ID            PIC X(08).
001580     05  FILLER              PIC X(01) VALUE SPACE.
001590     05  WS-OL-NAME          PIC X(30).
001600     05  FILLER              PIC X(01) VALUE SPACE.
001610     05  WS-OL-LEVEL         PIC 9(01).
001620     05  FILLER              PIC X(02) VALUE SPACES.
001630     05  WS-OL-STATUS        PIC X(01).
001640     05  FILLER              PIC X(01) VALUE SPACE.
001650     05  WS-OL-LAST-DATE     PIC 9(08).
001660     05  FILLER              PIC X(01) VALUE SPACE.
001670     05  WS-OL-LAST-TIME     PIC 9(04).
001680     05  FILLER              PIC X(01) VALUE SPACE.
001690     05  WS-OL-SIGNONS       PIC ZZZZ9.
001700     05  FILLER              PIC X(01) VALUE SPACE.
001710     05  WS-OL-FAILS         PIC ZZZZ9.
001720     05  FILLER              PIC X(01) VALUE SPACE.
001730     05  WS-OL-LOCKS         PIC ZZ9.
001740     05  FILLER              PIC X(01) VALUE SPACE.
001750     05  WS-OL-CALCS         PIC ZZZZZZ9.
001760*
001770 01  WS-PGM-LINE.
001780     05  FILLER              PIC X(13) VALUE "         VIA ".
001790     05  WS-PL-NAME          PIC X(08).
001800     05  FILLER              PIC X(01) VALUE SPACE.
001810     05  WS-PL-USES          PIC ZZZZ9.
001820     05  FILLER              PIC X(08) VALUE " INGRESO".
001830*
001840 COPY CALCSLG.
001850*
001860 COPY CALCAUD.
001870*
001880 LINKAGE SECTION.
001890 01  LK-PARM.
001900     05  LK-PARM-LEN             PIC S9(04) COMP.
001910     05  LK-PARM-TEXT            PIC X(16).
001920*
001930 PROCEDURE DIVISION USING LK-PARM.
001940*
001950******************************************************************
001960*    0000-MAINLINE                                                *
001970******************************************************************
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002000     PERFORM 2000-READ-SIGNLOG THRU 2000-READ-SIGNLOG-EXIT
002010     PERFORM 3000-READ-AUDIT THRU 3000-READ-AUDIT-EXIT
002020     PERFORM 4000-PRINT-OPERATORS THRU 4000-PRINT-OPERATORS-EXIT
002030     PERFORM 5000-PRINT-EXCEPTIONS
002040        THRU 5000-PRINT-EXCEPTIONS-EXIT
002050     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
002060     STOP RUN.
002070*
002080******************************************************************
002090*    1000-INITIALIZE - VALIDATE THE PARM, WORK OUT THE MONTH'S    *
002100*    FIRST AND LAST DATES AND THE 90-DAY CUTOFF, AND LOAD THE     *
002110*    OPERATOR MASTER INTO THE TABLE.                              *
002120******************************************************************
002130 1000-INITIALIZE.
002140     IF LK-PARM-LEN < 6
002150         OR LK-PARM-TEXT (1:6) NOT NUMERIC
002160         DISPLAY "CALCOREV - PARM DE MES INVALIDO"
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF
002200     MOVE LK-PARM-TEXT (1:6) TO WS-REPORT-MONTH-N
002210     IF WS-RPT-MM < 01 OR WS-RPT-MM > 12
002220         DISPLAY "CALCOREV - MES FUERA DE RANGO"
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF
002260     IF LK-PARM-LEN NOT < 16
002270         IF LK-PARM-TEXT (8:4) NOT NUMERIC
002280             OR LK-PARM-TEXT (13:4) NOT NUMERIC
002290             OR LK-PARM-TEXT (8:4) NOT < LK-PARM-TEXT (13:4)
002300             DISPLAY "CALCOREV - HORARIO DE TURNO INVALIDO"
002310             MOVE 16 TO RETURN-CODE
002320             STOP RUN
002330         END-IF
002340         MOVE LK-PARM-TEXT (8:4) TO WS-SHIFT-START
002350         MOVE LK-PARM-TEXT (13:4) TO WS-SHIFT-END
002360     END-IF
002370     MOVE WS-REPORT-MONTH-N TO WS-MS-YYYYMM
002380     MOVE 01 TO WS-MS-DD
002390     IF WS-RPT-MM = 12
002400         COMPUTE WS-NM-YYYY = WS-RPT-YYYY + 1
002410         MOVE 01 TO WS-NM-MM
002420     ELSE
002430         MOVE WS-RPT-YYYY TO WS-NM-YYYY
002440         COMPUTE WS-NM-MM = WS-RPT-MM + 1
002450     END-IF
002460     MOVE 01 TO WS-NM-DD
002470     COMPUTE WS-DAY-INT =
002480         FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-N) - 1
002490     COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
002500     COMPUTE WS-DAY-INT = WS-DAY-INT - WS-IDLE-DAYS
002510     COMPUTE WS-IDLE-CUTOFF =
002520         FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
002530     OPEN INPUT OPERATOR-FILE
002540     IF WS-OPR-STATUS NOT = "00"
002550         DISPLAY "CALCOREV - NO SE PUDO ABRIR OPERADORES - "
002551             "STATUS "
002560             WS-OPR-STATUS
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF
002600     MOVE LOW-VALUES TO OPR-ID
002610     START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
002620         INVALID KEY
002630             MOVE "10" TO WS-OPR-STATUS
002640     END-START
002650     PERFORM 1100-LOAD-OPERATOR THRU 1100-LOAD-OPERATOR-EXIT
002660         UNTIL WS-OPR-STATUS NOT = "00"
002670     CLOSE OPERATOR-FILE
002680     DISPLAY " "
002690     DISPLAY "===== CALCOREV - REVISION DE ACCESOS DEL MES "
002700         WS-REPORT-MONTH-N " ====="
002710     DISPLAY "TURNO " WS-SHIFT-START " A " WS-SHIFT-END
002720         "   SIN INGRESO DESDE " WS-IDLE-CUTOFF
002730         "   OPERADORES EN MAESTRO " WS-OT-COUNT.
002740 1000-INITIALIZE-EXIT.
002750     EXIT.
002760*
002770 1100-LOAD-OPERATOR.
002780     READ OPERATOR-FILE NEXT RECORD
002790         AT END
002800             MOVE "10" TO WS-OPR-STATUS
002810     END-READ
002820     IF WS-OPR-STATUS NOT = "00"
002830         GO TO 1100-LOAD-OPERATOR-EXIT
002840     END-IF
002850     IF WS-OT-COUNT NOT < 300
002860         ADD 1 TO WS-TABLE-FULL-COUNT
002870         GO TO 1100-LOAD-OPERATOR-EXIT
002880     END-IF
002890     ADD 1 TO WS-OT-COUNT
002900     MOVE OPR-ID TO WS-OT-ID (WS-OT-COUNT)
002910     MOVE OPR-NAME TO WS-OT-NAME (WS-OT-COUNT)
002920     MOVE OPR-STATUS TO WS-OT-STATUS (WS-OT-COUNT)
002930     MOVE OPR-AUTH-LEVEL TO WS-OT-LEVEL (WS-OT-COUNT)
002940     MOVE ZERO TO WS-OT-LAST-DATE (WS-OT-COUNT)
002950     MOVE ZERO TO WS-OT-LAST-TIME (WS-OT-COUNT)
002960     MOVE ZERO TO WS-OT-SIGNONS (WS-OT-COUNT)
002970     MOVE ZERO TO WS-OT-FAILS (WS-OT-COUNT)
002980     MOVE ZERO TO WS-OT-LOCKS (WS-OT-COUNT)
002990     MOVE ZERO TO WS-OT-CALCS (WS-OT-COUNT)
003000     MOVE ZERO TO WS-OT-PGM-COUNT (WS-OT-COUNT).
003010 1100-LOAD-OPERATOR-EXIT.
003020     EXIT.
003030*
003040******************************************************************
003050*    2000-READ-SIGNLOG - ONE PASS OVER THE SIGN-ON LOG UP TO THE  *
003060*    END OF THE MONTH.  THE LAST SUCCESSFUL SIGN-ON IS TAKEN      *
003070*    FROM THE WHOLE LOG; THE COUNTS FROM THE MONTH ONLY.          *
003080******************************************************************
003090 2000-READ-SIGNLOG.
003100     OPEN INPUT SIGNLOG-FILE
003110     IF WS-SLG-STATUS NOT = "00"
003120         DISPLAY "CALCOREV - NO SE PUDO ABRIR BITACORA - STATUS "
003130             WS-SLG-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF
003170     MOVE "N" TO WS-EOF-SW
003180     PERFORM 2100-SIGNLOG-NEXT THRU 2100-SIGNLOG-NEXT-EXIT
003190         UNTIL WS-END-OF-FILE
003200     CLOSE SIGNLOG-FILE.
003210 2000-READ-SIGNLOG-EXIT.
003220     EXIT.
003230*
003240 2100-SIGNLOG-NEXT.
003250     READ SIGNLOG-FILE INTO SLG-ATTEMPT-LINE
003260         AT END
003270             SET WS-END-OF-FILE TO TRUE
003280     END-READ
003290     IF WS-END-OF-FILE
003300         GO TO 2100-SIGNLOG-NEXT-EXIT
003310     END-IF
003320     IF SLG-DATE NOT NUMERIC
003330         OR SLG-DATE > WS-MONTH-END
003340         GO TO 2100-SIGNLOG-NEXT-EXIT
003350     END-IF
003360     ADD 1 TO WS-SLG-READ
003370     MOVE SLG-OPERATOR TO WS-OT-LOOK-ID
003380     PERFORM 6000-FIND-OPERATOR THRU 6000-FIND-OPERATOR-EXIT
003390     IF WS-OT-FOUND-SUB = ZERO
003400         IF SLG-DATE NOT < WS-MONTH-START-N
003410             ADD 1 TO WS-SLG-UNREGISTERED
003420         END-IF
003430         GO TO 2100-SIGNLOG-NEXT-EXIT
003440     END-IF
003450     MOVE WS-OT-FOUND-SUB TO WS-OT-SUB
003460     IF SLG-SUCCESS
003470         IF SLG-DATE > WS-OT-LAST-DATE (WS-OT-SUB)
003480             OR (SLG-DATE = WS-OT-LAST-DATE (WS-OT-SUB)
003490             AND SLG-TIME > WS-OT-LAST-TIME (WS-OT-SUB))
003500             MOVE SLG-DATE TO WS-OT-LAST-DATE (WS-OT-SUB)
003510             MOVE SLG-TIME TO WS-OT-LAST-TIME (WS-OT-SUB)
003520         END-IF
003530     END-IF
003540     IF SLG-DATE < WS-MONTH-START-N
003550         GO TO 2100-SIGNLOG-NEXT-EXIT
003560     END-IF
003570     IF SLG-SUCCESS
003580         ADD 1 TO WS-OT-SIGNONS (WS-OT-SUB)
003590         PERFORM 2200-TALLY-PROGRAM THRU 2200-TALLY-PROGRAM-EXIT
003600     ELSE
003610         ADD 1 TO WS-OT-FAILS (WS-OT-SUB)
003620         IF SLG-REASON = WS-LOCKOUT-REASON
003630             ADD 1 TO WS-OT-LOCKS (WS-OT-SUB)
003640         END-IF
003650     END-IF.
003660 2100-SIGNLOG-NEXT-EXIT.
003670     EXIT.
003680*
003690******************************************************************
003700*    2200-TALLY-PROGRAM - COUNT THE SIGN-ON AGAINST THE PROGRAM   *
003710*    IT CAME THROUGH.  AN OPERATOR WHO USED MORE PROGRAMS THAN    *
003720*    THE TABLE HOLDS HAS THE REST COUNTED UNDER THE LAST ENTRY,   *
003730*    "OTROS".                                                     *
003740******************************************************************
003750 2200-TALLY-PROGRAM.
003760     MOVE ZERO TO WS-PG-FOUND-SUB
003770     PERFORM VARYING WS-PG-SUB FROM 1 BY 1
003780             UNTIL WS-PG-SUB > WS-OT-PGM-COUNT (WS-OT-SUB)
003790         IF WS-OT-PGM-NAME (WS-OT-SUB WS-PG-SUB) = SLG-PROGRAM
003800             MOVE WS-PG-SUB TO WS-PG-FOUND-SUB
003810         END-IF
003820     END-PERFORM
003830     IF WS-PG-FOUND-SUB = ZERO
003840         IF WS-OT-PGM-COUNT (WS-OT-SUB) < 8
003850             ADD 1 TO WS-OT-PGM-COUNT (WS-OT-SUB)
003860             MOVE WS-OT-PGM-COUNT (WS-OT-SUB) TO WS-PG-FOUND-SUB
003870             IF WS-PG-FOUND-SUB = 8
003880                 MOVE "OTROS" TO
003890                     WS-OT-PGM-NAME (WS-OT-SUB WS-PG-FOUND-SUB)
003900             ELSE
003910                 MOVE SLG-PROGRAM TO
003920                     WS-OT-PGM-NAME (WS-OT-SUB WS-PG-FOUND-SUB)
003930             END-IF
003940             MOVE ZERO TO
003950                 WS-OT-PGM-USES (WS-OT-SUB WS-PG-FOUND-SUB)
003960         ELSE
003970             MOVE 8 TO WS-PG-FOUND-SUB
003980         END-IF
003990     END-IF
004000     ADD 1 TO WS-OT-PGM-USES (WS-OT-SUB WS-PG-FOUND-SUB).
004010 2200-TALLY-PROGRAM-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050*    3000-READ-AUDIT - COUNT THE MONTH'S CALCULATIONS PER         *
004060*    OPERATOR, AND COLLECT THE IDS THAT ARE NOT ON THE MASTER.    *
004070******************************************************************
004080 3000-READ-AUDIT.
004090     OPEN INPUT AUDIT-FILE
004100     IF WS-AUD-STATUS NOT = "00"
004110         DISPLAY "CALCOREV - NO SE PUDO ABRIR AUDITORIA - STATUS "
004120             WS-AUD-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF
004160     MOVE "N" TO WS-EOF-SW
004170     PERFORM 3100-AUDIT-NEXT THRU 3100-AUDIT-NEXT-EXIT
004180         UNTIL WS-END-OF-FILE
004190     CLOSE AUDIT-FILE.
004200 3000-READ-AUDIT-EXIT.
004210     EXIT.
004220*
004230 3100-AUDIT-NEXT.
004240     READ AUDIT-FILE
004250         AT END
004260             SET WS-END-OF-FILE TO TRUE
004270     END-READ
004280     IF WS-END-OF-FILE
004290         GO TO 3100-AUDIT-NEXT-EXIT
004300     END-IF
004310     MOVE AUD-LINE TO AUD-DETAIL-LINE
004320     IF AUD-D-DATE NOT NUMERIC
004330         GO TO 3100-AUDIT-NEXT-EXIT
004340     END-IF
004350     IF AUD-D-DATE < WS-MONTH-START-N
004360         OR AUD-D-DATE > WS-MONTH-END
004370         GO TO 3100-AUDIT-NEXT-EXIT
004380     END-IF
004390     ADD 1 TO WS-AUD-READ
004400     IF AUD-D-OPERATOR = WS-BATCH-OPERATOR
004410         ADD 1 TO WS-AUD-BATCH
004420         GO TO 3100-AUDIT-NEXT-EXIT
004430     END-IF
004440     MOVE AUD-D-OPERATOR TO WS-OT-LOOK-ID
004450     PERFORM 6000-FIND-OPERATOR THRU 6000-FIND-OPERATOR-EXIT
004460     IF WS-OT-FOUND-SUB > ZERO
004470         ADD 1 TO WS-OT-CALCS (WS-OT-FOUND-SUB)
004480     ELSE
004490         ADD 1 TO WS-AUD-UNKNOWN
004500         PERFORM 3200-TALLY-UNKNOWN THRU 3200-TALLY-UNKNOWN-EXIT
004510     END-IF.
004520 3100-AUDIT-NEXT-EXIT.
004530     EXIT.
004540*
004550 3200-TALLY-UNKNOWN.
004560     MOVE ZERO TO WS-UK-FOUND-SUB
004570     PERFORM VARYING WS-UK-SUB FROM 1 BY 1
004580             UNTIL WS-UK-SUB > WS-UK-COUNT
004590         IF WS-UK-ID (WS-UK-SUB) = AUD-D-OPERATOR
004600             MOVE WS-UK-SUB TO WS-UK-FOUND-SUB
004610         END-IF
004620     END-PERFORM
004630     IF WS-UK-FOUND-SUB = ZERO
004640         IF WS-UK-COUNT NOT < 50
004650             ADD 1 TO WS-TABLE-FULL-COUNT
004660             GO TO 3200-TALLY-UNKNOWN-EXIT
004670         END-IF
004680         ADD 1 TO WS-UK-COUNT
004690         MOVE WS-UK-COUNT TO WS-UK-FOUND-SUB
004700         MOVE AUD-D-OPERATOR TO WS-UK-ID (WS-UK-FOUND-SUB)
004710         MOVE ZERO TO WS-UK-LINES (WS-UK-FOUND-SUB)
004720         MOVE AUD-D-DATE TO WS-UK-FIRST-DATE (WS-UK-FOUND-SUB)
004730     END-IF
004740     ADD 1 TO WS-UK-LINES (WS-UK-FOUND-SUB)
004750     MOVE AUD-D-DATE TO WS-UK-LAST-DATE (WS-UK-FOUND-SUB).
004760 3200-TALLY-UNKNOWN-EXIT.
004770     EXIT.
004780*
004790******************************************************************
004800*    4000-PRINT-OPERATORS - ONE BLOCK PER OPERATOR, IN KEY ORDER. *
004810******************************************************************
004820 4000-PRINT-OPERATORS.
004830     DISPLAY " "
004840     DISPLAY "OPERADOR NOMBRE                         NV ST "
004850         "ULT.INGR HORA INGR. FALLO BLQ CALCULOS"
004860     PERFORM 4100-PRINT-ONE THRU 4100-PRINT-ONE-EXIT
004870         VARYING WS-OT-SUB FROM 1 BY 1
004880         UNTIL WS-OT-SUB > WS-OT-COUNT.
004890 4000-PRINT-OPERATORS-EXIT.
004900     EXIT.
004910*
004920 4100-PRINT-ONE.
004930     MOVE WS-OT-ID (WS-OT-SUB) TO WS-OL-ID
004940     MOVE WS-OT-NAME (WS-OT-SUB) TO WS-OL-NAME
004950     MOVE WS-OT-LEVEL (WS-OT-SUB) TO WS-OL-LEVEL
004960     MOVE WS-OT-STATUS (WS-OT-SUB) TO WS-OL-STATUS
004970     MOVE WS-OT-LAST-DATE (WS-OT-SUB) TO WS-OL-LAST-DATE
004980     MOVE WS-OT-LAST-TIME (WS-OT-SUB) (1:4) TO WS-OL-LAST-TIME
004990     MOVE WS-OT-SIGNONS (WS-OT-SUB) TO WS-OL-SIGNONS
005000     MOVE WS-OT-FAILS (WS-OT-SUB) TO WS-OL-FAILS
005010     MOVE WS-OT-LOCKS (WS-OT-SUB) TO WS-OL-LOCKS
005020     MOVE WS-OT-CALCS (WS-OT-SUB) TO WS-OL-CALCS
005030     DISPLAY WS-OPR-LINE
005040     PERFORM 4200-PRINT-PROGRAM THRU 4200-PRINT-PROGRAM-EXIT
005050         VARYING WS-PG-SUB FROM 1 BY 1
005060         UNTIL WS-PG-SUB > WS-OT-PGM-COUNT (WS-OT-SUB).
005070 4100-PRINT-ONE-EXIT.
005080     EXIT.
005090*
005100 4200-PRINT-PROGRAM.
005110     MOVE WS-OT-PGM-NAME (WS-OT-SUB WS-PG-SUB) TO WS-PL-NAME
005120     MOVE WS-OT-PGM-USES (WS-OT-SUB WS-PG-SUB) TO WS-PL-USES
005130     DISPLAY WS-PGM-LINE.
005140 4200-PRINT-PROGRAM-EXIT.
005150     EXIT.
005160*
005170******************************************************************
005180*    5000-PRINT-EXCEPTIONS - THE FOUR EXCEPTION SECTIONS.  EACH   *
005190*    SAYS SO WHEN IT IS EMPTY, SO AUDIT SEES IT WAS CHECKED.      *
005200******************************************************************
005210 5000-PRINT-EXCEPTIONS.
005220     DISPLAY " "
005230     DISPLAY "----- NIVEL 3 SIN ACTIVIDAD EN EL MES -----"
005240     MOVE ZERO TO WS-SECTION-COUNT
005250     PERFORM 5100-IDLE-SUPERVISOR THRU 5100-IDLE-SUPERVISOR-EXIT
005260         VARYING WS-OT-SUB FROM 1 BY 1
005270         UNTIL WS-OT-SUB > WS-OT-COUNT
005280     PERFORM 5900-SECTION-END THRU 5900-SECTION-END-EXIT
005290     DISPLAY " "
005300     DISPLAY "----- ACTIVOS SIN INGRESO EN " WS-IDLE-DAYS
005310         " DIAS -----"
005320     MOVE ZERO TO WS-SECTION-COUNT
005330     PERFORM 5200-IDLE-ACTIVE THRU 5200-IDLE-ACTIVE-EXIT
005340         VARYING WS-OT-SUB FROM 1 BY 1
005350         UNTIL WS-OT-SUB > WS-OT-COUNT
005360     PERFORM 5900-SECTION-END THRU 5900-SECTION-END-EXIT
005370     DISPLAY " "
005380     DISPLAY "----- INGRESOS FUERA DEL TURNO " WS-SHIFT-START
005390         "-" WS-SHIFT-END " -----"
005400     MOVE ZERO TO WS-SECTION-COUNT
005410     PERFORM 5300-OFF-SHIFT THRU 5300-OFF-SHIFT-EXIT
005420     PERFORM 5900-SECTION-END THRU 5900-SECTION-END-EXIT
005430     DISPLAY " "
005440     DISPLAY "----- AUDITORIA CON OPERADOR FUERA DEL "
005441         "MAESTRO -----"
005450     MOVE ZERO TO WS-SECTION-COUNT
005460     PERFORM 5400-UNKNOWN-ID THRU 5400-UNKNOWN-ID-EXIT
005470         VARYING WS-UK-SUB FROM 1 BY 1
005480         UNTIL WS-UK-SUB > WS-UK-COUNT
005490     PERFORM 5900-SECTION-END THRU 5900-SECTION-END-EXIT.
005500 5000-PRINT-EXCEPTIONS-EXIT.
005510     EXIT.
005520*
005530 5100-IDLE-SUPERVISOR.
005540     IF WS-OT-LEVEL (WS-OT-SUB) = 3
005550         AND WS-OT-SIGNONS (WS-OT-SUB) = ZERO
005560         AND WS-OT-CALCS (WS-OT-SUB) = ZERO
005570         ADD 1 TO WS-SECTION-COUNT
005580         DISPLAY WS-OT-ID (WS-OT-SUB) " " WS-OT-NAME (WS-OT-SUB)
005590             " " WS-OT-STATUS (WS-OT-SUB)
005600             " ULTIMO INGRESO " WS-OT-LAST-DATE (WS-OT-SUB)
005610     END-IF.
005620 5100-IDLE-SUPERVISOR-EXIT.
005630     EXIT.
005640*
005650 5200-IDLE-ACTIVE.
005660     IF WS-OT-STATUS (WS-OT-SUB) = "A"
005670         AND WS-OT-LAST-DATE (WS-OT-SUB) < WS-IDLE-CUTOFF
005680         ADD 1 TO WS-SECTION-COUNT
005690         IF WS-OT-LAST-DATE (WS-OT-SUB) = ZERO
005700             DISPLAY WS-OT-ID (WS-OT-SUB) " "
005710                 WS-OT-NAME (WS-OT-SUB) " NIVEL "
005720                 WS-OT-LEVEL (WS-OT-SUB) " NUNCA INGRESO"
005730         ELSE
005740             DISPLAY WS-OT-ID (WS-OT-SUB) " "
005750                 WS-OT-NAME (WS-OT-SUB) " NIVEL "
005760                 WS-OT-LEVEL (WS-OT-SUB) " ULTIMO INGRESO "
005770                 WS-OT-LAST-DATE (WS-OT-SUB)
005780         END-IF
005790     END-IF.
005800 5200-IDLE-ACTIVE-EXIT.
005810     EXIT.
005820*
005830******************************************************************
005840*    5300-OFF-SHIFT - A SECOND PASS OVER THE LOG LISTS EVERY      *
005850*    SUCCESSFUL SIGN-ON IN THE MONTH OUTSIDE THE SHIFT WINDOW.    *
005860******************************************************************
005870 5300-OFF-SHIFT.
005880     OPEN INPUT SIGNLOG-FILE
005890     IF WS-SLG-STATUS NOT = "00"
005900         DISPLAY "CALCOREV - NO SE PUDO REABRIR BITACORA - "
005901             "STATUS "
005910             WS-SLG-STATUS
005920         MOVE 16 TO RETURN-CODE
005930         GO TO 5300-OFF-SHIFT-EXIT
005940     END-IF
005950     MOVE "N" TO WS-EOF-SW
005960     PERFORM 5310-OFF-SHIFT-NEXT THRU 5310-OFF-SHIFT-NEXT-EXIT
005970         UNTIL WS-END-OF-FILE
005980     CLOSE SIGNLOG-FILE.
005990 5300-OFF-SHIFT-EXIT.
006000     EXIT.
006010*
006020 5310-OFF-SHIFT-NEXT.
006030     READ SIGNLOG-FILE INTO SLG-ATTEMPT-LINE
006040         AT END
006050             SET WS-END-OF-FILE TO TRUE
006060     END-READ
006070     IF WS-END-OF-FILE
006080         GO TO 5310-OFF-SHIFT-NEXT-EXIT
006090     END-IF
006100     IF SLG-DATE NOT NUMERIC
006110         OR SLG-DATE < WS-MONTH-START-N
006120         OR SLG-DATE > WS-MONTH-END
006130         OR NOT SLG-SUCCESS
006140         GO TO 5310-OFF-SHIFT-NEXT-EXIT
006150     END-IF
006160     MOVE SLG-TIME (1:4) TO WS-SLG-HHMM
006170     IF WS-SLG-HHMM NOT < WS-SHIFT-START
006180         AND WS-SLG-HHMM < WS-SHIFT-END
006190         GO TO 5310-OFF-SHIFT-NEXT-EXIT
006200     END-IF
006210     ADD 1 TO WS-SECTION-COUNT
006220     DISPLAY SLG-OPERATOR " " SLG-DATE " " WS-SLG-HHMM
006230         " VIA " SLG-PROGRAM.
006240 5310-OFF-SHIFT-NEXT-EXIT.
006250     EXIT.
006260*
006270 5400-UNKNOWN-ID.
006280     ADD 1 TO WS-SECTION-COUNT
006290     DISPLAY WS-UK-ID (WS-UK-SUB) " LINEAS "
006291         WS-UK-LINES (WS-UK-SUB)
006300         " DESDE " WS-UK-FIRST-DATE (WS-UK-SUB)
006310         " HASTA " WS-UK-LAST-DATE (WS-UK-SUB).
006320 5400-UNKNOWN-ID-EXIT.
006330     EXIT.
006340*
006350 5900-SECTION-END.
006360     IF WS-SECTION-COUNT = ZERO
006370         DISPLAY "  (NINGUNO)"
006380     ELSE
006390         ADD WS-SECTION-COUNT TO WS-EXC-COUNT
006400     END-IF.
006410 5900-SECTION-END-EXIT.
006420     EXIT.
006430*
006440******************************************************************
006450*    6000-FIND-OPERATOR - LOOK WS-OT-LOOK-ID UP IN THE OPERATOR   *
006460*    TABLE.  WS-OT-FOUND-SUB COMES BACK ZERO WHEN IT IS NOT ON    *
006470*    THE MASTER.                                                  *
006480******************************************************************
006490 6000-FIND-OPERATOR.
006500     MOVE ZERO TO WS-OT-FOUND-SUB
006510     PERFORM VARYING WS-OT-SUB FROM 1 BY 1
006520             UNTIL WS-OT-SUB > WS-OT-COUNT
006530                OR WS-OT-FOUND-SUB > ZERO
006540         IF WS-OT-ID (WS-OT-SUB) = WS-OT-LOOK-ID
006550             MOVE WS-OT-SUB TO WS-OT-FOUND-SUB
006560         END-IF
006570     END-PERFORM.
006580 6000-FIND-OPERATOR-EXIT.
006590     EXIT.
006600*
006610******************************************************************
006620*    8000-TERMINATE - TOTALS AND THE RETURN CODE.                 *
006630******************************************************************
006640 8000-TERMINATE.
006650     DISPLAY " "
006660     DISPLAY "----- TOTALES -----"
006670     DISPLAY "OPERADORES EN MAESTRO ..: " WS-OT-COUNT
006680     DISPLAY "INTENTOS DE INGRESO ....: " WS-SLG-READ
006690     DISPLAY "  ID NO REGISTRADO (MES): " WS-SLG-UNREGISTERED
006700     DISPLAY "LINEAS DE AUDITORIA MES : " WS-AUD-READ
006710     DISPLAY "  DEL PROCESO BATCH ....: " WS-AUD-BATCH
006720     DISPLAY "  FUERA DEL MAESTRO ....: " WS-AUD-UNKNOWN
006730     DISPLAY "EXCEPCIONES ............: " WS-EXC-COUNT
006740     IF WS-TABLE-FULL-COUNT > ZERO
006750         DISPLAY "*** TABLAS LLENAS - " WS-TABLE-FULL-COUNT
006760             " ENTRADAS SIN LISTAR - AMPLIAR CALCOREV ***"
006770     END-IF
006780     DISPLAY "=============================================="
006790     IF RETURN-CODE = ZERO
006800         AND (WS-EXC-COUNT > ZERO OR WS-TABLE-FULL-COUNT > ZERO)
006810         MOVE 4 TO RETURN-CODE
006820     END-IF.
006830 8000-TERMINATE-EXIT.
006840     EXIT.
