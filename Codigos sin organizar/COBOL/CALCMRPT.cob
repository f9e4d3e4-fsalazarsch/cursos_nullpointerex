000170*        SO A TREND (LIKE DIVIDE-BY-ZERO ERRORS CREEPING UP      *
000180*        AFTER AN UPSTREAM CHANGE) SHOWS WITHOUT ANYONE          *
000190*        RETYPING SYSOUT INTO A SPREADSHEET.                     *
000191*      - CALCULATIONS AND ERRORS PER BUSINESS DAY FOR BOTH       *
000192*        MONTHS, FROM THE BUSINESS-DAY CALENDAR (SEE CALCCAL),   *
000193*        SO A MONTH WITH MORE HOLIDAYS DOES NOT READ AS A DROP   *
000194*        IN VOLUME.  EACH DAY LINE SHOWS THE DATE'S DAY TYPE     *
000195*        (B/H/W, "?" WHEN NOT ON THE CALENDAR).  WITHOUT A       *
000196*        CALENDAR THE AVERAGES ARE LEFT OUT.                     *
000200*                                                                 *
000210*    PARM (6 BYTES): REPORT MONTH, AAAAMM.                       *
000220*                                                                 *
000260*    MODIFICATION HISTORY                                        *
000270*    ---------------------------------------------------------   *
000280*    2026-08-22  JCM   ORIGINAL PROGRAM.                          *
000281*    2026-10-15  JCM   PER-BUSINESS-DAY AVERAGES FOR THE MONTH    *
000282*                      AND THE MONTH BEFORE, AND THE DAY TYPE     *
000283*                      ON EACH DAY LINE, FROM THE BUSINESS-DAY    *
000284*                      CALENDAR (SEE CALCCAL).                    *
000285*    2026-10-15  JCM   REVERSALS (STA-REVERSAL) ARE TOTALLED      *
000286*                      FOR THE MONTH AND SHOWN IN THE MIX AS      *
000287*                      THEIR OWN CATEGORY.                        *
000288*    2026-10-15  JCM   FORMULA POSTINGS (STA-FORMULA) ARE         *
000289*                      TOTALLED AND SHOWN IN THE OPERATION MIX    *
000290*                      LIKE THE REVERSALS.                        *
000291******************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.    IBM-370.
000370     SELECT STATS-FILE ASSIGN TO CALCSTA
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-STA-STATUS.
000392     SELECT CALENDAR-FILE ASSIGN TO CALCCAL
000394         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS DYNAMIC
000396         RECORD KEY IS CAL-DATE
000397         FILE STATUS IS WS-CAL-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  STATS-FILE.
000440 COPY CALCSTA.
000442*
000444 FD  CALENDAR-FILE.
000446 COPY CALCCAL.
000450*
000460 WORKING-STORAGE SECTION.
000470*
000480 77  WS-STA-STATUS           PIC X(02).
000485 77  WS-CAL-STATUS           PIC X(02).
000486*
000487 77  WS-CALENDAR-SW          PIC X(01) VALUE "N".
000488     88  WS-CALENDAR-OPEN            VALUE "Y".
000490*
000500 77  WS-EOF-SW               PIC X(01) VALUE "N".
000510     88  WS-END-OF-FILE              VALUE "Y".
000630                             PIC 9(06).
000640*
000650 77  WS-ROW-MONTH            PIC 9(06) VALUE ZERO.
000652 77  WS-CAL-MONTH            PIC 9(06) VALUE ZERO.
000654 77  WS-BDAY-COUNT           PIC 9(02) VALUE ZERO.
000656*
000657 01  WS-SCAN-DATE.
000658     05  WS-SD-YYYYMM        PIC 9(06).
000659     05  WS-SD-DD            PIC 9(02).
000660 01  WS-SCAN-DATE-N REDEFINES WS-SCAN-DATE
000661                             PIC 9(08).
000662*
000670 01  WS-MONTH-TOTALS.
000680     05  WS-M-RUNS               PIC 9(04) VALUE ZERO.
000690     05  WS-M-TOTAL              PIC 9(09) VALUE ZERO.
000760     05  WS-M-SQRT               PIC 9(09) VALUE ZERO.
000770     05  WS-M-ERROR              PIC 9(09) VALUE ZERO.
000780     05  WS-M-OTHER              PIC 9(09) VALUE ZERO.
000781     05  WS-M-REVERSAL           PIC 9(09) VALUE ZERO.
000782     05  WS-M-FORMULA            PIC 9(09) VALUE ZERO.
000783     05  WS-M-BDAYS              PIC 9(02) VALUE ZERO.
000784     05  WS-M-NB-RUNS            PIC 9(04) VALUE ZERO.
000790*
000800 01  WS-PRIOR-TOTALS.
000810     05  WS-P-RUNS               PIC 9(04) VALUE ZERO.
000820     05  WS-P-TOTAL              PIC 9(09) VALUE ZERO.
000830     05  WS-P-ERROR              PIC 9(09) VALUE ZERO.
000840     05  WS-P-OTHER              PIC 9(09) VALUE ZERO.
000845     05  WS-P-BDAYS              PIC 9(02) VALUE ZERO.
000850*
000860 77  WS-RATE                 PIC 9(03)V99 VALUE ZERO.
000870 01  WS-RATE-ED              PIC ZZ9.99.
000880 01  WS-COUNT-ED             PIC ZZZ,ZZZ,ZZ9.
000882 77  WS-AVERAGE              PIC 9(09)V99 VALUE ZERO.
000884 01  WS-AVERAGE-ED           PIC ZZZ,ZZZ,ZZ9.99.
000890*
000900 01  WS-DAY-LINE.
000910     05  WS-DL-DATE          PIC 9(08).
000920     05  FILLER              PIC X(01) VALUE SPACE.
000922     05  WS-DL-DAY-TYPE      PIC X(01).
000924     05  FILLER              PIC X(01) VALUE SPACE.
000930     05  WS-DL-TOTAL         PIC ZZZZZZ9.
000940     05  FILLER              PIC X(01) VALUE SPACE.
000950     05  WS-DL-ERROR         PIC ZZZZZZ9.
001220*
001230******************************************************************
001240*    1000-INITIALIZE - VALIDATE THE PARM, WORK OUT THE PRIOR     *
001250*    MONTH AND OPEN THE STATISTICS FILE.  THE CALENDAR IS         *
001255*    OPTIONAL: WHEN IT OPENS, BOTH MONTHS' BUSINESS DAYS ARE      *
001257*    COUNTED FOR THE AVERAGES.                                    *
001260******************************************************************
001270 1000-INITIALIZE.
001280     IF LK-PARM-LEN < 6
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF
001531     OPEN INPUT CALENDAR-FILE
001532     IF WS-CAL-STATUS = "00"
001533         SET WS-CALENDAR-OPEN TO TRUE
001534         MOVE WS-REPORT-MONTH-N TO WS-CAL-MONTH
001535         PERFORM 1100-COUNT-BUSINESS-DAYS
001536            THRU 1100-COUNT-BUSINESS-DAYS-EXIT
001537         MOVE WS-BDAY-COUNT TO WS-M-BDAYS
001538         MOVE WS-PRIOR-MONTH-N TO WS-CAL-MONTH
001539         PERFORM 1100-COUNT-BUSINESS-DAYS
001541            THRU 1100-COUNT-BUSINESS-DAYS-EXIT
001542         MOVE WS-BDAY-COUNT TO WS-P-BDAYS
001543     ELSE
001544         DISPLAY "CALCMRPT - SIN CALENDARIO DE DIAS HABILES - "
001545             "STATUS " WS-CAL-STATUS " - SIN PROMEDIOS"
001546     END-IF
001547     DISPLAY " "
001550     DISPLAY "===== CALCMRPT - TENDENCIA MENSUAL "
001560         WS-REPORT-MONTH-N " ====="
001570     DISPLAY "FECHA    T CALCULOS ERRORES %ERROR INVALID %INVAL"
001580         " SEGUNDOS".
001590 1000-INITIALIZE-EXIT.
001600     EXIT.
001601*
001602******************************************************************
001603*    1100-COUNT-BUSINESS-DAYS - COUNT THE BUSINESS DAYS ON THE    *
001604*    CALENDAR FOR WS-CAL-MONTH INTO WS-BDAY-COUNT.                *
001605******************************************************************
001606 1100-COUNT-BUSINESS-DAYS.
001607     MOVE ZERO TO WS-BDAY-COUNT
001608     MOVE WS-CAL-MONTH TO WS-SD-YYYYMM
001609     MOVE 01 TO WS-SD-DD
001610     MOVE WS-SCAN-DATE-N TO CAL-DATE
001611     START CALENDAR-FILE KEY IS NOT LESS THAN CAL-DATE
001612         INVALID KEY
001613             GO TO 1100-COUNT-BUSINESS-DAYS-EXIT
001614     END-START
001615     PERFORM 1110-COUNT-NEXT THRU 1110-COUNT-NEXT-EXIT
001616         UNTIL WS-CAL-STATUS NOT = "00"
001617     MOVE "00" TO WS-CAL-STATUS.
001618 1100-COUNT-BUSINESS-DAYS-EXIT.
001619     EXIT.
001620*
001621 1110-COUNT-NEXT.
001622     READ CALENDAR-FILE NEXT RECORD
001623         AT END
001624             MOVE "10" TO WS-CAL-STATUS
001625     END-READ
001626     IF WS-CAL-STATUS NOT = "00"
001627         GO TO 1110-COUNT-NEXT-EXIT
001628     END-IF
001629     MOVE CAL-DATE TO WS-SCAN-DATE-N
001630     IF WS-SD-YYYYMM NOT = WS-CAL-MONTH
001631         MOVE "10" TO WS-CAL-STATUS
001632         GO TO 1110-COUNT-NEXT-EXIT
001633     END-IF
001634     IF CAL-BUSINESS-DAY
001635         ADD 1 TO WS-BDAY-COUNT
001636     END-IF.
001637 1110-COUNT-NEXT-EXIT.
001638     EXIT.
001639*
001640******************************************************************
001641*    2000-READ-STATS - ONE PASS OVER THE CUMULATIVE FILE.        *
001642*    ROWS IN THE REPORT MONTH PRINT AND ACCUMULATE; ROWS IN      *
001650*    THE PRIOR MONTH ONLY ACCUMULATE, FOR THE COMPARISON.        *
001660******************************************************************
001670 2000-READ-STATS.
001960     ADD STA-SQRT TO WS-M-SQRT
001970     ADD STA-ERROR TO WS-M-ERROR
001980     ADD STA-OTHER TO WS-M-OTHER
001985     ADD STA-REVERSAL TO WS-M-REVERSAL
001986     ADD STA-FORMULA TO WS-M-FORMULA
001990     PERFORM 2300-PRINT-DAY THRU 2300-PRINT-DAY-EXIT.
002000 2100-TALLY-MONTH-EXIT.
002010     EXIT.
002100*
002110 2300-PRINT-DAY.
002120     MOVE STA-RUN-DATE TO WS-DL-DATE
002122     MOVE "?" TO WS-DL-DAY-TYPE
002124     IF WS-CALENDAR-OPEN
002125         MOVE STA-RUN-DATE TO CAL-DATE
002126         READ CALENDAR-FILE
002127             INVALID KEY
002128                 CONTINUE
002129         END-READ
002130         IF WS-CAL-STATUS = "00"
002131             MOVE CAL-DAY-TYPE TO WS-DL-DAY-TYPE
002132             IF NOT CAL-BUSINESS-DAY
002133                 ADD 1 TO WS-M-NB-RUNS
002134             END-IF
002135         END-IF
002136     END-IF
002137     MOVE STA-TOTAL TO WS-DL-TOTAL
002140     MOVE STA-ERROR TO WS-DL-ERROR
002150     PERFORM 6000-RATE-ERROR THRU 6000-RATE-ERROR-EXIT
002160     MOVE WS-RATE TO WS-DL-ERATE
002600     DISPLAY "ERRORES ................: " WS-COUNT-ED
002610     MOVE WS-M-OTHER TO WS-COUNT-ED
002620     DISPLAY "OPERACIONES INVALIDAS ..: " WS-COUNT-ED
002621     MOVE WS-M-REVERSAL TO WS-COUNT-ED
002622     DISPLAY "REVERSIONES ............: " WS-COUNT-ED
002623     MOVE WS-M-FORMULA TO WS-COUNT-ED
002624     DISPLAY "FORMULAS ...............: " WS-COUNT-ED
002625     IF WS-CALENDAR-OPEN
002626         PERFORM 5100-BUSINESS-DAY-AVERAGES
002627            THRU 5100-BUSINESS-DAY-AVERAGES-EXIT
002628     END-IF
002630     DISPLAY "MEZCLA DE OPERACIONES:"
002640     PERFORM 5200-ONE-MIX THRU 5200-ONE-MIX-EXIT
002650     DISPLAY " "
002940     DISPLAY "==============================================".
002950 5000-PRINT-TOTALS-EXIT.
002960     EXIT.
002962*
002964******************************************************************
002966*    5100-BUSINESS-DAY-AVERAGES - CALCULATIONS AND ERRORS PER     *
002968*    BUSINESS DAY, THIS MONTH AND THE MONTH BEFORE.  A MONTH      *
002970*    NOT LOADED ON THE CALENDAR HAS NO BUSINESS DAYS AND NO       *
002972*    AVERAGE.                                                     *
002974******************************************************************
002976 5100-BUSINESS-DAY-AVERAGES.
002978     DISPLAY "DIAS HABILES DEL MES ...: " WS-M-BDAYS
002980     DISPLAY "CORRIDAS EN DIA NO HABIL: " WS-M-NB-RUNS
002982     IF WS-M-BDAYS > ZERO
002984         COMPUTE WS-AVERAGE ROUNDED = WS-M-TOTAL / WS-M-BDAYS
002986         MOVE WS-AVERAGE TO WS-AVERAGE-ED
002988         DISPLAY "CALCULOS POR DIA HABIL .: " WS-AVERAGE-ED
002990         COMPUTE WS-AVERAGE ROUNDED = WS-M-ERROR / WS-M-BDAYS
002992         MOVE WS-AVERAGE TO WS-AVERAGE-ED
002994         DISPLAY "ERRORES POR DIA HABIL ..: " WS-AVERAGE-ED
002996     END-IF
002998     DISPLAY "DIAS HABILES ANTERIOR ..: " WS-P-BDAYS
003000     IF WS-P-BDAYS > ZERO
003002         COMPUTE WS-AVERAGE ROUNDED = WS-P-TOTAL / WS-P-BDAYS
003004         MOVE WS-AVERAGE TO WS-AVERAGE-ED
003006         DISPLAY "CALCULOS/DIA HABIL ANT .: " WS-AVERAGE-ED
003008         COMPUTE WS-AVERAGE ROUNDED = WS-P-ERROR / WS-P-BDAYS
003010         MOVE WS-AVERAGE TO WS-AVERAGE-ED
003012         DISPLAY "ERRORES/DIA HABIL ANT ..: " WS-AVERAGE-ED
003014     END-IF.
003016 5100-BUSINESS-DAY-AVERAGES-EXIT.
003018     EXIT.
003020*
003021 5200-ONE-MIX.
003022     IF WS-M-TOTAL = ZERO
003023         DISPLAY "  (SIN CALCULOS EN EL MES)"
003024         GO TO 5200-ONE-MIX-EXIT
003025     END-IF
003030     COMPUTE WS-RATE ROUNDED = WS-M-ADD * 100 / WS-M-TOTAL
003040     MOVE WS-RATE TO WS-RATE-ED
003050     DISPLAY "  SUMAS (+) ......: " WS-RATE-ED " %"
003200     DISPLAY "  POTENCIA (^) ...: " WS-RATE-ED " %"
003210     COMPUTE WS-RATE ROUNDED = WS-M-SQRT * 100 / WS-M-TOTAL
003220     MOVE WS-RATE TO WS-RATE-ED
003230     DISPLAY "  RAIZ (R) .......: " WS-RATE-ED " %"
003232     COMPUTE WS-RATE ROUNDED = WS-M-REVERSAL * 100 / WS-M-TOTAL
003234     MOVE WS-RATE TO WS-RATE-ED
003236     DISPLAY "  REVERSION (V) ..: " WS-RATE-ED " %"
003237     COMPUTE WS-RATE ROUNDED = WS-M-FORMULA * 100 / WS-M-TOTAL
003238     MOVE WS-RATE TO WS-RATE-ED
003239     DISPLAY "  FORMULA (F) ....: " WS-RATE-ED " %".
003240 5200-ONE-MIX-EXIT.
003250     EXIT.
003260*
003280*    8000-TERMINATE                                               *
003290******************************************************************
003300 8000-TERMINATE.
003310     CLOSE STATS-FILE
003315     IF WS-CALENDAR-OPEN
003317         CLOSE CALENDAR-FILE
003319     END-IF.
003320 8000-TERMINATE-EXIT.
003330     EXIT.
