000240*    OFF; IT IS SKIPPED WITH A WARNING AND THE STEP ENDS         *
000250*    WITH RETURN CODE 4 SO THE SUPERVISOR REPAIRS THE MASTER.    *
000260*                                                                 *
000261*    WHAT IS DUE COMES FROM THE BUSINESS-DAY CALENDAR (SEE       *
000262*    CALCCAL): NOTHING IS DUE ON A HOLIDAY OR WEEKEND, AND       *
000263*    MONTH-END MEANS THE DESIGNATED FISCAL MONTH-END.  A WEEKLY  *
000264*    OR MONTH-END ROW WHOSE OWN DATE IS NOT A BUSINESS DAY IS    *
000265*    ROLLED BY ITS SIN-ROLL RULE: FORWARD ONTO THE FIRST         *
000266*    BUSINESS DAY AFTER IT, BACK ONTO THE LAST ONE BEFORE IT,    *
000267*    OR NOT AT ALL.  WITHOUT A CALENDAR ROW FOR THE RUN DATE     *
000268*    THE STEP FALLS BACK TO THE RAW CALENDAR (EVERY DAY IS A     *
000269*    BUSINESS DAY, MONTH-END IS THE LAST DAY) AND ENDS RC 4.     *
000270*                                                                 *
000271*    AN EMPTY DUE LIST STILL WRITES A HEADER AND A ZERO TRAILER  *
000280*    - A CLEAN EMPTY BATCH - SO THE DOWNSTREAM CONTROL CHECKS    *
000290*    NEVER SEE A MISSING FILE.                                   *
000300*                                                                 *
000310*    RETURN CODES: 0 - GENERATED CLEAN.                          *
000320*                  4 - ONE OR MORE CHAIN ROWS SKIPPED, OR THE    *
000325*                      CALENDAR WAS MISSING OR INCOMPLETE.       *
000330*                 16 - A FILE WOULD NOT OPEN.                    *
000340*                                                                 *
000350*    MODIFICATION HISTORY                                        *
000376*                      A PASSED-OVER ROW NOW DROPS THE            *
000377*                      SWITCH, SO ONLY THE ROW EMITTED            *
000378*                      IMMEDIATELY BEFORE CAN BE CHAINED.         *
000379*    2026-10-15  JCM   EACH GENERATED DETAIL NOW CARRIES ITS      *
000380*                      INSTRUCTION ID IN TRN-SIN-ID (SEE          *
000381*                      CALCTRN - RECORD NOW 56 BYTES) SO THE      *
000382*                      HISTORY CAN BE COMPARED RUN OVER RUN       *
000383*                      (SEE CALCVAR).                             *
000384*    2026-10-15  JCM   MONTH-END INSTRUCTIONS FIRED ON A          *
000385*                      SATURDAY AND WEEKLY ONES ON BANK           *
000386*                      HOLIDAYS.  THE DUE DECISION NOW READS      *
000387*                      THE BUSINESS-DAY CALENDAR (SEE CALCCAL)    *
000388*                      AND APPLIES EACH ROW'S ROLL RULE (SEE      *
000389*                      SIN-ROLL IN CALCSIN).                      *
000390******************************************************************
000391 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.    IBM-370.
000420 OBJECT-COMPUTER.    IBM-370.
000510     SELECT GENERATED-FILE ASSIGN TO CALCGTR
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-GEN-STATUS.
000532     SELECT CALENDAR-FILE ASSIGN TO CALCCAL
000534         ORGANIZATION IS INDEXED
000536         ACCESS MODE IS DYNAMIC
000537         RECORD KEY IS CAL-DATE
000538         FILE STATUS IS WS-CAL-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000580 COPY CALCSIN.
000590*
000600 FD  GENERATED-FILE.
000610 01  GEN-RECORD              PIC X(56).
000612*
000614 FD  CALENDAR-FILE.
000616 COPY CALCCAL.
000620*
000630 WORKING-STORAGE SECTION.
000640*
000650 77  WS-SIN-STATUS           PIC X(02).
000660 77  WS-GEN-STATUS           PIC X(02).
000665 77  WS-CAL-STATUS           PIC X(02).
000670*
000680 77  WS-MONTH-END-SW         PIC X(01) VALUE "N".
000690     88  WS-MONTH-END                VALUE "Y".
000700*
000710 77  WS-PREV-EMIT-SW         PIC X(01) VALUE "N".
000720     88  WS-PREV-EMITTED             VALUE "Y".
000722*
000724 77  WS-BUSINESS-SW          PIC X(01) VALUE "Y".
000726     88  WS-BUSINESS-DAY             VALUE "Y".
000728*
000730 77  WS-DUE-SW               PIC X(01) VALUE "N".
000732     88  WS-DUE                      VALUE "Y".
000734*
000736 77  WS-SCAN-END-SW          PIC X(01) VALUE "N".
000737     88  WS-SCAN-DONE                VALUE "Y".
000738*
000739*    WS-FWD- FLAGS: WEEKDAYS AND FISCAL MONTH-END IN THE RUN OF
000740*    NON-BUSINESS DAYS JUST BEFORE THE RUN DATE (ROLLED FORWARD
000741*    ONTO IT).  WS-BACK- FLAGS: THE SAME FOR THE RUN JUST AFTER
000742*    IT (ROLLED BACK ONTO IT).
000743 01  WS-ROLL-FLAGS.
000744     05  WS-FWD-DAY              PIC X(01) OCCURS 7 TIMES.
000745     05  WS-FWD-ME               PIC X(01).
000746     05  WS-BACK-DAY             PIC X(01) OCCURS 7 TIMES.
000747     05  WS-BACK-ME              PIC X(01).
000748*
000749*
000750 77  WS-DAY-OF-WEEK          PIC 9(01) VALUE ZERO.
000751 77  WS-TODAY-INT            PIC 9(08) COMP VALUE ZERO.
000760 77  WS-NEXT-INT             PIC 9(08) COMP VALUE ZERO.
000770 77  WS-GEN-SEQ              PIC 9(06) VALUE ZERO.
000780 77  WS-EMIT-COUNT           PIC 9(07) VALUE ZERO.
000790 77  WS-SKIP-COUNT           PIC 9(07) VALUE ZERO.
000792 77  WS-CAL-WARN-COUNT       PIC 9(03) VALUE ZERO.
000794 77  WS-SCAN-INT             PIC 9(08) COMP VALUE ZERO.
000796 77  WS-SCAN-COUNT           PIC 9(02) VALUE ZERO.
000800*
000810 01  WS-HASH-X               PIC S9(11)V99 COMP-3 VALUE ZERO.
000820 01  WS-HASH-Y               PIC S9(11)V99 COMP-3 VALUE ZERO.
001150*    WHETHER IT IS A MONTH END, OPEN THE FILES AND WRITE THE      *
001160*    BATCH HEADER.  DAY 1 OF THE INTEGER DATE BASE IS A MONDAY,   *
001170*    SO THE REMAINDER OF SEVEN GIVES 1=LUNES ... 7=DOMINGO.       *
001175*    THE RAW-CALENDAR ANSWERS STAND ONLY WHEN THE BUSINESS-DAY    *
001177*    CALENDAR CANNOT BE READ (SEE 1100-LOAD-CALENDAR).            *
001180******************************************************************
001190 1000-INITIALIZE.
001200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
001300     IF WS-NXT-MONTH NOT = WS-CUR-MONTH
001310         MOVE "Y" TO WS-MONTH-END-SW
001320     END-IF
001325     MOVE ALL "N" TO WS-ROLL-FLAGS
001327     PERFORM 1100-LOAD-CALENDAR THRU 1100-LOAD-CALENDAR-EXIT
001330     OPEN INPUT STANDING-FILE
001340     IF WS-SIN-STATUS = "35"
001350         DISPLAY "CALCGEN - SIN MAESTRO DE INSTRUCCIONES - "
001630     END-IF.
001640 1000-INITIALIZE-EXIT.
001650     EXIT.
001652*
001654******************************************************************
001656*    1100-LOAD-CALENDAR - READ THE RUN DATE'S CALENDAR ROW.  ON   *
001658*    A BUSINESS DAY, THE FISCAL MONTH-END FLAG REPLACES THE RAW   *
001660*    ONE, AND THE NON-BUSINESS DAYS EITHER SIDE OF THE RUN DATE   *
001662*    ARE SCANNED FOR THE WEEKDAYS AND MONTH-END THAT ROLL ONTO    *
001664*    IT.  A MISSING CALENDAR OR RUN-DATE ROW LEAVES THE RAW       *
001666*    ANSWERS IN PLACE AND IS COUNTED FOR RETURN CODE 4.           *
001668******************************************************************
001670 1100-LOAD-CALENDAR.
001672     OPEN INPUT CALENDAR-FILE
001674     IF WS-CAL-STATUS NOT = "00"
001676         DISPLAY "CALCGEN - SIN CALENDARIO DE DIAS HABILES - "
001678             "STATUS " WS-CAL-STATUS " - SE USA EL NATURAL"
001680         ADD 1 TO WS-CAL-WARN-COUNT
001682         GO TO 1100-LOAD-CALENDAR-EXIT
001684     END-IF
001686     MOVE WS-CURRENT-DATE-N TO CAL-DATE
001688     READ CALENDAR-FILE
001690         INVALID KEY
001692             DISPLAY "CALCGEN - FECHA " WS-CURRENT-DATE-N
001694                 " NO ESTA EN EL CALENDARIO - SE USA EL NATURAL"
001696             ADD 1 TO WS-CAL-WARN-COUNT
001698             CLOSE CALENDAR-FILE
001700             GO TO 1100-LOAD-CALENDAR-EXIT
001702     END-READ
001704     MOVE "N" TO WS-MONTH-END-SW
001706     IF CAL-FISCAL-MONTH-END
001708         MOVE "Y" TO WS-MONTH-END-SW
001710     END-IF
001712     IF NOT CAL-BUSINESS-DAY
001714         MOVE "N" TO WS-BUSINESS-SW
001716         DISPLAY "CALCGEN - " WS-CURRENT-DATE-N
001718             " NO ES DIA HABIL (" CAL-DAY-TYPE ") - NADA VENCE"
001720         CLOSE CALENDAR-FILE
001722         GO TO 1100-LOAD-CALENDAR-EXIT
001724     END-IF
001726     MOVE WS-TODAY-INT TO WS-SCAN-INT
001728     MOVE ZERO TO WS-SCAN-COUNT
001730     MOVE "N" TO WS-SCAN-END-SW
001732     PERFORM 1200-SCAN-BEFORE THRU 1200-SCAN-BEFORE-EXIT
001734         UNTIL WS-SCAN-DONE
001736     MOVE WS-TODAY-INT TO WS-SCAN-INT
001738     MOVE ZERO TO WS-SCAN-COUNT
001740     MOVE "N" TO WS-SCAN-END-SW
001742     PERFORM 1300-SCAN-AFTER THRU 1300-SCAN-AFTER-EXIT
001744         UNTIL WS-SCAN-DONE
001746     CLOSE CALENDAR-FILE.
001748 1100-LOAD-CALENDAR-EXIT.
001750     EXIT.
001752*
001754******************************************************************
001756*    1200-SCAN-BEFORE - ONE DAY BACK FROM THE RUN DATE.  STOPS    *
001758*    AT THE PREVIOUS BUSINESS DAY; EVERY NON-BUSINESS DAY ON THE  *
001760*    WAY SETS THE FORWARD-ROLL FLAGS.                             *
001762******************************************************************
001764 1200-SCAN-BEFORE.
001766     SUBTRACT 1 FROM WS-SCAN-INT
001768     ADD 1 TO WS-SCAN-COUNT
001770     IF WS-SCAN-COUNT > 31
001772         SET WS-SCAN-DONE TO TRUE
001774         GO TO 1200-SCAN-BEFORE-EXIT
001776     END-IF
001778     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
001780     READ CALENDAR-FILE
001782         INVALID KEY
001784             DISPLAY "CALCGEN - FECHA " CAL-DATE
001786                 " NO ESTA EN EL CALENDARIO - SIN ARRASTRE"
001788             ADD 1 TO WS-CAL-WARN-COUNT
001790             SET WS-SCAN-DONE TO TRUE
001792             GO TO 1200-SCAN-BEFORE-EXIT
001794     END-READ
001796     IF CAL-BUSINESS-DAY
001798         SET WS-SCAN-DONE TO TRUE
001800         GO TO 1200-SCAN-BEFORE-EXIT
001802     END-IF
001804     IF CAL-DAY-OF-WEEK > ZERO AND CAL-DAY-OF-WEEK < 8
001806         MOVE "Y" TO WS-FWD-DAY (CAL-DAY-OF-WEEK)
001808     END-IF
001810     IF CAL-FISCAL-MONTH-END
001812         MOVE "Y" TO WS-FWD-ME
001814     END-IF.
001816 1200-SCAN-BEFORE-EXIT.
001818     EXIT.
001820*
001822******************************************************************
001824*    1300-SCAN-AFTER - ONE DAY AHEAD OF THE RUN DATE.  STOPS AT   *
001826*    THE NEXT BUSINESS DAY; EVERY NON-BUSINESS DAY ON THE WAY     *
001828*    SETS THE BACK-ROLL FLAGS.                                    *
001830******************************************************************
001832 1300-SCAN-AFTER.
001834     ADD 1 TO WS-SCAN-INT
001836     ADD 1 TO WS-SCAN-COUNT
001838     IF WS-SCAN-COUNT > 31
001840         SET WS-SCAN-DONE TO TRUE
001842         GO TO 1300-SCAN-AFTER-EXIT
001844     END-IF
001846     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
001848     READ CALENDAR-FILE
001850         INVALID KEY
001852             DISPLAY "CALCGEN - FECHA " CAL-DATE
001854                 " NO ESTA EN EL CALENDARIO - SIN ARRASTRE"
001856             ADD 1 TO WS-CAL-WARN-COUNT
001858             SET WS-SCAN-DONE TO TRUE
001860             GO TO 1300-SCAN-AFTER-EXIT
001862     END-READ
001864     IF CAL-BUSINESS-DAY
001866         SET WS-SCAN-DONE TO TRUE
001868         GO TO 1300-SCAN-AFTER-EXIT
001870     END-IF
001872     IF CAL-DAY-OF-WEEK > ZERO AND CAL-DAY-OF-WEEK < 8
001874         MOVE "Y" TO WS-BACK-DAY (CAL-DAY-OF-WEEK)
001876     END-IF
001878     IF CAL-FISCAL-MONTH-END
001880         MOVE "Y" TO WS-BACK-ME
001882     END-IF.
001884 1300-SCAN-AFTER-EXIT.
001886     EXIT.
001888*
001889******************************************************************
001890*    2000-GENERATE-ONE - READ THE NEXT INSTRUCTION AND EMIT IT    *
001891*    IF IT IS ACTIVE AND DUE ON THE RUN DATE.  A ROW PASSED       *
001892*    OVER (INACTIVE, OR NOT DUE TONIGHT) DROPS THE PREDECESSOR    *
001893*    SWITCH, SO A "C" ROW CAN ONLY CHAIN OFF THE ROW EMITTED      *
001894*    IMMEDIATELY BEFORE IT - NEVER OFF SOME EARLIER, UNRELATED    *
001895*    INSTRUCTION ACROSS A GAP.                                    *
001896******************************************************************
001897 2000-GENERATE-ONE.
001898     READ STANDING-FILE NEXT RECORD
001899         AT END
001900             MOVE "10" TO WS-SIN-STATUS
001901     END-READ
001902     IF WS-SIN-STATUS NOT = "00"
001903         GO TO 2000-GENERATE-ONE-EXIT
001904     END-IF
001905     IF NOT SIN-ACTIVE
001906         MOVE "N" TO WS-PREV-EMIT-SW
001907         GO TO 2000-GENERATE-ONE-EXIT
001908     END-IF
001909     PERFORM 2050-CHECK-DUE THRU 2050-CHECK-DUE-EXIT
001910     IF NOT WS-DUE
001911         MOVE "N" TO WS-PREV-EMIT-SW
001912         GO TO 2000-GENERATE-ONE-EXIT
001913     END-IF
001920     IF SIN-CHAIN-ROW AND NOT WS-PREV-EMITTED
001930         DISPLAY "CALCGEN - CONTINUACION " SIN-ID
001940             " SIN INSTRUCCION QUE CONTINUAR - OMITIDA"
001980     PERFORM 2100-EMIT-ONE THRU 2100-EMIT-ONE-EXIT.
001990 2000-GENERATE-ONE-EXIT.
002000     EXIT.
002001*
002002******************************************************************
002003*    2050-CHECK-DUE - IS THE INSTRUCTION DUE TONIGHT?  NOTHING IS *
002004*    DUE ON A NON-BUSINESS DAY.  A DAILY ROW IS DUE ON EVERY      *
002005*    BUSINESS DAY.  A WEEKLY OR MONTH-END ROW IS DUE ON ITS OWN   *
002006*    DATE, OR - BY ITS ROLL RULE - WHEN ITS DATE FELL IN THE      *
002007*    NON-BUSINESS DAYS JUST BEFORE (ROLL FORWARD) OR JUST AFTER   *
002008*    (ROLL BACK) TONIGHT.                                         *
002009******************************************************************
002010 2050-CHECK-DUE.
002011     MOVE "N" TO WS-DUE-SW
002012     IF NOT WS-BUSINESS-DAY
002013         GO TO 2050-CHECK-DUE-EXIT
002014     END-IF
002015     EVALUATE TRUE
002016         WHEN SIN-FREQ-DAILY
002017             MOVE "Y" TO WS-DUE-SW
002018         WHEN SIN-FREQ-WEEKLY
002019             IF SIN-FREQ-DAY = WS-DAY-OF-WEEK
002020                 MOVE "Y" TO WS-DUE-SW
002021                 GO TO 2050-CHECK-DUE-EXIT
002022             END-IF
002023             IF SIN-FREQ-DAY = ZERO OR SIN-FREQ-DAY > 7
002024                 GO TO 2050-CHECK-DUE-EXIT
002025             END-IF
002026             IF SIN-ROLL-FORWARD
002027                 AND WS-FWD-DAY (SIN-FREQ-DAY) = "Y"
002028                 MOVE "Y" TO WS-DUE-SW
002029             END-IF
002030             IF SIN-ROLL-BACK
002031                 AND WS-BACK-DAY (SIN-FREQ-DAY) = "Y"
002032                 MOVE "Y" TO WS-DUE-SW
002033             END-IF
002034         WHEN SIN-FREQ-MONTH-END
002035             IF WS-MONTH-END
002036                 OR (SIN-ROLL-FORWARD AND WS-FWD-ME = "Y")
002037                 OR (SIN-ROLL-BACK AND WS-BACK-ME = "Y")
002038                 MOVE "Y" TO WS-DUE-SW
002039             END-IF
002040     END-EVALUATE.
002041 2050-CHECK-DUE-EXIT.
002042     EXIT.
002043*
002044******************************************************************
002045*    2100-EMIT-ONE - BUILD AND WRITE ONE TRANSACTION AND ROLL IT  *
002046*    INTO THE TRAILER TOTALS.  A "C" RECORD'S FIRST OPERAND IS    *
002050*    IGNORED BY THE BATCH DRIVER, SO IT IS EMITTED AS ZEROS, AND  *
002060*    BOTH "D" AND "C" RECORDS COUNT IN THE TRAILER, THE SAME      *
002070*    RULE THE UPSTREAM SYSTEM FOLLOWS.                            *
002210     MOVE SIN-Y TO TRN-Y
002220     MOVE SIN-Y-NAME TO TRN-Y-NAME
002230     MOVE SIN-OP TO TRN-OP
002235     MOVE SIN-ID TO TRN-SIN-ID
002240     WRITE GEN-RECORD FROM TRN-RECORD
002250     IF WS-GEN-STATUS NOT = "00"
002260         DISPLAY "CALCGEN - ERROR ESCRIBIENDO SALIDA - STATUS "
002510*
002520******************************************************************
002530*    8000-TERMINATE - RETURN CODE 4 WHEN A CHAIN ROW HAD TO BE    *
002540*    SKIPPED, SO THE SUPERVISOR REPAIRS THE MASTER, OR WHEN THE   *
002545*    CALENDAR NEEDS LOADING.                                      *
002550******************************************************************
002560 8000-TERMINATE.
002570     IF WS-SIN-STATUS NOT = "35"
002640         DISPLAY "CALCGEN - " WS-SKIP-COUNT
002650             " CONTINUACIONES OMITIDAS"
002660         MOVE 4 TO RETURN-CODE
002670     END-IF
002672     IF WS-CAL-WARN-COUNT > ZERO
002674         DISPLAY "CALCGEN - REVISE EL CALENDARIO DE DIAS "
002676             "HABILES (CALCCMNT)"
002678         MOVE 4 TO RETURN-CODE
002679     END-IF.
002680 8000-TERMINATE-EXIT.
002690     EXIT.
