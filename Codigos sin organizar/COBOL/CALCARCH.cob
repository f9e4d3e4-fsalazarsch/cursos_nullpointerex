000200*                                                                 *
000210*    PARM: RETENTION PERIOD IN DAYS, FOUR DIGITS (E.G. 0365).     *
000220*    RECORDS WITH HST-RUN-DATE OLDER THAN (RUN DATE MINUS THE     *
000230*    RETENTION PERIOD) ARE ARCHIVED AND PURGED.  A FIFTH BYTE     *
000232*    "H" (E.G. 0250H) MEANS BUSINESS DAYS: THE CUTOFF IS THEN     *
000234*    THE BUSINESS DAY THAT MANY BUSINESS DAYS BEFORE THE RUN      *
000236*    DATE ON THE BUSINESS-DAY CALENDAR (SEE CALCCAL).  A          *
000238*    CALENDAR THAT WILL NOT OPEN OR HAS A GAP IN THAT RANGE       *
000239*    ENDS THE RUN WITH RC 16 BEFORE ANYTHING IS TOUCHED.          *
000240*                                                                 *
000250*    RETURN CODES: 0 - CLEAN, COUNTS BALANCE.                     *
000260*                  8 - COUNTS DO NOT BALANCE, OR AN ARCHIVE       *
000341*    2026-09-02  JCM   GREW THE ARCHIVE RECORD TO 99 BYTES        *
000342*                      WITH THE RESOLVED FACTOR NAMES (SEE        *
000343*                      CALCHST).                                  *
000344*    2026-10-15  JCM   GREW THE ARCHIVE RECORD TO 107 BYTES       *
000345*                      WITH THE STANDING-INSTRUCTION ID (SEE      *
000346*                      CALCHST).                                  *
000347*    2026-10-15  JCM   THE RETENTION PARM MAY BE GIVEN IN         *
000348*                      BUSINESS DAYS (TRAILING "H"), COUNTED ON   *
000349*                      THE BUSINESS-DAY CALENDAR (SEE CALCCAL).   *
000350*    2026-10-15  JCM   GREW THE ARCHIVE RECORD TO 122 BYTES       *
000351*                      WITH THE REVERSAL CROSS-REFERENCE (SEE     *
000352*                      CALCHST).                                  *
000353*    2026-10-15  JCM   ARCHIVE RECORD GROWN TO 133 BYTES FOR HST- *
000354*                      FRM-NAME AND HST-FRM-VERSION (SEE          *
000355*                      CALCHST).                                  *
000356******************************************************************
000357 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.    IBM-370.
000380 OBJECT-COMPUTER.    IBM-370.
000470     SELECT ARCHIVE-FILE ASSIGN TO CALCARC
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-ARC-STATUS.
000492     SELECT CALENDAR-FILE ASSIGN TO CALCCAL
000494         ORGANIZATION IS INDEXED
000495         ACCESS MODE IS DYNAMIC
000496         RECORD KEY IS CAL-DATE
000497         FILE STATUS IS WS-CAL-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000540 COPY CALCHST.
000550*
000560 FD  ARCHIVE-FILE.
000570 01  ARC-RECORD              PIC X(133).
000572*
000574 FD  CALENDAR-FILE.
000576 COPY CALCCAL.
000580*
000590 WORKING-STORAGE SECTION.
000600*
000610 77  WS-HST-STATUS           PIC X(02).
000620 77  WS-ARC-STATUS           PIC X(02).
000625 77  WS-CAL-STATUS           PIC X(02).
000630*
000640 77  WS-EOF-SW               PIC X(01) VALUE "N".
000650     88  WS-END-OF-FILE              VALUE "Y".
000660*
000670 77  WS-ERROR-SW             PIC X(01) VALUE "N".
000680     88  WS-RUN-ERROR                VALUE "Y".
000682*
000684 77  WS-DAY-UNIT             PIC X(01) VALUE SPACE.
000686     88  WS-BUSINESS-DAYS            VALUE "H".
000688     88  WS-CALENDAR-DAYS            VALUE SPACE.
000690*
000700 77  WS-RETENTION-DAYS       PIC 9(04) VALUE ZERO.
000710 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000720 77  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
000730 77  WS-CUTOFF-INT           PIC 9(08) COMP VALUE ZERO.
000732 77  WS-BDAY-COUNT           PIC 9(04) VALUE ZERO.
000740*
000750 77  WS-BEFORE-COUNT         PIC 9(07) VALUE ZERO.
000760 77  WS-ARCHIVED-COUNT       PIC 9(07) VALUE ZERO.
000810 LINKAGE SECTION.
000820 01  LK-PARM.
000830     05  LK-PARM-LEN             PIC S9(04) COMP.
000840     05  LK-PARM-TEXT            PIC X(05).
000850*
000860 PROCEDURE DIVISION USING LK-PARM.
000870*
001150         MOVE 16 TO RETURN-CODE
001160         STOP RUN
001170     END-IF
001172     IF LK-PARM-LEN > 4
001174         MOVE LK-PARM-TEXT (5:1) TO WS-DAY-UNIT
001175         IF WS-DAY-UNIT = "h"
001176             MOVE "H" TO WS-DAY-UNIT
001177         END-IF
001178         IF NOT WS-BUSINESS-DAYS AND NOT WS-CALENDAR-DAYS
001179             DISPLAY "CALCARCH - UNIDAD DE RETENCION INVALIDA"
001181             MOVE 16 TO RETURN-CODE
001182             STOP RUN
001183         END-IF
001184     END-IF
001185     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001186     IF WS-BUSINESS-DAYS
001187         PERFORM 1100-BUSINESS-CUTOFF
001188            THRU 1100-BUSINESS-CUTOFF-EXIT
001189     ELSE
001190         COMPUTE WS-CUTOFF-INT =
001200             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
001210             - WS-RETENTION-DAYS
001220         MOVE FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
001230             TO WS-CUTOFF-DATE
001235     END-IF
001240     OPEN I-O HISTORY-FILE
001250     IF WS-HST-STATUS NOT = "00"
001260         DISPLAY "CALCARCH - NO SE PUDO ABRIR HISTORIAL - STATUS "
001440     END-START.
001450 1000-INITIALIZE-EXIT.
001460     EXIT.
001461*
001462******************************************************************
001463*    1100-BUSINESS-CUTOFF - WALK BACK FROM THE RUN DATE ON THE    *
001464*    CALENDAR UNTIL THE RETENTION PERIOD'S WORTH OF BUSINESS      *
001465*    DAYS HAS BEEN COUNTED; THAT DATE IS THE CUTOFF.  A MISSING   *
001466*    CALENDAR OR A DATE NOT ON IT ENDS THE RUN HERE (RC 16).      *
001467******************************************************************
001468 1100-BUSINESS-CUTOFF.
001469     OPEN INPUT CALENDAR-FILE
001470     IF WS-CAL-STATUS NOT = "00"
001471         DISPLAY "CALCARCH - NO SE PUDO ABRIR CALENDARIO - "
001472             "STATUS " WS-CAL-STATUS
001473         MOVE 16 TO RETURN-CODE
001474         STOP RUN
001475     END-IF
001476     COMPUTE WS-CUTOFF-INT =
001477         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
001478     MOVE ZERO TO WS-BDAY-COUNT
001480     PERFORM 1110-BACK-ONE-DAY THRU 1110-BACK-ONE-DAY-EXIT
001481         UNTIL WS-BDAY-COUNT NOT < WS-RETENTION-DAYS
001482     CLOSE CALENDAR-FILE
001483     MOVE CAL-DATE TO WS-CUTOFF-DATE.
001484 1100-BUSINESS-CUTOFF-EXIT.
001485     EXIT.
001486*
001487 1110-BACK-ONE-DAY.
001488     SUBTRACT 1 FROM WS-CUTOFF-INT
001490     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
001491     READ CALENDAR-FILE
001492         INVALID KEY
001493             DISPLAY "CALCARCH - FECHA " CAL-DATE
001494                 " NO ESTA EN EL CALENDARIO - NADA SE DEPURA"
001495             CLOSE CALENDAR-FILE
001496             MOVE 16 TO RETURN-CODE
001497             STOP RUN
001498     END-READ
001499     IF CAL-BUSINESS-DAY
001500         ADD 1 TO WS-BDAY-COUNT
001501     END-IF.
001502 1110-BACK-ONE-DAY-EXIT.
001503     EXIT.
001504*
001505******************************************************************
001506*    2000-ARCHIVE-PASS - ONE RECORD PER PASS.  RECORDS OLDER      *
001507*    THAN THE CUTOFF ARE WRITTEN TO THE ARCHIVE AND DELETED       *
001510*    FROM THE INDEXED FILE; EVERYTHING ELSE IS COUNTED AS         *
001520*    RETAINED.                                                    *
001530******************************************************************
002290     DISPLAY " "
002300     DISPLAY "======= CALCARCH - CONTROL DE DEPURACION ======="
002310     DISPLAY "FECHA DE CORRIDA .......: " WS-RUN-DATE
002320     IF WS-BUSINESS-DAYS
002322         DISPLAY "DIAS HABILES RETENCION .: " WS-RETENTION-DAYS
002324     ELSE
002326         DISPLAY "DIAS DE RETENCION ......: " WS-RETENTION-DAYS
002328     END-IF
002330     DISPLAY "FECHA DE CORTE .........: " WS-CUTOFF-DATE
002340     DISPLAY "REGISTROS ANTES ........: " WS-BEFORE-COUNT
002350     DISPLAY "REGISTROS ARCHIVADOS ...: " WS-ARCHIVED-COUNT
