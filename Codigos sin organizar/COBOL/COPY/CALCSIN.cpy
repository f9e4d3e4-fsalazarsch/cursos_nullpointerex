000120*    RECURRING CHAIN IS KEYED AS CONSECUTIVE IDS (THE OPENER     *
000130*    FIRST IN COLLATING ORDER) SHARING ONE FREQUENCY.            *
000140*                                                                 *
000150*    FREQUENCY: "D" - EVERY BUSINESS DAY.                        *
000160*               "W" - WEEKLY, ON SIN-FREQ-DAY (1=LUNES ...       *
000170*                     7=DOMINGO).                                *
000180*               "M" - THE FISCAL MONTH-END ONLY.                 *
000181*                                                                 *
000182*    DUE DATES COME FROM THE BUSINESS-DAY CALENDAR (SEE          *
000183*    CALCCAL): NOTHING IS DUE ON A HOLIDAY OR WEEKEND.  WHEN A   *
000184*    WEEKLY OR MONTH-END ROW'S OWN DATE IS NOT A BUSINESS DAY,   *
000185*    SIN-ROLL DECIDES:                                           *
000186*               "F" - ROLL FORWARD TO THE NEXT BUSINESS DAY.     *
000187*               "B" - ROLL BACK TO THE BUSINESS DAY BEFORE.      *
000188*               " " - NO ROLL; THAT OCCURRENCE IS SKIPPED.       *
000189*                                                                 *
000190*    VARIANCE TOLERANCE (CHECKED BY CALCVAR AGAINST THE ROW'S    *
000191*    ANSWER ON ITS PREVIOUS DUE RUN):                            *
000192*               "P" - SIN-VAR-TOL IS A PERCENTAGE OF THE         *
000193*                     PREVIOUS ANSWER.                           *
000194*               "A" - SIN-VAR-TOL IS AN ABSOLUTE AMOUNT.         *
000195*               " " - NOT CHECKED.                               *
000196*                                                                 *
000200*    MODIFICATION HISTORY                                        *
000210*    ---------------------------------------------------------   *
000220*    2026-09-02  JCM   ORIGINAL COPYBOOK.                         *
000221*    2026-10-15  JCM   CARVED SIN-VAR-TYPE AND SIN-VAR-TOL OUT    *
000222*                      OF THE FILLER - THE RUN-OVER-RUN           *
000223*                      VARIANCE TOLERANCE CALCVAR APPLIES.        *
000224*                      RECORD LENGTH IS UNCHANGED.                *
000225*    2026-10-15  JCM   APPENDED SIN-ROLL - THE ROLL-FORWARD OR    *
000226*                      ROLL-BACK RULE CALCGEN APPLIES WHEN A      *
000227*                      ROW FALLS ON A NON-BUSINESS DAY OF THE     *
000228*                      CALENDAR (SEE CALCCAL).  "M" NOW MEANS     *
000229*                      THE FISCAL MONTH-END.  RECORD GROWS FROM   *
000230*                      87 TO 88 BYTES; THE MASTER NEEDS A REORG.  *
000231******************************************************************
000240 01  SIN-RECORD.
000250     05  SIN-ID                  PIC X(08).
000260     05  SIN-REC-TYPE            PIC X(01).
000420         88  SIN-ACTIVE                  VALUE "A".
000430         88  SIN-INACTIVE                VALUE "I".
000440     05  SIN-DESC                PIC X(30).
000441     05  SIN-VAR-TYPE            PIC X(01).
000442         88  SIN-VAR-PERCENT             VALUE "P".
000443         88  SIN-VAR-AMOUNT              VALUE "A".
000444         88  SIN-VAR-NONE                VALUE SPACE.
000445     05  SIN-VAR-TOL             PIC 9(05)V99.
000450     05  SIN-ROLL                PIC X(01).
000460         88  SIN-ROLL-FORWARD            VALUE "F".
000470         88  SIN-ROLL-BACK               VALUE "B".
000480         88  SIN-ROLL-NONE               VALUE SPACE.
