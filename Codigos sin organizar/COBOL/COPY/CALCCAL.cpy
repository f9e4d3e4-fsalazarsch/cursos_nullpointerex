000010******************************************************************
000020*    CALCCAL.CPY                                                 *
000030*    SHOP BUSINESS-DAY CALENDAR RECORD.  ONE ROW PER DATE,       *
000040*    KEYED BY DATE, ON THE INDEXED CALENDAR MASTER               *
000050*    (PROD.CALC.CALENDAR, A KSDS DEFINED ONCE AT INSTALL).  THE  *
000060*    SUPERVISOR LOADS A YEAR AT A TIME AND MARKS HOLIDAYS AND    *
000070*    THE FISCAL MONTH-END WITH CALCCMNT.  CALCGEN DECIDES WHAT   *
000080*    IS DUE FROM IT, CALCMRPT AVERAGES PER BUSINESS DAY, AND     *
000090*    CALCARCH ACCEPTS ITS RETENTION IN BUSINESS DAYS.            *
000100*                                                                 *
000110*    CAL-DAY-TYPE: "B" - BUSINESS DAY.                           *
000120*                  "H" - HOLIDAY (FINANCE CLOSED).               *
000130*                  "W" - WEEKEND.                                *
000140*    CAL-FISCAL-ME: "Y" ON THE ONE DATE PER MONTH DESIGNATED     *
000150*                  AS THE FISCAL MONTH-END.                      *
000160*    CAL-DAY-OF-WEEK: 1=LUNES ... 7=DOMINGO.                     *
000170*                                                                 *
000180*    MODIFICATION HISTORY                                        *
000190*    ---------------------------------------------------------   *
000200*    2026-10-15  JCM   ORIGINAL COPYBOOK.                         *
000210******************************************************************
000220 01  CAL-RECORD.
000230     05  CAL-DATE                PIC 9(08).
000240     05  CAL-DAY-OF-WEEK         PIC 9(01).
000250     05  CAL-DAY-TYPE            PIC X(01).
000260         88  CAL-BUSINESS-DAY            VALUE "B".
000270         88  CAL-HOLIDAY                 VALUE "H".
000280         88  CAL-WEEKEND                 VALUE "W".
000290     05  CAL-FISCAL-ME           PIC X(01).
000300         88  CAL-FISCAL-MONTH-END        VALUE "Y".
000310     05  CAL-DESC                PIC X(20).
000320     05  CAL-UPD-BY              PIC X(08).
000330     05  CAL-UPD-DATE            PIC 9(08).
000340     05  FILLER                  PIC X(13).
