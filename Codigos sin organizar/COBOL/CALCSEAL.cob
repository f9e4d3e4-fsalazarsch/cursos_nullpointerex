000240*    AAAAMMDD; ZERO, BLANK OR MISSING MEANS THE CURRENT DATE -   *
000250*    THE CALCBAL/CALCEXT CONVENTION.                             *
000260*                                                                 *
000261*    AFTER A MONTHLY ROLLOVER (CALCAROL) THE TRAIL OPENS WITH    *
000262*    AN ORIGIN LINE THAT STANDS IN FOR THE PREVIOUS SEAL.  A     *
000263*    TRAIL WHOSE NEWEST SEAL IS A CLOSING SEAL IS WAITING FOR    *
000264*    THE ROLLOVER TO FINISH AND IS NOT SEALED AGAIN.             *
000265*                                                                 *
000270*    RETURN CODES: 0 - SEAL WRITTEN (OR ALREADY PRESENT).        *
000275*                  8 - TRAIL CLOSED, ROLLOVER NOT COMPLETED.     *
000280*                 16 - BAD PARM OR THE TRAIL WOULD NOT OPEN.     *
000290*                                                                 *
000300*    MODIFICATION HISTORY                                        *
000323*                      CALCAUD); THE HASH COLUMNS DID NOT         *
000324*                      MOVE, SO EXISTING SEALS STILL              *
000325*                      VERIFY.                                    *
000326*    2026-10-15  JCM   MONTHLY ROLLOVER: AN ORIGIN LINE COUNTS    *
000327*                      AS THE PREVIOUS SEAL; NO SEAL IS WRITTEN   *
000328*                      AFTER A CLOSING SEAL (RC 8).               *
000329*    2026-10-15  JCM   AUDIT LINE GROWN TO 120 BYTES FOR THE      *
000330*                      FORMULA NAME AND VERSION (SEE CALCAUD).    *
000331******************************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  AUDIT-FILE.
000480 01  AUD-LINE                PIC X(120).
000490*
000500 WORKING-STORAGE SECTION.
000510*
000560*
000570 77  WS-SEALED-SW            PIC X(01) VALUE "N".
000580     88  WS-ALREADY-SEALED           VALUE "Y".
000581*
000582 77  WS-CLOSED-SW            PIC X(01) VALUE "N".
000583     88  WS-TRAIL-CLOSED             VALUE "Y".
000590*
000600 77  WS-SEAL-DATE            PIC 9(08) VALUE ZERO.
000610 77  WS-DAY-COUNT            PIC 9(07) VALUE ZERO.
000770 0000-MAINLINE.
000780     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000790     PERFORM 2000-SCAN-TRAIL THRU 2000-SCAN-TRAIL-EXIT
000800     IF WS-TRAIL-CLOSED
000801         DISPLAY "CALCSEAL - RASTRO CERRADO EL "
000802             WS-PREV-SEAL-DATE " SIN ROTAR - NO SE SELLA"
000803         DISPLAY "CALCSEAL - COMPLETAR LA ROTACION (CALCAROJ)"
000804         MOVE 8 TO RETURN-CODE
000805         STOP RUN
000806     END-IF
000807     IF WS-ALREADY-SEALED
000810         DISPLAY "CALCSEAL - EL " WS-SEAL-DATE
000820             " YA ESTA SELLADO - NADA QUE HACER"
000830     ELSE
001030*
001040******************************************************************
001050*    2000-SCAN-TRAIL - READ THE WHOLE TRAIL.  EVERY SEAL LINE     *
001060*    (OR THE ORIGIN LINE OF A ROLLED TRAIL) RESETS THE RUNNING    *
001065*    TOTALS AND BECOMES THE PREVIOUS SEAL;                        *
001070*    EVERY OTHER LINE IS COUNTED AND HASHED.  WHAT IS LEFT        *
001080*    RUNNING AT END OF FILE IS THE DAY TO BE SEALED.              *
001090******************************************************************
001270         GO TO 2100-SCAN-NEXT-EXIT
001280     END-IF
001290     MOVE AUD-LINE TO SEA-SEAL-LINE
001300     IF SEA-IS-SEAL OR SEA-IS-ORIGIN
001301         IF SEA-IS-SEAL AND SEA-CLOSING-SEAL
001302             SET WS-TRAIL-CLOSED TO TRUE
001303         ELSE
001304             MOVE "N" TO WS-CLOSED-SW
001305         END-IF
001310         MOVE SEA-CHAIN TO WS-PREV-CHAIN
001320         MOVE SEA-DATE TO WS-PREV-SEAL-DATE
001330         MOVE ZERO TO WS-DAY-COUNT
