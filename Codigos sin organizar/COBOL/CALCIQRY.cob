000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCIQRY.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCIQRY - INBOUND BATCH REGISTER INQUIRY.                  *
000090*
000100*    LISTS THE INBOUND REGISTER (SEE CALCIRG) THAT CALCEDIT      *
000110*    KEEPS: ONE LINE PER BATCH RECEIVED, WITH ITS SOURCE, HEADER *
000120*    DATE, TRAILER COUNT AND HASH TOTALS AND THE DATE AND TIME   *
000130*    IT WAS ACCEPTED.  A BATCH RE-SENT UNDER A SUPERVISOR'S      *
000140*    PARM SHOWS HOW MANY TIMES AND WHO AUTHORIZED THE LAST ONE.  *
000150*    THE OPERATOR MAY NARROW THE LIST TO ONE SOURCE SYSTEM AND   *
000160*    TO HEADER DATES FROM A GIVEN DAY ON.                        *
000170*
000180*    SIGN-ON RULES ARE THE SAME AS CALCQRY: ACTIVE OPERATORS     *
000190*    WITH QUERY AUTHORITY (LEVEL 2 OR ABOVE) ONLY.               *
000200*
000210*    MODIFICATION HISTORY                                        *
000220*    ---------------------------------------------------------   *
000230*    2026-10-15  JCM   ORIGINAL PROGRAM.
000240******************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.    IBM-370.
000280 OBJECT-COMPUTER.    IBM-370.
000290*
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT INREG-FILE ASSIGN TO CALCIRG
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS IRG-KEY
000360         FILE STATUS IS WS-IRG-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  INREG-FILE.
000410 COPY CALCIRG.
000420*
000430 WORKING-STORAGE SECTION.
000440 77  WS-IRG-STATUS           PIC X(02).
000450 77  WS-OPERATOR-ID          PIC X(08).
000460 77  WS-PROGRAM-NAME         PIC X(08) VALUE "CALCIQRY".
000470*
000480 77  WS-SIGNON-SW            PIC X(01) VALUE "N".
000490     88  WS-SIGNED-ON                VALUE "Y".
000500*
000510 77  WS-REQ-AUTH             PIC 9(01) VALUE 2.
000520 77  WS-OPR-AUTH             PIC 9(01) VALUE ZERO.
000530*
000540 77  WS-WANTED-SOURCE        PIC X(08) VALUE SPACES.
000550 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
000560 77  WS-DATE-TEXT            PIC X(08) VALUE SPACES.
000570 77  WS-BATCH-COUNT          PIC 9(05) VALUE ZERO.
000580 77  WS-RESENT-COUNT         PIC 9(05) VALUE ZERO.
000590 77  WS-HASH-X-ED            PIC -(11)9.99.
000600 77  WS-HASH-Y-ED            PIC -(11)9.99.
000610*
000620 PROCEDURE DIVISION.
000630*
000640******************************************************************
000650*    0000-MAINLINE
000660******************************************************************
000670 0000-MAINLINE.
000680     PERFORM 0500-SIGN-ON THRU 0500-SIGN-ON-EXIT
000690     IF WS-SIGNED-ON
000700         PERFORM 1000-GET-FILTER THRU 1000-GET-FILTER-EXIT
000710         PERFORM 2000-LIST-REGISTER THRU 2000-LIST-REGISTER-EXIT
000720         PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT
000730     END-IF
000740     STOP RUN.
000750*
000760******************************************************************
000770*    0500-SIGN-ON - SAME RULE AS CALCQRY, THROUGH THE SHARED
000780*    CALCSGN SIGN-ON.
000790******************************************************************
000800 0500-SIGN-ON.
000810     MOVE 2 TO WS-REQ-AUTH
000820     CALL "CALCSGN" USING WS-REQ-AUTH WS-OPERATOR-ID
000830         WS-OPR-AUTH WS-SIGNON-SW WS-PROGRAM-NAME.
000840 0500-SIGN-ON-EXIT.
000850     EXIT.
000860*
000870 1000-GET-FILTER.
000880     DISPLAY "CALCIQRY - REGISTRO DE LOTES RECIBIDOS"
000890     DISPLAY "SISTEMA ORIGEN (BLANCO = TODOS): "
000900     ACCEPT WS-WANTED-SOURCE FROM CONSOLE
000910     DISPLAY "DESDE FECHA DE LOTE (AAAAMMDD, CEROS = TODAS): "
000920     ACCEPT WS-DATE-TEXT FROM CONSOLE
000930     IF WS-DATE-TEXT NUMERIC
000940         MOVE WS-DATE-TEXT TO WS-FROM-DATE
000950     END-IF.
000960 1000-GET-FILTER-EXIT.
000970     EXIT.
000980*
000990******************************************************************
001000*    2000-LIST-REGISTER - FOR ONE SOURCE, START AT ITS FROM-DATE
001010*    AND READ UNTIL THE SOURCE CHANGES; FOR ALL SOURCES, READ THE
001020*    WHOLE REGISTER AND SKIP THE ROWS BEFORE THE FROM-DATE.
001030******************************************************************
001040 2000-LIST-REGISTER.
001050     OPEN INPUT INREG-FILE
001060     IF WS-IRG-STATUS NOT = "00"
001070         DISPLAY "NO SE PUDO ABRIR EL REGISTRO DE LOTES"
001080         GO TO 2000-LIST-REGISTER-EXIT
001090     END-IF
001100     DISPLAY " "
001110     DISPLAY "ORIGEN   FECHA    DETALLES     HASH-X"
001120         "          HASH-Y          ACEPTADO TIEMPO RENV"
001130     IF WS-WANTED-SOURCE = SPACES
001140         MOVE LOW-VALUES TO IRG-KEY
001150     ELSE
001160         MOVE WS-WANTED-SOURCE TO IRG-SOURCE
001170         MOVE WS-FROM-DATE TO IRG-DATE
001180     END-IF
001190     START INREG-FILE KEY IS NOT LESS THAN IRG-KEY
001200         INVALID KEY
001210             MOVE "10" TO WS-IRG-STATUS
001220     END-START
001230     IF WS-IRG-STATUS = "00"
001240         PERFORM 2100-LIST-NEXT THRU 2100-LIST-NEXT-EXIT
001250             UNTIL WS-IRG-STATUS NOT = "00"
001260     END-IF
001270     CLOSE INREG-FILE.
001280 2000-LIST-REGISTER-EXIT.
001290     EXIT.
001300*
001310 2100-LIST-NEXT.
001320     READ INREG-FILE NEXT RECORD
001330         AT END
001340             MOVE "10" TO WS-IRG-STATUS
001350     END-READ
001360     IF WS-IRG-STATUS NOT = "00"
001370         GO TO 2100-LIST-NEXT-EXIT
001380     END-IF
001390     IF WS-WANTED-SOURCE NOT = SPACES
001400         AND IRG-SOURCE NOT = WS-WANTED-SOURCE
001410         MOVE "10" TO WS-IRG-STATUS
001420         GO TO 2100-LIST-NEXT-EXIT
001430     END-IF
001440     IF IRG-DATE < WS-FROM-DATE
001450         GO TO 2100-LIST-NEXT-EXIT
001460     END-IF
001470     PERFORM 2200-DISPLAY-BATCH THRU 2200-DISPLAY-BATCH-EXIT.
001480 2100-LIST-NEXT-EXIT.
001490     EXIT.
001500*
001510******************************************************************
001520*    2200-DISPLAY-BATCH - ONE LINE PER BATCH; A RE-SENT BATCH
001530*    GETS A SECOND LINE NAMING THE SUPERVISOR WHO LET IT IN.
001540******************************************************************
001550 2200-DISPLAY-BATCH.
001560     ADD 1 TO WS-BATCH-COUNT
001570     MOVE IRG-HASH-X TO WS-HASH-X-ED
001580     MOVE IRG-HASH-Y TO WS-HASH-Y-ED
001590     DISPLAY IRG-SOURCE " " IRG-DATE " " IRG-COUNT " "
001600         WS-HASH-X-ED " " WS-HASH-Y-ED " "
001610         IRG-ACC-DATE " " IRG-ACC-TIME " " IRG-RESENDS
001620     IF IRG-RESENDS > ZERO
001630         ADD 1 TO WS-RESENT-COUNT
001640         DISPLAY "         *** REENVIADO - ULTIMO AUTORIZADO POR "
001650             IRG-RESEND-OPER
001660     END-IF.
001670 2200-DISPLAY-BATCH-EXIT.
001680     EXIT.
001690*
001700 3000-TERMINATE.
001710     DISPLAY " "
001720     IF WS-BATCH-COUNT = ZERO
001730         DISPLAY "SIN LOTES REGISTRADOS PARA ESE CRITERIO"
001740     ELSE
001750         DISPLAY "LOTES LISTADOS ........: " WS-BATCH-COUNT
001760         DISPLAY "LOTES REENVIADOS ......: " WS-RESENT-COUNT
001770     END-IF.
001780 3000-TERMINATE-EXIT.
001790     EXIT.
