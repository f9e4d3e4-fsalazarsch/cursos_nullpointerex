000357*                      REPORTS THE SEPARATION, SO A SHORT         *
000358*                      "G" TOTAL CAN BE EXPLAINED INSTEAD         *
000359*                      OF UNDERSTATING IN SILENCE.                *
000360*    2026-10-15  JCM   GREW THE PARTITION FILES AND THEIR         *
000361*                      TRAILERS TO 56 BYTES FOR TRN-SIN-ID        *
000362*                      (SEE CALCTRN).                             *
000363*    2026-10-15  JCM   REVERSAL ("V") RECORDS ARE DEALT ROUND-    *
000364*                      ROBIN LIKE A NEW DETAIL BUT LEAVE THE      *
000365*                      CURRENT PARTITION WHERE IT WAS, SO A       *
000366*                      CONTINUATION BEHIND A REVERSAL STILL       *
000367*                      FOLLOWS THE RECORD IT CHAINS OFF.  THEY    *
000368*                      COUNT IN THE TRAILER TOTALS LIKE "C".      *
000369*    2026-10-15  JCM   FORMULA ("F") RECORDS ARE DEALT LIKE A NEW *
000370*                      DETAIL - A CONTINUATION BEHIND ONE FOLLOWS *
000371*                      IT TO ITS PARTITION - AND COUNT IN THE     *
000372*                      TRAILER TOTALS.                            *
000373******************************************************************
000374 ENVIRONMENT DIVISION.
000375 CONFIGURATION SECTION.
000376 SOURCE-COMPUTER.    IBM-370.
000377 OBJECT-COMPUTER.    IBM-370.
000380*
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000600 COPY CALCTRN.
000610*
000620 FD  PART1-FILE.
000630 01  PT1-RECORD              PIC X(56).
000640*
000650 FD  PART2-FILE.
000660 01  PT2-RECORD              PIC X(56).
000670*
000680 FD  PART3-FILE.
000690 01  PT3-RECORD              PIC X(56).
000700*
000710 FD  PART4-FILE.
000720 01  PT4-RECORD              PIC X(56).
000730*
000740 WORKING-STORAGE SECTION.
000750*
000910 77  WS-CURR-PART            PIC 9(01) VALUE 4.
000920 77  WS-NEXT-PART            PIC 9(01) VALUE 1.
000930 77  WS-PART-SUB             PIC 9(01) COMP VALUE ZERO.
000935 77  WS-SAVE-PART            PIC 9(01) VALUE ZERO.
000940*
000950 77  WS-DTL-COUNT            PIC 9(07) VALUE ZERO.
000960*
001140                                SIGN LEADING SEPARATE.
001150     05  WS-PT-HASH-Y            PIC S9(11)V99
001160                                SIGN LEADING SEPARATE.
001170     05  FILLER                  PIC X(20) VALUE SPACES.
001180*
001190 01  WS-CURRENT-DATE.
001200     05  WS-CUR-YEAR         PIC 9(04).
001880                THRU 2200-SAVE-TRAILER-EXIT
001890         WHEN TRN-DETAIL-REC
001900         WHEN TRN-RECYCLE-REC
001901         WHEN TRN-FORMULA-REC
001910             PERFORM 2300-DEAL-NEW-GROUP
001920                THRU 2300-DEAL-NEW-GROUP-EXIT
001930         WHEN TRN-CHAIN-REC
001952         WHEN TRN-GRPTOT-REC
001954             PERFORM 2350-DEAL-GRPTOT
001956                THRU 2350-DEAL-GRPTOT-EXIT
001957         WHEN TRN-REVERSAL-REC
001958             PERFORM 2340-DEAL-REVERSAL
001959                THRU 2340-DEAL-REVERSAL-EXIT
001960         WHEN OTHER
001970             MOVE "TIPO DE REGISTRO DESCONOCIDO" TO WS-ABORT-MSG
001980             PERFORM 9000-ABORT-RUN THRU 9000-ABORT-RUN-EXIT
002501 2320-PIN-GROUP-EXIT.
002502     EXIT.
002503*
002504******************************************************************
002505*    2340-DEAL-REVERSAL - DEALT ROUND-ROBIN, AS THE ORIGINAL IS   *
002506*    READ FROM HISTORY.  THE CURRENT PARTITION IS PUT BACK SO A   *
002507*    "C" BEHIND THE REVERSAL STILL JOINS ITS CHAIN.               *
002508******************************************************************
002509 2340-DEAL-REVERSAL.
002510     MOVE WS-CURR-PART TO WS-SAVE-PART
002511     MOVE WS-NEXT-PART TO WS-CURR-PART
002512     IF WS-NEXT-PART = 4
002513         MOVE 1 TO WS-NEXT-PART
002514     ELSE
002515         ADD 1 TO WS-NEXT-PART
002516     END-IF
002517     PERFORM 2400-DEAL-CHAIN THRU 2400-DEAL-CHAIN-EXIT
002518     MOVE WS-SAVE-PART TO WS-CURR-PART.
002519 2340-DEAL-REVERSAL-EXIT.
002520     EXIT.
002521*
002522******************************************************************
002523*    2350-DEAL-GRPTOT - A GROUP-TOTAL RECORD FOLLOWS ITS GROUP    *
002524*    TO THE PARTITION IT WAS PINNED TO AND UNPINS THE LABEL       *
002637*
002638******************************************************************
002640*    2500-WRITE-CURRENT - WRITE THE RECORD TO THE CURRENT         *
002650*    PARTITION AND, FOR THE DETAIL TYPES, ROLL IT INTO BOTH THE   *
002660*    INBOUND-VERIFICATION TOTALS AND THAT PARTITION'S OWN         *
002670*    TRAILER TOTALS.  "R" RECORDS ARE PASSED THROUGH WITHOUT      *
002680*    TALLYING, THE SAME RULE CALCBTCH APPLIES.                    *
002690******************************************************************
002790             WRITE PT4-RECORD FROM TRN-RECORD
002800     END-EVALUATE
002810     IF TRN-DETAIL-REC OR TRN-CHAIN-REC OR TRN-STORE-REC
002815         OR TRN-GRPTOT-REC OR TRN-REVERSAL-REC
002816         OR TRN-FORMULA-REC
002820         ADD 1 TO WS-DTL-COUNT
002830         ADD TRN-X TO WS-HASH-X
002840         ADD TRN-Y TO WS-HASH-Y
