000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     CALCBILL.
000030 AUTHOR.         J. C. MENDIZABAL.
000040 INSTALLATION.   NULLPOINTEREX BATCH SERVICES.
000050 DATE-WRITTEN.   2026-10-15.
000060 DATE-COMPILED.
000070******************************************************************
000080*    CALCBILL - MONTH-END DEPARTMENT CHARGEBACK BILLING.         *
000090*                                                                *
000100*    TURNS THE GROUP CODE EVERY CALCULATION CARRIES (HST-GROUP)  *
000110*    INTO A RECHARGE TO THE DEPARTMENT THAT USED THE SERVICE.    *
000120*    READS THE HISTORY FOR THE MONTH IN THE PARM AND PRICES      *
000130*    EVERY ROW FROM THE RATE TABLE (SEE CALCRAT) AS IT STANDS    *
000140*    WHEN THE JOB RUNS:                                          *
000150*      - A CLEAN ROW AT THE OPERATION'S PRICE, A ROW POSTED IN   *
000160*        ERROR AT THE OPERATION'S ERROR PRICE.                   *
000170*      - A REVERSAL ("V") IS CREDITED WHAT THE ROW IT REVERSES   *
000180*        WAS CHARGED, WHATEVER MONTH THAT ROW WAS IN, AND THE    *
000190*        CREDIT GOES TO THE REVERSAL'S OWN GROUP.  A REVERSAL    *
000200*        THAT FAILED IS CHARGED THE "V" ERROR PRICE, WHEN THERE  *
000210*        IS A "V" ROW, AND NOTHING OTHERWISE.                    *
000220*      - AN OPERATION WITH NO RATE ROW IS COUNTED BUT NOT        *
000230*        CHARGED, AND LISTED AS AN EXCEPTION.                    *
000240*      - GROUP-TOTAL ROWS ("G") ARE NOT CALCULATIONS AND ARE     *
000250*        SKIPPED.                                                *
000260*    THEN, IN GROUP CODE ORDER FROM THE GROUP MASTER (SEE        *
000270*    CALCGRP), PRINTS ONE INVOICE PAGE PER DEPARTMENT THAT USED  *
000280*    THE SERVICE IN THE MONTH AND WRITES ITS LINE TO THE         *
000290*    GENERAL LEDGER CHARGEBACK FILE.  USAGE UNDER A CODE NOT ON  *
000300*    THE MASTER (OR UNDER NO CODE AT ALL) IS NOT BILLED OR SENT  *
000310*    TO THE LEDGER; IT IS PRINTED IN THE EXCEPTIONS SECTION SO   *
000320*    THE CODE CAN BE ADDED AND THE MONTH RE-RUN.  A SUMMARY PAGE *
000330*    CLOSES THE REPORT.                                          *
000340*                                                                *
000350*    THE LEDGER FILE IS COMMA-DELIMITED: A HEADER LINE, ONE LINE *
000360*    PER DEPARTMENT BILLED                                       *
000370*        AAAAMM,GRUPO,CENTRO-COSTO,DEPARTAMENTO,CALCULOS,IMPORTE *
000380*    AND A CONTROL LINE                                          *
000390*        TOTAL,AAAAMM,DEPARTAMENTOS,CALCULOS,IMPORTE             *
000400*    AMOUNTS ARE ROUNDED TO THE CENT PER OPERATION, SO EACH      *
000410*    INVOICE FOOTS TO ITS LEDGER LINE.                           *
000420*                                                                *
000430*    PARM: AAAAMM - THE MONTH TO BILL.                           *
000440*                                                                *
000450*    RETURN CODES: 0 - MONTH BILLED, NO EXCEPTIONS.              *
000460*                  4 - MONTH BILLED WITH EXCEPTIONS (UNKNOWN     *
000470*                      GROUPS, UNPRICED OPERATIONS OR REVERSALS  *
000480*                      WHOSE ORIGINAL IS NO LONGER ON HISTORY).  *
000490*                 16 - BAD PARM, A FILE WOULD NOT OPEN OR A      *
000500*                      TABLE OVERFLOWED.  NOTHING IS BILLED.     *
000510*                                                                *
000520*    MODIFICATION HISTORY                                        *
000530*    ---------------------------------------------------------   *
000540*    2026-10-15  JCM   ORIGINAL PROGRAM.                         *
000550******************************************************************
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.    IBM-370.
000590 OBJECT-COMPUTER.    IBM-370.
000600*
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT HISTORY-FILE ASSIGN TO CALCHST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS HST-KEY
000670         ALTERNATE RECORD KEY IS HST-OPERATOR-ID
000680             WITH DUPLICATES
000690         FILE STATUS IS WS-HST-STATUS.
000700     SELECT GROUP-FILE ASSIGN TO CALCGRP
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS GRP-CODE
000740         FILE STATUS IS WS-GRP-STATUS.
000750     SELECT RATE-FILE ASSIGN TO CALCRAT
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS RAT-OP
000790         FILE STATUS IS WS-RAT-STATUS.
000800     SELECT INVOICE-FILE ASSIGN TO CALCINV
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-INV-STATUS.
000830     SELECT LEDGER-FILE ASSIGN TO CALCGLX
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-GLX-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  HISTORY-FILE.
000900 COPY CALCHST.
000910*
000920 FD  GROUP-FILE.
000930 COPY CALCGRP.
000940*
000950 FD  RATE-FILE.
000960 COPY CALCRAT.
000970*
000980 FD  INVOICE-FILE.
000990 01  INV-LINE                PIC X(132).
001000*
001010 FD  LEDGER-FILE.
001020 01  GLX-LINE                PIC X(100).
001030*
001040 WORKING-STORAGE SECTION.
001050*
001060 77  WS-HST-STATUS           PIC X(02).
001070 77  WS-GRP-STATUS           PIC X(02).
001080 77  WS-RAT-STATUS           PIC X(02).
001090 77  WS-INV-STATUS           PIC X(02).
001100 77  WS-GLX-STATUS           PIC X(02).
001110*
001120 77  WS-FILES-OPEN-SW        PIC X(01) VALUE "N".
001130     88  WS-FILES-OPEN               VALUE "Y".
001140*
001150 01  WS-BILL-MONTH.
001160     05  WS-BM-YYYY          PIC 9(04).
001170     05  WS-BM-MM            PIC 9(02).
001180 01  WS-BILL-MONTH-N REDEFINES WS-BILL-MONTH
001190                             PIC 9(06).
001200*
001210 01  WS-MONTH-START.
001220     05  WS-MS-YYYYMM        PIC 9(06).
001230     05  WS-MS-DD            PIC 9(02).
001240 01  WS-MONTH-START-N REDEFINES WS-MONTH-START
001250                             PIC 9(08).
001260 01  WS-NEXT-MONTH.
001270     05  WS-NM-YYYY          PIC 9(04).
001280     05  WS-NM-MM            PIC 9(02).
001290     05  WS-NM-DD            PIC 9(02).
001300 01  WS-NEXT-MONTH-N REDEFINES WS-NEXT-MONTH
001310                             PIC 9(08).
001320 77  WS-MONTH-END            PIC 9(08) VALUE ZERO.
001330 77  WS-DAY-INT              PIC 9(07) VALUE ZERO.
001340 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001350*
001360******************************************************************
001370*    RATE TABLE - ONE ENTRY PER OPERATION SEEN.  ENTRIES LOADED   *
001380*    FROM THE RATE FILE ARE "ON FILE"; AN OPERATION MET ON THE    *
001390*    HISTORY WITH NO ROW IS ADDED UNPRICED.  "V" IS ALWAYS        *
001400*    PRESENT SO REVERSAL CREDITS HAVE A LINE OF THEIR OWN.        *
001410******************************************************************
001420 01  WS-RATE-TABLE.
001430     05  WS-RT-COUNT             PIC 9(02) COMP VALUE ZERO.
001440     05  WS-RT-ENTRY OCCURS 20 TIMES.
001450         10  WS-RT-OP            PIC X(01).
001460         10  WS-RT-DESC          PIC X(20).
001470         10  WS-RT-PRICE         PIC 9(05)V9999.
001480         10  WS-RT-ERR-PRICE     PIC 9(05)V9999.
001490         10  WS-RT-ON-FILE-SW    PIC X(01).
001500             88  WS-RT-ON-FILE           VALUE "Y".
001510         10  WS-RT-UNPRICED      PIC 9(07).
001520 77  WS-RT-SUB               PIC 9(02) COMP VALUE ZERO.
001530 77  WS-RT-FOUND-SUB         PIC 9(02) COMP VALUE ZERO.
001540 77  WS-RT-LOOK-OP           PIC X(01) VALUE SPACE.
001550 77  WS-V-SUB                PIC 9(02) COMP VALUE ZERO.
001560*
001570******************************************************************
001580*    GROUP TABLE - ONE ENTRY PER GROUP CODE USED IN THE MONTH,    *
001590*    WITH ITS USAGE AND CHARGES BY OPERATION (SAME SUBSCRIPT AS   *
001600*    THE RATE TABLE).  THE MASTER FIELDS ARE FILLED WHEN THE      *
001610*    CODE IS MATCHED TO THE GROUP MASTER.                         *
001620******************************************************************
001630 01  WS-GROUP-TABLE.
001640     05  WS-GT-COUNT             PIC 9(04) COMP VALUE ZERO.
001650     05  WS-GT-ENTRY OCCURS 300 TIMES.
001660         10  WS-GT-CODE          PIC X(04).
001670         10  WS-GT-MASTER-SW     PIC X(01).
001680             88  WS-GT-ON-MASTER         VALUE "Y".
001690         10  WS-GT-DEPT          PIC X(30).
001700         10  WS-GT-CC            PIC X(10).
001710         10  WS-GT-STATUS        PIC X(01).
001720         10  WS-GT-CALCS         PIC 9(07).
001730         10  WS-GT-TOTAL         PIC S9(09)V99 COMP-3.
001740         10  WS-GT-OP-ENTRY OCCURS 20 TIMES.
001750             15  WS-GT-OP-CALCS  PIC 9(07).
001760             15  WS-GT-OP-ERRS   PIC 9(07).
001770             15  WS-GT-OP-AMOUNT PIC S9(09)V9999 COMP-3.
001780 77  WS-GT-SUB               PIC 9(04) COMP VALUE ZERO.
001790 77  WS-GT-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
001800 77  WS-GT-LOOK-CODE         PIC X(04) VALUE SPACES.
001810*
001820 01  WS-BILLED-ORDER.
001830     05  WS-BO-COUNT             PIC 9(04) COMP VALUE ZERO.
001840     05  WS-BO-SUB OCCURS 300 TIMES
001850                                 PIC 9(04) COMP.
001860 77  WS-BO-IX                PIC 9(04) COMP VALUE ZERO.
001870*
001880******************************************************************
001890*    PRICING OF THE CURRENT HISTORY ROW.                          *
001900******************************************************************
001910 77  WS-ROW-AMOUNT           PIC S9(05)V9999 VALUE ZERO.
001920 77  WS-ROW-SUB              PIC 9(02) COMP VALUE ZERO.
001930 77  WS-ROW-ERR-SW           PIC X(01) VALUE "N".
001940 01  WS-SAVE-KEY.
001950     05  WS-SAVE-RUN-DATE    PIC 9(08).
001960     05  WS-SAVE-SEQ-NO      PIC 9(06).
001970*
001980 77  WS-LINE-AMOUNT          PIC S9(09)V99 COMP-3 VALUE ZERO.
001990 77  WS-GRAND-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
002000 77  WS-EXC-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
002010*
002020 77  WS-ROWS-READ            PIC 9(07) VALUE ZERO.
002030 77  WS-G-SKIPPED            PIC 9(07) VALUE ZERO.
002040 77  WS-UNPRICED-ROWS        PIC 9(07) VALUE ZERO.
002050 77  WS-NO-ORIGINAL          PIC 9(07) VALUE ZERO.
002060 77  WS-BILLED-CALCS         PIC 9(07) VALUE ZERO.
002070 77  WS-EXC-CALCS            PIC 9(07) VALUE ZERO.
002080 77  WS-EXC-GROUPS           PIC 9(04) VALUE ZERO.
002090 77  WS-IDLE-GROUPS          PIC 9(04) VALUE ZERO.
002100 77  WS-INACTIVE-BILLED      PIC 9(04) VALUE ZERO.
002110 77  WS-PAGE-COUNT           PIC 9(04) VALUE ZERO.
002120*
002130******************************************************************
002140*    PRINT LINES.                                                 *
002150******************************************************************
002160 01  WS-PRINT-LINE           PIC X(132).
002170*
002180 01  WS-TITLE-LINE.
002190     05  FILLER              PIC X(10) VALUE "CALCBILL".
002200     05  WS-TL-TEXT          PIC X(60).
002210     05  FILLER              PIC X(04) VALUE "MES ".
002220     05  WS-TL-MONTH         PIC 9(06).
002230     05  FILLER              PIC X(05) VALUE SPACES.
002240     05  FILLER              PIC X(08) VALUE "EMITIDO ".
002250     05  WS-TL-RUN-DATE      PIC 9(08).
002260     05  FILLER              PIC X(05) VALUE SPACES.
002270     05  FILLER              PIC X(07) VALUE "PAGINA ".
002280     05  WS-TL-PAGE          PIC ZZZ9.
002290*
002300 01  WS-GROUP-LINE-1.
002310     05  FILLER              PIC X(07) VALUE "GRUPO: ".
002320     05  WS-G1-CODE          PIC X(04).
002330     05  FILLER              PIC X(17) VALUE "   DEPARTAMENTO: ".
002340     05  WS-G1-DEPT          PIC X(30).
002350 01  WS-GROUP-LINE-2.
002360     05  FILLER              PIC X(17) VALUE "CENTRO DE COSTO: ".
002370     05  WS-G2-CC            PIC X(10).
002380     05  FILLER              PIC X(13) VALUE "   CONTACTO: ".
002390     05  WS-G2-CONTACT       PIC X(30).
002400*
002410 01  WS-COLUMN-HEAD.
002420     05  FILLER              PIC X(26) VALUE "OP  DESCRIPCION".
002430     05  FILLER              PIC X(09) VALUE " CALCULOS".
002440     05  FILLER              PIC X(03) VALUE SPACES.
002450     05  FILLER              PIC X(09) VALUE "CON ERROR".
002460     05  FILLER              PIC X(03) VALUE SPACES.
002470     05  FILLER              PIC X(11) VALUE "     PRECIO".
002480     05  FILLER              PIC X(03) VALUE SPACES.
002490     05  FILLER              PIC X(11) VALUE " PRECIO ERR".
002500     05  FILLER              PIC X(03) VALUE SPACES.
002510     05  FILLER              PIC X(15) VALUE "        IMPORTE".
002520*
002530 01  WS-DETAIL-LINE.
002540     05  WS-DL-OP            PIC X(01).
002550     05  FILLER              PIC X(03) VALUE SPACES.
002560     05  WS-DL-DESC          PIC X(20).
002570     05  FILLER              PIC X(02) VALUE SPACES.
002580     05  WS-DL-CALCS         PIC Z,ZZZ,ZZ9.
002590     05  FILLER              PIC X(03) VALUE SPACES.
002600     05  WS-DL-ERRS          PIC Z,ZZZ,ZZ9.
002610     05  FILLER              PIC X(03) VALUE SPACES.
002620     05  WS-DL-PRICE         PIC ZZ,ZZ9.9999.
002630     05  FILLER              PIC X(03) VALUE SPACES.
002640     05  WS-DL-ERR-PRICE     PIC ZZ,ZZ9.9999.
002650     05  FILLER              PIC X(03) VALUE SPACES.
002660     05  WS-DL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
002670*
002680 01  WS-TOTAL-LINE.
002690     05  WS-TT-LABEL         PIC X(26).
002700     05  WS-TT-CALCS         PIC Z,ZZZ,ZZ9.
002710     05  FILLER              PIC X(43) VALUE SPACES.
002720     05  WS-TT-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
002730*
002740 01  WS-EXC-LINE.
002750     05  WS-EL-CODE          PIC X(12).
002760     05  FILLER              PIC X(02) VALUE SPACES.
002770     05  WS-EL-CALCS         PIC Z,ZZZ,ZZ9.
002780     05  FILLER              PIC X(03) VALUE SPACES.
002790     05  WS-EL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
002800     05  FILLER              PIC X(03) VALUE SPACES.
002810     05  WS-EL-TEXT          PIC X(50).
002820*
002830 01  WS-SUMMARY-HEAD.
002840     05  FILLER              PIC X(06) VALUE "GRUP".
002850     05  FILLER              PIC X(32) VALUE "DEPARTAMENTO".
002860     05  FILLER              PIC X(12) VALUE "CENTRO-COS".
002870     05  FILLER              PIC X(03) VALUE "E".
002880     05  FILLER              PIC X(09) VALUE " CALCULOS".
002890     05  FILLER              PIC X(03) VALUE SPACES.
002900     05  FILLER              PIC X(15) VALUE "        IMPORTE".
002910*
002920 01  WS-SUMMARY-LINE.
002930     05  WS-SL-CODE          PIC X(04).
002940     05  FILLER              PIC X(02) VALUE SPACES.
002950     05  WS-SL-DEPT          PIC X(30).
002960     05  FILLER              PIC X(02) VALUE SPACES.
002970     05  WS-SL-CC            PIC X(10).
002980     05  FILLER              PIC X(02) VALUE SPACES.
002990     05  WS-SL-STATUS        PIC X(01).
003000     05  FILLER              PIC X(02) VALUE SPACES.
003010     05  WS-SL-CALCS         PIC Z,ZZZ,ZZ9.
003020     05  FILLER              PIC X(03) VALUE SPACES.
003030     05  WS-SL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
003040*
003050 01  WS-COUNT-LINE.
003060     05  WS-CL-LABEL         PIC X(45).
003070     05  WS-CL-COUNT         PIC Z,ZZZ,ZZ9.
003080 01  WS-AMOUNT-LINE.
003090     05  WS-AL-LABEL         PIC X(45).
003100     05  WS-AL-AMOUNT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003110*
003120******************************************************************
003130*    LEDGER LINES.                                                *
003140******************************************************************
003150 01  WS-GLX-OUT              PIC X(100).
003160 01  WS-GLX-DEPT             PIC X(30).
003170 01  WS-GLX-EDITS.
003180     05  WS-GLX-CALCS        PIC 9(07).
003190     05  WS-GLX-AMOUNT-ED    PIC -(9)9.99.
003200     05  WS-GLX-TOTAL-ED     PIC -(11)9.99.
003210     05  WS-GLX-GROUPS       PIC 9(04).
003220*
003230 LINKAGE SECTION.
003240 01  LK-PARM.
003250     05  LK-PARM-LEN             PIC S9(04) COMP.
003260     05  LK-PARM-TEXT            PIC X(08).
003270*
003280 PROCEDURE DIVISION USING LK-PARM.
003290*
003300******************************************************************
003310*    0000-MAINLINE                                                *
003320******************************************************************
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003350     PERFORM 2000-READ-HISTORY THRU 2000-READ-HISTORY-EXIT
003360     PERFORM 3000-PRINT-INVOICES THRU 3000-PRINT-INVOICES-EXIT
003370     PERFORM 4000-PRINT-EXCEPTIONS
003380        THRU 4000-PRINT-EXCEPTIONS-EXIT
003390     PERFORM 5000-PRINT-SUMMARY THRU 5000-PRINT-SUMMARY-EXIT
003400     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
003410     STOP RUN.
003420*
003430******************************************************************
003440*    1000-INITIALIZE - VALIDATE THE PARM, WORK OUT THE MONTH'S    *
003450*    FIRST AND LAST DATES, LOAD THE RATE TABLE AND OPEN THE       *
003460*    REST OF THE FILES.                                           *
003470******************************************************************
003480 1000-INITIALIZE.
003490     IF LK-PARM-LEN < 6
003500         OR LK-PARM-TEXT (1:6) NOT NUMERIC
003510         DISPLAY "CALCBILL - PARM DE MES INVALIDO"
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF
003550     MOVE LK-PARM-TEXT (1:6) TO WS-BILL-MONTH-N
003560     IF WS-BM-MM < 01 OR WS-BM-MM > 12
003570         DISPLAY "CALCBILL - MES FUERA DE RANGO"
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF
003610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003620     MOVE WS-BILL-MONTH-N TO WS-MS-YYYYMM
003630     MOVE 01 TO WS-MS-DD
003640     IF WS-BM-MM = 12
003650         COMPUTE WS-NM-YYYY = WS-BM-YYYY + 1
003660         MOVE 01 TO WS-NM-MM
003670     ELSE
003680         MOVE WS-BM-YYYY TO WS-NM-YYYY
003690         COMPUTE WS-NM-MM = WS-BM-MM + 1
003700     END-IF
003710     MOVE 01 TO WS-NM-DD
003720     COMPUTE WS-DAY-INT =
003730         FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-N) - 1
003740     COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
003750     OPEN INPUT RATE-FILE
003760     IF WS-RAT-STATUS NOT = "00"
003770         DISPLAY "CALCBILL - NO SE PUDO ABRIR TARIFAS - STATUS "
003780             WS-RAT-STATUS
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF
003820     MOVE LOW-VALUES TO RAT-OP
003830     START RATE-FILE KEY IS NOT LESS THAN RAT-OP
003840         INVALID KEY
003850             MOVE "10" TO WS-RAT-STATUS
003860     END-START
003870     PERFORM 1100-LOAD-RATE THRU 1100-LOAD-RATE-EXIT
003880         UNTIL WS-RAT-STATUS NOT = "00"
003890     CLOSE RATE-FILE
003900     MOVE "V" TO WS-RT-LOOK-OP
003910     PERFORM 6100-FIND-RATE THRU 6100-FIND-RATE-EXIT
003920     MOVE WS-RT-FOUND-SUB TO WS-V-SUB
003930     IF NOT WS-RT-ON-FILE (WS-V-SUB)
003940         MOVE "REVERSION (CREDITO)" TO WS-RT-DESC (WS-V-SUB)
003950     END-IF
003960     OPEN INPUT HISTORY-FILE
003970     IF WS-HST-STATUS NOT = "00"
003980         DISPLAY "CALCBILL - NO SE PUDO ABRIR HISTORIAL - STATUS "
003990             WS-HST-STATUS
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF
004030     OPEN INPUT GROUP-FILE
004040     IF WS-GRP-STATUS NOT = "00"
004050         DISPLAY "CALCBILL - NO SE PUDO ABRIR GRUPOS - STATUS "
004060             WS-GRP-STATUS
004070         CLOSE HISTORY-FILE
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF
004110     OPEN OUTPUT INVOICE-FILE
004120     IF WS-INV-STATUS NOT = "00"
004130         DISPLAY "CALCBILL - NO SE PUDO ABRIR FACTURAS - STATUS "
004140             WS-INV-STATUS
004150         CLOSE HISTORY-FILE
004160         CLOSE GROUP-FILE
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF
004200     OPEN OUTPUT LEDGER-FILE
004210     IF WS-GLX-STATUS NOT = "00"
004220         DISPLAY "CALCBILL - NO SE PUDO ABRIR ARCHIVO CONTABLE - "
004230             "STATUS " WS-GLX-STATUS
004240         CLOSE HISTORY-FILE
004250         CLOSE GROUP-FILE
004260         CLOSE INVOICE-FILE
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF
004300     MOVE "Y" TO WS-FILES-OPEN-SW
004310     MOVE SPACES TO WS-GLX-OUT
004320     STRING "MES,GRUPO,CENTRO-COSTO,DEPARTAMENTO,CALCULOS,IMPORTE"
004330         DELIMITED BY SIZE
004340         INTO WS-GLX-OUT
004350     END-STRING
004360     WRITE GLX-LINE FROM WS-GLX-OUT
004370     MOVE WS-BILL-MONTH-N TO WS-TL-MONTH
004380     MOVE WS-RUN-DATE TO WS-TL-RUN-DATE
004390     DISPLAY " "
004400     DISPLAY "===== CALCBILL - FACTURACION INTERNA DEL MES "
004410         WS-BILL-MONTH-N " ====="
004420     DISPLAY "HISTORIAL DEL " WS-MONTH-START-N " AL " WS-MONTH-END
004430         "   TARIFAS CARGADAS " WS-RT-COUNT.
004440 1000-INITIALIZE-EXIT.
004450     EXIT.
004460*
004470 1100-LOAD-RATE.
004480     READ RATE-FILE NEXT RECORD
004490         AT END
004500             MOVE "10" TO WS-RAT-STATUS
004510     END-READ
004520     IF WS-RAT-STATUS NOT = "00"
004530         GO TO 1100-LOAD-RATE-EXIT
004540     END-IF
004550     IF WS-RT-COUNT NOT < 20
004560         DISPLAY "CALCBILL - TABLA DE TARIFAS LLENA"
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF
004600     ADD 1 TO WS-RT-COUNT
004610     MOVE RAT-OP TO WS-RT-OP (WS-RT-COUNT)
004620     MOVE RAT-DESC TO WS-RT-DESC (WS-RT-COUNT)
004630     MOVE RAT-PRICE TO WS-RT-PRICE (WS-RT-COUNT)
004640     MOVE RAT-ERR-PRICE TO WS-RT-ERR-PRICE (WS-RT-COUNT)
004650     MOVE "Y" TO WS-RT-ON-FILE-SW (WS-RT-COUNT)
004660     MOVE ZERO TO WS-RT-UNPRICED (WS-RT-COUNT).
004670 1100-LOAD-RATE-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710*    2000-READ-HISTORY - ONE PASS OVER THE MONTH'S HISTORY,       *
004720*    PRICING EACH ROW AND POSTING IT TO ITS GROUP.                *
004730******************************************************************
004740 2000-READ-HISTORY.
004750     MOVE WS-MONTH-START-N TO HST-RUN-DATE
004760     MOVE ZERO TO HST-SEQ-NO
004770     START HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
004780         INVALID KEY
004790             MOVE "10" TO WS-HST-STATUS
004800     END-START
004810     PERFORM 2100-HISTORY-NEXT THRU 2100-HISTORY-NEXT-EXIT
004820         UNTIL WS-HST-STATUS NOT = "00".
004830 2000-READ-HISTORY-EXIT.
004840     EXIT.
004850*
004860 2100-HISTORY-NEXT.
004870     READ HISTORY-FILE NEXT RECORD
004880         AT END
004890             MOVE "10" TO WS-HST-STATUS
004900     END-READ
004910     IF WS-HST-STATUS NOT = "00"
004920         GO TO 2100-HISTORY-NEXT-EXIT
004930     END-IF
004940     IF HST-RUN-DATE > WS-MONTH-END
004950         MOVE "10" TO WS-HST-STATUS
004960         GO TO 2100-HISTORY-NEXT-EXIT
004970     END-IF
004980     IF HST-OP = "G"
004990         ADD 1 TO WS-G-SKIPPED
005000         GO TO 2100-HISTORY-NEXT-EXIT
005010     END-IF
005020     ADD 1 TO WS-ROWS-READ
005030     MOVE HST-GROUP TO WS-GT-LOOK-CODE
005040     MOVE HST-ERR-SW TO WS-ROW-ERR-SW
005050     MOVE ZERO TO WS-ROW-AMOUNT
005060     IF HST-OP = "V"
005070         PERFORM 2300-PRICE-REVERSAL THRU 2300-PRICE-REVERSAL-EXIT
005080     ELSE
005090         PERFORM 2200-PRICE-ROW THRU 2200-PRICE-ROW-EXIT
005100     END-IF
005110     PERFORM 2400-POST-GROUP THRU 2400-POST-GROUP-EXIT.
005120 2100-HISTORY-NEXT-EXIT.
005130     EXIT.
005140*
005150******************************************************************
005160*    2200-PRICE-ROW - AN ORDINARY CALCULATION: THE OPERATION'S    *
005170*    PRICE, OR ITS ERROR PRICE WHEN THE ROW WAS POSTED IN ERROR.  *
005180******************************************************************
005190 2200-PRICE-ROW.
005200     MOVE HST-OP TO WS-RT-LOOK-OP
005210     PERFORM 6100-FIND-RATE THRU 6100-FIND-RATE-EXIT
005220     MOVE WS-RT-FOUND-SUB TO WS-ROW-SUB
005230     IF NOT WS-RT-ON-FILE (WS-ROW-SUB)
005240         ADD 1 TO WS-RT-UNPRICED (WS-ROW-SUB)
005250         ADD 1 TO WS-UNPRICED-ROWS
005260         GO TO 2200-PRICE-ROW-EXIT
005270     END-IF
005280     IF HST-ERR-SW = "Y"
005290         MOVE WS-RT-ERR-PRICE (WS-ROW-SUB) TO WS-ROW-AMOUNT
005300     ELSE
005310         MOVE WS-RT-PRICE (WS-ROW-SUB) TO WS-ROW-AMOUNT
005320     END-IF.
005330 2200-PRICE-ROW-EXIT.
005340     EXIT.
005350*
005360******************************************************************
005370*    2300-PRICE-REVERSAL - A FAILED REVERSAL TAKES THE "V" ERROR  *
005380*    PRICE.  A GOOD ONE IS CREDITED WHAT ITS ORIGINAL WAS         *
005390*    CHARGED: THE ORIGINAL IS READ BY THE KEY THE REVERSAL        *
005400*    CARRIES, THEN THE BROWSE IS PUT BACK JUST PAST THE           *
005410*    REVERSAL ROW.  AN ORIGINAL NO LONGER ON HISTORY (ARCHIVED)   *
005420*    GIVES NO CREDIT AND IS LISTED AS AN EXCEPTION.               *
005430******************************************************************
005440 2300-PRICE-REVERSAL.
005450     MOVE WS-V-SUB TO WS-ROW-SUB
005460     IF HST-ERR-SW = "Y"
005470         IF WS-RT-ON-FILE (WS-V-SUB)
005480             MOVE WS-RT-ERR-PRICE (WS-V-SUB) TO WS-ROW-AMOUNT
005490         END-IF
005500         GO TO 2300-PRICE-REVERSAL-EXIT
005510     END-IF
005520     IF NOT HST-REVERSAL-ROW
005530         GO TO 2300-PRICE-REVERSAL-EXIT
005540     END-IF
005550     MOVE HST-KEY TO WS-SAVE-KEY
005560     MOVE HST-REV-KEY TO HST-KEY
005570     READ HISTORY-FILE
005580         INVALID KEY
005590             ADD 1 TO WS-NO-ORIGINAL
005600             GO TO 2310-RESTORE-BROWSE
005610     END-READ
005620     MOVE HST-OP TO WS-RT-LOOK-OP
005630     PERFORM 6100-FIND-RATE THRU 6100-FIND-RATE-EXIT
005640     IF WS-RT-ON-FILE (WS-RT-FOUND-SUB)
005650         IF HST-ERR-SW = "Y"
005660             COMPUTE WS-ROW-AMOUNT =
005670                 ZERO - WS-RT-ERR-PRICE (WS-RT-FOUND-SUB)
005680         ELSE
005690             COMPUTE WS-ROW-AMOUNT =
005700                 ZERO - WS-RT-PRICE (WS-RT-FOUND-SUB)
005710         END-IF
005720     END-IF.
005730 2310-RESTORE-BROWSE.
005740     MOVE WS-SAVE-KEY TO HST-KEY
005750     START HISTORY-FILE KEY IS GREATER THAN HST-KEY
005760         INVALID KEY
005770             MOVE "10" TO WS-HST-STATUS
005780     END-START.
005790 2300-PRICE-REVERSAL-EXIT.
005800     EXIT.
005810*
005820******************************************************************
005830*    2400-POST-GROUP - ADD THE PRICED ROW TO ITS GROUP, UNDER     *
005840*    THE OPERATION'S LINE.                                        *
005850******************************************************************
005860 2400-POST-GROUP.
005870     PERFORM 6000-FIND-GROUP THRU 6000-FIND-GROUP-EXIT
005880     IF WS-GT-FOUND-SUB = ZERO
005890         IF WS-GT-COUNT NOT < 300
005900             DISPLAY "CALCBILL - TABLA DE GRUPOS LLENA"
005910             MOVE 16 TO RETURN-CODE
005920             PERFORM 8900-CLOSE-FILES THRU 8900-CLOSE-FILES-EXIT
005930             STOP RUN
005940         END-IF
005950         ADD 1 TO WS-GT-COUNT
005960         MOVE WS-GT-COUNT TO WS-GT-FOUND-SUB
005970         INITIALIZE WS-GT-ENTRY (WS-GT-FOUND-SUB)
005980         MOVE WS-GT-LOOK-CODE TO WS-GT-CODE (WS-GT-FOUND-SUB)
005990         MOVE "N" TO WS-GT-MASTER-SW (WS-GT-FOUND-SUB)
006000     END-IF
006010     MOVE WS-GT-FOUND-SUB TO WS-GT-SUB
006020     ADD 1 TO WS-GT-CALCS (WS-GT-SUB)
006030     ADD 1 TO WS-GT-OP-CALCS (WS-GT-SUB WS-ROW-SUB)
006040     IF WS-ROW-ERR-SW = "Y"
006050         ADD 1 TO WS-GT-OP-ERRS (WS-GT-SUB WS-ROW-SUB)
006060     END-IF
006070     ADD WS-ROW-AMOUNT TO WS-GT-OP-AMOUNT (WS-GT-SUB WS-ROW-SUB).
006080 2400-POST-GROUP-EXIT.
006090     EXIT.
006100*
006110******************************************************************
006120*    3000-PRINT-INVOICES - WALK THE GROUP MASTER IN CODE ORDER.   *
006130*    A GROUP WITH USAGE THIS MONTH GETS ITS INVOICE PAGE AND      *
006140*    LEDGER LINE; ONE WITHOUT IS ONLY COUNTED.                    *
006150******************************************************************
006160 3000-PRINT-INVOICES.
006170     MOVE LOW-VALUES TO GRP-CODE
006180     START GROUP-FILE KEY IS NOT LESS THAN GRP-CODE
006190         INVALID KEY
006200             MOVE "10" TO WS-GRP-STATUS
006210     END-START
006220     PERFORM 3100-INVOICE-NEXT THRU 3100-INVOICE-NEXT-EXIT
006230         UNTIL WS-GRP-STATUS NOT = "00".
006240 3000-PRINT-INVOICES-EXIT.
006250     EXIT.
006260*
006270 3100-INVOICE-NEXT.
006280     READ GROUP-FILE NEXT RECORD
006290         AT END
006300             MOVE "10" TO WS-GRP-STATUS
006310     END-READ
006320     IF WS-GRP-STATUS NOT = "00"
006330         GO TO 3100-INVOICE-NEXT-EXIT
006340     END-IF
006350     MOVE GRP-CODE TO WS-GT-LOOK-CODE
006360     PERFORM 6000-FIND-GROUP THRU 6000-FIND-GROUP-EXIT
006370     IF WS-GT-FOUND-SUB = ZERO
006380         ADD 1 TO WS-IDLE-GROUPS
006390         GO TO 3100-INVOICE-NEXT-EXIT
006400     END-IF
006410     MOVE WS-GT-FOUND-SUB TO WS-GT-SUB
006420     MOVE "Y" TO WS-GT-MASTER-SW (WS-GT-SUB)
006430     MOVE GRP-DEPT-NAME TO WS-GT-DEPT (WS-GT-SUB)
006440     MOVE GRP-COST-CENTRE TO WS-GT-CC (WS-GT-SUB)
006450     MOVE GRP-STATUS TO WS-GT-STATUS (WS-GT-SUB)
006460     ADD 1 TO WS-BO-COUNT
006470     MOVE WS-GT-SUB TO WS-BO-SUB (WS-BO-COUNT)
006480     PERFORM 3200-PRINT-INVOICE THRU 3200-PRINT-INVOICE-EXIT
006490     PERFORM 3300-WRITE-LEDGER THRU 3300-WRITE-LEDGER-EXIT.
006500 3100-INVOICE-NEXT-EXIT.
006510     EXIT.
006520*
006530******************************************************************
006540*    3200-PRINT-INVOICE - ONE PAGE: THE DEPARTMENT, ONE LINE PER  *
006550*    OPERATION USED, AND THE TOTAL TO BE CHARGED.                 *
006560******************************************************************
006570 3200-PRINT-INVOICE.
006580     MOVE "FACTURACION INTERNA DEL SERVICIO DE CALCULO"
006590         TO WS-TL-TEXT
006600     PERFORM 7100-NEW-PAGE THRU 7100-NEW-PAGE-EXIT
006610     MOVE GRP-CODE TO WS-G1-CODE
006620     MOVE GRP-DEPT-NAME TO WS-G1-DEPT
006630     MOVE WS-GROUP-LINE-1 TO WS-PRINT-LINE
006640     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
006650     MOVE GRP-COST-CENTRE TO WS-G2-CC
006660     MOVE GRP-CONTACT TO WS-G2-CONTACT
006670     MOVE WS-GROUP-LINE-2 TO WS-PRINT-LINE
006680     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
006690     IF GRP-INACTIVE
006700         ADD 1 TO WS-INACTIVE-BILLED
006710         MOVE "*** GRUPO INACTIVO - SE FACTURA EL USO DEL MES ***"
006720             TO WS-PRINT-LINE
006730         PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
006740     END-IF
006750     MOVE SPACES TO WS-PRINT-LINE
006760     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
006770     MOVE WS-COLUMN-HEAD TO WS-PRINT-LINE
006780     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
006790     MOVE ZERO TO WS-GT-TOTAL (WS-GT-SUB)
006800     PERFORM 3210-PRINT-OP-LINE THRU 3210-PRINT-OP-LINE-EXIT
006810         VARYING WS-RT-SUB FROM 1 BY 1
006820         UNTIL WS-RT-SUB > WS-RT-COUNT
006830     MOVE SPACES TO WS-PRINT-LINE
006840     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
006850     MOVE "TOTAL A CARGO DEL DEPTO." TO WS-TT-LABEL
006860     MOVE WS-GT-CALCS (WS-GT-SUB) TO WS-TT-CALCS
006870     MOVE WS-GT-TOTAL (WS-GT-SUB) TO WS-TT-AMOUNT
006880     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
006890     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
006900     ADD WS-GT-CALCS (WS-GT-SUB) TO WS-BILLED-CALCS
006910     ADD WS-GT-TOTAL (WS-GT-SUB) TO WS-GRAND-TOTAL.
006920 3200-PRINT-INVOICE-EXIT.
006930     EXIT.
006940*
006950 3210-PRINT-OP-LINE.
006960     IF WS-GT-OP-CALCS (WS-GT-SUB WS-RT-SUB) = ZERO
006970         GO TO 3210-PRINT-OP-LINE-EXIT
006980     END-IF
006990     COMPUTE WS-LINE-AMOUNT ROUNDED =
007000         WS-GT-OP-AMOUNT (WS-GT-SUB WS-RT-SUB)
007010     ADD WS-LINE-AMOUNT TO WS-GT-TOTAL (WS-GT-SUB)
007020     MOVE WS-RT-OP (WS-RT-SUB) TO WS-DL-OP
007030     IF WS-RT-ON-FILE (WS-RT-SUB) OR WS-RT-SUB = WS-V-SUB
007040         MOVE WS-RT-DESC (WS-RT-SUB) TO WS-DL-DESC
007050     ELSE
007060         MOVE "*** SIN TARIFA ***" TO WS-DL-DESC
007070     END-IF
007080     MOVE WS-GT-OP-CALCS (WS-GT-SUB WS-RT-SUB) TO WS-DL-CALCS
007090     MOVE WS-GT-OP-ERRS (WS-GT-SUB WS-RT-SUB) TO WS-DL-ERRS
007100     MOVE WS-RT-PRICE (WS-RT-SUB) TO WS-DL-PRICE
007110     MOVE WS-RT-ERR-PRICE (WS-RT-SUB) TO WS-DL-ERR-PRICE
007120     MOVE WS-LINE-AMOUNT TO WS-DL-AMOUNT
007130     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
007140     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
007150 3210-PRINT-OP-LINE-EXIT.
007160     EXIT.
007170*
007180******************************************************************
007190*    3300-WRITE-LEDGER - THE DEPARTMENT'S CHARGEBACK LINE.        *
007200*    COMMAS IN THE DEPARTMENT NAME WOULD SHIFT THE COLUMNS, SO    *
007210*    THEY GO OUT AS SPACES.                                       *
007220******************************************************************
007230 3300-WRITE-LEDGER.
007240     MOVE GRP-DEPT-NAME TO WS-GLX-DEPT
007250     INSPECT WS-GLX-DEPT REPLACING ALL "," BY " "
007260     MOVE WS-GT-CALCS (WS-GT-SUB) TO WS-GLX-CALCS
007270     MOVE WS-GT-TOTAL (WS-GT-SUB) TO WS-GLX-AMOUNT-ED
007280     MOVE SPACES TO WS-GLX-OUT
007290     STRING WS-BILL-MONTH-N ","
007300         GRP-CODE ","
007310         GRP-COST-CENTRE ","
007320         WS-GLX-DEPT ","
007330         WS-GLX-CALCS ","
007340         WS-GLX-AMOUNT-ED
007350         DELIMITED BY SIZE
007360         INTO WS-GLX-OUT
007370     END-STRING
007380     WRITE GLX-LINE FROM WS-GLX-OUT
007390     IF WS-GLX-STATUS NOT = "00"
007400         DISPLAY "CALCBILL - ERROR ESCRIBIENDO ARCHIVO CONTABLE "
007410             "- STATUS " WS-GLX-STATUS
007420         MOVE 16 TO RETURN-CODE
007430         PERFORM 8900-CLOSE-FILES THRU 8900-CLOSE-FILES-EXIT
007440         STOP RUN
007450     END-IF.
007460 3300-WRITE-LEDGER-EXIT.
007470     EXIT.
007480*
007490******************************************************************
007500*    4000-PRINT-EXCEPTIONS - USAGE UNDER GROUP CODES NOT ON THE   *
007510*    MASTER, OPERATIONS WITH NO RATE, AND REVERSALS WHOSE         *
007520*    ORIGINAL COULD NOT BE FOUND.                                 *
007530******************************************************************
007540 4000-PRINT-EXCEPTIONS.
007550     MOVE "EXCEPCIONES - NO FACTURADO" TO WS-TL-TEXT
007560     PERFORM 7100-NEW-PAGE THRU 7100-NEW-PAGE-EXIT
007570     MOVE "GRUPOS QUE NO ESTAN EN EL MAESTRO DE GRUPOS:"
007580         TO WS-PRINT-LINE
007590     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
007600     PERFORM 4100-UNKNOWN-GROUP THRU 4100-UNKNOWN-GROUP-EXIT
007610         VARYING WS-GT-SUB FROM 1 BY 1
007620         UNTIL WS-GT-SUB > WS-GT-COUNT
007630     IF WS-EXC-GROUPS = ZERO
007640         MOVE "    NINGUNO" TO WS-PRINT-LINE
007650         PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
007660     END-IF
007670     MOVE SPACES TO WS-PRINT-LINE
007680     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
007690     MOVE "OPERACIONES SIN TARIFA (CONTADAS, NO FACTURADAS):"
007700         TO WS-PRINT-LINE
007710     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
007720     PERFORM 4200-UNPRICED-OP THRU 4200-UNPRICED-OP-EXIT
007730         VARYING WS-RT-SUB FROM 1 BY 1
007740         UNTIL WS-RT-SUB > WS-RT-COUNT
007750     IF WS-UNPRICED-ROWS = ZERO
007760         MOVE "    NINGUNA" TO WS-PRINT-LINE
007770         PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
007780     END-IF
007790     MOVE SPACES TO WS-PRINT-LINE
007800     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
007810     MOVE "REVERSIONES SIN ORIGINAL EN EL HISTORIAL (SIN CREDITO)"
007820         TO WS-CL-LABEL
007830     MOVE WS-NO-ORIGINAL TO WS-CL-COUNT
007840     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
007850     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
007860 4000-PRINT-EXCEPTIONS-EXIT.
007870     EXIT.
007880*
007890 4100-UNKNOWN-GROUP.
007900     IF WS-GT-ON-MASTER (WS-GT-SUB)
007910         GO TO 4100-UNKNOWN-GROUP-EXIT
007920     END-IF
007930     ADD 1 TO WS-EXC-GROUPS
007940     MOVE ZERO TO WS-GT-TOTAL (WS-GT-SUB)
007950     PERFORM 4110-ADD-OP-AMOUNT THRU 4110-ADD-OP-AMOUNT-EXIT
007960         VARYING WS-RT-SUB FROM 1 BY 1
007970         UNTIL WS-RT-SUB > WS-RT-COUNT
007980     IF WS-GT-CODE (WS-GT-SUB) = SPACES
007990         MOVE "(SIN GRUPO)" TO WS-EL-CODE
008000     ELSE
008010         MOVE WS-GT-CODE (WS-GT-SUB) TO WS-EL-CODE
008020     END-IF
008030     MOVE WS-GT-CALCS (WS-GT-SUB) TO WS-EL-CALCS
008040     MOVE WS-GT-TOTAL (WS-GT-SUB) TO WS-EL-AMOUNT
008050     MOVE "GRUPO NO ESTA EN EL MAESTRO - NO FACTURADO"
008060         TO WS-EL-TEXT
008070     MOVE WS-EXC-LINE TO WS-PRINT-LINE
008080     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
008090     ADD WS-GT-CALCS (WS-GT-SUB) TO WS-EXC-CALCS
008100     ADD WS-GT-TOTAL (WS-GT-SUB) TO WS-EXC-AMOUNT.
008110 4100-UNKNOWN-GROUP-EXIT.
008120     EXIT.
008130*
008140 4110-ADD-OP-AMOUNT.
008150     COMPUTE WS-LINE-AMOUNT ROUNDED =
008160         WS-GT-OP-AMOUNT (WS-GT-SUB WS-RT-SUB)
008170     ADD WS-LINE-AMOUNT TO WS-GT-TOTAL (WS-GT-SUB).
008180 4110-ADD-OP-AMOUNT-EXIT.
008190     EXIT.
008200*
008210 4200-UNPRICED-OP.
008220     IF WS-RT-UNPRICED (WS-RT-SUB) = ZERO
008230         GO TO 4200-UNPRICED-OP-EXIT
008240     END-IF
008250     MOVE SPACES TO WS-EL-CODE
008260     STRING "OPERACION " WS-RT-OP (WS-RT-SUB)
008270         DELIMITED BY SIZE
008280         INTO WS-EL-CODE
008290     END-STRING
008300     MOVE WS-RT-UNPRICED (WS-RT-SUB) TO WS-EL-CALCS
008310     MOVE ZERO TO WS-EL-AMOUNT
008320     MOVE "SIN FILA EN LA TABLA DE TARIFAS - AGREGUELA"
008330         TO WS-EL-TEXT
008340     MOVE WS-EXC-LINE TO WS-PRINT-LINE
008350     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
008360 4200-UNPRICED-OP-EXIT.
008370     EXIT.
008380*
008390******************************************************************
008400*    5000-PRINT-SUMMARY - ONE LINE PER DEPARTMENT BILLED, IN      *
008410*    CODE ORDER, THEN THE CONTROL TOTALS.                         *
008420******************************************************************
008430 5000-PRINT-SUMMARY.
008440     MOVE "RESUMEN DE FACTURACION POR DEPARTAMENTO" TO WS-TL-TEXT
008450     PERFORM 7100-NEW-PAGE THRU 7100-NEW-PAGE-EXIT
008460     MOVE WS-SUMMARY-HEAD TO WS-PRINT-LINE
008470     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
008480     PERFORM 5100-SUMMARY-LINE THRU 5100-SUMMARY-LINE-EXIT
008490         VARYING WS-BO-IX FROM 1 BY 1
008500         UNTIL WS-BO-IX > WS-BO-COUNT
008510     MOVE SPACES TO WS-PRINT-LINE
008520     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
008530     MOVE "DEPARTAMENTOS FACTURADOS" TO WS-CL-LABEL
008540     MOVE WS-BO-COUNT TO WS-CL-COUNT
008550     PERFORM 5200-PRINT-COUNT THRU 5200-PRINT-COUNT-EXIT
008560     MOVE "  DE ELLOS CON GRUPO INACTIVO" TO WS-CL-LABEL
008570     MOVE WS-INACTIVE-BILLED TO WS-CL-COUNT
008580     PERFORM 5200-PRINT-COUNT THRU 5200-PRINT-COUNT-EXIT
008590     MOVE "GRUPOS DEL MAESTRO SIN USO EN EL MES" TO WS-CL-LABEL
008600     MOVE WS-IDLE-GROUPS TO WS-CL-COUNT
008610     PERFORM 5200-PRINT-COUNT THRU 5200-PRINT-COUNT-EXIT
008620     MOVE "FILAS DE HISTORIAL DEL MES" TO WS-CL-LABEL
008630     MOVE WS-ROWS-READ TO WS-CL-COUNT
008640     PERFORM 5200-PRINT-COUNT THRU 5200-PRINT-COUNT-EXIT
008650     MOVE "FILAS DE TOTAL DE GRUPO (G) OMITIDAS" TO WS-CL-LABEL
008660     MOVE WS-G-SKIPPED TO WS-CL-COUNT
008670     PERFORM 5200-PRINT-COUNT THRU 5200-PRINT-COUNT-EXIT
008680     MOVE "CALCULOS FACTURADOS" TO WS-CL-LABEL
008690     MOVE WS-BILLED-CALCS TO WS-CL-COUNT
008700     PERFORM 5200-PRINT-COUNT THRU 5200-PRINT-COUNT-EXIT
008710     MOVE "CALCULOS EN EXCEPCION (GRUPO DESCONOCIDO)"
008711         TO WS-CL-LABEL
008720     MOVE WS-EXC-CALCS TO WS-CL-COUNT
008730     PERFORM 5200-PRINT-COUNT THRU 5200-PRINT-COUNT-EXIT
008740     MOVE "CALCULOS SIN TARIFA" TO WS-CL-LABEL
008750     MOVE WS-UNPRICED-ROWS TO WS-CL-COUNT
008760     PERFORM 5200-PRINT-COUNT THRU 5200-PRINT-COUNT-EXIT
008770     MOVE "IMPORTE TOTAL FACTURADO" TO WS-AL-LABEL
008780     MOVE WS-GRAND-TOTAL TO WS-AL-AMOUNT
008790     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE
008800     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
008810     MOVE "IMPORTE NO FACTURADO (GRUPO DESCONOCIDO)"
008811         TO WS-AL-LABEL
008820     MOVE WS-EXC-AMOUNT TO WS-AL-AMOUNT
008830     MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE
008840     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
008850 5000-PRINT-SUMMARY-EXIT.
008860     EXIT.
008870*
008880 5100-SUMMARY-LINE.
008890     MOVE WS-BO-SUB (WS-BO-IX) TO WS-GT-SUB
008900     MOVE WS-GT-CODE (WS-GT-SUB) TO WS-SL-CODE
008910     MOVE WS-GT-DEPT (WS-GT-SUB) TO WS-SL-DEPT
008920     MOVE WS-GT-CC (WS-GT-SUB) TO WS-SL-CC
008930     MOVE WS-GT-STATUS (WS-GT-SUB) TO WS-SL-STATUS
008940     MOVE WS-GT-CALCS (WS-GT-SUB) TO WS-SL-CALCS
008950     MOVE WS-GT-TOTAL (WS-GT-SUB) TO WS-SL-AMOUNT
008960     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
008970     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
008980 5100-SUMMARY-LINE-EXIT.
008990     EXIT.
009000*
009010 5200-PRINT-COUNT.
009020     MOVE WS-COUNT-LINE TO WS-PRINT-LINE
009030     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
009040 5200-PRINT-COUNT-EXIT.
009050     EXIT.
009060*
009070******************************************************************
009080*    6000-FIND-GROUP - LOOK UP WS-GT-LOOK-CODE IN THE GROUP       *
009090*    TABLE.  WS-GT-FOUND-SUB IS ZERO WHEN IT IS NOT THERE.        *
009100******************************************************************
009110 6000-FIND-GROUP.
009120     MOVE ZERO TO WS-GT-FOUND-SUB
009130     PERFORM VARYING WS-GT-SUB FROM 1 BY 1
009140             UNTIL WS-GT-SUB > WS-GT-COUNT
009150                OR WS-GT-FOUND-SUB NOT = ZERO
009160         IF WS-GT-CODE (WS-GT-SUB) = WS-GT-LOOK-CODE
009170             MOVE WS-GT-SUB TO WS-GT-FOUND-SUB
009180         END-IF
009190     END-PERFORM.
009200 6000-FIND-GROUP-EXIT.
009210     EXIT.
009220*
009230******************************************************************
009240*    6100-FIND-RATE - LOOK UP WS-RT-LOOK-OP IN THE RATE TABLE,    *
009250*    ADDING IT UNPRICED WHEN IT IS NOT THERE.                     *
009260******************************************************************
009270 6100-FIND-RATE.
009280     MOVE ZERO TO WS-RT-FOUND-SUB
009290     PERFORM VARYING WS-RT-SUB FROM 1 BY 1
009300             UNTIL WS-RT-SUB > WS-RT-COUNT
009310                OR WS-RT-FOUND-SUB NOT = ZERO
009320         IF WS-RT-OP (WS-RT-SUB) = WS-RT-LOOK-OP
009330             MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
009340         END-IF
009350     END-PERFORM
009360     IF WS-RT-FOUND-SUB NOT = ZERO
009370         GO TO 6100-FIND-RATE-EXIT
009380     END-IF
009390     IF WS-RT-COUNT NOT < 20
009400         DISPLAY "CALCBILL - TABLA DE TARIFAS LLENA - OPERACION "
009410             WS-RT-LOOK-OP
009420         MOVE 16 TO RETURN-CODE
009430         PERFORM 8900-CLOSE-FILES THRU 8900-CLOSE-FILES-EXIT
009440         STOP RUN
009450     END-IF
009460     ADD 1 TO WS-RT-COUNT
009470     MOVE WS-RT-COUNT TO WS-RT-FOUND-SUB
009480     MOVE WS-RT-LOOK-OP TO WS-RT-OP (WS-RT-COUNT)
009490     MOVE SPACES TO WS-RT-DESC (WS-RT-COUNT)
009500     MOVE ZERO TO WS-RT-PRICE (WS-RT-COUNT)
009510     MOVE ZERO TO WS-RT-ERR-PRICE (WS-RT-COUNT)
009520     MOVE "N" TO WS-RT-ON-FILE-SW (WS-RT-COUNT)
009530     MOVE ZERO TO WS-RT-UNPRICED (WS-RT-COUNT).
009540 6100-FIND-RATE-EXIT.
009550     EXIT.
009560*
009570******************************************************************
009580*    7000-PRINT-LINE / 7100-NEW-PAGE - THE INVOICE PRINT FILE.    *
009590******************************************************************
009600 7000-PRINT-LINE.
009610     WRITE INV-LINE FROM WS-PRINT-LINE
009620         AFTER ADVANCING 1 LINE
009630     MOVE SPACES TO WS-PRINT-LINE.
009640 7000-PRINT-LINE-EXIT.
009650     EXIT.
009660*
009670 7100-NEW-PAGE.
009680     ADD 1 TO WS-PAGE-COUNT
009690     MOVE WS-PAGE-COUNT TO WS-TL-PAGE
009700     WRITE INV-LINE FROM WS-TITLE-LINE
009710         AFTER ADVANCING PAGE
009720     MOVE SPACES TO WS-PRINT-LINE
009730     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
009740 7100-NEW-PAGE-EXIT.
009750     EXIT.
009760*
009770******************************************************************
009780*    8000-TERMINATE - LEDGER CONTROL LINE, TOTALS TO SYSOUT AND   *
009790*    THE RETURN CODE.                                             *
009800******************************************************************
009810 8000-TERMINATE.
009820     MOVE WS-BO-COUNT TO WS-GLX-GROUPS
009830     MOVE WS-BILLED-CALCS TO WS-GLX-CALCS
009840     MOVE WS-GRAND-TOTAL TO WS-GLX-TOTAL-ED
009850     MOVE SPACES TO WS-GLX-OUT
009860     STRING "TOTAL," WS-BILL-MONTH-N ","
009870         WS-GLX-GROUPS ","
009880         WS-GLX-CALCS ","
009890         WS-GLX-TOTAL-ED
009900         DELIMITED BY SIZE
009910         INTO WS-GLX-OUT
009920     END-STRING
009930     WRITE GLX-LINE FROM WS-GLX-OUT
009940     PERFORM 8900-CLOSE-FILES THRU 8900-CLOSE-FILES-EXIT
009950     MOVE WS-GRAND-TOTAL TO WS-AL-AMOUNT
009960     DISPLAY "DEPARTAMENTOS FACTURADOS: " WS-GLX-GROUPS
009970         "   CALCULOS: " WS-GLX-CALCS
009980     DISPLAY "IMPORTE TOTAL FACTURADO:  " WS-AL-AMOUNT
009990     DISPLAY "GRUPOS DESCONOCIDOS:      " WS-EXC-GROUPS
010000         "   CALCULOS: " WS-EXC-CALCS
010010     DISPLAY "CALCULOS SIN TARIFA:      " WS-UNPRICED-ROWS
010020     DISPLAY "REVERSIONES SIN ORIGINAL: " WS-NO-ORIGINAL
010030     IF WS-EXC-GROUPS > ZERO
010040         OR WS-UNPRICED-ROWS > ZERO
010050         OR WS-NO-ORIGINAL > ZERO
010060         DISPLAY "*** HAY EXCEPCIONES - VEA LA SECCION DE "
010070             "EXCEPCIONES DEL REPORTE"
010080         MOVE 4 TO RETURN-CODE
010090     ELSE
010100         MOVE ZERO TO RETURN-CODE
010110     END-IF.
010120 8000-TERMINATE-EXIT.
010130     EXIT.
010140*
010150 8900-CLOSE-FILES.
010160     IF WS-FILES-OPEN
010170         CLOSE HISTORY-FILE
010180         CLOSE GROUP-FILE
010190         CLOSE INVOICE-FILE
010200         CLOSE LEDGER-FILE
010210         MOVE "N" TO WS-FILES-OPEN-SW
010220     END-IF.
010230 8900-CLOSE-FILES-EXIT.
010240     EXIT.
