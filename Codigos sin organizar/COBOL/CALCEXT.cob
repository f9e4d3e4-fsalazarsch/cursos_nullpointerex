000140*    THE FINANCE PC SIDE.  RUN AS A STEP AFTER THE               *
000150*    RECONCILIATION IN CALCJOB AND CATALOGED WHERE THE FILE      *
000160*    TRANSFER JOB PICKS IT UP.                                   *
000161*                                                                 *
000162*    THE LAST ROW IS A CONTROL TRAILER:                          *
000163*        TRAILER,ID,FROM,TO,ROWS,HASH-X,HASH-Y,HASH-ANS          *
000164*    WHERE ID IS THE EXTRACT ID (DATE AND TIME WRITTEN,          *
000165*    AAAAMMDDHHMMSS) AND THE HASHES ARE THE SUMS OF THE X, Y     *
000166*    AND RESULTADO COLUMNS OF THE ROWS ABOVE IT.  THE SAME       *
000167*    FIGURES ARE ADDED TO THE EXTRACT REGISTER (SEE CALCXRG),    *
000168*    WHERE CALCXACK MATCHES FINANCE'S ACKNOWLEDGEMENT AGAINST    *
000169*    THEM.  A PENDING OR MISMATCHED EXTRACT OF THE SAME RANGE    *
000170*    ALREADY ON THE REGISTER IS MARKED SUPERSEDED, SO A RE-SEND  *
000171*    REPLACES IT.                                                *
000172*                                                                 *
000180*    PARM (19 BYTES): FROM(8) "," TO(8) "," OPTION(1).           *
000190*        FROM/TO   - AAAAMMDD RANGE; 00000000 MEANS THE RUN      *
000200*                    DATE, SO THE NIGHTLY JOB JUST PASSES        *
000250*                    COLUMN.                                     *
000260*                                                                 *
000270*    RETURN CODES: 0 - EXTRACT WRITTEN.                          *
000280*                 16 - BAD PARM OR A FILE WOULD NOT OPEN, OR THE *
000281*                      REGISTER COULD NOT BE POSTED.              *
000290*                                                                 *
000300*    MODIFICATION HISTORY                                        *
000310*    ---------------------------------------------------------   *
000339*                      STATUS FILE THROUGH CALCRUPD AT            *
000340*                      START AND END (STEP EXT - SEE              *
000341*                      CALCRUN / CALCRQRY).                       *
000342*    2026-10-15  JCM   ADDED THE REVERSION, REF-FECHA AND         *
000343*                      REF-SEQ COLUMNS - "V" ON A REVERSAL ROW    *
000344*                      WITH THE KEY OF THE ROW IT NEGATES, "R"    *
000345*                      ON A REVERSED ROW WITH THE KEY OF ITS      *
000346*                      REVERSAL - SO FINANCE CAN PAIR THEM AND    *
000347*                      SEE THEM NET OUT.  WIDENED THE LINE TO     *
000348*                      150.                                       *
000349*    2026-10-15  JCM   ENDS THE EXTRACT WITH A CONTROL TRAILER    *
000350*                      ROW (RANGE, ROW COUNT, HASHES OF X, Y AND  *
000351*                      ANS) AND POSTS THE SAME FIGURES TO THE     *
000352*                      EXTRACT REGISTER (SEE CALCXRG) FOR THE     *
000353*                      ACKNOWLEDGEMENT MATCH (SEE CALCXACK).      *
000354*    2026-10-15  JCM   A REGISTER ENTRY THAT CANNOT BE MARKED     *
000355*                      SUPERSEDED NOW ENDS THE STEP RC 16, AS A   *
000356*                      FAILED WRITE OR OPEN OF THE REGISTER       *
000357*                      ALREADY DID, AND IS NOT COUNTED.           *
000358******************************************************************
000359 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000361 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000380*
000390 INPUT-OUTPUT SECTION.
000460     SELECT EXTRACT-FILE ASSIGN TO CALCEXT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-EXT-STATUS.
000482     SELECT REGISTER-FILE ASSIGN TO CALCXRG
000484         ORGANIZATION IS INDEXED
000486         ACCESS MODE IS DYNAMIC
000488         RECORD KEY IS XRG-KEY
000489         FILE STATUS IS WS-XRG-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000530 COPY CALCHST.
000540*
000550 FD  EXTRACT-FILE.
000560 01  EXT-LINE                PIC X(150).
000562*
000564 FD  REGISTER-FILE.
000566 COPY CALCXRG.
000570*
000580 WORKING-STORAGE SECTION.
000590*
000600 77  WS-HST-STATUS           PIC X(02).
000610 77  WS-EXT-STATUS           PIC X(02).
000615 77  WS-XRG-STATUS           PIC X(02).
000620*
000630 77  WS-OPTION               PIC X(01) VALUE "X".
000640     88  WS-INCLUDE-ERRORS           VALUE "F".
000660 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
000670 77  WS-TO-DATE              PIC 9(08) VALUE ZERO.
000680 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000682 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
000684*
000686 01  WS-EXTRACT-ID.
000687     05  WS-XID-DATE         PIC 9(08).
000688     05  WS-XID-TIME         PIC 9(06).
000690*
000700 77  WS-ROW-COUNT            PIC 9(07) VALUE ZERO.
000710 77  WS-SKIP-COUNT           PIC 9(07) VALUE ZERO.
000711 77  WS-REV-COUNT            PIC 9(07) VALUE ZERO.
000712 77  WS-SUPER-COUNT          PIC 9(07) VALUE ZERO.
000713*
000714 01  WS-HASH-X               PIC S9(11)V99 COMP-3 VALUE ZERO.
000715 01  WS-HASH-Y               PIC S9(11)V99 COMP-3 VALUE ZERO.
000716 01  WS-HASH-ANS             PIC S9(11)V99 COMP-3 VALUE ZERO.
000717*
000718 77  WS-RUPD-PHASE           PIC X(01) VALUE "I".
000719 77  WS-RUPD-STEP            PIC X(08) VALUE "EXT".
000720 77  WS-RUPD-DATE            PIC 9(08) VALUE ZERO.
000721 77  WS-RUPD-RC              PIC 9(02) VALUE ZERO.
000722 77  WS-RUPD-COUNT           PIC 9(07) VALUE ZERO.
000723*
000730 01  WS-EDIT-FIELDS.
000740     05  WS-X-ED             PIC -(7)9.99.
000750     05  WS-Y-ED             PIC -(7)9.99.
000760     05  WS-ANS-ED           PIC -(7)9.99.
000765     05  WS-AVG-ED           PIC -(7)9.99.
000766     05  WS-REF-DATE         PIC X(08).
000767     05  WS-REF-SEQ          PIC X(06).
000768     05  WS-HX-ED            PIC -(11)9.99.
000769     05  WS-HY-ED            PIC -(11)9.99.
000770     05  WS-HANS-ED          PIC -(11)9.99.
000771*
000780 01  WS-OUT-LINE             PIC X(150).
000790*
000800 LINKAGE SECTION.
000810 01  LK-PARM.
001000******************************************************************
001010 1000-INITIALIZE.
001020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001022     ACCEPT WS-RUN-TIME FROM TIME
001024     MOVE WS-RUN-DATE TO WS-XID-DATE
001026     MOVE WS-RUN-TIME (1:6) TO WS-XID-TIME
001030     IF LK-PARM-LEN < 19
001040         OR LK-PARM-TEXT (1:8) NOT NUMERIC
001050         OR LK-PARM-TEXT (10:8) NOT NUMERIC
001360         MOVE 16 TO RETURN-CODE
001370         STOP RUN
001380     END-IF
001381     OPEN I-O REGISTER-FILE
001382     IF WS-XRG-STATUS = "35"
001383         OPEN OUTPUT REGISTER-FILE
001384         CLOSE REGISTER-FILE
001385         OPEN I-O REGISTER-FILE
001386     END-IF
001387     IF WS-XRG-STATUS NOT = "00"
001388         DISPLAY "CALCEXT - NO SE PUDO ABRIR REGISTRO DE "
001389             "EXTRACTOS - STATUS " WS-XRG-STATUS
001390         CLOSE HISTORY-FILE
001391         CLOSE EXTRACT-FILE
001392         MOVE 16 TO RETURN-CODE
001393         STOP RUN
001394     END-IF
001395     PERFORM 1100-WRITE-HEADER THRU 1100-WRITE-HEADER-EXIT
001396     MOVE "I" TO WS-RUPD-PHASE
001397     PERFORM 7500-POST-RUN-STATUS
001398        THRU 7500-POST-RUN-STATUS-EXIT.
001400 1000-INITIALIZE-EXIT.
001410     EXIT.
001420*
001440     MOVE SPACES TO WS-OUT-LINE
001460     STRING "FECHA,SEQ,OPERADOR,X,OPERACION,Y,RESULTADO,"
001470         "ERROR,HORA,CADENA,GRUPO,CUENTA,PROMEDIO,"
001475         "FACTORX,FACTORY,REVERSION,REF-FECHA,REF-SEQ"
001480         DELIMITED BY SIZE
001490         INTO WS-OUT-LINE
001500     END-STRING
001990     MOVE HST-Y TO WS-Y-ED
002000     MOVE HST-ANS TO WS-ANS-ED
002005     MOVE HST-GRP-AVG TO WS-AVG-ED
002006     IF HST-REVERSAL-ROW OR HST-REVERSED
002007         MOVE HST-REV-RUN-DATE TO WS-REF-DATE
002008         MOVE HST-REV-SEQ-NO TO WS-REF-SEQ
002009     ELSE
002010         MOVE SPACES TO WS-REF-DATE
002011         MOVE SPACES TO WS-REF-SEQ
002012     END-IF
002013     IF HST-REVERSAL-ROW
002014         ADD 1 TO WS-REV-COUNT
002015     END-IF
002016     MOVE SPACES TO WS-OUT-LINE
002020     STRING HST-RUN-DATE ","
002030         HST-SEQ-NO ","
002040         HST-OPERATOR-ID ","
002114         HST-GRP-COUNT ","
002116         WS-AVG-ED ","
002117         HST-X-NAME ","
002118         HST-Y-NAME ","
002119         HST-REV-SW ","
002120         WS-REF-DATE ","
002121         WS-REF-SEQ
002122         DELIMITED BY SIZE
002130         INTO WS-OUT-LINE
002140     END-STRING
002150     WRITE EXT-LINE FROM WS-OUT-LINE
002190         MOVE "10" TO WS-HST-STATUS
002200         MOVE 16 TO RETURN-CODE
002210     END-IF
002220     ADD 1 TO WS-ROW-COUNT
002222     ADD HST-X TO WS-HASH-X
002224     ADD HST-Y TO WS-HASH-Y
002226     ADD HST-ANS TO WS-HASH-ANS.
002230 2200-WRITE-ROW-EXIT.
002240     EXIT.
002250*
002270*    8000-TERMINATE                                               *
002280******************************************************************
002290 8000-TERMINATE.
002292     IF RETURN-CODE < 16
002294         PERFORM 3000-WRITE-TRAILER THRU 3000-WRITE-TRAILER-EXIT
002295     END-IF
002296     IF RETURN-CODE < 16
002297         PERFORM 4000-REGISTER-EXTRACT
002298            THRU 4000-REGISTER-EXTRACT-EXIT
002299     END-IF
002300     CLOSE HISTORY-FILE
002310     CLOSE EXTRACT-FILE
002315     CLOSE REGISTER-FILE
002316     MOVE "T" TO WS-RUPD-PHASE
002317     MOVE RETURN-CODE TO WS-RUPD-RC
002318     MOVE WS-ROW-COUNT TO WS-RUPD-COUNT
002319     PERFORM 7500-POST-RUN-STATUS
002320        THRU 7500-POST-RUN-STATUS-EXIT
002321     DISPLAY "CALCEXT - " WS-ROW-COUNT " FILAS EXTRAIDAS, "
002330         WS-SKIP-COUNT " FILAS CON ERROR OMITIDAS"
002332     DISPLAY "CALCEXT - " WS-REV-COUNT " REVERSIONES EXTRAIDAS"
002334     DISPLAY "CALCEXT - EXTRACTO " WS-EXTRACT-ID " REGISTRADO, "
002336         WS-SUPER-COUNT " ENVIO(S) ANTERIOR(ES) REEMPLAZADO(S)".
002340 8000-TERMINATE-EXIT.
002350     EXIT.
002351*
002352******************************************************************
002353*    3000-WRITE-TRAILER - THE CONTROL TRAILER ROW: EXTRACT ID,    *
002354*    DATE RANGE, ROW COUNT AND THE HASH TOTALS OF X, Y AND ANS.   *
002355******************************************************************
002356 3000-WRITE-TRAILER.
002357     MOVE WS-HASH-X TO WS-HX-ED
002358     MOVE WS-HASH-Y TO WS-HY-ED
002359     MOVE WS-HASH-ANS TO WS-HANS-ED
002360     MOVE SPACES TO WS-OUT-LINE
002361     STRING "TRAILER," WS-EXTRACT-ID ","
002362         WS-FROM-DATE ","
002363         WS-TO-DATE ","
002364         WS-ROW-COUNT ","
002365         WS-HX-ED ","
002366         WS-HY-ED ","
002367         WS-HANS-ED
002368         DELIMITED BY SIZE
002369         INTO WS-OUT-LINE
002370     END-STRING
002371     WRITE EXT-LINE FROM WS-OUT-LINE
002372     IF WS-EXT-STATUS NOT = "00"
002373         DISPLAY "CALCEXT - ERROR ESCRIBIENDO TRAILER - STATUS "
002374             WS-EXT-STATUS
002375         MOVE 16 TO RETURN-CODE
002376     END-IF.
002377 3000-WRITE-TRAILER-EXIT.
002378     EXIT.
002379*
002380******************************************************************
002381*    4000-REGISTER-EXTRACT - MARK ANY EARLIER SEND OF THE SAME    *
002382*    RANGE THAT FINANCE HAS NOT CLEANLY ACKNOWLEDGED AS           *
002383*    SUPERSEDED, THEN ADD THIS EXTRACT'S ROW AS PENDING.  THE     *
002384*    REGISTER IS ONE ROW A NIGHT, SO IT IS SIMPLY READ THROUGH.   *
002385******************************************************************
002386 4000-REGISTER-EXTRACT.
002387     PERFORM 4100-SUPERSEDE-NEXT THRU 4100-SUPERSEDE-NEXT-EXIT
002388         UNTIL WS-XRG-STATUS NOT = "00"
002389     MOVE SPACES TO XRG-RECORD
002390     MOVE WS-EXTRACT-ID TO XRG-KEY
002391     MOVE WS-FROM-DATE TO XRG-FROM-DATE
002392     MOVE WS-TO-DATE TO XRG-TO-DATE
002393     MOVE WS-ROW-COUNT TO XRG-ROWS
002394     MOVE WS-HASH-X TO XRG-HASH-X
002395     MOVE WS-HASH-Y TO XRG-HASH-Y
002396     MOVE WS-HASH-ANS TO XRG-HASH-ANS
002397     SET XRG-PENDING TO TRUE
002398     MOVE ZERO TO XRG-ACK-DATE
002399     MOVE ZERO TO XRG-ACK-ROWS
002400     MOVE ZERO TO XRG-ACK-HASH-X
002401     MOVE ZERO TO XRG-ACK-HASH-Y
002402     MOVE ZERO TO XRG-ACK-HASH-ANS
002403     WRITE XRG-RECORD
002404         INVALID KEY
002405             DISPLAY "CALCEXT - ERROR GRABANDO REGISTRO "
002406                 WS-EXTRACT-ID " - STATUS " WS-XRG-STATUS
002407             MOVE 16 TO RETURN-CODE
002408     END-WRITE.
002409 4000-REGISTER-EXTRACT-EXIT.
002410     EXIT.
002411*
002412 4100-SUPERSEDE-NEXT.
002413     READ REGISTER-FILE NEXT RECORD
002414         AT END
002415             MOVE "10" TO WS-XRG-STATUS
002416     END-READ
002417     IF WS-XRG-STATUS NOT = "00"
002418         GO TO 4100-SUPERSEDE-NEXT-EXIT
002419     END-IF
002420     IF XRG-FROM-DATE NOT = WS-FROM-DATE
002421         OR XRG-TO-DATE NOT = WS-TO-DATE
002422         OR XRG-MATCHED
002423         OR XRG-SUPERSEDED
002424         GO TO 4100-SUPERSEDE-NEXT-EXIT
002425     END-IF
002426     SET XRG-SUPERSEDED TO TRUE
002427     REWRITE XRG-RECORD
002428         INVALID KEY
002429             DISPLAY "CALCEXT - ERROR REEMPLAZANDO EXTRACTO "
002430                 XRG-KEY " - STATUS " WS-XRG-STATUS
002431             MOVE 16 TO RETURN-CODE
002432             GO TO 4100-SUPERSEDE-NEXT-EXIT
002433     END-REWRITE
002434     ADD 1 TO WS-SUPER-COUNT.
002435 4100-SUPERSEDE-NEXT-EXIT.
002436     EXIT.
002437*
002438******************************************************************
002439*    7500-POST-RUN-STATUS - POST THIS STEP'S ROW TO THE RUN-      *
002440*    CONTROL FILE THROUGH THE SHARED CALCRUPD POSTER, UNDER THE   *
002441*    RUN DATE.                                                    *
002442******************************************************************
002443 7500-POST-RUN-STATUS.
002444     MOVE WS-RUN-DATE TO WS-RUPD-DATE
002445     CALL "CALCRUPD" USING WS-RUPD-PHASE WS-RUPD-STEP
002446         WS-RUPD-DATE WS-RUPD-RC WS-RUPD-COUNT.
002447 7500-POST-RUN-STATUS-EXIT.
002448     EXIT.
