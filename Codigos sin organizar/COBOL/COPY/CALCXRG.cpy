000010******************************************************************
000020*    CALCXRG.CPY                                                 *
000030*    FINANCE EXTRACT REGISTER RECORD.  ONE ROW PER EXTRACT SENT, *
000040*    KEYED BY THE EXTRACT ID (THE DATE AND TIME CALCEXT WROTE    *
000050*    IT), ON THE INDEXED REGISTER (PROD.CALC.EXTREG, A KSDS      *
000060*    DEFINED ONCE AT INSTALL).  CALCEXT ADDS THE ROW WITH THE    *
000070*    SAME RANGE, COUNT AND HASH TOTALS IT PUTS ON THE EXTRACT'S  *
000080*    TRAILER ROW; CALCXACK MATCHES FINANCE'S ACKNOWLEDGEMENT     *
000090*    AGAINST IT AND RECORDS WHAT THEY LOADED.                    *
000100*                                                                 *
000110*    XRG-STATUS: "P" - SENT, NOT YET ACKNOWLEDGED.               *
000120*                "M" - ACKNOWLEDGED, COUNT AND TOTALS AGREE.     *
000130*                "S" - ACKNOWLEDGED SHORT (FEWER ROWS LOADED).   *
000140*                "O" - ACKNOWLEDGED OVER (MORE ROWS LOADED).     *
000150*                "T" - ROW COUNT AGREES, HASH TOTALS DO NOT.     *
000160*                "X" - SUPERSEDED BY A LATER EXTRACT OF THE      *
000170*                      SAME DATE RANGE (A RE-SEND).              *
000180*    THE ACK FIELDS ARE ZERO UNTIL AN ACKNOWLEDGEMENT ARRIVES.   *
000190*                                                                 *
000200*    MODIFICATION HISTORY                                        *
000210*    ---------------------------------------------------------   *
000220*    2026-10-15  JCM   ORIGINAL COPYBOOK.                         *
000230******************************************************************
000240 01  XRG-RECORD.
000250     05  XRG-KEY.
000260         10  XRG-SENT-DATE       PIC 9(08).
000270         10  XRG-SENT-TIME       PIC 9(06).
000280     05  XRG-FROM-DATE           PIC 9(08).
000290     05  XRG-TO-DATE             PIC 9(08).
000300     05  XRG-ROWS                PIC 9(07).
000310     05  XRG-HASH-X              PIC S9(11)V99
000320                                SIGN LEADING SEPARATE.
000330     05  XRG-HASH-Y              PIC S9(11)V99
000340                                SIGN LEADING SEPARATE.
000350     05  XRG-HASH-ANS            PIC S9(11)V99
000360                                SIGN LEADING SEPARATE.
000370     05  XRG-STATUS              PIC X(01).
000380         88  XRG-PENDING                 VALUE "P".
000390         88  XRG-MATCHED                 VALUE "M".
000400         88  XRG-SHORT                   VALUE "S".
000410         88  XRG-OVER                    VALUE "O".
000420         88  XRG-TOTALS-DIFFER           VALUE "T".
000430         88  XRG-SUPERSEDED              VALUE "X".
000440     05  XRG-ACK-DATE            PIC 9(08).
000450     05  XRG-ACK-ROWS            PIC 9(07).
000460     05  XRG-ACK-HASH-X          PIC S9(11)V99
000470                                SIGN LEADING SEPARATE.
000480     05  XRG-ACK-HASH-Y          PIC S9(11)V99
000490                                SIGN LEADING SEPARATE.
000500     05  XRG-ACK-HASH-ANS        PIC S9(11)V99
000510                                SIGN LEADING SEPARATE.
000520     05  FILLER                  PIC X(10).
