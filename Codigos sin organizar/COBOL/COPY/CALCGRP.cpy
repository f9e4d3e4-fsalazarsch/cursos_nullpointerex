000010******************************************************************
000020*    CALCGRP.CPY                                                 *
000030*    CHARGEBACK GROUP MASTER RECORD.  ONE ROW PER GROUP CODE     *
000040*    (THE FOUR-CHARACTER LABEL CARRIED IN TRN-GROUP AND          *
000050*    HST-GROUP), KEYED BY THE CODE, ON THE INDEXED GROUP MASTER  *
000060*    (PROD.CALC.GROUPS, A KSDS DEFINED ONCE AT INSTALL).  MAPS   *
000070*    THE CODE TO THE DEPARTMENT BILLED FOR ITS CALCULATIONS,     *
000080*    THE COST CENTRE THE GENERAL LEDGER CHARGES AND THE PERSON   *
000090*    THE INVOICE IS ADDRESSED TO.  KEPT BY THE SUPERVISOR WITH   *
000100*    CALCGMNT; READ AT MONTH END BY CALCBILL.                    *
000110*                                                                 *
000120*    ROWS ARE NEVER DELETED, ONLY DEACTIVATED, SO A CODE STILL   *
000130*    ON LAST MONTH'S HISTORY CAN BE BILLED.  AN INACTIVE GROUP   *
000140*    IS STILL BILLED FOR WHAT IT USED; ITS INVOICE SAYS SO.      *
000150*                                                                 *
000160*    MODIFICATION HISTORY                                        *
000170*    ---------------------------------------------------------   *
000180*    2026-10-15  JCM   ORIGINAL COPYBOOK.                         *
000190******************************************************************
000200 01  GRP-RECORD.
000210     05  GRP-CODE                PIC X(04).
000220     05  GRP-DEPT-NAME           PIC X(30).
000230     05  GRP-COST-CENTRE         PIC X(10).
000240     05  GRP-CONTACT             PIC X(30).
000250     05  GRP-STATUS              PIC X(01).
000260         88  GRP-ACTIVE                  VALUE "A".
000270         88  GRP-INACTIVE                VALUE "I".
000280     05  GRP-UPD-BY              PIC X(08).
000290     05  GRP-UPD-DATE            PIC 9(08).
000300     05  FILLER                  PIC X(09).
