000010******************************************************************
000020*    CALCFRM.CPY                                                 *
000030*    NAMED FORMULA RECORD.  ONE ROW PER FORMULA NAME AND         *
000040*    VERSION, KEYED BY BOTH, ON THE INDEXED FORMULA MASTER       *
000050*    (PROD.CALC.FORMULAS, A KSDS DEFINED ONCE AT INSTALL).  A    *
000060*    FORMULA IS A STANDING MULTI-STEP CALCULATION SUCH AS        *
000070*    "(X + Y) * IVA - DESC" OVER THE TRANSACTION'S INPUT SLOTS   *
000080*    (X AND Y), NAMED FACTORS (SEE CALCFCT), NUMERIC LITERALS    *
000090*    AND THE OPERATORS CALCENG SUPPORTS.  A TYPE "F" TRANSACTION *
000100*    (SEE CALCTRN) NAMES THE FORMULA AND GIVES ITS INPUTS, AND   *
000110*    CALCFORM EVALUATES THE WHOLE EXPRESSION AS ONE POSTING.     *
000120*                                                                 *
000130*    FRM-EXPR KEEPS THE EXPRESSION AS THE SUPERVISOR KEYED IT;   *
000140*    FRM-STEPS IS THE SAME EXPRESSION COMPILED BY CALCLMNT TO    *
000150*    POSTFIX ORDER - EACH STEP PUSHES AN INPUT SLOT ("S", NAME   *
000160*    "X" OR "Y"), A FACTOR ("F"), OR A LITERAL ("N", IN          *
000170*    FRM-STEP-VALUE), OR APPLIES AN OPERATOR ("O", THE CALCENG   *
000180*    CODE IN THE FIRST BYTE OF THE NAME) TO THE TOP OF THE       *
000190*    STACK.  "R" (SQUARE ROOT) TAKES ONE OPERAND, THE REST TWO.  *
000200*                                                                 *
000210*    A CHANGE NEVER REWRITES A VERSION THAT MAY HAVE POSTED -    *
000220*    CALCLMNT ADDS THE NEXT VERSION, AND THE VERSION IN FORCE IS *
000230*    THE HIGHEST ONE FOR THE NAME.  RETIRING A FORMULA MARKS ITS *
000240*    HIGHEST VERSION "I", SO NEW TRANSACTIONS FOR IT REJECT      *
000250*    WHILE THE HISTORY CAN STILL NAME EVERY VERSION THAT POSTED. *
000260*                                                                 *
000270*    MODIFICATION HISTORY                                        *
000280*    ---------------------------------------------------------   *
000290*    2026-10-15  JCM   ORIGINAL COPYBOOK.                         *
000300******************************************************************
000310 01  FRM-RECORD.
000320     05  FRM-KEY.
000330         10  FRM-NAME            PIC X(08).
000340         10  FRM-VERSION         PIC 9(03).
000350     05  FRM-STATUS              PIC X(01).
000360         88  FRM-ACTIVE                  VALUE "A".
000370         88  FRM-RETIRED                 VALUE "I".
000380     05  FRM-DESC                PIC X(30).
000390     05  FRM-EXPR                PIC X(60).
000400     05  FRM-INPUTS              PIC 9(01).
000410     05  FRM-STEP-COUNT          PIC 9(02).
000420     05  FRM-STEP OCCURS 20 TIMES.
000430         10  FRM-STEP-TYPE       PIC X(01).
000440             88  FRM-STEP-SLOT           VALUE "S".
000450             88  FRM-STEP-FACTOR         VALUE "F".
000460             88  FRM-STEP-NUMBER         VALUE "N".
000470             88  FRM-STEP-OPERATOR       VALUE "O".
000480         10  FRM-STEP-NAME       PIC X(08).
000490         10  FRM-STEP-VALUE      PIC S9(7)V99
000500                                SIGN LEADING SEPARATE.
000510     05  FRM-UPD-BY              PIC X(08).
000520     05  FRM-UPD-DATE            PIC 9(08).
000530     05  FILLER                  PIC X(10).
