000147*    2026-09-02  JCM   ADDED REASON "GR" - A GROUP-TOTAL ("G")    *
000148*                      RECORD NAMED A GROUP LABEL NEVER OPENED    *
000149*                      BY A DETAIL IN THIS RUN.                   *
000150*    2026-10-15  JCM   WIDENED REJ-TRN-DATA TO 56 BYTES TO MATCH  *
000151*                      CALCTRN, NOW CARRYING TRN-SIN-ID.  THE     *
000152*                      RECORD IS 66 BYTES.                        *
000153*    2026-10-15  JCM   ADDED REASON "RV" - A REVERSAL ("V")       *
000154*                      RECORD NAMED A HISTORY ROW THAT IS         *
000155*                      MISSING, IN ERROR, ALREADY REVERSED,       *
000156*                      ITSELF A REVERSAL, OR NOT A REVERSIBLE     *
000157*                      POSTING.                                   *
000158*    2026-10-15  JCM   ADDED REASON "FM" - A FORMULA ("F")        *
000159*                      RECORD NAMED A FORMULA MISSING FROM THE    *
000160*                      FORMULA MASTER OR RETIRED, GAVE THE WRONG  *
000161*                      NUMBER OF INPUTS, OR USES A FACTOR THAT    *
000162*                      COULD NOT BE RESOLVED AS OF THE RUN.  A    *
000163*                      FORMULA STEP THAT OVERFLOWS OR DIVIDES BY  *
000164*                      ZERO REJECTS "ER" LIKE ANY CALCULATION.    *
000165******************************************************************
000166 01  REJ-RECORD.
000167     05  REJ-TRN-DATA            PIC X(56).
000170     05  REJ-REASON              PIC X(02).
000180         88  REJ-INVALID-OP              VALUE "OP".
000190         88  REJ-CALC-ERROR              VALUE "ER".
000196         88  REJ-NO-REGISTER             VALUE "RN".
000197         88  REJ-NO-CHAIN                VALUE "CH".
000198         88  REJ-NO-GROUP                VALUE "GR".
000199         88  REJ-BAD-REVERSAL            VALUE "RV".
000200         88  REJ-BAD-FORMULA             VALUE "FM".
000201     05  REJ-RUN-DATE            PIC 9(08).
