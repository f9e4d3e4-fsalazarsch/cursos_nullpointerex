000010******************************************************************
000020*    CALCPCH.CPY                                                 *
000030*    PENDING MASTER-CHANGE RECORD.  ONE ROW PER CHANGE KEYED     *
000040*    AGAINST THE FACTOR FILE (CALCFMNT) OR THE STANDING-         *
000050*    INSTRUCTIONS MASTER (CALCSMNT), ON THE INDEXED PENDING-     *
000060*    CHANGE FILE (PROD.CALC.PENDING, A KSDS DEFINED ONCE AT      *
000070*    INSTALL).  NEITHER MAINTENANCE PROGRAM WRITES THE MASTERS   *
000080*    ANY MORE: A CHANGE SITS HERE AS "P" UNTIL A SECOND          *
000090*    SUPERVISOR - NEVER THE ONE WHO KEYED IT - APPROVES OR       *
000100*    REJECTS IT ON THE CALCAPRV REVIEW SCREEN, AND ONLY AN       *
000110*    APPROVED CHANGE IS APPLIED.  ROWS ARE NEVER DELETED, SO     *
000120*    CALCCLOG CAN PRINT THE DAILY CHANGE LOG FROM THE FILE:      *
000130*    WHO KEYED, WHO REVIEWED, AND THE BEFORE/AFTER IMAGES.       *
000140*                                                                 *
000150*    THE KEY IS THE KEYING DATE, TIME AND OPERATOR, SO THE       *
000160*    REVIEW SCREEN WORKS THE QUEUE OLDEST FIRST.  THE IMAGES     *
000170*    HOLD THE WHOLE MASTER RECORD (CALCFCT OR CALCSIN) AS IT     *
000180*    STOOD BEFORE AND AS IT WILL STAND AFTER THE CHANGE; AN      *
000190*    ALTA HAS NO BEFORE ROW OF ITS OWN - FOR A FACTOR IT         *
000200*    CARRIES THE ROW THAT WAS IN FORCE UNTIL THE NEW             *
000210*    EFFECTIVE DATE (SPACES IF NONE), FOR AN INSTRUCTION IT IS   *
000220*    SPACES.                                                     *
000230*                                                                 *
000240*    PCH-TARGET: "F" - FACTOR FILE.                              *
000250*                "S" - STANDING-INSTRUCTIONS MASTER.             *
000260*    PCH-ACTION: "A" - ALTA, "B" - BAJA, "R" - REACTIVAR.        *
000270*    PCH-STATE:  "P" - PENDING, "A" - APPROVED AND APPLIED,      *
000280*                "R" - REJECTED (BY THE REVIEWER, OR BECAUSE     *
000290*                      THE MASTER CHANGED UNDER IT - SEE         *
000300*                      PCH-NOTE).                                *
000310*                                                                 *
000320*    MODIFICATION HISTORY                                        *
000330*    ---------------------------------------------------------   *
000340*    2026-10-15  JCM   ORIGINAL COPYBOOK.                         *
000350******************************************************************
000360 01  PCH-RECORD.
000370     05  PCH-KEY.
000380         10  PCH-KEYED-DATE      PIC 9(08).
000390         10  PCH-KEYED-TIME      PIC 9(08).
000400         10  PCH-KEYED-BY        PIC X(08).
000410     05  PCH-TARGET              PIC X(01).
000420         88  PCH-FACTOR                  VALUE "F".
000430         88  PCH-STANDING                VALUE "S".
000440     05  PCH-ACTION              PIC X(01).
000450         88  PCH-ADD                     VALUE "A".
000460         88  PCH-DEACT                   VALUE "B".
000470         88  PCH-REACT                   VALUE "R".
000480     05  PCH-STATE               PIC X(01).
000490         88  PCH-PENDING                 VALUE "P".
000500         88  PCH-APPROVED                VALUE "A".
000510         88  PCH-REJECTED                VALUE "R".
000520     05  PCH-REVIEWED-BY         PIC X(08).
000530     05  PCH-REVIEW-DATE         PIC 9(08).
000540     05  PCH-REVIEW-TIME         PIC 9(08).
000550     05  PCH-NOTE                PIC X(20).
000560     05  PCH-BEFORE-IMAGE        PIC X(120).
000570     05  PCH-AFTER-IMAGE         PIC X(120).
000580     05  FILLER                  PIC X(09).
