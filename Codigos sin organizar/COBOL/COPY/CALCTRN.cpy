000259*                      GROUP.  "G" RECORDS COUNT IN THE TRAILER   *
000260*                      TOTALS LIKE "C"; A "G" FOR A GROUP NEVER   *
000261*                      OPENED REJECTS WITH REASON "GR".           *
000262*    2026-10-15  JCM   APPENDED TRN-SIN-ID - THE STANDING         *
000263*                      INSTRUCTION A DETAIL WAS GENERATED FROM    *
000264*                      (SPACES ON ANYTHING KEYED UPSTREAM) - SO   *
000265*                      CALCBTCH CAN CARRY IT INTO THE HISTORY     *
000266*                      AND CALCVAR CAN COMPARE AN INSTRUCTION'S   *
000267*                      ANSWER RUN OVER RUN.  THE RECORD GREW TO   *
000268*                      56 BYTES; THE HEADER AND TRAILER FILLERS   *
000269*                      GREW WITH IT.                              *
000270*    2026-10-15  JCM   ADDED TYPE "V" - A REVERSAL THAT NAMES     *
000271*                      THE HISTORY KEY (RUN DATE AND SEQUENCE)    *
000272*                      OF AN EARLIER POSTING IN TRN-REV-RUN-DATE  *
000273*                      AND TRN-REV-SEQ-NO.  CALCBTCH POSTS A      *
000274*                      NEGATING ROW AND MARKS THE ORIGINAL        *
000275*                      REVERSED (SEE CALCHST).  TRN-X AND TRN-Y   *
000276*                      ARE ZERO ON A "V"; IT COUNTS IN THE        *
000277*                      TRAILER TOTALS LIKE "C".  A "V" FOR A ROW  *
000278*                      MISSING, IN ERROR OR ALREADY REVERSED      *
000279*                      REJECTS WITH REASON "RV".                  *
000280*    2026-10-15  JCM   ADDED TYPE "F" - A FORMULA POSTING THAT    *
000281*                      NAMES A FORMULA ON THE FORMULA MASTER      *
000282*                      (SEE CALCFRM) IN TRN-FRM-NAME AND GIVES    *
000283*                      ITS INPUTS IN TRN-X AND TRN-Y, WITH THE    *
000284*                      NUMBER OF INPUTS SUPPLIED (1 OR 2) IN      *
000285*                      TRN-FRM-INPUTS IN PLACE OF THE OPERATOR.   *
000286*                      CALCBTCH EVALUATES THE WHOLE FORMULA AS    *
000287*                      ONE POSTING.  TRN-Y-NAME MUST BE SPACES;   *
000288*                      TRN-GROUP AND TRN-SIN-ID APPLY AS ON A     *
000289*                      "D".  AN UNUSED INPUT MUST BE ZERO.  IT    *
000290*                      COUNTS IN THE TRAILER TOTALS LIKE "C".  A  *
000291*                      FORMULA MISSING, RETIRED OR GIVEN THE      *
000292*                      WRONG INPUTS REJECTS WITH REASON "FM".     *
000293******************************************************************
000294 01  TRN-RECORD.
000295     05  TRN-REC-TYPE            PIC X(01).
000296         88  TRN-HEADER-REC              VALUE "H".
000297         88  TRN-DETAIL-REC              VALUE "D".
000298         88  TRN-CHAIN-REC               VALUE "C".
000299         88  TRN-STORE-REC               VALUE "S".
000300         88  TRN-GRPTOT-REC              VALUE "G".
000301         88  TRN-RECYCLE-REC             VALUE "R".
000302         88  TRN-REVERSAL-REC            VALUE "V".
000303         88  TRN-FORMULA-REC             VALUE "F".
000304         88  TRN-TRAILER-REC             VALUE "T".
000305     05  TRN-DETAIL.
000310         10  TRN-SEQ                 PIC 9(06).
000320         10  TRN-X                   PIC S9(7)V99
000330                                    SIGN LEADING SEPARATE.
000362         10  TRN-X-NAME              PIC X(08).
000364         10  TRN-Y-NAME              PIC X(08).
000370         10  TRN-GROUP               PIC X(04).
000375         10  TRN-SIN-ID              PIC X(08).
000380     05  TRN-HEADER REDEFINES TRN-DETAIL.
000390         10  TRN-HDR-DATE            PIC 9(08).
000400         10  TRN-HDR-SOURCE          PIC X(08).
000410         10  FILLER                  PIC X(39).
000420     05  TRN-TRAILER REDEFINES TRN-DETAIL.
000430         10  TRN-TRL-COUNT           PIC 9(07).
000440         10  TRN-TRL-HASH-X          PIC S9(11)V99
000450                                    SIGN LEADING SEPARATE.
000460         10  TRN-TRL-HASH-Y          PIC S9(11)V99
000470                                    SIGN LEADING SEPARATE.
000480         10  FILLER                  PIC X(20).
000490     05  TRN-REVERSAL REDEFINES TRN-DETAIL.
000500         10  FILLER                  PIC X(26).
000510         10  FILLER                  PIC X(01).
000520         10  TRN-REV-KEY.
000530             15  TRN-REV-RUN-DATE    PIC 9(08).
000540             15  TRN-REV-SEQ-NO      PIC 9(06).
000550         10  FILLER                  PIC X(14).
000560     05  TRN-FORMULA REDEFINES TRN-DETAIL.
000570         10  FILLER                  PIC X(26).
000580         10  TRN-FRM-INPUTS          PIC 9(01).
000590         10  TRN-FRM-NAME            PIC X(08).
000600         10  FILLER                  PIC X(20).
