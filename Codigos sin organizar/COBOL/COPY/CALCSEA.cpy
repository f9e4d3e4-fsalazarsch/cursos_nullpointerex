000230*    MODIFICATION HISTORY                                        *
000240*    ---------------------------------------------------------   *
000250*    2026-09-02  JCM   ORIGINAL COPYBOOK.                         *
000251*    2026-10-15  JCM   MONTHLY ROLLOVER (SEE CALCAROL).  THE      *
000252*                      LAST SEAL OF A TRAIL BEFORE IT IS COPIED   *
000253*                      TO ITS GENERATION IS A CLOSING SEAL -      *
000254*                      AN ORDINARY SEAL WITH SEA-CLOSE-SW "C".    *
000255*                      THE FRESH TRAIL'S FIRST LINE IS AN ORIGIN  *
000256*                      LINE (MARKER "=ORIGEN") CARRYING THE       *
000257*                      CLOSING SEAL'S DATE AND CHAIN, WHICH THE   *
000258*                      TRAIL'S FIRST SEAL CHAINS OFF INSTEAD OF   *
000259*                      ZERO, PLUS THE CLOSED GENERATION'S DETAIL  *
000260*                      LINE COUNT (SEA-LINE-COUNT), SEAL COUNT    *
000261*                      AND THE DATE THE ROLLOVER RAN.  SEA-HASH   *
000262*                      IS ZERO ON AN ORIGIN LINE.  COLUMNS 51-58  *
000263*                      STAY BLANK ON BOTH.                        *
000264******************************************************************
000270 01  SEA-SEAL-LINE.
000280     05  SEA-MARKER          PIC X(07).
000290         88  SEA-IS-SEAL             VALUE "=SELLO=".
000295         88  SEA-IS-ORIGIN           VALUE "=ORIGEN".
000300     05  FILLER              PIC X(01) VALUE SPACE.
000310     05  SEA-DATE            PIC 9(08).
000320     05  FILLER              PIC X(01) VALUE SPACE.
000360                            SIGN LEADING SEPARATE.
000370     05  FILLER              PIC X(01) VALUE SPACE.
000380     05  SEA-CHAIN           PIC 9(10).
000390     05  FILLER              PIC X(09) VALUE SPACES.
000400     05  SEA-CLOSE-SW        PIC X(01) VALUE SPACE.
000410         88  SEA-CLOSING-SEAL        VALUE "C".
000420     05  FILLER              PIC X(01) VALUE SPACE.
000430     05  SEA-ROLL-DATE       PIC 9(08).
000440     05  FILLER              PIC X(01) VALUE SPACE.
000450     05  SEA-GEN-SEALS       PIC 9(05).
000460     05  FILLER              PIC X(05) VALUE SPACES.
