000130*    THAT NEEDS RUNTYPE=RESTART.                                 *
000140*                                                                 *
000150*    STEP NAMES: SPLIT, BTCH (UNPARTITIONED), BTCHP1-BTCHP4,     *
000160*    MERGE, BAL, EXT, STAT, VAR.                                 *
000170*                                                                 *
000180*    MODIFICATION HISTORY                                        *
000190*    ---------------------------------------------------------   *
000200*    2026-09-02  JCM   ORIGINAL COPYBOOK.                         *
000201*    2026-10-15  JCM   ADDED STEP VAR (CALCVAR).                  *
000210******************************************************************
000220 01  RUN-RECORD.
000230     05  RUN-KEY.
