000800*                NIGHTLY INTO THE DL100.PROD.USAGE KSDS (SEE      *
000900*                DL100J09) AND CHECKED BY DL100MN AND DL100BM     *
001000*                BEFORE A DELETE - OR A CHANGE THAT RETIRES A     *
001100*                CODE VALUE - IS ACCEPTED.  DL100UA (DL100J12)    *
001110*                REPORTS ACTIVE CODES WITH NO RECENT USE AND      *
001120*                USED CODES THAT ARE NOT ON THE TABLE.            *
001200*                                                                  *
001300*    MODIFICATION HISTORY                                         *
001400*    ------------------------------------------------------------ *
001500*    DATE       BY     DESCRIPTION                                *
001600*    ---------  -----  ------------------------------------------ *
001700*    2026-09-01 JMR    ORIGINAL COPYBOOK                          *
001710*    2026-10-15 JMR    READ BY THE DL100UA USAGE ANALYSIS         *
001800*                                                                  *
001900********************************************************************
002000 01  DL100-USAGE-RECORD.
