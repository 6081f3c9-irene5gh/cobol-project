000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100DR                                         *
001100*    PURPOSE      INTRADAY DRIFT REPORT.  LOADS THE DL100SN       *
001200*                 PUBLISHED SNAPSHOT THROUGH DL100SL (REBUILT     *
001300*                 NIGHTLY AND REFRESHED BY EACH DL100MN APPROVAL  *
001400*                 THAT TAKES EFFECT TODAY), LOADS LAST NIGHT'S    *
001500*                 EXTRACT GENERATION - HEADER AND TRAILER         *
001600*                 VALIDATED THE WAY DL100RC PROVES THEM - AND     *
001700*                 REPORTS EVERY TABLE/POSITION WHERE THE LIVE     *
002874*                      SIDE (NON-ZERO END DATE FROM DL100LD) IS   *
002876*                      TREATED AS NOT LIVE, MATCHING ITS ABSENCE  *
002878*                      FROM THE EXTRACT                           *
002880*    2026-10-15 JMR    PUBLISHED SNAPSHOT - THE LIVE SIDE NOW     *
002882*                      LOADS FROM THE DL100SN SNAPSHOT (SNPFILE)  *
002884*                      THROUGH DL100SL INSTEAD OF BROWSING        *
002886*                      CTLFILE THROUGH DL100LD.  AN END DATE      *
002888*                      REACHED SINCE PUBLICATION STILL COUNTS AS  *
002890*                      NOT LIVE                                   *
002900*                                                                  *
003000********************************************************************
003100 ENVIRONMENT DIVISION.
005300 WORKING-STORAGE SECTION.
005400*
005500********************************************************************
005600*    LIVE TABLES - LOADED FROM SNPFILE BY DL100SL                 *
005700********************************************************************
005800     COPY DL100TB.
005900*
018500     GOBACK.
018600*
018700********************************************************************
018800*    1000-INITIALIZE - LOAD THE LIVE TABLES THROUGH DL100SL,      *
018900*    CLEAR THE EXTRACT-SIDE TABLES AND OPEN FILES                 *
019000********************************************************************
019100 1000-INITIALIZE.
019200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019300     CALL 'DL100SL' USING DL100-LETTER-TABLE.
019310*    TEST10 FALLS BACK TO THE DEFAULT LETTERS TABLE, SO A VALID
019320*    EXTRACT IS NEVER EMPTY AND AN EMPTY LIVE SIDE CAN ONLY MEAN
019330*    SNPFILE COULD NOT BE READ - STOP RATHER THAN REPORT EVERY
019340*    POSITION AS REMOVED ON THE REPORT THAT GATES APPROVALS
019350     IF DL100-TABLE-ID-COUNT = ZERO
019360         DISPLAY 'SNPFILE EMPTY OR UNREADABLE - DRIFT REPORT '
019370             'NOT PRODUCED'
019380         MOVE 16 TO RETURN-CODE
019390         STOP RUN
