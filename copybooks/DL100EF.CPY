000600*                HUMAN SHOULD LOOK AT - TEST10 EDIT ERRORS AND    *
000700*                SUSPENSE ESCALATIONS, DL100BM REJECTS, DL100RC   *
000800*                DIFFERENCES, DL100DR DRIFT, DL100RH RUN          *
000900*                OUTCOMES, DL100UA DORMANT AND UNKNOWN CODES,     *
000950*                DL100RV TABLES OVERDUE FOR RECERTIFICATION -     *
000960*                APPENDS ONE RECORD PER EXCEPTION TO              *
001000*                THE EXCFILE DATASET (DISP=MOD).  THE DL100DG     *
001100*                DIGEST PRINTS THEM AS ONE PRIORITIZED MORNING    *
001200*                REPORT AND SETS A RETURN CODE THE SCHEDULER      *
001700*    DATE       BY     DESCRIPTION                                *
001800*    ---------  -----  ------------------------------------------ *
001900*    2026-09-01 JMR    ORIGINAL COPYBOOK                          *
001910*    2026-10-15 JMR    DL100UA USAGE ANALYSIS ADDED TO THE        *
001920*                      PROGRAMS THAT POST HERE                    *
001930*    2026-10-15 JMR    DL100RV RECERTIFICATION REPORT ADDED TO    *
001940*                      THE PROGRAMS THAT POST HERE                *
002000*                                                                  *
002100********************************************************************
002200 01  DL100-EXCEPTION-RECORD.
