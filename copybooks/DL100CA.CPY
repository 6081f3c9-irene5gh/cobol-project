000100********************************************************************
000200*                                                                  *
000300*    COPYBOOK    DL100CA                                          *
000400*    PURPOSE     BUSINESS-CALENDAR FILE RECORD LAYOUT - ONE       *
000500*                RECORD PER CALENDAR EXCEPTION DATE (KSDS, KEY =  *
000600*                DATE, DL100.PROD.BUSCAL).  MONDAY THROUGH FRIDAY *
000700*                ARE BUSINESS DAYS AND SATURDAY AND SUNDAY ARE    *
000800*                NOT, UNLESS A RECORD HERE SAYS OTHERWISE - A     *
000900*                TYPE H RECORD MAKES A WEEKDAY A BANK HOLIDAY, A  *
001000*                TYPE B RECORD MAKES A WEEKEND DATE A WORKING     *
001100*                DAY.  A DATE WITH NO RECORD FOLLOWS THE WEEKDAY  *
001200*                RULE.                                            *
001300*                                                                  *
001400*                MAINTAINED BY THE REFERENCE DATA GROUP EACH      *
001500*                DECEMBER FOR THE COMING YEAR.  READ THROUGH THE  *
001600*                DL100BD SERVICE IN BATCH AND DIRECTLY BY DL100MN *
001700*                ONLINE, SO EVERY PROGRAM AGREES ON WHAT A        *
001800*                BUSINESS DAY IS.                                 *
001900*                                                                  *
002000*    MODIFICATION HISTORY                                         *
002100*    ------------------------------------------------------------ *
002200*    DATE       BY     DESCRIPTION                                *
002300*    ---------  -----  ------------------------------------------ *
002400*    2026-10-15 JMR    ORIGINAL COPYBOOK                          *
002500*                                                                  *
002600********************************************************************
002700 01  DL100-CALENDAR-RECORD.
002800     05  DL100-CA-DATE               PIC 9(08).
002900     05  DL100-CA-DAY-TYPE           PIC X(01).
003000         88  DL100-CA-HOLIDAY            VALUE 'H'.
003100         88  DL100-CA-WORKDAY            VALUE 'B'.
003200     05  DL100-CA-DESC               PIC X(30).
003300     05  FILLER                      PIC X(21).
