000100********************************************************************
000200*                                                                  *
000300*    COPYBOOK    DL100BP                                          *
000400*    PURPOSE     CALL PARAMETERS FOR THE DL100BD BUSINESS-DAY     *
000500*                SUBPROGRAM.  SHARED BY EVERY CALLER SO THE       *
000600*                PARAMETER LAYOUT ONLY HAS TO CHANGE IN ONE       *
000700*                PLACE.                                           *
000800*                                                                  *
000900*    MODIFICATION HISTORY                                         *
001000*    ------------------------------------------------------------ *
001100*    DATE       BY     DESCRIPTION                                *
001200*    ---------  -----  ------------------------------------------ *
001300*    2026-10-15 JMR    ORIGINAL COPYBOOK                          *
001400*                                                                  *
001500********************************************************************
001600 01  DL100-BD-PARMS.
001700     05  DL100-BD-FUNCTION           PIC X(01).
001800         88  DL100-BD-CHECK-DATE         VALUE 'C'.
001900         88  DL100-BD-NEXT-DAY           VALUE 'N'.
002000         88  DL100-BD-BACK-DAYS          VALUE 'B'.
002100     05  DL100-BD-DATE               PIC 9(08).
002200     05  DL100-BD-DAYS               PIC 9(03).
002300     05  DL100-BD-RESULT-DATE        PIC 9(08).
002400     05  DL100-BD-BUSINESS-SW        PIC X(01).
002500         88  DL100-BD-BUSINESS-DAY       VALUE 'Y'.
002600     05  DL100-BD-REASON             PIC X(30).
002700     05  DL100-BD-RETURN-CODE        PIC 9(02).
002800         88  DL100-BD-OK                 VALUE 00.
002900         88  DL100-BD-BAD-REQUEST        VALUE 08.
003000         88  DL100-BD-NO-CALENDAR        VALUE 12.
