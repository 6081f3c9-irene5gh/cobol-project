000100********************************************************************
000200*                                                                  *
000300*    COPYBOOK    DL100XM                                          *
000400*    PURPOSE     EXTERNAL CODE-LIST MAP CONTROL RECORD - ONE      *
000500*                80-BYTE CARD PER DL100ER RUN, TELLING IT WHICH   *
000600*                DL100CT TABLE-ID AN OUTSIDE AUTHORITY'S          *
000700*                PUBLISHED CODE LIST MIRRORS AND WHERE THE CODE   *
000800*                AND DESCRIPTION SIT IN THE PUBLISHER'S RECORD    *
000900*                (START COLUMN AND LENGTH, 1-BASED).  LEADING     *
001000*                HEADER RECORDS ON THE PUBLISHER'S FILE ARE       *
001100*                SKIPPED BY COUNT.  A DESCRIPTION LONGER THAN THE *
001200*                30 BYTES DL100CT HOLDS IS CUT TO 30.             *
001300*                                                                  *
001400*                THE EFFECTIVE DATE IS GIVEN TO THE ADDS DL100ER  *
001500*                WRITES AND THE END DATE TO ITS RETIREMENTS;      *
001600*                BLANK MEANS THE NEXT BUSINESS DAY AFTER THE RUN  *
001700*                ON THE DL100CA CALENDAR.  A MIRRORED TABLE IS    *
001800*                ADDED BY WRITING A NEW CARD, NOT BY A PROGRAM    *
001900*                CHANGE - SEE DL100J15.                           *
002000*                                                                  *
002100*    MODIFICATION HISTORY                                         *
002200*    ------------------------------------------------------------ *
002300*    DATE       BY     DESCRIPTION                                *
002400*    ---------  -----  ------------------------------------------ *
002500*    2026-10-15 JMR    ORIGINAL COPYBOOK                          *
002600*                                                                  *
002700********************************************************************
002800 01  DL100-EXT-MAP-RECORD.
002900     05  DL100-XM-TABLE-ID           PIC X(08).
003000     05  DL100-XM-SOURCE-NAME        PIC X(20).
003100     05  DL100-XM-SKIP-RECORDS       PIC 9(03).
003200     05  DL100-XM-CODE-START         PIC 9(03).
003300     05  DL100-XM-CODE-LENGTH        PIC 9(01).
003400     05  DL100-XM-DESC-START         PIC 9(03).
003500     05  DL100-XM-DESC-LENGTH        PIC 9(02).
003600     05  DL100-XM-EFF-DATE           PIC X(08).
003700     05  DL100-XM-END-DATE           PIC X(08).
003800     05  FILLER                      PIC X(24).
