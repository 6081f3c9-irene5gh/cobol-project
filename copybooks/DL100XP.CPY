000100********************************************************************
000200*                                                                  *
000300*    COPYBOOK    DL100XP                                          *
000400*    PURPOSE     CALL PARAMETERS FOR THE DL100XT CROSSWALK        *
000500*                TRANSLATION SERVICE.  SHARED BY EVERY CALLER SO  *
000600*                THE PARAMETER LAYOUT ONLY HAS TO CHANGE IN ONE   *
000700*                PLACE.  THE RETURN CODES MEAN WHAT THEY MEAN FOR *
000800*                DL100LK (SEE DL100LP) SO CALLERS HANDLE THEM THE *
000900*                SAME WAY.                                        *
001000*                                                                  *
001100*    MODIFICATION HISTORY                                         *
001200*    ------------------------------------------------------------ *
001300*    DATE       BY     DESCRIPTION                                *
001400*    ---------  -----  ------------------------------------------ *
001500*    2026-10-15 JMR    ORIGINAL COPYBOOK                          *
001600*                                                                  *
001700********************************************************************
001800 01  DL100-XT-PARMS.
001900     05  DL100-XT-FUNCTION           PIC X(01).
002000         88  DL100-XT-EXT-TO-CODE        VALUE 'E'.
002100         88  DL100-XT-CODE-TO-EXT        VALUE 'D'.
002200     05  DL100-XT-SYSTEM             PIC X(08).
002300     05  DL100-XT-EXT-CODE           PIC X(10).
002400     05  DL100-XT-TABLE-ID           PIC X(08).
002500     05  DL100-XT-LETTER             PIC X(03).
002600     05  DL100-XT-POSITION           PIC 9(03).
002700     05  DL100-XT-DESC               PIC X(30).
002800     05  DL100-XT-RETURN-CODE        PIC 9(02).
002900         88  DL100-XT-FOUND              VALUE 00.
003000         88  DL100-XT-RETIRED            VALUE 02.
003100         88  DL100-XT-NOT-FOUND          VALUE 04.
003200         88  DL100-XT-BAD-FUNCTION       VALUE 08.
003300         88  DL100-XT-BAD-TABLE          VALUE 12.
