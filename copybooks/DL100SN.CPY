000100********************************************************************
000200*                                                                  *
000300*    COPYBOOK    DL100SN                                          *
000400*    PURPOSE     PUBLISHED TABLE SNAPSHOT RECORD LAYOUT - ONE     *
000500*                RECORD PER TABLE-ID AND POSITION (KSDS, KEY =    *
000600*                TABLE-ID + POSITION, DL100.PROD.SNAPSHOT),       *
000700*                HOLDING ONLY THE ENTRY IN EFFECT - ITS CODE      *
000800*                VALUE, DESCRIPTION AND END DATE (ZERO, OR A      *
000900*                RETIREMENT STILL AHEAD).  NO DATED HISTORY, NO   *
001000*                PENDING CHANGES - A POSITION WITH NOTHING IN     *
001100*                EFFECT HAS NO RECORD.                            *
001200*                                                                  *
001300*                REBUILT EVERY NIGHT BY TEST10 FROM THE SAME      *
001400*                ENTRIES IT EXTRACTS (THE RECORD COUNT AND        *
001500*                POSITION HASH TIE TO THE EXTRACT TRAILER), AND   *
001600*                REFRESHED FOR ONE POSITION WHEN A DL100MN        *
001700*                APPROVAL PUTS A CHANGE INTO EFFECT TODAY.  READ  *
001800*                BY DL100IQ, BY DL100SL FOR DL100LS AND DL100DR,  *
001900*                SO READERS NEED NOT BROWSE DL100CT AND APPLY THE *
002000*                EFFECTIVE-DATE RULES THEMSELVES.                 *
002100*                                                                  *
002200*    MODIFICATION HISTORY                                         *
002300*    ------------------------------------------------------------ *
002400*    DATE       BY     DESCRIPTION                                *
002500*    ---------  -----  ------------------------------------------ *
002600*    2026-10-15 JMR    ORIGINAL COPYBOOK                          *
002700*                                                                  *
002800********************************************************************
002900 01  DL100-SNAPSHOT-RECORD.
003000     05  DL100-SN-KEY.
003100         10  DL100-SN-TABLE-ID       PIC X(08).
003200         10  DL100-SN-POSITION       PIC 9(03).
003300     05  DL100-SN-LETTER             PIC X(03).
003400     05  DL100-SN-DESC               PIC X(30).
003500     05  DL100-SN-END-DATE           PIC 9(08).
003600     05  DL100-SN-PUB-DATE           PIC 9(08).
003700     05  DL100-SN-PUB-SOURCE         PIC X(01).
003800         88  DL100-SN-PUB-NIGHTLY    VALUE 'N'.
003900         88  DL100-SN-PUB-APPROVAL   VALUE 'A'.
004000     05  FILLER                      PIC X(19).
