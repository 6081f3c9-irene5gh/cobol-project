000100********************************************************************
000200*                                                                  *
000300*    COPYBOOK    DL100XW                                          *
000400*    PURPOSE     CODE CROSSWALK CONTROL FILE RECORD LAYOUT - ONE  *
000500*                RECORD PER EXTERNAL SYSTEM CODE PER EFFECTIVE    *
000600*                DATE (KSDS, KEY = SYSTEM + EXTERNAL CODE +       *
000700*                EFFECTIVE DATE, DL100.PROD.XWALK).  MAPS THE     *
000800*                CODE VALUE A DOWNSTREAM SYSTEM (CLAIMS, BILLING, *
000900*                ...) USES TO THE DL100 TABLE-ID AND CODE VALUE   *
001000*                FOR THE SAME CONCEPT, SO THOSE SYSTEMS NEED NO   *
001100*                PRIVATE TRANSLATION TABLE OF THEIR OWN.          *
001200*                                                                  *
001300*                EFFECTIVE AND END DATES AND TWO-PERSON APPROVAL  *
001400*                WORK AS FOR DL100CT - A CHANGE OR RETIREMENT     *
001500*                PARKS ITS NEW VALUE IN THE PENDING FIELDS UNTIL  *
001600*                A SECOND USER RELEASES IT.  MAINTAINED ONLINE BY *
001700*                DL100XC AND IN BULK BY DL100BM, TRANSLATED BY    *
001800*                DL100XT AND CHECKED NIGHTLY BY TEST10.           *
001900*                                                                  *
002000*    MODIFICATION HISTORY                                         *
002100*    ------------------------------------------------------------ *
002200*    DATE       BY     DESCRIPTION                                *
002300*    ---------  -----  ------------------------------------------ *
002400*    2026-10-15 JMR    ORIGINAL COPYBOOK                          *
002500*                                                                  *
002600********************************************************************
002700 01  DL100-CROSSWALK-RECORD.
002800     05  DL100-XW-KEY.
002900         10  DL100-XW-SYSTEM         PIC X(08).
003000         10  DL100-XW-EXT-CODE       PIC X(10).
003100         10  DL100-XW-EFF-DATE       PIC 9(08).
003200     05  DL100-XW-TABLE-ID           PIC X(08).
003300     05  DL100-XW-LETTER             PIC X(03).
003400     05  DL100-XW-END-DATE           PIC 9(08).
003500     05  DL100-XW-APPR-STATUS        PIC X(01).
003600         88  DL100-XW-APPROVED       VALUE 'A' ' '.
003700         88  DL100-XW-PEND-ADD       VALUE 'P'.
003800         88  DL100-XW-PEND-CHANGE    VALUE 'C'.
003900         88  DL100-XW-PEND-DELETE    VALUE 'X'.
004000         88  DL100-XW-PEND-RETIRE    VALUE 'R'.
004100         88  DL100-XW-PENDING-APPR   VALUE 'P' 'C' 'X' 'R'.
004200     05  DL100-XW-ENTRY-USER         PIC X(08).
004300     05  DL100-XW-APPR-USER          PIC X(08).
004400     05  DL100-XW-PEND-TABLE-ID      PIC X(08).
004500     05  DL100-XW-PEND-LETTER        PIC X(03).
004600     05  DL100-XW-PEND-END-DATE      PIC 9(08).
004700     05  FILLER                      PIC X(39).
