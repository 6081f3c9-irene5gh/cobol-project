000100********************************************************************
000200*                                                                  *
000300*    COPYBOOK    DL100TD                                          *
000400*    PURPOSE     TABLE-DEFINITION CONTROL FILE RECORD LAYOUT -    *
000500*                ONE RECORD PER NAMED CODE TABLE (KSDS, KEY =     *
000600*                TABLE-ID, DL100.PROD.TABLEDEF).  HOLDS THE       *
000700*                TABLE'S OWNER AND THE RULES ITS ENTRIES ARE      *
000800*                EDITED AGAINST - CHARACTER CLASSES ALLOWED IN    *
000900*                THE CODE VALUE, FIXED OR VARIABLE CODE LENGTH,   *
001000*                HIGHEST POSITION ALLOWED AND WHETHER A           *
001100*                DESCRIPTION IS MANDATORY.  READ BY TEST10,       *
001200*                DL100MN AND DL100BM; A TABLE WITH NO RECORD HERE *
001300*                IS REJECTED BY ALL THREE.                        *
001400*                                                                  *
001500*                CODE LENGTH IS THE EXACT LENGTH FOR A FIXED      *
001600*                TABLE AND THE LONGEST ALLOWED FOR A VARIABLE     *
001700*                ONE (LENGTH = LAST NON-BLANK CHARACTER).  A CODE *
001800*                VALUE IS ALWAYS LEFT-JUSTIFIED, AND BLANKS MAY   *
001850*                ONLY TRAIL IT UNLESS BLANK-OK IS Y.              *
001900*                                                                  *
002000*    MODIFICATION HISTORY                                         *
002100*    ------------------------------------------------------------ *
002200*    DATE       BY     DESCRIPTION                                *
002300*    ---------  -----  ------------------------------------------ *
002400*    2026-10-15 JMR    ORIGINAL COPYBOOK                          *
002410*    2026-10-15 JMR    NON-BUSINESS-DATE OPTION CARVED FROM       *
002420*                      FILLER - R MAKES DL100MN AND DL100BM       *
002430*                      REFUSE AN EFFECTIVE OR END DATE THAT IS    *
002440*                      NOT A BUSINESS DAY ON THE DL100CA          *
002450*                      CALENDAR, W OR BLANK ONLY WARNS            *
002460*    2026-10-15 JMR    RECERTIFICATION FIELDS CARVED FROM FILLER  *
002470*                      - REVIEW FREQUENCY IN MONTHS (ZERO MEANS   *
002480*                      THE TABLE IS NOT SUBJECT TO REVIEW) AND    *
002490*                      THE DATE AND USER OF THE LAST OWNER        *
002500*                      CERTIFICATION, SET BY DL100MN FUNC T AND   *
002510*                      REPORTED BY DL100RV                        *
002530*                                                                  *
002600********************************************************************
002700 01  DL100-TABLE-DEF-RECORD.
002800     05  DL100-TD-TABLE-ID           PIC X(08).
002900     05  DL100-TD-OWNER              PIC X(08).
003000     05  DL100-TD-TITLE              PIC X(30).
003100     05  DL100-TD-ALPHA-OK           PIC X(01).
003200         88  DL100-TD-ALPHA-ALLOWED      VALUE 'Y'.
003300     05  DL100-TD-NUMERIC-OK         PIC X(01).
003400         88  DL100-TD-NUMERIC-ALLOWED    VALUE 'Y'.
003500     05  DL100-TD-FIRST-CHAR         PIC X(01).
003600         88  DL100-TD-FIRST-ALPHA        VALUE 'A'.
003700     05  DL100-TD-LENGTH-TYPE        PIC X(01).
003800         88  DL100-TD-FIXED-LENGTH       VALUE 'F'.
003900         88  DL100-TD-VARIABLE-LENGTH    VALUE 'V' ' '.
004000     05  DL100-TD-CODE-LENGTH        PIC 9(01).
004100     05  DL100-TD-MAX-POSITION       PIC 9(03).
004200     05  DL100-TD-DESC-REQ           PIC X(01).
004300         88  DL100-TD-DESC-REQUIRED      VALUE 'Y'.
004350     05  DL100-TD-BLANK-OK           PIC X(01).
004360         88  DL100-TD-BLANK-ALLOWED      VALUE 'Y'.
004370     05  DL100-TD-NONBUS-DATE        PIC X(01).
004380         88  DL100-TD-NONBUS-REFUSE      VALUE 'R'.
004390         88  DL100-TD-NONBUS-WARN        VALUE 'W' ' '.
004400     05  DL100-TD-REVIEW-FREQ        PIC 9(02).
004410         88  DL100-TD-NO-REVIEW          VALUE ZERO.
004420     05  DL100-TD-LAST-CERT-DATE     PIC 9(08).
004430     05  DL100-TD-LAST-CERT-USER     PIC X(08).
004440     05  FILLER                      PIC X(05).
