000100********************************************************************
000200*                                                                  *
000300*    COPYBOOK    DL100RL                                          *
000400*    PURPOSE     TABLE-RELATIONSHIP CONTROL FILE RECORD LAYOUT -  *
000500*                ONE RECORD PER PARENT/CHILD PAIR OF NAMED CODE   *
000600*                TABLES (KSDS, KEY = PARENT TABLE-ID + CHILD      *
000700*                TABLE-ID, DL100.PROD.TABLEREL).  EVERY ENTRY OF  *
000800*                THE CHILD TABLE CARRIES A CODE OF THE PARENT     *
000900*                TABLE AT THE FIELD, START AND LENGTH GIVEN HERE  *
001000*                - E.G. EACH HOLDRSN CODE ROLLS UP TO A CATEGORY  *
001100*                CODE HELD IN THE FIRST 2 BYTES OF ITS            *
001200*                DESCRIPTION.  THE PARENT CODE IS TAKEN           *
001300*                LEFT-JUSTIFIED, SO A 2-BYTE PARENT CODE IS       *
001400*                COMPARED AS THE 2 BYTES FOLLOWED BY A BLANK.     *
001500*                                                                  *
001600*                TEST10 REJECTS (AND SUSPENDS) A CHILD ENTRY      *
001700*                WHOSE PARENT CODE IS NOT IN EFFECT; DL100MN AND  *
001800*                DL100BM REFUSE TO DELETE OR RETIRE A PARENT CODE *
001900*                THAT AN ACTIVE CHILD ENTRY STILL POINTS TO.      *
002000*                KEYED PARENT FIRST SO ALL THE CHILDREN OF ONE    *
002100*                TABLE ARE FOUND WITH ONE GENERIC BROWSE.         *
002200*                                                                  *
002300*    MODIFICATION HISTORY                                         *
002400*    ------------------------------------------------------------ *
002500*    DATE       BY     DESCRIPTION                                *
002600*    ---------  -----  ------------------------------------------ *
002700*    2026-10-15 JMR    ORIGINAL COPYBOOK                          *
002800*                                                                  *
002900********************************************************************
003000 01  DL100-RELATIONSHIP-RECORD.
003100     05  DL100-RL-KEY.
003200         10  DL100-RL-PARENT-TABLE-ID PIC X(08).
003300         10  DL100-RL-CHILD-TABLE-ID PIC X(08).
003400     05  DL100-RL-PARENT-FIELD       PIC X(01).
003500         88  DL100-RL-PARENT-IN-CODE     VALUE 'C'.
003600         88  DL100-RL-PARENT-IN-DESC     VALUE 'D'.
003700     05  DL100-RL-PARENT-START       PIC 9(02).
003800     05  DL100-RL-PARENT-LENGTH      PIC 9(01).
003900     05  DL100-RL-TITLE              PIC X(30).
004000     05  FILLER                      PIC X(30).
