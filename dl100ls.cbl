001100*    PURPOSE      SELF-LOADING LOOKUP SERVICE FOR THE DL100       *
001200*                 CODE TABLES.  SAME CALL PARAMETERS AS DL100LK   *
001300*                 (COPYBOOK DL100LP) BUT WITHOUT THE TABLE        *
001350*                 ARGUMENT - ON THE FIRST CALL OF THE RUN UNIT    *
001400*                 IT LOADS ITS OWN COPY OF THE TABLES FROM THE    *
001450*                 DL100SN PUBLISHED SNAPSHOT (VIA DL100SL) AND    *
001500*                 SERVES EVERY LOOKUP FROM THAT COPY, SO OTHER    *
001550*                 APPLICATIONS CAN TRANSLATE POSITIONS AND        *
001600*                 LETTERS WITHOUT HOLDING A POPULATED             *
001650*                 DL100-LETTER-TABLE OF THEIR OWN.  A CODE        *
001700*                 RETIRED BEFORE THE SNAPSHOT WAS PUBLISHED IS    *
001750*                 NOT ON IT - A LOOKUP THAT MISSES IS TRIED ONCE  *
001800*                 MORE AGAINST A HISTORY COPY LOADED FROM THE     *
001850*                 DL100CT CONTROL FILE (VIA DL100LD) ON FIRST     *
001900*                 NEED, AND ANSWERS FROM IT ONLY AS RETIRED.      *
002100*                                                                  *
002200*    CALL CONVENTION  (SEE COPYBOOK DL100LP)                      *
002300*                 CALL 'DL100LS' USING DL100-LK-PARMS             *
002400*                 FUNCTIONS AND RETURN CODES AS FOR DL100LK.      *
002500*                 RETURN CODE 12 ALSO COVERS A SNAPSHOT AND       *
002600*                 CONTROL FILE THAT BOTH LOADED EMPTY.            *
002700*                                                                  *
002800*    MODIFICATION HISTORY                                         *
002900*    ------------------------------------------------------------ *
003000*    DATE       BY     DESCRIPTION                                *
003100*    ---------  -----  ------------------------------------------ *
003200*    2026-08-22 JMR    ORIGINAL PROGRAM                           *
003210*    2026-10-15 JMR    PUBLISHED SNAPSHOT - THE TABLES NOW LOAD   *
003220*                      FROM THE DL100SN SNAPSHOT THROUGH DL100SL. *
003230*                      A LOOKUP THAT MISSES IS RETRIED AGAINST A  *
003240*                      HISTORY COPY LOADED ONCE FROM DL100CT      *
003250*                      THROUGH DL100LD, SO A RETIRED CODE STILL   *
003260*                      ANSWERS WITH RETURN CODE 02                *
003300*                                                                  *
003400********************************************************************
003500 ENVIRONMENT DIVISION.
003900 WORKING-STORAGE SECTION.
004000 01  WS-TABLE-LOADED-SW          PIC X(01) VALUE 'N'.
004100     88  WS-TABLE-LOADED             VALUE 'Y'.
004120 01  WS-HISTORY-LOADED-SW        PIC X(01) VALUE 'N'.
004140     88  WS-HISTORY-LOADED           VALUE 'Y'.
004160 01  WS-SAVED-PARMS              PIC X(47).
004200*
004300********************************************************************
004350*    PRIVATE COPY OF THE CODE TABLES - LOADED FROM THE SNAPSHOT  *
004400*    ON FIRST CALL AND RETAINED FOR THE LIFE OF THE RUN UNIT     *
004600********************************************************************
004700     COPY DL100TB.
004705*
004710********************************************************************
004715*    HISTORY COPY - EVERY ENTRY IN EFFECT OR RETIRED, LOADED FROM *
004720*    DL100CT ONLY WHEN A SNAPSHOT LOOKUP FIRST MISSES             *
004725********************************************************************
004730     COPY DL100TB REPLACING
004735         ==DL100-LETTER-TABLE==   BY ==DL100-HIST-TABLE==
004740         ==DL100-TABLE-ID-COUNT== BY ==DL100-HIST-ID-COUNT==
004745         ==DL100-NAMED-TABLE==    BY ==DL100-HIST-NAMED-TABLE==
004750         ==DL100-TABLE-ID==       BY ==DL100-HIST-TABLE-ID==
004755         ==DL100-TABLE-COUNT==    BY ==DL100-HIST-COUNT==
004760         ==DL100-LETTER-ENTRY==   BY ==DL100-HIST-LETTER-ENTRY==
004765         ==DL100-LETTERS==        BY ==DL100-HIST-LETTERS==
004770         ==DL100-DESCS==          BY ==DL100-HIST-DESCS==
004775         ==DL100-END-DATES==      BY ==DL100-HIST-END-DATES==.
004800*
004900 LINKAGE SECTION.
005000     COPY DL100LP.
005300*
005400********************************************************************
005500*    0000-MAIN - LOAD THE TABLES ON THE FIRST CALL, THEN PASS    *
005600*    EVERY REQUEST THROUGH TO DL100LK, CHECKING HISTORY ON A MISS *
005700********************************************************************
005800 0000-MAIN.
005900     IF NOT WS-TABLE-LOADED
006000         CALL 'DL100SL' USING DL100-LETTER-TABLE
006100         SET WS-TABLE-LOADED TO TRUE
006200     END-IF.
006300     CALL 'DL100LK' USING DL100-LK-PARMS, DL100-LETTER-TABLE.
006320     IF DL100-LK-NOT-FOUND OR DL100-LK-BAD-TABLE
006340         PERFORM 1000-CHECK-HISTORY
006360             THRU 1000-CHECK-HISTORY-EXIT
006380     END-IF.
006400     GOBACK.
006405*
006410********************************************************************
006415*    1000-CHECK-HISTORY - REPEAT A MISSED LOOKUP AGAINST THE      *
006420*    HISTORY COPY.  ONLY A RETIRED ANSWER (RETURN CODE 02) IS     *
006425*    KEPT; ANYTHING ELSE RESTORES THE CALLER'S PARAMETERS AS THE  *
006430*    SNAPSHOT LOOKUP LEFT THEM                                    *
006435********************************************************************
006440 1000-CHECK-HISTORY.
006445     MOVE DL100-LK-PARMS TO WS-SAVED-PARMS.
006450     IF NOT WS-HISTORY-LOADED
006455         CALL 'DL100LD' USING DL100-HIST-TABLE
006460         SET WS-HISTORY-LOADED TO TRUE
006465     END-IF.
006470     CALL 'DL100LK' USING DL100-LK-PARMS, DL100-HIST-TABLE.
006475     IF NOT DL100-LK-RETIRED
006480         MOVE WS-SAVED-PARMS TO DL100-LK-PARMS
006485     END-IF.
006490 1000-CHECK-HISTORY-EXIT.
006495     EXIT.
006500*
006600 END PROGRAM DL100LS.
