000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL100XT.
000300 AUTHOR.         J RENNER.
000400 INSTALLATION.   DL100 APPLICATION - REFERENCE DATA GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100XT                                         *
001100*    PURPOSE      CALLABLE CROSSWALK TRANSLATION SERVICE.         *
001200*                 TRANSLATES THE CODE VALUE A DOWNSTREAM SYSTEM   *
001300*                 USES INTO THE DL100 TABLE-ID AND CODE VALUE     *
001400*                 FOR THE SAME CONCEPT, OR BACK AGAIN, FROM THE   *
001500*                 DL100XW CROSSWALK FILE.  SELF-LOADING LIKE      *
001600*                 DL100LS - ON THE FIRST CALL OF THE RUN UNIT IT  *
001700*                 LOADS THE CROSSWALK ENTRIES IN EFFECT FOR TODAY *
001800*                 (XWFILE) AND ITS OWN COPY OF THE CODE TABLES    *
001900*                 (VIA DL100LD), THEN SERVES EVERY CALL FROM      *
002000*                 THOSE COPIES.  THE DL100 SIDE OF EACH ANSWER IS *
002100*                 RESOLVED THROUGH DL100LK, SO A RETIRED OR       *
002200*                 VANISHED TARGET CODE COMES BACK EXACTLY AS A    *
002300*                 DL100LS LOOKUP WOULD REPORT IT.                 *
002400*                                                                  *
002500*    CALL CONVENTION  (SEE COPYBOOK DL100XP)                      *
002600*                 CALL 'DL100XT' USING DL100-XT-PARMS             *
002700*                 DL100-XT-FUNCTION = 'E' - EXTERNAL TO DL100,    *
002800*                     DL100-XT-SYSTEM AND DL100-XT-EXT-CODE ARE   *
002900*                     THE INPUT; TABLE-ID, CODE VALUE, POSITION   *
003000*                     AND DESCRIPTION COME BACK                   *
003100*                 DL100-XT-FUNCTION = 'D' - DL100 TO EXTERNAL,    *
003200*                     DL100-XT-SYSTEM, DL100-XT-TABLE-ID AND      *
003300*                     DL100-XT-LETTER ARE THE INPUT; THE EXTERNAL *
003400*                     CODE, POSITION AND DESCRIPTION COME BACK    *
003500*                 DL100-XT-RETURN-CODE COMES BACK 00 (FOUND),     *
003600*                     02 (FOUND BUT THE CROSSWALK ENTRY HAS ENDED *
003700*                     OR THE DL100 CODE IS RETIRED - HISTORICAL   *
003800*                     ONLY), 04 (NOT FOUND - NO CROSSWALK ENTRY,  *
003900*                     OR ITS DL100 CODE IS NO LONGER ON THE       *
004000*                     TABLE), 08 (BAD FUNCTION CODE) OR 12        *
004100*                     (TABLE-ID NOT LOADED)                       *
004200*                 A MISSING XWFILE LOADS NO ENTRIES, SO EVERY     *
004300*                 TRANSLATION COMES BACK NOT FOUND.               *
004400*                                                                  *
004500*    MODIFICATION HISTORY                                         *
004600*    ------------------------------------------------------------ *
004700*    DATE       BY     DESCRIPTION                                *
004800*    ---------  -----  ------------------------------------------ *
004900*    2026-10-15 JMR    ORIGINAL PROGRAM                           *
005000*                                                                  *
005100********************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT XWFILE   ASSIGN TO XWFILE
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS DL100-XW-KEY
006000         FILE STATUS IS WS-XWFILE-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  XWFILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DL100XW.
006800*
006900 WORKING-STORAGE SECTION.
007000 01  WS-TABLE-LOADED-SW          PIC X(01) VALUE 'N'.
007100     88  WS-TABLE-LOADED             VALUE 'Y'.
007200 01  WS-XWFILE-STATUS            PIC X(02) VALUE SPACES.
007300     88  WS-XWFILE-OK                VALUE '00'.
007400 01  WS-XWFILE-EOF-SW            PIC X(01) VALUE 'N'.
007500     88  WS-XWFILE-EOF               VALUE 'Y'.
007600 01  WS-TODAY-DATE               PIC 9(08).
007700 01  WS-XW-INDEX                 PIC 9(04).
007800*
007900*    A MATCH ON AN ENDED CROSSWALK ENTRY SEEN DURING THE DL100 TO
008000*    EXTERNAL SCAN IS REMEMBERED HERE AND ONLY ANSWERS WHEN NO
008100*    LIVE MATCH EXISTS - THE SAME RULE DL100LK APPLIES
008200 01  WS-ENDED-SEEN-SW            PIC X(01).
008300     88  WS-ENDED-SEEN               VALUE 'Y'.
008400 01  WS-ENDED-EXT-CODE           PIC X(10).
008500 01  WS-LIVE-FOUND-SW            PIC X(01).
008600     88  WS-LIVE-FOUND               VALUE 'Y'.
008700*
008800********************************************************************
008900*    CROSSWALK ENTRIES IN EFFECT FOR TODAY - ONE ROW PER SYSTEM   *
009000*    AND EXTERNAL CODE, LOADED ON FIRST CALL.  AN END DATE IS     *
009100*    ONLY CARRIED ONCE IT HAS PASSED (THE ENTRY HAS ENDED)        *
009200********************************************************************
009300 01  WS-XW-TABLE.
009400     05  WS-XW-ENTRY             OCCURS 2000 TIMES.
009500         10  WS-XW-SYSTEM        PIC X(08).
009600         10  WS-XW-EXT-CODE      PIC X(10).
009700         10  WS-XW-TABLE-ID      PIC X(08).
009800         10  WS-XW-LETTER        PIC X(03).
009900         10  WS-XW-END-DATE      PIC 9(08).
010000 01  WS-XW-COUNT                 PIC 9(04) VALUE ZERO.
010100*
010200********************************************************************
010300*    LOOKUP SUBPROGRAM CALL PARAMETERS - SEE DL100LK              *
010400********************************************************************
010500     COPY DL100LP.
010600*
010700********************************************************************
010800*    PRIVATE COPY OF THE CODE TABLES - LOADED ON FIRST CALL AND   *
010900*    RETAINED FOR THE LIFE OF THE RUN UNIT                        *
011000********************************************************************
011100     COPY DL100TB.
011200*
011300 LINKAGE SECTION.
011400     COPY DL100XP.
011500*
011600 PROCEDURE DIVISION USING DL100-XT-PARMS.
011700*
011800********************************************************************
011900*    0000-MAIN - LOAD ON THE FIRST CALL, THEN TRANSLATE           *
012000********************************************************************
012100 0000-MAIN.
012200     IF NOT WS-TABLE-LOADED
012300         PERFORM 1000-LOAD-CROSSWALK
012400             THRU 1000-LOAD-CROSSWALK-EXIT
012500         CALL 'DL100LD' USING DL100-LETTER-TABLE
012600         SET WS-TABLE-LOADED TO TRUE
012700     END-IF.
012800     MOVE 04 TO DL100-XT-RETURN-CODE.
012900     IF DL100-XT-EXT-TO-CODE
013000         PERFORM 2000-EXTERNAL-TO-CODE
013100             THRU 2000-EXTERNAL-TO-CODE-EXIT
013200     ELSE
013300         IF DL100-XT-CODE-TO-EXT
013400             PERFORM 3000-CODE-TO-EXTERNAL
013500                 THRU 3000-CODE-TO-EXTERNAL-EXIT
013600         ELSE
013700             MOVE 08 TO DL100-XT-RETURN-CODE
013800         END-IF
013900     END-IF.
014000     GOBACK.
014100*
014200********************************************************************
014300*    1000-LOAD-CROSSWALK - READ XWFILE INTO WS-XW-TABLE           *
014400********************************************************************
014500 1000-LOAD-CROSSWALK.
014600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
014700     MOVE ZERO TO WS-XW-COUNT.
014800     MOVE 'N' TO WS-XWFILE-EOF-SW.
014900     OPEN INPUT XWFILE.
015000     IF WS-XWFILE-OK
015100         PERFORM 1100-READ-XWFILE
015200             THRU 1100-READ-XWFILE-EXIT
015300             UNTIL WS-XWFILE-EOF
015400         CLOSE XWFILE
015500     END-IF.
015600 1000-LOAD-CROSSWALK-EXIT.
015700     EXIT.
015800*
015900********************************************************************
016000*    1100-READ-XWFILE - ONE RECORD PER PASS.  RECORDS ARRIVE IN   *
016100*    SYSTEM/EXTERNAL CODE/EFFECTIVE-DATE ORDER, SO THE LAST       *
016200*    ENTRY AT OR BEFORE TODAY WINS EACH ROW.  A PENDING ADD HAS   *
016300*    NO APPROVED CONTENT AND IS SKIPPED; OTHER PENDING STATES     *
016400*    STILL CARRY THEIR LIVE VALUES, AS IN DL100LD                 *
016500********************************************************************
016600 1100-READ-XWFILE.
016700     READ XWFILE
016800         AT END
016900             SET WS-XWFILE-EOF TO TRUE
017000             GO TO 1100-READ-XWFILE-EXIT
017100     END-READ.
017200     IF DL100-XW-EFF-DATE > WS-TODAY-DATE
017300             OR DL100-XW-PEND-ADD
017400         GO TO 1100-READ-XWFILE-EXIT
017500     END-IF.
017600     IF WS-XW-COUNT = ZERO
017700             OR DL100-XW-SYSTEM NOT = WS-XW-SYSTEM(WS-XW-COUNT)
017800             OR DL100-XW-EXT-CODE NOT =
017900                 WS-XW-EXT-CODE(WS-XW-COUNT)
018000         IF WS-XW-COUNT NOT < 2000
018100             DISPLAY 'DL100XT - CROSSWALK ENTRY IGNORED - OVER '
018200                 '2000 - ' DL100-XW-KEY
018300             GO TO 1100-READ-XWFILE-EXIT
018400         END-IF
018500         ADD 1 TO WS-XW-COUNT
018600     END-IF.
018700     MOVE DL100-XW-SYSTEM TO WS-XW-SYSTEM(WS-XW-COUNT).
018800     MOVE DL100-XW-EXT-CODE TO WS-XW-EXT-CODE(WS-XW-COUNT).
018900     MOVE DL100-XW-TABLE-ID TO WS-XW-TABLE-ID(WS-XW-COUNT).
019000     MOVE DL100-XW-LETTER TO WS-XW-LETTER(WS-XW-COUNT).
019100     IF DL100-XW-END-DATE NUMERIC
019200             AND DL100-XW-END-DATE > ZERO
019300             AND DL100-XW-END-DATE NOT > WS-TODAY-DATE
019400         MOVE DL100-XW-END-DATE TO WS-XW-END-DATE(WS-XW-COUNT)
019500     ELSE
019600         MOVE ZERO TO WS-XW-END-DATE(WS-XW-COUNT)
019700     END-IF.
019800 1100-READ-XWFILE-EXIT.
019900     EXIT.
020000*
020100********************************************************************
020200*    2000-EXTERNAL-TO-CODE - FIND THE SYSTEM'S EXTERNAL CODE,     *
020300*    THEN RESOLVE ITS DL100 TABLE-ID AND CODE VALUE THROUGH       *
020400*    DL100LK.  AN ENDED CROSSWALK ENTRY OR A RETIRED DL100 CODE   *
020500*    STILL TRANSLATES, WITH RETURN CODE 02                        *
020600********************************************************************
020700 2000-EXTERNAL-TO-CODE.
020800     MOVE 'N' TO WS-LIVE-FOUND-SW.
020900     PERFORM VARYING WS-XW-INDEX FROM 1 BY 1
021000             UNTIL WS-XW-INDEX > WS-XW-COUNT
021100             OR WS-LIVE-FOUND
021200         IF WS-XW-SYSTEM(WS-XW-INDEX) = DL100-XT-SYSTEM
021300                 AND WS-XW-EXT-CODE(WS-XW-INDEX) =
021400                     DL100-XT-EXT-CODE
021500             SET WS-LIVE-FOUND TO TRUE
021600         END-IF
021700     END-PERFORM.
021800     IF NOT WS-LIVE-FOUND
021900         GO TO 2000-EXTERNAL-TO-CODE-EXIT
022000     END-IF.
022100     SUBTRACT 1 FROM WS-XW-INDEX.
022200     MOVE WS-XW-TABLE-ID(WS-XW-INDEX) TO DL100-XT-TABLE-ID.
022300     MOVE WS-XW-LETTER(WS-XW-INDEX) TO DL100-XT-LETTER.
022400     SET DL100-LK-LTR-TO-POS TO TRUE.
022500     MOVE WS-XW-TABLE-ID(WS-XW-INDEX) TO DL100-LK-TABLE-ID.
022600     MOVE WS-XW-LETTER(WS-XW-INDEX) TO DL100-LK-LETTER.
022700     CALL 'DL100LK' USING DL100-LK-PARMS, DL100-LETTER-TABLE.
022800     IF NOT DL100-LK-FOUND AND NOT DL100-LK-RETIRED
022900         MOVE DL100-LK-RETURN-CODE TO DL100-XT-RETURN-CODE
023000         GO TO 2000-EXTERNAL-TO-CODE-EXIT
023100     END-IF.
023200     MOVE DL100-LK-POSITION TO DL100-XT-POSITION.
023300     MOVE DL100-LK-DESC TO DL100-XT-DESC.
023400     IF DL100-LK-RETIRED OR WS-XW-END-DATE(WS-XW-INDEX) > ZERO
023500         MOVE 02 TO DL100-XT-RETURN-CODE
023600     ELSE
023700         MOVE 00 TO DL100-XT-RETURN-CODE
023800     END-IF.
023900 2000-EXTERNAL-TO-CODE-EXIT.
024000     EXIT.
024100*
024200********************************************************************
024300*    3000-CODE-TO-EXTERNAL - RESOLVE THE DL100 CODE THROUGH       *
024400*    DL100LK FIRST (AN UNKNOWN TABLE OR CODE ENDS THE CALL), THEN *
024500*    FIND THE SYSTEM'S EXTERNAL CODE FOR IT.  A LIVE CROSSWALK    *
024600*    ENTRY IS PREFERRED - AN ENDED ONE ONLY ANSWERS WHEN THE      *
024700*    SYSTEM HAS NO LIVE CODE FOR THE VALUE                        *
024800********************************************************************
024900 3000-CODE-TO-EXTERNAL.
025000     SET DL100-LK-LTR-TO-POS TO TRUE.
025100     MOVE DL100-XT-TABLE-ID TO DL100-LK-TABLE-ID.
025200     MOVE DL100-XT-LETTER TO DL100-LK-LETTER.
025300     CALL 'DL100LK' USING DL100-LK-PARMS, DL100-LETTER-TABLE.
025400     IF NOT DL100-LK-FOUND AND NOT DL100-LK-RETIRED
025500         MOVE DL100-LK-RETURN-CODE TO DL100-XT-RETURN-CODE
025600         GO TO 3000-CODE-TO-EXTERNAL-EXIT
025700     END-IF.
025800     MOVE 'N' TO WS-LIVE-FOUND-SW.
025900     MOVE 'N' TO WS-ENDED-SEEN-SW.
026000     PERFORM VARYING WS-XW-INDEX FROM 1 BY 1
026100             UNTIL WS-XW-INDEX > WS-XW-COUNT
026200             OR WS-LIVE-FOUND
026300         IF WS-XW-SYSTEM(WS-XW-INDEX) = DL100-XT-SYSTEM
026400                 AND WS-XW-TABLE-ID(WS-XW-INDEX) =
026500                     DL100-XT-TABLE-ID
026600                 AND WS-XW-LETTER(WS-XW-INDEX) = DL100-XT-LETTER
026700             IF WS-XW-END-DATE(WS-XW-INDEX) > ZERO
026800                 SET WS-ENDED-SEEN TO TRUE
026900                 MOVE WS-XW-EXT-CODE(WS-XW-INDEX)
027000                     TO WS-ENDED-EXT-CODE
027100             ELSE
027200                 SET WS-LIVE-FOUND TO TRUE
027300                 MOVE WS-XW-EXT-CODE(WS-XW-INDEX)
027400                     TO DL100-XT-EXT-CODE
027500             END-IF
027600         END-IF
027700     END-PERFORM.
027800     IF NOT WS-LIVE-FOUND
027900         IF WS-ENDED-SEEN
028000             MOVE WS-ENDED-EXT-CODE TO DL100-XT-EXT-CODE
028100         ELSE
028200             GO TO 3000-CODE-TO-EXTERNAL-EXIT
028300         END-IF
028400     END-IF.
028500     MOVE DL100-LK-POSITION TO DL100-XT-POSITION.
028600     MOVE DL100-LK-DESC TO DL100-XT-DESC.
028700     IF DL100-LK-RETIRED OR NOT WS-LIVE-FOUND
028800         MOVE 02 TO DL100-XT-RETURN-CODE
028900     ELSE
029000         MOVE 00 TO DL100-XT-RETURN-CODE
029100     END-IF.
029200 3000-CODE-TO-EXTERNAL-EXIT.
029300     EXIT.
029400*
029500 END PROGRAM DL100XT.
