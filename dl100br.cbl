000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL100BR.
000300 AUTHOR.         J RENNER.
000400 INSTALLATION.   DL100 APPLICATION - REFERENCE DATA GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100BR                                         *
001100*    PURPOSE      CICS READ-ONLY BROWSE TRANSACTION (DL102) FOR   *
001200*                 THE DL100 CODE TABLES.  LISTS A WHOLE TABLE,    *
001300*                 15 ROWS TO A SCREEN, STRAIGHT FROM THE DL100CT  *
001400*                 CONTROL FILE - ONE ROW PER POSITION SHOWING THE *
001500*                 ENTRY IN EFFECT TODAY (POSITION, CODE VALUE,    *
001600*                 DESCRIPTION, EFF DATE AND ANY END DATE).  A     *
001700*                 RETIRED ENTRY IS NOT LISTED.  THE FL COLUMN     *
001800*                 WARNS THE ROW IS ABOUT TO CHANGE -              *
001900*                   P - A CHANGE, DELETE, RETIRE OR ADD IS        *
002000*                       WAITING FOR APPROVAL                      *
002100*                   F - A LATER-DATED VERSION IS ON FILE          *
002200*                 A POSITION WITH NOTHING IN EFFECT BUT A PENDING *
002300*                 OR FUTURE-DATED ENTRY IS LISTED WITH THAT       *
002400*                 ENTRY AND ITS FLAG.  LIKE DL101, NO UPDATE      *
002500*                 AUTHORITY IS NEEDED OR GRANTED.                 *
002600*                                                                  *
002700*    MAPSET       DL100M   MAP  DL100M3  (SEE DL100MP COPYBOOK)   *
002800*                 TABIDB   - NAMED TABLE, BLANK MEANS LETTERS     *
002900*                 SRCHB    - SEARCH TEXT - ENTER JUMPS TO THE     *
003000*                            FIRST ROW WHOSE CODE VALUE OR        *
003100*                            DESCRIPTION CONTAINS IT; ENTER AGAIN *
003200*                            WITH THE SAME TEXT FINDS THE NEXT    *
003300*                 ROWB     - 15 LIST ROWS                         *
003400*                 MSGB     - RESULT/ERROR MESSAGE                 *
003500*                 ENTER REFRESHES OR SEARCHES, PF7/PF8 PAGE BACK  *
003600*                 AND FORWARD, PF3 OR CLEAR ENDS THE BROWSE.      *
003700*                 THE TABLE, TOP POSITION AND LAST SEARCH TEXT    *
003800*                 ARE CARRIED IN THE COMMAREA BETWEEN SCREENS.    *
003900*                                                                  *
004000*    MODIFICATION HISTORY                                         *
004100*    ------------------------------------------------------------ *
004200*    DATE       BY     DESCRIPTION                                *
004300*    ---------  -----  ------------------------------------------ *
004400*    2026-10-15 JMR    ORIGINAL PROGRAM                           *
004500*                                                                  *
004600********************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900*
005000 DATA DIVISION.
005100 WORKING-STORAGE SECTION.
005200 01  WS-RESP                     PIC S9(8) COMP.
005300 01  WS-REQUEST-VALID-SW         PIC X(01) VALUE 'N'.
005400     88  WS-REQUEST-VALID            VALUE 'Y'.
005500 01  WS-NEW-TABLE-SW             PIC X(01) VALUE 'N'.
005600     88  WS-NEW-TABLE                VALUE 'Y'.
005700 01  WS-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
005800     88  WS-BROWSE-DONE              VALUE 'Y'.
005900 01  WS-MATCH-FOUND-SW           PIC X(01) VALUE 'N'.
006000     88  WS-MATCH-FOUND              VALUE 'Y'.
006100 01  WS-AID                      PIC X(01).
006200     88  WS-AID-ENTER                VALUE X'7D'.
006300     88  WS-AID-CLEAR                VALUE X'6D'.
006400     88  WS-AID-PF3                  VALUE X'F3'.
006500     88  WS-AID-PF7                  VALUE X'F7'.
006600     88  WS-AID-PF8                  VALUE X'F8'.
006700 01  WS-TABLE-ID-KEY             PIC X(08).
006800 01  WS-DEFAULT-TABLE-ID         PIC X(08) VALUE 'LETTERS'.
006900 01  WS-ABSTIME                  PIC S9(15) COMP-3.
007000 01  WS-TODAY-DATE               PIC 9(08).
007100 01  WS-MESSAGE                  PIC X(70).
007200 01  WS-PAGE-SIZE                PIC 9(02) VALUE 15.
007300 01  WS-TOP-ROW                  PIC 9(03).
007400 01  WS-ROW-INDEX                PIC 9(03).
007500 01  WS-LINE-INDEX               PIC 9(02).
007600 01  WS-LAST-ROW                 PIC 9(03).
007700 01  WS-VERSION-END-DATE         PIC 9(08).
007800*
007900*    SEARCH TEXT AND ITS KEYED LENGTH (TRAILING BLANKS DROPPED)
008000 01  WS-SEARCH-TEXT              PIC X(20).
008100 01  WS-SEARCH-LENGTH            PIC 9(02).
008200 01  WS-SEARCH-START             PIC 9(03).
008300 01  WS-TALLY                    PIC 9(03).
008400*
008500********************************************************************
008600*    COMMAREA - CARRIED FROM ONE SCREEN TO THE NEXT               *
008700********************************************************************
008800 01  WS-COMMAREA.
008900     05  WS-CA-TABLE-ID          PIC X(08).
009000     05  WS-CA-TOP-POSITION      PIC 9(03).
009100     05  WS-CA-SEARCH-TEXT       PIC X(20).
009200 01  WS-COMMAREA-LENGTH          PIC S9(4) COMP VALUE 31.
009300*
009400********************************************************************
009500*    ROWS OF THE TABLE BEING BROWSED - ONE PER POSITION LISTED,   *
009600*    BUILT FRESH ON EVERY SCREEN FROM THE CONTROL FILE            *
009700********************************************************************
009800 01  WS-ROW-COUNT                PIC 9(03) VALUE ZERO.
009900 01  WS-ROW-TABLE.
010000     05  WS-ROW                  OCCURS 100 TIMES.
010100         10  WS-ROW-POSITION     PIC 9(03).
010200         10  WS-ROW-CODE         PIC X(03).
010300         10  WS-ROW-DESC         PIC X(30).
010400         10  WS-ROW-EFF-DATE     PIC 9(08).
010500         10  WS-ROW-END-DATE     PIC 9(08).
010600         10  WS-ROW-FLAGS        PIC X(02).
010700*
010800*    VERSIONS OF THE POSITION NOW BEING READ - THE ONE IN EFFECT
010900*    TODAY, AND THE FIRST PENDING OR FUTURE-DATED ONE AFTER IT
011000 01  WS-CUR-POSITION             PIC 9(03).
011100 01  WS-CUR-LIVE-SW              PIC X(01).
011200     88  WS-CUR-LIVE                 VALUE 'Y'.
011300 01  WS-CUR-NEXT-SW              PIC X(01).
011400     88  WS-CUR-NEXT-FOUND           VALUE 'Y'.
011500 01  WS-CUR-LIVE-ENTRY.
011600     05  WS-CUR-CODE             PIC X(03).
011700     05  WS-CUR-DESC             PIC X(30).
011800     05  WS-CUR-EFF-DATE         PIC 9(08).
011900     05  WS-CUR-END-DATE         PIC 9(08).
012000 01  WS-CUR-NEXT-ENTRY.
012100     05  WS-NXT-CODE             PIC X(03).
012200     05  WS-NXT-DESC             PIC X(30).
012300     05  WS-NXT-EFF-DATE         PIC 9(08).
012400     05  WS-NXT-END-DATE         PIC 9(08).
012500 01  WS-CUR-FLAGS.
012600     05  WS-CUR-PEND-FLAG        PIC X(01).
012700     05  WS-CUR-FUT-FLAG         PIC X(01).
012800*
012900*    ONE SCREEN ROW - LINES UP UNDER THE DL100M3 COLUMN HEADING
013000 01  WS-DISPLAY-LINE.
013100     05  DSP-POSITION            PIC ZZ9.
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  DSP-CODE                PIC X(03).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  DSP-DESC                PIC X(30).
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  DSP-EFF-DATE            PIC 9999/99/99.
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  DSP-END-DATE            PIC X(10).
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  DSP-FLAGS               PIC X(02).
014200     05  FILLER                  PIC X(11) VALUE SPACES.
014300 01  WS-EDIT-DATE                PIC 9999/99/99.
014400*
014500*    MESSAGE WORK AREAS
014600 01  WS-PAGE-MSG.
014700     05  FILLER                  PIC X(05) VALUE 'ROWS '.
014800     05  PAGE-MSG-FIRST          PIC ZZ9.
014900     05  FILLER                  PIC X(04) VALUE ' TO '.
015000     05  PAGE-MSG-LAST           PIC ZZ9.
015100     05  FILLER                  PIC X(04) VALUE ' OF '.
015200     05  PAGE-MSG-COUNT          PIC ZZ9.
015300     05  FILLER                  PIC X(48) VALUE
015400             ' - ENTER, PF7, PF8 OR PF3'.
015500 01  WS-FOUND-MSG.
015600     05  FILLER                  PIC X(30) VALUE
015700             'SEARCH TEXT FOUND AT POSITION '.
015800     05  FOUND-MSG-POSITION      PIC ZZ9.
015900     05  FILLER                  PIC X(37) VALUE
016000             ' - ENTER AGAIN FOR THE NEXT MATCH'.
016100*
016200********************************************************************
016300*    SYMBOLIC MAP - SEE COPYBOOK DL100MP                          *
016400********************************************************************
016500     COPY DL100MP.
016600*
016700********************************************************************
016800*    CONTROL FILE RECORD - SEE COPYBOOK DL100CT                   *
016900********************************************************************
017000     COPY DL100CT.
017100*
017200 LINKAGE SECTION.
017300 01  DFHCOMMAREA                 PIC X(31).
017400*
017500 PROCEDURE DIVISION.
017600*
017700********************************************************************
017800*    0000-MAIN - MAINLINE.  A ZERO EIBCALEN MEANS THE OPERATOR    *
017900*    JUST STARTED THE TRANSACTION, SO SEND A BLANK MAP; PF3 OR    *
018000*    CLEAR ENDS THE BROWSE; OTHERWISE RECEIVE THE MAP, REBUILD    *
018100*    THE TABLE'S ROWS AND SHOW THE PAGE ASKED FOR                 *
018200********************************************************************
018300 0000-MAIN.
018400     IF EIBCALEN = ZERO
018500         PERFORM 1000-SEND-INITIAL-MAP
018600             THRU 1000-SEND-INITIAL-MAP-EXIT
018700     ELSE
018800         MOVE DFHCOMMAREA TO WS-COMMAREA
018900         MOVE EIBAID TO WS-AID
019000         IF WS-AID-PF3 OR WS-AID-CLEAR
019100             PERFORM 9000-END-BROWSE
019200                 THRU 9000-END-BROWSE-EXIT
019300         END-IF
019400         PERFORM 2000-RECEIVE-AND-EDIT
019500             THRU 2000-RECEIVE-AND-EDIT-EXIT
019600         IF WS-REQUEST-VALID
019700             PERFORM 3000-LOAD-TABLE-ROWS
019800                 THRU 3000-LOAD-TABLE-ROWS-EXIT
019900             PERFORM 4000-POSITION-PAGE
020000                 THRU 4000-POSITION-PAGE-EXIT
020100         END-IF
020200         PERFORM 8000-SEND-RESULT-MAP
020300             THRU 8000-SEND-RESULT-MAP-EXIT
020400     END-IF.
020500     EXEC CICS RETURN
020600         TRANSID('DL102')
020700         COMMAREA(WS-COMMAREA)
020800         LENGTH(WS-COMMAREA-LENGTH)
020900     END-EXEC.
021000     GOBACK.
021100*
021200********************************************************************
021300*    1000-SEND-INITIAL-MAP - FIRST-TIME SCREEN, ALL FIELDS BLANK  *
021400********************************************************************
021500 1000-SEND-INITIAL-MAP.
021600     MOVE SPACES TO WS-CA-TABLE-ID.
021700     MOVE ZERO TO WS-CA-TOP-POSITION.
021800     MOVE SPACES TO WS-CA-SEARCH-TEXT.
021900     MOVE LOW-VALUES TO DL100M3O.
022000     MOVE 'ENTER TABLE ID (BLANK = LETTERS), OPTIONAL SEARCH TEXT'
022100         TO MSGBO.
022200     EXEC CICS SEND MAP('DL100M3')
022300         MAPSET('DL100M')
022400         FROM(DL100M3O)
022500         ERASE
022600     END-EXEC.
022700 1000-SEND-INITIAL-MAP-EXIT.
022800     EXIT.
022900*
023000********************************************************************
023100*    2000-RECEIVE-AND-EDIT - RECEIVE THE SCREEN.  A TABLE-ID      *
023200*    OTHER THAN THE ONE LAST SHOWN STARTS AGAIN AT THE TOP        *
023300********************************************************************
023400 2000-RECEIVE-AND-EDIT.
023500     MOVE 'N' TO WS-REQUEST-VALID-SW.
023600     MOVE 'N' TO WS-NEW-TABLE-SW.
023700     MOVE SPACES TO WS-MESSAGE.
023800     MOVE WS-CA-TABLE-ID TO WS-TABLE-ID-KEY.
023900     MOVE SPACES TO WS-SEARCH-TEXT.
024000     EXEC CICS ASKTIME
024100         ABSTIME(WS-ABSTIME)
024200     END-EXEC.
024300     EXEC CICS FORMATTIME
024400         ABSTIME(WS-ABSTIME)
024500         YYYYMMDD(WS-TODAY-DATE)
024600     END-EXEC.
024700     EXEC CICS RECEIVE MAP('DL100M3')
024800         MAPSET('DL100M')
024900         INTO(DL100M3I)
025000         RESP(WS-RESP)
025100     END-EXEC.
025200     IF WS-RESP NOT = DFHRESP(NORMAL)
025300         MOVE 'UNABLE TO READ SCREEN - RE-ENTER' TO WS-MESSAGE
025400         GO TO 2000-RECEIVE-AND-EDIT-EXIT
025500     END-IF.
025600     IF TABIDBI = SPACES OR TABIDBI = LOW-VALUES
025700         MOVE WS-DEFAULT-TABLE-ID TO WS-TABLE-ID-KEY
025800     ELSE
025900         MOVE TABIDBI TO WS-TABLE-ID-KEY
026000     END-IF.
026100     IF WS-TABLE-ID-KEY NOT = WS-CA-TABLE-ID
026200         SET WS-NEW-TABLE TO TRUE
026300         MOVE WS-TABLE-ID-KEY TO WS-CA-TABLE-ID
026400         MOVE ZERO TO WS-CA-TOP-POSITION
026500         MOVE SPACES TO WS-CA-SEARCH-TEXT
026600     END-IF.
026700     MOVE SRCHBI TO WS-SEARCH-TEXT.
026800     INSPECT WS-SEARCH-TEXT REPLACING ALL LOW-VALUE BY SPACE.
026900     SET WS-REQUEST-VALID TO TRUE.
027000 2000-RECEIVE-AND-EDIT-EXIT.
027100     EXIT.
027200*
027300********************************************************************
027400*    3000-3300 - BROWSE EVERY VERSION OF THE TABLE IN KEY ORDER   *
027500*    (POSITION, THEN EFF DATE) AND BUILD ONE ROW PER POSITION.    *
027600*    THE LATEST APPROVED VERSION DATED ON OR BEFORE TODAY IS IN   *
027700*    EFFECT, AS IN DL101 AND DL100LD; ANYTHING PENDING OR DATED   *
027800*    AFTER TODAY ONLY SETS THE ROW'S FLAGS                        *
027900********************************************************************
028000 3000-LOAD-TABLE-ROWS.
028100     MOVE ZERO TO WS-ROW-COUNT.
028200     MOVE ZERO TO WS-CUR-POSITION.
028300     MOVE 'N' TO WS-BROWSE-DONE-SW.
028400     MOVE WS-TABLE-ID-KEY TO DL100-CT-TABLE-ID.
028500     MOVE ZERO TO DL100-CT-POSITION.
028600     MOVE ZERO TO DL100-CT-EFF-DATE.
028700     EXEC CICS STARTBR FILE('DL100CT')
028800         RIDFLD(DL100-CT-KEY)
028900         GTEQ
029000         RESP(WS-RESP)
029100     END-EXEC.
029200     IF WS-RESP NOT = DFHRESP(NORMAL)
029300         SET WS-BROWSE-DONE TO TRUE
029400     END-IF.
029500     PERFORM 3100-READ-NEXT-ENTRY
029600         THRU 3100-READ-NEXT-ENTRY-EXIT
029700         UNTIL WS-BROWSE-DONE.
029800     IF WS-RESP = DFHRESP(NORMAL)
029900             OR WS-RESP = DFHRESP(ENDFILE)
030000         EXEC CICS ENDBR FILE('DL100CT')
030100         END-EXEC
030200     END-IF.
030300     PERFORM 3200-CLOSE-POSITION
030400         THRU 3200-CLOSE-POSITION-EXIT.
030500 3000-LOAD-TABLE-ROWS-EXIT.
030600     EXIT.
030700*
030800 3100-READ-NEXT-ENTRY.
030900     EXEC CICS READNEXT FILE('DL100CT')
031000         INTO(DL100-CONTROL-RECORD)
031100         RIDFLD(DL100-CT-KEY)
031200         RESP(WS-RESP)
031300     END-EXEC.
031400     IF WS-RESP NOT = DFHRESP(NORMAL)
031500         SET WS-BROWSE-DONE TO TRUE
031600         GO TO 3100-READ-NEXT-ENTRY-EXIT
031700     END-IF.
031800     IF DL100-CT-TABLE-ID NOT = WS-TABLE-ID-KEY
031900         SET WS-BROWSE-DONE TO TRUE
032000         GO TO 3100-READ-NEXT-ENTRY-EXIT
032100     END-IF.
032200     IF DL100-CT-POSITION NOT = WS-CUR-POSITION
032300         PERFORM 3200-CLOSE-POSITION
032400             THRU 3200-CLOSE-POSITION-EXIT
032500         MOVE DL100-CT-POSITION TO WS-CUR-POSITION
032600         MOVE 'N' TO WS-CUR-LIVE-SW
032700         MOVE 'N' TO WS-CUR-NEXT-SW
032800         MOVE SPACES TO WS-CUR-FLAGS
032900     END-IF.
033000     PERFORM 3300-APPLY-VERSION
033100         THRU 3300-APPLY-VERSION-EXIT.
033200 3100-READ-NEXT-ENTRY-EXIT.
033300     EXIT.
033400*
033500*    END OF ONE POSITION - LIST IT IF AN UNRETIRED ENTRY IS IN
033600*    EFFECT, OR IF A PENDING OR FUTURE-DATED ONE IS WAITING
033700 3200-CLOSE-POSITION.
033800     IF WS-CUR-POSITION = ZERO
033900         GO TO 3200-CLOSE-POSITION-EXIT
034000     END-IF.
034100     IF WS-CUR-LIVE
034200             AND WS-CUR-END-DATE > ZERO
034300             AND WS-CUR-END-DATE NOT > WS-TODAY-DATE
034400         MOVE 'N' TO WS-CUR-LIVE-SW
034500     END-IF.
034600     IF NOT WS-CUR-LIVE AND NOT WS-CUR-NEXT-FOUND
034700         GO TO 3200-CLOSE-POSITION-EXIT
034800     END-IF.
034900     IF WS-ROW-COUNT NOT < 100
035000         GO TO 3200-CLOSE-POSITION-EXIT
035100     END-IF.
035200     ADD 1 TO WS-ROW-COUNT.
035300     MOVE WS-CUR-POSITION TO WS-ROW-POSITION(WS-ROW-COUNT).
035400     IF WS-CUR-LIVE
035500         MOVE WS-CUR-CODE TO WS-ROW-CODE(WS-ROW-COUNT)
035600         MOVE WS-CUR-DESC TO WS-ROW-DESC(WS-ROW-COUNT)
035700         MOVE WS-CUR-EFF-DATE TO WS-ROW-EFF-DATE(WS-ROW-COUNT)
035800         MOVE WS-CUR-END-DATE TO WS-ROW-END-DATE(WS-ROW-COUNT)
035900     ELSE
036000         MOVE WS-NXT-CODE TO WS-ROW-CODE(WS-ROW-COUNT)
036100         MOVE WS-NXT-DESC TO WS-ROW-DESC(WS-ROW-COUNT)
036200         MOVE WS-NXT-EFF-DATE TO WS-ROW-EFF-DATE(WS-ROW-COUNT)
036300         MOVE WS-NXT-END-DATE TO WS-ROW-END-DATE(WS-ROW-COUNT)
036400     END-IF.
036500     MOVE WS-CUR-FLAGS TO WS-ROW-FLAGS(WS-ROW-COUNT).
036600 3200-CLOSE-POSITION-EXIT.
036700     EXIT.
036800*
036900 3300-APPLY-VERSION.
037000     IF DL100-CT-END-DATE NUMERIC
037100         MOVE DL100-CT-END-DATE TO WS-VERSION-END-DATE
037200     ELSE
037300         MOVE ZERO TO WS-VERSION-END-DATE
037400     END-IF.
037500     IF DL100-CT-EFF-DATE NOT > WS-TODAY-DATE
037600             AND NOT DL100-CT-PEND-ADD
037700         SET WS-CUR-LIVE TO TRUE
037800         MOVE DL100-CT-LETTER TO WS-CUR-CODE
037900         MOVE DL100-CT-DESC TO WS-CUR-DESC
038000         MOVE DL100-CT-EFF-DATE TO WS-CUR-EFF-DATE
038100         MOVE WS-VERSION-END-DATE TO WS-CUR-END-DATE
038200         MOVE SPACE TO WS-CUR-PEND-FLAG
038300         IF DL100-CT-PENDING-APPR
038400             MOVE 'P' TO WS-CUR-PEND-FLAG
038500         END-IF
038600         GO TO 3300-APPLY-VERSION-EXIT
038700     END-IF.
038800     IF DL100-CT-EFF-DATE > WS-TODAY-DATE
038900         MOVE 'F' TO WS-CUR-FUT-FLAG
039000     END-IF.
039100     IF DL100-CT-PENDING-APPR
039200         MOVE 'P' TO WS-CUR-PEND-FLAG
039300     END-IF.
039400     IF NOT WS-CUR-NEXT-FOUND
039500         SET WS-CUR-NEXT-FOUND TO TRUE
039600         MOVE DL100-CT-LETTER TO WS-NXT-CODE
039700         MOVE DL100-CT-DESC TO WS-NXT-DESC
039800         MOVE DL100-CT-EFF-DATE TO WS-NXT-EFF-DATE
039900         MOVE WS-VERSION-END-DATE TO WS-NXT-END-DATE
040000     END-IF.
040100 3300-APPLY-VERSION-EXIT.
040200     EXIT.
040300*
040400********************************************************************
040500*    4000-4100 - PICK THE TOP ROW OF THE SCREEN.  THE PAGE LAST   *
040600*    SHOWN IS FOUND AGAIN BY ITS TOP POSITION (ROWS MAY HAVE COME *
040700*    OR GONE SINCE), THEN MOVED BY THE KEY PRESSED                *
040800********************************************************************
040900 4000-POSITION-PAGE.
041000     MOVE 1 TO WS-TOP-ROW.
041100     IF WS-ROW-COUNT = ZERO
041200         MOVE 'NO ENTRIES IN EFFECT OR PENDING FOR THIS TABLE'
041300             TO WS-MESSAGE
041400         GO TO 4000-POSITION-PAGE-EXIT
041500     END-IF.
041600     IF NOT WS-NEW-TABLE
041700         PERFORM 4100-FIND-TOP-ROW
041800             THRU 4100-FIND-TOP-ROW-EXIT
041900     END-IF.
042000     IF WS-AID-ENTER
042100         IF WS-SEARCH-TEXT NOT = SPACES
042200             PERFORM 5000-SEARCH-ROWS
042300                 THRU 5000-SEARCH-ROWS-EXIT
042400         END-IF
042500     ELSE
042600         IF WS-AID-PF8
042700             IF WS-TOP-ROW + WS-PAGE-SIZE > WS-ROW-COUNT
042800                 MOVE 'LAST PAGE ALREADY SHOWN' TO WS-MESSAGE
042900             ELSE
043000                 ADD WS-PAGE-SIZE TO WS-TOP-ROW
043100             END-IF
043200         ELSE
043300             IF WS-AID-PF7
043400                 IF WS-TOP-ROW = 1
043500                     MOVE 'FIRST PAGE ALREADY SHOWN' TO WS-MESSAGE
043600                 ELSE
043700                     IF WS-TOP-ROW > WS-PAGE-SIZE
043800                         SUBTRACT WS-PAGE-SIZE FROM WS-TOP-ROW
043900                     ELSE
044000                         MOVE 1 TO WS-TOP-ROW
044100                     END-IF
044200                 END-IF
044300             ELSE
044400                 MOVE 'KEY NOT IN USE - ENTER, PF7, PF8 OR PF3'
044500                     TO WS-MESSAGE
044600             END-IF
044700         END-IF
044800     END-IF.
044900     MOVE WS-ROW-POSITION(WS-TOP-ROW) TO WS-CA-TOP-POSITION.
045000     MOVE WS-SEARCH-TEXT TO WS-CA-SEARCH-TEXT.
045100     COMPUTE WS-LAST-ROW = WS-TOP-ROW + WS-PAGE-SIZE - 1.
045200     IF WS-LAST-ROW > WS-ROW-COUNT
045300         MOVE WS-ROW-COUNT TO WS-LAST-ROW
045400     END-IF.
045500     IF WS-MESSAGE = SPACES
045600         MOVE WS-TOP-ROW TO PAGE-MSG-FIRST
045700         MOVE WS-LAST-ROW TO PAGE-MSG-LAST
045800         MOVE WS-ROW-COUNT TO PAGE-MSG-COUNT
045900         MOVE WS-PAGE-MSG TO WS-MESSAGE
046000     END-IF.
046100 4000-POSITION-PAGE-EXIT.
046200     EXIT.
046300*
046400*    TOP ROW = FIRST ROW AT OR AFTER THE POSITION LAST AT THE TOP,
046500*    OR THE LAST PAGE IF THE TABLE HAS SHRUNK BELOW IT
046600 4100-FIND-TOP-ROW.
046700     PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
046800             UNTIL WS-ROW-INDEX > WS-ROW-COUNT
046900             OR WS-ROW-POSITION(WS-ROW-INDEX)
047000                 NOT < WS-CA-TOP-POSITION
047100         CONTINUE
047200     END-PERFORM.
047300     IF WS-ROW-INDEX > WS-ROW-COUNT
047400         IF WS-ROW-COUNT > WS-PAGE-SIZE
047500             COMPUTE WS-ROW-INDEX =
047600                 WS-ROW-COUNT - WS-PAGE-SIZE + 1
047700         ELSE
047800             MOVE 1 TO WS-ROW-INDEX
047900         END-IF
048000     END-IF.
048100     MOVE WS-ROW-INDEX TO WS-TOP-ROW.
048200 4100-FIND-TOP-ROW-EXIT.
048300     EXIT.
048400*
048500********************************************************************
048600*    5000-5100 - SEARCH.  NEW SEARCH TEXT IS LOOKED FOR FROM THE  *
048700*    FIRST ROW; THE SAME TEXT ENTERED AGAIN CARRIES ON FROM THE   *
048800*    ROW AFTER THE CURRENT TOP.  A ROW MATCHES WHEN ITS CODE      *
048900*    VALUE OR DESCRIPTION CONTAINS THE TEXT ANYWHERE              *
049000********************************************************************
049100 5000-SEARCH-ROWS.
049200     MOVE 'N' TO WS-MATCH-FOUND-SW.
049300     PERFORM VARYING WS-SEARCH-LENGTH FROM 20 BY -1
049400             UNTIL WS-SEARCH-LENGTH = 1
049500             OR WS-SEARCH-TEXT(WS-SEARCH-LENGTH:1) NOT = SPACE
049600         CONTINUE
049700     END-PERFORM.
049800     IF WS-SEARCH-TEXT = WS-CA-SEARCH-TEXT
049900         COMPUTE WS-SEARCH-START = WS-TOP-ROW + 1
050000     ELSE
050100         MOVE 1 TO WS-SEARCH-START
050200     END-IF.
050300     PERFORM 5100-TEST-ONE-ROW
050400         THRU 5100-TEST-ONE-ROW-EXIT
050500         VARYING WS-ROW-INDEX FROM WS-SEARCH-START BY 1
050600         UNTIL WS-ROW-INDEX > WS-ROW-COUNT
050700         OR WS-MATCH-FOUND.
050800     IF WS-MATCH-FOUND
050900         MOVE WS-ROW-POSITION(WS-TOP-ROW) TO FOUND-MSG-POSITION
051000         MOVE WS-FOUND-MSG TO WS-MESSAGE
051100     ELSE
051200         IF WS-SEARCH-START > 1
051300             MOVE 'NO FURTHER ROW CONTAINS THE SEARCH TEXT'
051400                 TO WS-MESSAGE
051500         ELSE
051600             MOVE 'NO ROW CONTAINS THE SEARCH TEXT' TO WS-MESSAGE
051700         END-IF
051800     END-IF.
051900 5000-SEARCH-ROWS-EXIT.
052000     EXIT.
052100*
052200 5100-TEST-ONE-ROW.
052300     MOVE ZERO TO WS-TALLY.
052400     INSPECT WS-ROW-CODE(WS-ROW-INDEX) TALLYING WS-TALLY
052500         FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH).
052600     INSPECT WS-ROW-DESC(WS-ROW-INDEX) TALLYING WS-TALLY
052700         FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH).
052800     IF WS-TALLY > ZERO
052900         SET WS-MATCH-FOUND TO TRUE
053000         MOVE WS-ROW-INDEX TO WS-TOP-ROW
053100     END-IF.
053200 5100-TEST-ONE-ROW-EXIT.
053300     EXIT.
053400*
053500********************************************************************
053600*    8000-8100 - SEND THE PAGE.  THE MAP IS REBUILT FROM LOW-     *
053700*    VALUES EVERY TIME SO ONLY THE ROWS OF THIS PAGE ARE SHOWN    *
053800********************************************************************
053900 8000-SEND-RESULT-MAP.
054000     MOVE LOW-VALUES TO DL100M3O.
054100     MOVE WS-TABLE-ID-KEY TO TABIDBO.
054200     MOVE WS-SEARCH-TEXT TO SRCHBO.
054300     IF WS-REQUEST-VALID
054400         PERFORM 8100-FORMAT-ONE-ROW
054500             THRU 8100-FORMAT-ONE-ROW-EXIT
054600             VARYING WS-LINE-INDEX FROM 1 BY 1
054700             UNTIL WS-LINE-INDEX > WS-PAGE-SIZE
054800     END-IF.
054900     MOVE WS-MESSAGE TO MSGBO.
055000     EXEC CICS SEND MAP('DL100M3')
055100         MAPSET('DL100M')
055200         FROM(DL100M3O)
055300         ERASE
055400     END-EXEC.
055500 8000-SEND-RESULT-MAP-EXIT.
055600     EXIT.
055700*
055800 8100-FORMAT-ONE-ROW.
055900     COMPUTE WS-ROW-INDEX = WS-TOP-ROW + WS-LINE-INDEX - 1.
056000     IF WS-ROW-INDEX > WS-ROW-COUNT
056100         GO TO 8100-FORMAT-ONE-ROW-EXIT
056200     END-IF.
056300     MOVE WS-ROW-POSITION(WS-ROW-INDEX) TO DSP-POSITION.
056400     MOVE WS-ROW-CODE(WS-ROW-INDEX) TO DSP-CODE.
056500     MOVE WS-ROW-DESC(WS-ROW-INDEX) TO DSP-DESC.
056600     MOVE WS-ROW-EFF-DATE(WS-ROW-INDEX) TO DSP-EFF-DATE.
056700     IF WS-ROW-END-DATE(WS-ROW-INDEX) = ZERO
056800         MOVE SPACES TO DSP-END-DATE
056900     ELSE
057000         MOVE WS-ROW-END-DATE(WS-ROW-INDEX) TO WS-EDIT-DATE
057100         MOVE WS-EDIT-DATE TO DSP-END-DATE
057200     END-IF.
057300     MOVE WS-ROW-FLAGS(WS-ROW-INDEX) TO DSP-FLAGS.
057400     MOVE WS-DISPLAY-LINE TO ROWBO(WS-LINE-INDEX).
057500 8100-FORMAT-ONE-ROW-EXIT.
057600     EXIT.
057700*
057800********************************************************************
057900*    9000-END-BROWSE - PF3 OR CLEAR.  CLEAR THE SCREEN AND END    *
058000*    THE TRANSACTION WITHOUT A NEXT TRANSID                       *
058100********************************************************************
058200 9000-END-BROWSE.
058300     EXEC CICS SEND CONTROL
058400         ERASE
058500         FREEKB
058600     END-EXEC.
058700     EXEC CICS RETURN
058800     END-EXEC.
058900     GOBACK.
059000 9000-END-BROWSE-EXIT.
059100     EXIT.
059200*
059300 END PROGRAM DL100BR.
