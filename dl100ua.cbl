000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL100UA.
000300 AUTHOR.         J RENNER.
000400 INSTALLATION.   DL100 APPLICATION - REFERENCE DATA GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100UA                                         *
001100*    PURPOSE      CODE USAGE ANALYSIS.  COMPARES THE DOWNSTREAM   *
001200*                 USAGE FEED (DL100.PROD.USAGE KSDS, DL100US      *
001300*                 LAYOUT, RELOADED NIGHTLY BY DL100J09) WITH THE  *
001400*                 LIVE DL100CT TABLES LOADED THROUGH DL100LD, IN  *
001500*                 BOTH DIRECTIONS -                               *
001600*                 SECTION 1 LISTS EVERY ACTIVE CODE WITH NO       *
001700*                 RECORDED USE IN THE PARM NUMBER OF DAYS, SO IT  *
001800*                 CAN BE PUT UP FOR RETIREMENT.                   *
001900*                 SECTION 2 LISTS EVERY CODE CLAIMS OR BILLING    *
002000*                 USED (BY DL100-US-SOURCE) THAT IS NOT ON THE    *
002100*                 TABLE, OR WAS USED ON OR AFTER ITS END DATE -   *
002200*                 A DOWNSTREAM SYSTEM POSTING BAD CODES.          *
002300*                 EVERY FINDING IS ALSO POSTED TO THE SHARED      *
002400*                 EXCEPTION FILE FOR THE DL100DG DIGEST (DORMANT  *
002500*                 CODES AS INFORMATION, BAD CODES AS ERRORS).     *
002600*                 RUN BY DL100J12; RC 4 MEANS SECTION 2 FOUND     *
002700*                 AT LEAST ONE BAD CODE.                          *
002800*                                                                  *
002900*    PARM         NNN - DAYS WITHOUT USE BEFORE AN ACTIVE CODE    *
003000*                 IS REPORTED DORMANT (001-999)                   *
003100*                                                                  *
003200*    MODIFICATION HISTORY                                         *
003300*    ------------------------------------------------------------ *
003400*    DATE       BY     DESCRIPTION                                *
003500*    ---------  -----  ------------------------------------------ *
003600*    2026-10-15 JMR    ORIGINAL PROGRAM                           *
003700*                                                                  *
003800********************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT USGFILE  ASSIGN TO USGFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS DL100-US-KEY
004700         FILE STATUS IS WS-USGFILE-STATUS.
004800     SELECT USARPT   ASSIGN TO USARPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-USARPT-STATUS.
005100     SELECT EXCFILE  ASSIGN TO EXCFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-EXCFILE-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  USGFILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DL100US.
006100 FD  USARPT
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  USARPT-RECORD               PIC X(133).
006500 FD  EXCFILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DL100EF.
006900*
007000 WORKING-STORAGE SECTION.
007100*
007200********************************************************************
007300*    LIVE TABLES - LOADED FROM CTLFILE BY DL100LD                 *
007400********************************************************************
007500     COPY DL100TB.
007600*
007700********************************************************************
007800*    SWITCHES AND FILE STATUS FIELDS                              *
007900********************************************************************
008000 01  WS-SWITCHES.
008100     05  WS-USGFILE-EOF-SW       PIC X(01) VALUE 'N'.
008200         88  WS-USGFILE-EOF          VALUE 'Y'.
008300     05  WS-TABLE-SLOT-FOUND-SW  PIC X(01) VALUE 'N'.
008400         88  WS-TABLE-SLOT-FOUND     VALUE 'Y'.
008500     05  WS-EXC-AVAILABLE-SW     PIC X(01) VALUE 'N'.
008600         88  WS-EXC-AVAILABLE        VALUE 'Y'.
008700     05  WS-CODE-STATUS          PIC X(01) VALUE SPACE.
008800         88  WS-CODE-ACTIVE          VALUE 'A'.
008900         88  WS-CODE-RETIRED         VALUE 'R'.
009000         88  WS-CODE-NOT-ON-TABLE    VALUE 'N'.
009100 01  WS-FILE-STATUSES.
009200     05  WS-USGFILE-STATUS       PIC X(02) VALUE SPACES.
009300         88  WS-USGFILE-OK           VALUE '00'.
009400     05  WS-USARPT-STATUS        PIC X(02) VALUE SPACES.
009500         88  WS-USARPT-OK            VALUE '00'.
009600     05  WS-EXCFILE-STATUS       PIC X(02) VALUE SPACES.
009700         88  WS-EXCFILE-OK           VALUE '00'.
009800*
009900********************************************************************
010000*    RUN DATE, PARM DORMANT PERIOD AND THE CUTOFF DATE IT GIVES - *
010100*    AN ACTIVE CODE LAST USED BEFORE THE CUTOFF IS DORMANT        *
010200********************************************************************
010300 01  WS-RUN-DATE                 PIC 9(08).
010400 01  WS-RUN-DATE-INT             PIC 9(07).
010500 01  WS-DORMANT-DAYS-X           PIC X(03).
010600 01  WS-DORMANT-DAYS             PIC 9(03).
010700 01  WS-CUTOFF-DATE              PIC 9(08).
010800 01  WS-CUTOFF-DATE-INT          PIC 9(07).
010900*
011000********************************************************************
011100*    ANALYSIS COUNTS AND WORK FIELDS                              *
011200********************************************************************
011300 01  WS-ACTIVE-COUNT             PIC 9(05) VALUE ZERO.
011400 01  WS-DORMANT-COUNT            PIC 9(05) VALUE ZERO.
011500 01  WS-USAGE-READ-COUNT         PIC 9(05) VALUE ZERO.
011600 01  WS-UNKNOWN-COUNT            PIC 9(05) VALUE ZERO.
011700 01  WS-RETIRED-USED-COUNT       PIC 9(05) VALUE ZERO.
011800 01  WS-TABLE-INDEX              PIC 9(02).
011900 01  WS-INDEX                    PIC 9(03).
012000 01  WS-CODE-END-DATE            PIC 9(08).
012100 01  WS-EDIT-DATE                PIC 9999/99/99.
012200 01  WS-REPORT-SECTION           PIC 9(01) VALUE 1.
012300*
012400*    EXCEPTION-FILE MESSAGE WORK AREAS - SEE DL100EF
012500 01  WS-EXC-DORMANT-MSG.
012600     05  FILLER                  PIC X(13) VALUE
012700             'DORMANT CODE '.
012800     05  EXC-DORMANT-CODE        PIC X(03).
012900     05  FILLER                  PIC X(03) VALUE ' - '.
013000     05  EXC-DORMANT-NOTE        PIC X(41).
013100 01  WS-EXC-UNKNOWN-MSG.
013200     05  FILLER                  PIC X(05) VALUE 'CODE '.
013300     05  EXC-UNKNOWN-CODE        PIC X(03).
013400     05  FILLER                  PIC X(09) VALUE ' USED BY '.
013500     05  EXC-UNKNOWN-SOURCE      PIC X(08).
013600     05  FILLER                  PIC X(01) VALUE SPACE.
013700     05  EXC-UNKNOWN-STATUS      PIC X(12).
013800     05  FILLER                  PIC X(01) VALUE SPACE.
013900     05  EXC-UNKNOWN-END-DATE    PIC X(10).
014000     05  FILLER                  PIC X(11) VALUE SPACES.
014100*
014200*    DORMANT NOTE - WHEN AND WHERE THE CODE WAS LAST SEEN
014300 01  WS-LAST-USED-NOTE.
014400     05  FILLER                  PIC X(10) VALUE 'LAST USED '.
014500     05  NOTE-LAST-DATE          PIC 9999/99/99.
014600     05  FILLER                  PIC X(04) VALUE ' BY '.
014700     05  NOTE-SOURCE             PIC X(08).
014800     05  FILLER                  PIC X(09) VALUE SPACES.
014900*
015000********************************************************************
015100*    REPORT PRINT LINES                                           *
015200********************************************************************
015300 01  WS-PAGE-NUMBER              PIC 9(05) VALUE ZERO.
015400 01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
015500 01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 50.
015600*
015700 01  WS-HEADING-1.
015800     05  FILLER                  PIC X(01) VALUE SPACES.
015900     05  FILLER                  PIC X(26) VALUE
016000             'DL100 CODE USAGE ANALYSIS'.
016100     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
016200     05  HDG1-RUN-DATE           PIC 9999/99/99.
016300     05  FILLER                  PIC X(08) VALUE SPACES.
016400     05  FILLER                  PIC X(05) VALUE 'PAGE'.
016500     05  HDG1-PAGE-NUMBER        PIC ZZZZ9.
016600*
016700 01  WS-SECTION-1-TITLE.
016800     05  FILLER                  PIC X(01) VALUE SPACES.
016900     05  FILLER                  PIC X(35) VALUE
017000             'SECTION 1 - ACTIVE CODES NOT USED I'.
017100     05  FILLER                  PIC X(11) VALUE
017200             'N THE LAST '.
017300     05  S1T-DAYS                PIC ZZ9.
017400     05  FILLER                  PIC X(13) VALUE
017500             ' DAYS (SINCE '.
017600     05  S1T-CUTOFF-DATE         PIC 9999/99/99.
017700     05  FILLER                  PIC X(01) VALUE ')'.
017800*
017900 01  WS-SECTION-1-HEADING.
018000     05  FILLER                  PIC X(01) VALUE SPACES.
018100     05  FILLER                  PIC X(10) VALUE 'TABLE'.
018200     05  FILLER                  PIC X(06) VALUE 'POS'.
018300     05  FILLER                  PIC X(06) VALUE 'CODE'.
018400     05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
018500     05  FILLER                  PIC X(12) VALUE 'LAST USED'.
018600     05  FILLER                  PIC X(08) VALUE 'SOURCE'.
018700*
018800 01  WS-SECTION-2-TITLE.
018900     05  FILLER                  PIC X(01) VALUE SPACES.
019000     05  FILLER                  PIC X(36) VALUE
019100             'SECTION 2 - CODES USED DOWNSTREAM TH'.
019200     05  FILLER                  PIC X(36) VALUE
019300             'AT ARE NOT ON THE TABLE OR RETIRED'.
019400*
019500 01  WS-SECTION-2-HEADING.
019600     05  FILLER                  PIC X(01) VALUE SPACES.
019700     05  FILLER                  PIC X(10) VALUE 'TABLE'.
019800     05  FILLER                  PIC X(06) VALUE 'CODE'.
019900     05  FILLER                  PIC X(12) VALUE 'LAST USED'.
020000     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
020100     05  FILLER                  PIC X(14) VALUE 'STATUS'.
020200     05  FILLER                  PIC X(10) VALUE 'END DATE'.
020300*
020400 01  WS-DORMANT-LINE.
020500     05  FILLER                  PIC X(01) VALUE SPACES.
020600     05  DT1-TABLE-ID            PIC X(08).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  DT1-POSITION            PIC ZZ9.
020900     05  FILLER                  PIC X(03) VALUE SPACES.
021000     05  DT1-CODE                PIC X(03).
021100     05  FILLER                  PIC X(03) VALUE SPACES.
021200     05  DT1-DESC                PIC X(30).
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  DT1-LAST-DATE           PIC X(10).
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  DT1-SOURCE              PIC X(15).
021700*
021800 01  WS-UNKNOWN-LINE.
021900     05  FILLER                  PIC X(01) VALUE SPACES.
022000     05  DT2-TABLE-ID            PIC X(08).
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  DT2-CODE                PIC X(03).
022300     05  FILLER                  PIC X(03) VALUE SPACES.
022400     05  DT2-LAST-DATE           PIC X(10).
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  DT2-SOURCE              PIC X(08).
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  DT2-STATUS              PIC X(12).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  DT2-END-DATE            PIC X(10).
023100*
023200 01  WS-NONE-LINE.
023300     05  FILLER                  PIC X(01) VALUE SPACES.
023400     05  FILLER                  PIC X(20) VALUE
023500             '*** NONE FOUND ***'.
023600*
023700 01  WS-SUMMARY-LINE.
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  SUM-LABEL               PIC X(25).
024000     05  SUM-COUNT               PIC ZZZZ9.
024100*
024200********************************************************************
024300*    PARM PASSED FROM THE EXEC STATEMENT - DORMANT PERIOD IN      *
024400*    DAYS, SEE DL100J12                                           *
024500********************************************************************
024600 LINKAGE SECTION.
024700 01  LS-PARM-AREA.
024800     05  LS-PARM-LENGTH          PIC S9(04) COMP.
024900     05  LS-PARM-DATA            PIC X(80).
025000*
025100 PROCEDURE DIVISION USING LS-PARM-AREA.
025200*
025300********************************************************************
025400*    0000-MAIN - MAINLINE                                         *
025500********************************************************************
025600 0000-MAIN.
025700     PERFORM 1000-INITIALIZE
025800         THRU 1000-INITIALIZE-EXIT.
025900     PERFORM 2000-REPORT-DORMANT
026000         THRU 2000-REPORT-DORMANT-EXIT.
026100     PERFORM 3000-REPORT-UNKNOWN
026200         THRU 3000-REPORT-UNKNOWN-EXIT.
026300     PERFORM 8800-PRINT-SUMMARY
026400         THRU 8800-PRINT-SUMMARY-EXIT.
026500     PERFORM 9000-TERMINATE
026600         THRU 9000-TERMINATE-EXIT.
026700     GOBACK.
026800*
026900********************************************************************
027000*    1000-INITIALIZE - EDIT THE PARM DORMANT PERIOD, WORK OUT THE *
027100*    CUTOFF DATE, LOAD THE LIVE TABLES THROUGH DL100LD AND OPEN   *
027200*    FILES                                                        *
027300********************************************************************
027400 1000-INITIALIZE.
027500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027600     IF LS-PARM-LENGTH NOT = 3
027700         DISPLAY 'PARM MUST BE THE DORMANT PERIOD IN DAYS, NNN'
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100     MOVE LS-PARM-DATA(1:3) TO WS-DORMANT-DAYS-X.
028200     IF WS-DORMANT-DAYS-X NOT NUMERIC
028300             OR WS-DORMANT-DAYS-X = '000'
028400         DISPLAY 'PARM DORMANT PERIOD NOT 001-999 - '
028500             WS-DORMANT-DAYS-X
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     MOVE WS-DORMANT-DAYS-X TO WS-DORMANT-DAYS.
029000     COMPUTE WS-RUN-DATE-INT =
029100         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
029200     COMPUTE WS-CUTOFF-DATE-INT =
029300         WS-RUN-DATE-INT - WS-DORMANT-DAYS.
029400     COMPUTE WS-CUTOFF-DATE =
029500         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DATE-INT).
029600     CALL 'DL100LD' USING DL100-LETTER-TABLE.
029700*    AN EMPTY LIVE SIDE CAN ONLY MEAN CTLFILE COULD NOT BE READ -
029800*    STOP RATHER THAN REPORT EVERY CODE USED AS UNKNOWN
029900     IF DL100-TABLE-ID-COUNT = ZERO
030000         DISPLAY 'CTLFILE EMPTY OR UNREADABLE - USAGE ANALYSIS '
030100             'NOT PRODUCED'
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN
030400     END-IF.
030500     OPEN INPUT USGFILE.
030600     IF NOT WS-USGFILE-OK
030700         DISPLAY 'USGFILE OPEN FAILED - STATUS ' WS-USGFILE-STATUS
030800         MOVE 16 TO RETURN-CODE
030900         STOP RUN
031000     END-IF.
031100     OPEN OUTPUT USARPT.
031200     IF NOT WS-USARPT-OK
031300         DISPLAY 'USARPT OPEN FAILED - STATUS ' WS-USARPT-STATUS
031400         MOVE 16 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700*    THE SHARED EXCEPTION FILE IS A SECONDARY OUTPUT - A FILE
031800*    PROBLEM IS WARNED AND THE RUN CARRIES ON WITHOUT IT
031900     OPEN EXTEND EXCFILE.
032000     IF NOT WS-EXCFILE-OK
032100         CLOSE EXCFILE
032200         OPEN OUTPUT EXCFILE
032300     END-IF.
032400     IF WS-EXCFILE-OK
032500         SET WS-EXC-AVAILABLE TO TRUE
032600     ELSE
032700         DISPLAY 'EXCFILE OPEN FAILED - STATUS '
032800             WS-EXCFILE-STATUS
032900         DISPLAY 'EXCEPTIONS NOT POSTED THIS RUN'
033000     END-IF.
033100 1000-INITIALIZE-EXIT.
033200     EXIT.
033300*
033400********************************************************************
033500*    2000-2200 - SECTION 1.  EVERY ACTIVE CODE (LOADED AND NOT    *
033600*    RETIRED) IS LOOKED UP IN THE USAGE FEED BY TABLE-ID AND CODE *
033700*    VALUE.  NO USAGE RECORD, OR A LAST-USED DATE BEFORE THE      *
033800*    CUTOFF, MAKES THE CODE DORMANT                               *
033900********************************************************************
034000 2000-REPORT-DORMANT.
034100     MOVE 1 TO WS-REPORT-SECTION.
034200     PERFORM 8000-PRINT-HEADINGS
034300         THRU 8000-PRINT-HEADINGS-EXIT.
034400     PERFORM 2100-CHECK-ONE-TABLE
034500         THRU 2100-CHECK-ONE-TABLE-EXIT
034600         VARYING WS-TABLE-INDEX FROM 1 BY 1
034700         UNTIL WS-TABLE-INDEX > DL100-TABLE-ID-COUNT.
034800     IF WS-DORMANT-COUNT = ZERO
034900         PERFORM 8300-PRINT-NONE-FOUND
035000             THRU 8300-PRINT-NONE-FOUND-EXIT
035100     END-IF.
035200 2000-REPORT-DORMANT-EXIT.
035300     EXIT.
035400*
035500 2100-CHECK-ONE-TABLE.
035600     PERFORM 2200-CHECK-ONE-POSITION
035700         THRU 2200-CHECK-ONE-POSITION-EXIT
035800         VARYING WS-INDEX FROM 1 BY 1
035900         UNTIL WS-INDEX > DL100-TABLE-COUNT(WS-TABLE-INDEX).
036000 2100-CHECK-ONE-TABLE-EXIT.
036100     EXIT.
036200*
036300 2200-CHECK-ONE-POSITION.
036400     IF DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX) = SPACES
036500             OR DL100-END-DATES(WS-TABLE-INDEX, WS-INDEX) > ZERO
036600         GO TO 2200-CHECK-ONE-POSITION-EXIT
036700     END-IF.
036800     ADD 1 TO WS-ACTIVE-COUNT.
036900     MOVE DL100-TABLE-ID(WS-TABLE-INDEX) TO DL100-US-TABLE-ID.
037000     MOVE DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX)
037100         TO DL100-US-LETTER.
037200     MOVE SPACES TO DT1-LAST-DATE.
037300     MOVE SPACES TO DT1-SOURCE.
037400     READ USGFILE
037500         KEY IS DL100-US-KEY
037600         INVALID KEY
037700             MOVE 'NEVER' TO DT1-LAST-DATE
037800             MOVE 'NO RECORDED USE' TO DT1-SOURCE
037900             MOVE 'NO RECORDED USE' TO EXC-DORMANT-NOTE
038000     END-READ.
038100     IF DT1-LAST-DATE = SPACES
038200         IF DL100-US-LAST-DATE NUMERIC
038300                 AND DL100-US-LAST-DATE NOT < WS-CUTOFF-DATE
038400             GO TO 2200-CHECK-ONE-POSITION-EXIT
038500         END-IF
038600         MOVE DL100-US-LAST-DATE TO WS-EDIT-DATE
038700         MOVE WS-EDIT-DATE TO DT1-LAST-DATE
038800         MOVE DL100-US-SOURCE TO DT1-SOURCE
038900         MOVE DL100-US-LAST-DATE TO NOTE-LAST-DATE
039000         MOVE DL100-US-SOURCE TO NOTE-SOURCE
039100         MOVE WS-LAST-USED-NOTE TO EXC-DORMANT-NOTE
039200     END-IF.
039300     ADD 1 TO WS-DORMANT-COUNT.
039400     MOVE DL100-TABLE-ID(WS-TABLE-INDEX) TO DT1-TABLE-ID.
039500     MOVE WS-INDEX TO DT1-POSITION.
039600     MOVE DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX) TO DT1-CODE.
039700     MOVE DL100-DESCS(WS-TABLE-INDEX, WS-INDEX) TO DT1-DESC.
039800     PERFORM 8100-PRINT-DORMANT-LINE
039900         THRU 8100-PRINT-DORMANT-LINE-EXIT.
040000 2200-CHECK-ONE-POSITION-EXIT.
040100     EXIT.
040200*
040300********************************************************************
040400*    3000-3200 - SECTION 2.  THE USAGE FEED IS READ THROUGH IN    *
040500*    KEY ORDER AND EACH CODE USED IS FOUND IN THE LIVE TABLE.  A  *
040600*    CODE ACTIVE AT ANY POSITION IS GOOD.  A CODE NOT LOADED AT   *
040700*    ALL (OR WHOSE TABLE IS NOT ON FILE) IS NOT ON TABLE; A CODE  *
040800*    ONLY FOUND RETIRED IS BAD WHEN IT WAS USED ON OR AFTER ITS   *
040900*    END DATE                                                     *
041000********************************************************************
041100 3000-REPORT-UNKNOWN.
041200     MOVE 2 TO WS-REPORT-SECTION.
041300     PERFORM 8000-PRINT-HEADINGS
041400         THRU 8000-PRINT-HEADINGS-EXIT.
041500     MOVE LOW-VALUES TO DL100-US-KEY.
041600     START USGFILE
041700         KEY IS NOT LESS THAN DL100-US-KEY
041800         INVALID KEY
041900             SET WS-USGFILE-EOF TO TRUE
042000     END-START.
042100     PERFORM 3100-READ-USGFILE
042200         THRU 3100-READ-USGFILE-EXIT
042300         UNTIL WS-USGFILE-EOF.
042400     IF WS-UNKNOWN-COUNT = ZERO AND WS-RETIRED-USED-COUNT = ZERO
042500         PERFORM 8300-PRINT-NONE-FOUND
042600             THRU 8300-PRINT-NONE-FOUND-EXIT
042700     END-IF.
042800 3000-REPORT-UNKNOWN-EXIT.
042900     EXIT.
043000*
043100 3100-READ-USGFILE.
043200     READ USGFILE NEXT RECORD
043300         AT END
043400             SET WS-USGFILE-EOF TO TRUE
043500             GO TO 3100-READ-USGFILE-EXIT
043600     END-READ.
043700     ADD 1 TO WS-USAGE-READ-COUNT.
043800     PERFORM 3200-FIND-USED-CODE
043900         THRU 3200-FIND-USED-CODE-EXIT.
044000     IF WS-CODE-ACTIVE
044100         GO TO 3100-READ-USGFILE-EXIT
044200     END-IF.
044300     MOVE SPACES TO DT2-END-DATE.
044400     IF WS-CODE-RETIRED
044500         IF DL100-US-LAST-DATE NUMERIC
044600                 AND DL100-US-LAST-DATE < WS-CODE-END-DATE
044700             GO TO 3100-READ-USGFILE-EXIT
044800         END-IF
044900         ADD 1 TO WS-RETIRED-USED-COUNT
045000         MOVE 'RETIRED' TO DT2-STATUS
045100         MOVE WS-CODE-END-DATE TO WS-EDIT-DATE
045200         MOVE WS-EDIT-DATE TO DT2-END-DATE
045300     ELSE
045400         ADD 1 TO WS-UNKNOWN-COUNT
045500         MOVE 'NOT ON TABLE' TO DT2-STATUS
045600     END-IF.
045700     MOVE DL100-US-TABLE-ID TO DT2-TABLE-ID.
045800     MOVE DL100-US-LETTER TO DT2-CODE.
045900     MOVE DL100-US-LAST-DATE TO WS-EDIT-DATE.
046000     MOVE WS-EDIT-DATE TO DT2-LAST-DATE.
046100     MOVE DL100-US-SOURCE TO DT2-SOURCE.
046200     PERFORM 8200-PRINT-UNKNOWN-LINE
046300         THRU 8200-PRINT-UNKNOWN-LINE-EXIT.
046400 3100-READ-USGFILE-EXIT.
046500     EXIT.
046600*
046700 3200-FIND-USED-CODE.
046800     SET WS-CODE-NOT-ON-TABLE TO TRUE.
046900     MOVE ZERO TO WS-CODE-END-DATE.
047000     MOVE 'N' TO WS-TABLE-SLOT-FOUND-SW.
047100     PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
047200             UNTIL WS-TABLE-INDEX > DL100-TABLE-ID-COUNT
047300             OR WS-TABLE-SLOT-FOUND
047400         IF DL100-TABLE-ID(WS-TABLE-INDEX) = DL100-US-TABLE-ID
047500             SET WS-TABLE-SLOT-FOUND TO TRUE
047600         END-IF
047700     END-PERFORM.
047800     IF NOT WS-TABLE-SLOT-FOUND
047900         GO TO 3200-FIND-USED-CODE-EXIT
048000     END-IF.
048100     SUBTRACT 1 FROM WS-TABLE-INDEX.
048200     PERFORM VARYING WS-INDEX FROM 1 BY 1
048300             UNTIL WS-INDEX > DL100-TABLE-COUNT(WS-TABLE-INDEX)
048400             OR WS-CODE-ACTIVE
048500         IF DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX) =
048600                 DL100-US-LETTER
048700             IF DL100-END-DATES(WS-TABLE-INDEX, WS-INDEX) = ZERO
048800                 SET WS-CODE-ACTIVE TO TRUE
048900             ELSE
049000                 IF DL100-END-DATES(WS-TABLE-INDEX, WS-INDEX) >
049100                         WS-CODE-END-DATE
049200                     SET WS-CODE-RETIRED TO TRUE
049300                     MOVE DL100-END-DATES
049400                             (WS-TABLE-INDEX, WS-INDEX)
049500                         TO WS-CODE-END-DATE
049600                 END-IF
049700             END-IF
049800         END-IF
049900     END-PERFORM.
050000 3200-FIND-USED-CODE-EXIT.
050100     EXIT.
050200*
050300********************************************************************
050400*    8000-8800 - REPORT PRINT PARAGRAPHS.  EACH NEW PAGE REPEATS  *
050500*    THE TITLE AND COLUMN HEADINGS OF THE SECTION BEING PRINTED   *
050600********************************************************************
050700 8000-PRINT-HEADINGS.
050800     ADD 1 TO WS-PAGE-NUMBER.
050900     MOVE ZERO TO WS-LINE-COUNT.
051000     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
051100     MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NUMBER.
051200     WRITE USARPT-RECORD FROM WS-HEADING-1
051300         AFTER ADVANCING PAGE.
051400     IF WS-REPORT-SECTION = 1
051500         MOVE WS-DORMANT-DAYS TO S1T-DAYS
051600         MOVE WS-CUTOFF-DATE TO S1T-CUTOFF-DATE
051700         WRITE USARPT-RECORD FROM WS-SECTION-1-TITLE
051800             AFTER ADVANCING 2 LINES
051900         WRITE USARPT-RECORD FROM WS-SECTION-1-HEADING
052000             AFTER ADVANCING 2 LINES
052100     ELSE
052200         WRITE USARPT-RECORD FROM WS-SECTION-2-TITLE
052300             AFTER ADVANCING 2 LINES
052400         WRITE USARPT-RECORD FROM WS-SECTION-2-HEADING
052500             AFTER ADVANCING 2 LINES
052600     END-IF.
052700     MOVE 5 TO WS-LINE-COUNT.
052800 8000-PRINT-HEADINGS-EXIT.
052900     EXIT.
053000*
053100 8100-PRINT-DORMANT-LINE.
053200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
053300         PERFORM 8000-PRINT-HEADINGS
053400             THRU 8000-PRINT-HEADINGS-EXIT
053500     END-IF.
053600     WRITE USARPT-RECORD FROM WS-DORMANT-LINE
053700         AFTER ADVANCING 1 LINE.
053800     ADD 1 TO WS-LINE-COUNT.
053900     IF WS-EXC-AVAILABLE
054000         MOVE SPACES TO DL100-EXCEPTION-RECORD
054100         MOVE DT1-TABLE-ID TO DL100-EF-TABLE-ID
054200         MOVE WS-INDEX TO DL100-EF-POSITION
054300         SET DL100-EF-SEV-INFO TO TRUE
054400         MOVE DT1-CODE TO EXC-DORMANT-CODE
054500         MOVE WS-EXC-DORMANT-MSG TO DL100-EF-MESSAGE
054600         PERFORM 8900-POST-EXCEPTION
054700             THRU 8900-POST-EXCEPTION-EXIT
054800     END-IF.
054900 8100-PRINT-DORMANT-LINE-EXIT.
055000     EXIT.
055100*
055200 8200-PRINT-UNKNOWN-LINE.
055300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
055400         PERFORM 8000-PRINT-HEADINGS
055500             THRU 8000-PRINT-HEADINGS-EXIT
055600     END-IF.
055700     WRITE USARPT-RECORD FROM WS-UNKNOWN-LINE
055800         AFTER ADVANCING 1 LINE.
055900     ADD 1 TO WS-LINE-COUNT.
056000     IF WS-EXC-AVAILABLE
056100         MOVE SPACES TO DL100-EXCEPTION-RECORD
056200         MOVE DT2-TABLE-ID TO DL100-EF-TABLE-ID
056300         MOVE ZERO TO DL100-EF-POSITION
056400         SET DL100-EF-SEV-ERROR TO TRUE
056500         MOVE DT2-CODE TO EXC-UNKNOWN-CODE
056600         MOVE DT2-SOURCE TO EXC-UNKNOWN-SOURCE
056700         MOVE DT2-STATUS TO EXC-UNKNOWN-STATUS
056800         MOVE DT2-END-DATE TO EXC-UNKNOWN-END-DATE
056900         MOVE WS-EXC-UNKNOWN-MSG TO DL100-EF-MESSAGE
057000         PERFORM 8900-POST-EXCEPTION
057100             THRU 8900-POST-EXCEPTION-EXIT
057200     END-IF.
057300 8200-PRINT-UNKNOWN-LINE-EXIT.
057400     EXIT.
057500*
057600 8300-PRINT-NONE-FOUND.
057700     WRITE USARPT-RECORD FROM WS-NONE-LINE
057800         AFTER ADVANCING 1 LINE.
057900     ADD 1 TO WS-LINE-COUNT.
058000 8300-PRINT-NONE-FOUND-EXIT.
058100     EXIT.
058200*
058300 8800-PRINT-SUMMARY.
058400     MOVE 'ACTIVE CODES CHECKED' TO SUM-LABEL.
058500     MOVE WS-ACTIVE-COUNT TO SUM-COUNT.
058600     WRITE USARPT-RECORD FROM WS-SUMMARY-LINE
058700         AFTER ADVANCING 3 LINES.
058800     MOVE 'DORMANT CODES' TO SUM-LABEL.
058900     MOVE WS-DORMANT-COUNT TO SUM-COUNT.
059000     WRITE USARPT-RECORD FROM WS-SUMMARY-LINE
059100         AFTER ADVANCING 1 LINE.
059200     MOVE 'USAGE RECORDS READ' TO SUM-LABEL.
059300     MOVE WS-USAGE-READ-COUNT TO SUM-COUNT.
059400     WRITE USARPT-RECORD FROM WS-SUMMARY-LINE
059500         AFTER ADVANCING 1 LINE.
059600     MOVE 'CODES USED NOT ON TABLE' TO SUM-LABEL.
059700     MOVE WS-UNKNOWN-COUNT TO SUM-COUNT.
059800     WRITE USARPT-RECORD FROM WS-SUMMARY-LINE
059900         AFTER ADVANCING 1 LINE.
060000     MOVE 'CODES USED AFTER END DATE' TO SUM-LABEL.
060100     MOVE WS-RETIRED-USED-COUNT TO SUM-COUNT.
060200     WRITE USARPT-RECORD FROM WS-SUMMARY-LINE
060300         AFTER ADVANCING 1 LINE.
060400 8800-PRINT-SUMMARY-EXIT.
060500     EXIT.
060600*
060700********************************************************************
060800*    8900-POST-EXCEPTION - APPEND THE EXCEPTION RECORD BUILT BY   *
060900*    THE CALLER TO THE SHARED EXCEPTION FILE, STAMPED WITH THIS   *
061000*    PROGRAM AND THE RUN DATE - SEE DL100EF AND THE DL100DG       *
061100*    MORNING DIGEST                                               *
061200********************************************************************
061300 8900-POST-EXCEPTION.
061400     MOVE 'DL100UA' TO DL100-EF-PROGRAM.
061500     MOVE WS-RUN-DATE TO DL100-EF-RUN-DATE.
061600     WRITE DL100-EXCEPTION-RECORD.
061700 8900-POST-EXCEPTION-EXIT.
061800     EXIT.
061900*
062000********************************************************************
062100*    9000-TERMINATE - CLOSE FILES.  RC 4 TELLS OPERATIONS A       *
062200*    DOWNSTREAM SYSTEM IS POSTING CODES DL100 DOES NOT HOLD       *
062300********************************************************************
062400 9000-TERMINATE.
062500     CLOSE USGFILE.
062600     CLOSE USARPT.
062700     IF WS-EXC-AVAILABLE
062800         CLOSE EXCFILE
062900     END-IF.
063000     IF WS-UNKNOWN-COUNT > ZERO OR WS-RETIRED-USED-COUNT > ZERO
063100         MOVE 4 TO RETURN-CODE
063200     END-IF.
063300 9000-TERMINATE-EXIT.
063400     EXIT.
063500*
063600 END PROGRAM DL100UA.
