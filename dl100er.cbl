000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL100ER.
000300 AUTHOR.         J RENNER.
000400 INSTALLATION.   DL100 APPLICATION - REFERENCE DATA GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100ER                                         *
001100*    PURPOSE      EXTERNAL CODE-LIST RECONCILIATION.  COMPARES A  *
001200*                 CODE LIST PUBLISHED OUTSIDE THE COMPANY (E.G.   *
001300*                 REGULATOR REASON CODES) WITH THE DL100CT        *
001400*                 ENTRIES OF THE TABLE-ID IT MIRRORS, NAMED ON    *
001500*                 THE DL100XM MAP CARD, AND REPORTS EVERY CODE -  *
001600*                   ADDED        AT THE SOURCE, NOT ACTIVE HERE   *
001700*                   WITHDRAWN    ACTIVE HERE, GONE AT THE SOURCE  *
001800*                   RE-DESCRIBED ON BOTH, DESCRIPTIONS DIFFER     *
001900*                 AND WRITES THE DL100TR TRANSACTIONS THAT WOULD  *
002000*                 BRING THE TABLE INTO LINE - AN ADD AT THE FIRST *
002100*                 POSITION NEVER USED, A CHANGE OF DESCRIPTION ON *
002200*                 THE ENTRY IN EFFECT, A RETIREMENT OF THE ENTRY  *
002300*                 IN EFFECT AS OF THE MAP CARD END DATE.  NOTHING *
002400*                 IS APPLIED HERE: THE TRANSACTION FILE IS RUN    *
002500*                 THROUGH DL100J03, SO DL100BM EDITS EVERY ONE    *
002600*                 AND EACH WAITS FOR A SECOND USER'S APPROVAL.    *
002700*                 A POSITION WITH A CHANGE ALREADY AWAITING       *
002800*                 APPROVAL, AN ADD OR RETIREMENT ALREADY          *
002900*                 SCHEDULED, A SOURCE CODE RETIRED HERE AND A     *
003000*                 TABLE WITH NO FREE POSITION GET NO              *
003100*                 TRANSACTION - THE REPORT NOTES THEM.  RUN BY    *
003200*                 DL100J15; RC 4 MEANS AT LEAST ONE FINDING NEEDS *
003300*                 REVIEW.                                         *
003400*                                                                  *
003500*    MODIFICATION HISTORY                                         *
003600*    ------------------------------------------------------------ *
003700*    DATE       BY     DESCRIPTION                                *
003800*    ---------  -----  ------------------------------------------ *
003900*    2026-10-15 JMR    ORIGINAL PROGRAM                           *
004000*                                                                  *
004100********************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT MAPFILE  ASSIGN TO MAPFILE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-MAPFILE-STATUS.
004900     SELECT SRCFILE  ASSIGN TO SRCFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-SRCFILE-STATUS.
005200     SELECT CTLFILE  ASSIGN TO CTLFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS DL100-CT-KEY
005600         FILE STATUS IS WS-CTLFILE-STATUS.
005700     SELECT TDFFILE  ASSIGN TO TDFFILE
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS DL100-TD-TABLE-ID
006100         FILE STATUS IS WS-TDFFILE-STATUS.
006200     SELECT TRNOUT   ASSIGN TO TRNOUT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-TRNOUT-STATUS.
006500     SELECT RPTFILE  ASSIGN TO RPTFILE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-RPTFILE-STATUS.
006800*
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  MAPFILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400     COPY DL100XM.
007500 FD  SRCFILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  SRCFILE-RECORD              PIC X(200).
007900 FD  CTLFILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY DL100CT.
008300 FD  TDFFILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY DL100TD.
008700 FD  TRNOUT
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000     COPY DL100TR.
009100 FD  RPTFILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  RPTFILE-RECORD              PIC X(133).
009500*
009600 WORKING-STORAGE SECTION.
009700*
009800********************************************************************
009900*    SWITCHES AND FILE STATUS FIELDS                              *
010000********************************************************************
010100 01  WS-SWITCHES.
010200     05  WS-SRCFILE-EOF-SW       PIC X(01) VALUE 'N'.
010300         88  WS-SRCFILE-EOF          VALUE 'Y'.
010400     05  WS-CTLFILE-EOF-SW       PIC X(01) VALUE 'N'.
010500         88  WS-CTLFILE-EOF          VALUE 'Y'.
010600 01  WS-FILE-STATUSES.
010700     05  WS-MAPFILE-STATUS       PIC X(02) VALUE SPACES.
010800         88  WS-MAPFILE-OK           VALUE '00'.
010900     05  WS-SRCFILE-STATUS       PIC X(02) VALUE SPACES.
011000         88  WS-SRCFILE-OK           VALUE '00'.
011100     05  WS-CTLFILE-STATUS       PIC X(02) VALUE SPACES.
011200         88  WS-CTLFILE-OK           VALUE '00'.
011300     05  WS-TDFFILE-STATUS       PIC X(02) VALUE SPACES.
011400         88  WS-TDFFILE-OK           VALUE '00'.
011500     05  WS-TRNOUT-STATUS        PIC X(02) VALUE SPACES.
011600         88  WS-TRNOUT-OK            VALUE '00'.
011700     05  WS-RPTFILE-STATUS       PIC X(02) VALUE SPACES.
011800         88  WS-RPTFILE-OK           VALUE '00'.
011900*
012000********************************************************************
012100*    RUN DATE, MAP CARD FIELDS AS EDITED, AND THE DATES THE       *
012200*    TRANSACTIONS CARRY                                           *
012300********************************************************************
012400 01  WS-RUN-DATE                 PIC 9(08).
012500 01  WS-MAP-ERROR                PIC X(40) VALUE SPACES.
012600 01  WS-TABLE-ID                 PIC X(08).
012650 01  WS-SOURCE-NAME              PIC X(20).
012700 01  WS-SKIP-RECORDS             PIC 9(03).
012800 01  WS-CODE-START               PIC 9(03).
012900 01  WS-CODE-LENGTH              PIC 9(01).
013000 01  WS-DESC-START               PIC 9(03).
013100 01  WS-DESC-LENGTH              PIC 9(02).
013200 01  WS-FIELD-END                PIC 9(03).
013300 01  WS-MAX-POSITION             PIC 9(03).
013400 01  WS-DEFAULT-DATE             PIC 9(08) VALUE ZERO.
013500 01  WS-EFF-DATE                 PIC 9(08).
013600 01  WS-END-DATE                 PIC 9(08).
013700 01  WS-CHECK-DATE               PIC 9(08).
013800 01  FILLER REDEFINES WS-CHECK-DATE.
013900     05  WS-CHECK-YEAR           PIC 9(04).
014000     05  WS-CHECK-MONTH          PIC 9(02).
014100     05  WS-CHECK-DAY            PIC 9(02).
014200*
014300********************************************************************
014400*    CALLING AREA FOR THE DL100BD BUSINESS-DAY SERVICE            *
014500********************************************************************
014600     COPY DL100BP.
014700*
014800********************************************************************
014900*    THE PUBLISHED LIST - ONE ENTRY PER CODE, IN SOURCE ORDER.    *
015000*    NO TABLE HOLDS MORE THAN 100 POSITIONS, SO NEITHER DOES      *
015100*    THIS                                                         *
015200********************************************************************
015300 01  WS-SOURCE-LIST.
015400     05  WS-SOURCE-COUNT         PIC 9(03) VALUE ZERO.
015500     05  WS-SOURCE-ENTRY         OCCURS 100 TIMES.
015600         10  WS-SRC-CODE         PIC X(03).
015700         10  WS-SRC-DESC         PIC X(30).
015800*
015900********************************************************************
016000*    THE DL100 SIDE - ONE ENTRY PER POSITION OF THE TABLE.        *
016100*    USED MEANS ANY RECORD AT THE POSITION (SO AN ADD IS NEVER    *
016200*    PLACED THERE); THE CODE, DESCRIPTION AND DATES ARE THE       *
016300*    ENTRY IN EFFECT ON THE RUN DATE; THE SCHEDULED CODE IS A     *
016400*    PENDING ADD OR FUTURE-DATED ENTRY                            *
016500********************************************************************
016600 01  WS-POSITION-TABLE.
016700     05  WS-POS-ENTRY            OCCURS 100 TIMES.
016800         10  WS-POS-USED-SW      PIC X(01).
016900             88  WS-POS-USED         VALUE 'Y'.
017000         10  WS-POS-PENDING-SW   PIC X(01).
017100             88  WS-POS-PENDING      VALUE 'Y'.
017200         10  WS-POS-MATCHED-SW   PIC X(01).
017300             88  WS-POS-MATCHED      VALUE 'Y'.
017400         10  WS-POS-EFF-DATE     PIC 9(08).
017500         10  WS-POS-CODE         PIC X(03).
017600         10  WS-POS-DESC         PIC X(30).
017700         10  WS-POS-END-DATE     PIC 9(08).
017800         10  WS-POS-SCHED-CODE   PIC X(03).
017900*
018000********************************************************************
018100*    COUNTS, SUBSCRIPTS AND WORK FIELDS                           *
018200********************************************************************
018300 01  WS-SRC-READ-COUNT           PIC 9(05) VALUE ZERO.
018400 01  WS-SRC-SKIPPED-COUNT        PIC 9(05) VALUE ZERO.
018500 01  WS-ACTIVE-COUNT             PIC 9(05) VALUE ZERO.
018600 01  WS-ADDED-COUNT              PIC 9(05) VALUE ZERO.
018700 01  WS-WITHDRAWN-COUNT          PIC 9(05) VALUE ZERO.
018800 01  WS-REDESC-COUNT             PIC 9(05) VALUE ZERO.
018900 01  WS-DUPLICATE-COUNT          PIC 9(05) VALUE ZERO.
019000 01  WS-TRAN-COUNT               PIC 9(05) VALUE ZERO.
019100 01  WS-REVIEW-COUNT             PIC 9(05) VALUE ZERO.
019200 01  WS-SUB                      PIC 9(03).
019300 01  WS-POS                      PIC 9(03).
019400 01  WS-FOUND-POS                PIC 9(03).
019500 01  WS-RETIRED-POS              PIC 9(03).
019600 01  WS-SCHED-POS                PIC 9(03).
019700 01  WS-FREE-POS                 PIC 9(03).
019800 01  WS-DUP-SUB                  PIC 9(03).
019900 01  WS-EXT-CODE                 PIC X(03).
020000 01  WS-EXT-DESC                 PIC X(30).
020100 01  WS-LOWER-CASE               PIC X(26) VALUE
020200         'abcdefghijklmnopqrstuvwxyz'.
020300 01  WS-UPPER-CASE               PIC X(26) VALUE
020400         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
020500*
020600*    TRANSACTION NOTE - THE SEQUENCE WRITTEN TO TRNOUT
020700 01  WS-TRAN-NOTE.
020800     05  FILLER                  PIC X(17) VALUE
020900             'TRANSACTION SEQ '.
021000     05  NOTE-TRAN-SEQ           PIC 9(05) VALUE ZERO.
021100     05  FILLER                  PIC X(08) VALUE SPACES.
021200*
021300********************************************************************
021400*    REPORT PRINT LINES                                           *
021500********************************************************************
021600 01  WS-PAGE-NUMBER              PIC 9(05) VALUE ZERO.
021700 01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
021800 01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 50.
021900*
022000 01  WS-HEADING-1.
022100     05  FILLER                  PIC X(01) VALUE SPACES.
022200     05  FILLER                  PIC X(36) VALUE
022300             'DL100 EXTERNAL CODE LIST RECONCILIAT'.
022400     05  FILLER                  PIC X(06) VALUE 'ION'.
022500     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
022600     05  HDG1-RUN-DATE           PIC 9999/99/99.
022700     05  FILLER                  PIC X(08) VALUE SPACES.
022800     05  FILLER                  PIC X(05) VALUE 'PAGE'.
022900     05  HDG1-PAGE-NUMBER        PIC ZZZZ9.
023000*
023100 01  WS-HEADING-2.
023200     05  FILLER                  PIC X(01) VALUE SPACES.
023300     05  FILLER                  PIC X(07) VALUE 'TABLE:'.
023400     05  HDG2-TABLE-ID           PIC X(08).
023500     05  FILLER                  PIC X(10) VALUE '  SOURCE:'.
023600     05  HDG2-SOURCE-NAME        PIC X(20).
023700     05  FILLER                  PIC X(12) VALUE '  ADDS EFF:'.
023800     05  HDG2-EFF-DATE           PIC 9999/99/99.
023900     05  FILLER                  PIC X(18) VALUE
024000             '  RETIREMENTS END:'.
024100     05  HDG2-END-DATE           PIC 9999/99/99.
024200*
024300 01  WS-HEADING-3.
024400     05  FILLER                  PIC X(01) VALUE SPACES.
024500     05  FILLER                  PIC X(14) VALUE 'FINDING'.
024600     05  FILLER                  PIC X(05) VALUE 'POS'.
024700     05  FILLER                  PIC X(06) VALUE 'CODE'.
024800     05  FILLER                  PIC X(32) VALUE
024900             'DL100 DESCRIPTION'.
025000     05  FILLER                  PIC X(32) VALUE
025100             'SOURCE DESCRIPTION'.
025200     05  FILLER                  PIC X(05) VALUE 'TRAN'.
025300     05  FILLER                  PIC X(30) VALUE 'NOTE'.
025400*
025500 01  WS-DETAIL-LINE.
025600     05  FILLER                  PIC X(01) VALUE SPACES.
025700     05  DTL-FINDING             PIC X(12).
025800     05  FILLER                  PIC X(02) VALUE SPACES.
025900     05  DTL-POSITION            PIC ZZ9 BLANK WHEN ZERO.
026000     05  FILLER                  PIC X(02) VALUE SPACES.
026100     05  DTL-CODE                PIC X(03).
026200     05  FILLER                  PIC X(03) VALUE SPACES.
026300     05  DTL-DL100-DESC          PIC X(30).
026400     05  FILLER                  PIC X(02) VALUE SPACES.
026500     05  DTL-SOURCE-DESC         PIC X(30).
026600     05  FILLER                  PIC X(03) VALUE SPACES.
026700     05  DTL-TRAN                PIC X(01).
026800     05  FILLER                  PIC X(03) VALUE SPACES.
026900     05  DTL-NOTE                PIC X(30).
027000*
027100 01  WS-NONE-LINE.
027200     05  FILLER                  PIC X(01) VALUE SPACES.
027300     05  FILLER                  PIC X(40) VALUE
027400             '*** TABLE AGREES WITH THE SOURCE ***'.
027500*
027600 01  WS-SUMMARY-LINE.
027700     05  FILLER                  PIC X(01) VALUE SPACES.
027800     05  SUM-LABEL               PIC X(30).
027900     05  SUM-COUNT               PIC ZZZZ9.
028000*
028100 PROCEDURE DIVISION.
028200*
028300********************************************************************
028400*    0000-MAIN - MAINLINE                                         *
028500********************************************************************
028600 0000-MAIN.
028700     PERFORM 1000-INITIALIZE
028800         THRU 1000-INITIALIZE-EXIT.
028900     PERFORM 2000-LOAD-SOURCE-LIST
029000         THRU 2000-LOAD-SOURCE-LIST-EXIT.
029100     PERFORM 3000-LOAD-DL100-TABLE
029200         THRU 3000-LOAD-DL100-TABLE-EXIT.
029300     PERFORM 4000-COMPARE-SOURCE
029400         THRU 4000-COMPARE-SOURCE-EXIT
029500         VARYING WS-SUB FROM 1 BY 1
029600         UNTIL WS-SUB > WS-SOURCE-COUNT.
029700     PERFORM 5000-FIND-WITHDRAWN
029800         THRU 5000-FIND-WITHDRAWN-EXIT
029900         VARYING WS-POS FROM 1 BY 1
030000         UNTIL WS-POS > 100.
030100     PERFORM 8800-PRINT-SUMMARY
030200         THRU 8800-PRINT-SUMMARY-EXIT.
030300     PERFORM 9000-TERMINATE
030400         THRU 9000-TERMINATE-EXIT.
030500     GOBACK.
030600*
030700********************************************************************
030800*    1000-INITIALIZE - READ AND EDIT THE MAP CARD, WORK OUT       *
030900*    THE DEFAULT DATES, READ THE TABLE'S DL100TD DEFINITION       *
031000*    AND OPEN FILES.  ANY PROBLEM HERE ENDS THE RUN RC 16 -       *
031100*    A RECONCILIATION AGAINST THE WRONG TABLE OR COLUMNS          *
031200*    WOULD PROPOSE RETIRING EVERY CODE ON IT                      *
031300********************************************************************
031400 1000-INITIALIZE.
031500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031600     OPEN INPUT MAPFILE.
031700     IF NOT WS-MAPFILE-OK
031800         DISPLAY 'MAPFILE OPEN FAILED - STATUS ' WS-MAPFILE-STATUS
031900         MOVE 16 TO RETURN-CODE
032000         STOP RUN
032100     END-IF.
032200     READ MAPFILE
032300         AT END
032400             MOVE 'NO MAP CARD' TO WS-MAP-ERROR
032500     END-READ.
032600     IF WS-MAP-ERROR = SPACES
032700         PERFORM 1100-EDIT-MAP-CARD
032800             THRU 1100-EDIT-MAP-CARD-EXIT
032900     END-IF.
033000     CLOSE MAPFILE.
033100     IF WS-MAP-ERROR NOT = SPACES
033200         DISPLAY 'MAPFILE CARD REJECTED - ' WS-MAP-ERROR
033300         MOVE 16 TO RETURN-CODE
033400         STOP RUN
033500     END-IF.
033600     PERFORM 1200-READ-TABLE-DEF
033700         THRU 1200-READ-TABLE-DEF-EXIT.
033800     OPEN INPUT SRCFILE.
033900     IF NOT WS-SRCFILE-OK
034000         DISPLAY 'SRCFILE OPEN FAILED - STATUS ' WS-SRCFILE-STATUS
034100         MOVE 16 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400     OPEN INPUT CTLFILE.
034500     IF NOT WS-CTLFILE-OK
034600         DISPLAY 'CTLFILE OPEN FAILED - STATUS ' WS-CTLFILE-STATUS
034700         MOVE 16 TO RETURN-CODE
034800         STOP RUN
034900     END-IF.
035000     OPEN OUTPUT TRNOUT.
035100     IF NOT WS-TRNOUT-OK
035200         DISPLAY 'TRNOUT OPEN FAILED - STATUS ' WS-TRNOUT-STATUS
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600     OPEN OUTPUT RPTFILE.
035700     IF NOT WS-RPTFILE-OK
035800         DISPLAY 'RPTFILE OPEN FAILED - STATUS ' WS-RPTFILE-STATUS
035900         MOVE 16 TO RETURN-CODE
036000         STOP RUN
036100     END-IF.
036200 1000-INITIALIZE-EXIT.
036300     EXIT.
036400*
036500********************************************************************
036600*    1100-EDIT-MAP-CARD - TABLE-ID PRESENT, CODE AND              *
036700*    DESCRIPTION COLUMNS INSIDE THE 200-BYTE SOURCE RECORD,       *
036800*    CODE NO LONGER THAN THE 3 BYTES DL100CT HOLDS, DATES         *
036900*    YYYYMMDD OR BLANK.  A BLANK DATE TAKES THE NEXT BUSINESS     *
037000*    DAY AFTER THE RUN FROM DL100BD                               *
037100********************************************************************
037200 1100-EDIT-MAP-CARD.
037300     IF DL100-XM-TABLE-ID = SPACES
037400         MOVE 'TABLE-ID MISSING' TO WS-MAP-ERROR
037500         GO TO 1100-EDIT-MAP-CARD-EXIT
037600     END-IF.
037700     MOVE DL100-XM-TABLE-ID TO WS-TABLE-ID.
037750     MOVE DL100-XM-SOURCE-NAME TO WS-SOURCE-NAME.
037800     IF DL100-XM-SKIP-RECORDS NOT NUMERIC
037900         MOVE 'HEADER RECORDS TO SKIP NOT NUMERIC' TO WS-MAP-ERROR
038000         GO TO 1100-EDIT-MAP-CARD-EXIT
038100     END-IF.
038200     MOVE DL100-XM-SKIP-RECORDS TO WS-SKIP-RECORDS.
038300     IF DL100-XM-CODE-START NOT NUMERIC
038400             OR DL100-XM-CODE-LENGTH NOT NUMERIC
038500         MOVE 'CODE START/LENGTH NOT NUMERIC' TO WS-MAP-ERROR
038600         GO TO 1100-EDIT-MAP-CARD-EXIT
038700     END-IF.
038800     MOVE DL100-XM-CODE-START TO WS-CODE-START.
038900     MOVE DL100-XM-CODE-LENGTH TO WS-CODE-LENGTH.
039000     COMPUTE WS-FIELD-END = WS-CODE-START + WS-CODE-LENGTH - 1.
039100     IF WS-CODE-START = ZERO OR WS-CODE-LENGTH = ZERO
039200             OR WS-CODE-LENGTH > 3 OR WS-FIELD-END > 200
039300         MOVE 'CODE START/LENGTH OUT OF RANGE' TO WS-MAP-ERROR
039400         GO TO 1100-EDIT-MAP-CARD-EXIT
039500     END-IF.
039600     IF DL100-XM-DESC-START NOT NUMERIC
039700             OR DL100-XM-DESC-LENGTH NOT NUMERIC
039800         MOVE 'DESC START/LENGTH NOT NUMERIC' TO WS-MAP-ERROR
039900         GO TO 1100-EDIT-MAP-CARD-EXIT
040000     END-IF.
040100     MOVE DL100-XM-DESC-START TO WS-DESC-START.
040200     MOVE DL100-XM-DESC-LENGTH TO WS-DESC-LENGTH.
040300     COMPUTE WS-FIELD-END = WS-DESC-START + WS-DESC-LENGTH - 1.
040400     IF WS-DESC-START = ZERO OR WS-DESC-LENGTH = ZERO
040500             OR WS-FIELD-END > 200
040600         MOVE 'DESC START/LENGTH OUT OF RANGE' TO WS-MAP-ERROR
040700         GO TO 1100-EDIT-MAP-CARD-EXIT
040800     END-IF.
040900     IF WS-DESC-LENGTH > 30
041000         MOVE 30 TO WS-DESC-LENGTH
041100     END-IF.
041200     IF DL100-XM-EFF-DATE = SPACES OR DL100-XM-END-DATE = SPACES
041300         PERFORM 1150-DEFAULT-DATE
041400             THRU 1150-DEFAULT-DATE-EXIT
041500     END-IF.
041600     IF DL100-XM-EFF-DATE = SPACES
041700         MOVE WS-DEFAULT-DATE TO WS-EFF-DATE
041800     ELSE
041900         IF DL100-XM-EFF-DATE NOT NUMERIC
042000             MOVE 'EFF DATE NOT YYYYMMDD' TO WS-MAP-ERROR
042100             GO TO 1100-EDIT-MAP-CARD-EXIT
042200         END-IF
042300         MOVE DL100-XM-EFF-DATE TO WS-CHECK-DATE
042400         IF WS-CHECK-MONTH < 01 OR WS-CHECK-MONTH > 12
042500                 OR WS-CHECK-DAY < 01 OR WS-CHECK-DAY > 31
042600             MOVE 'EFF DATE NOT A DATE' TO WS-MAP-ERROR
042700             GO TO 1100-EDIT-MAP-CARD-EXIT
042800         END-IF
042900         MOVE WS-CHECK-DATE TO WS-EFF-DATE
043000     END-IF.
043100     IF DL100-XM-END-DATE = SPACES
043200         MOVE WS-DEFAULT-DATE TO WS-END-DATE
043300     ELSE
043400         IF DL100-XM-END-DATE NOT NUMERIC
043500             MOVE 'END DATE NOT YYYYMMDD' TO WS-MAP-ERROR
043600             GO TO 1100-EDIT-MAP-CARD-EXIT
043700         END-IF
043800         MOVE DL100-XM-END-DATE TO WS-CHECK-DATE
043900         IF WS-CHECK-MONTH < 01 OR WS-CHECK-MONTH > 12
044000                 OR WS-CHECK-DAY < 01 OR WS-CHECK-DAY > 31
044100             MOVE 'END DATE NOT A DATE' TO WS-MAP-ERROR
044200             GO TO 1100-EDIT-MAP-CARD-EXIT
044300         END-IF
044400         MOVE WS-CHECK-DATE TO WS-END-DATE
044500     END-IF.
044600 1100-EDIT-MAP-CARD-EXIT.
044700     EXIT.
044800*
044900 1150-DEFAULT-DATE.
045000     SET DL100-BD-NEXT-DAY TO TRUE.
045100     MOVE WS-RUN-DATE TO DL100-BD-DATE.
045200     CALL 'DL100BD' USING DL100-BD-PARMS.
045300     IF NOT DL100-BD-OK
045400         DISPLAY 'NEXT BUSINESS DAY NOT FOUND - DL100BD RC '
045500             DL100-BD-RETURN-CODE
045600         MOVE 16 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900     MOVE DL100-BD-RESULT-DATE TO WS-DEFAULT-DATE.
046000 1150-DEFAULT-DATE-EXIT.
046100     EXIT.
046200*
046300********************************************************************
046400*    1200-READ-TABLE-DEF - THE MIRRORED TABLE MUST HAVE A         *
046500*    DL100TD DEFINITION (DL100BM WOULD REJECT EVERY ADD AND       *
046600*    CHANGE FOR IT OTHERWISE).  ITS MAXIMUM POSITION BOUNDS       *
046700*    WHERE AN ADD MAY GO - A ZERO OR NON-NUMERIC MAXIMUM IS       *
046800*    THE LIMIT OF THE LAYOUT, THE SAME RULE DL100BM USES          *
046900********************************************************************
047000 1200-READ-TABLE-DEF.
047100     OPEN INPUT TDFFILE.
047200     IF NOT WS-TDFFILE-OK
047300         DISPLAY 'TDFFILE OPEN FAILED - STATUS ' WS-TDFFILE-STATUS
047400         MOVE 16 TO RETURN-CODE
047500         STOP RUN
047600     END-IF.
047700     MOVE WS-TABLE-ID TO DL100-TD-TABLE-ID.
047800     READ TDFFILE
047900         INVALID KEY
048000             DISPLAY 'TABLE ' WS-TABLE-ID
048100                 ' HAS NO DEFINITION ON DL100TD'
048200             MOVE 16 TO RETURN-CODE
048300             STOP RUN
048400     END-READ.
048500     IF DL100-TD-MAX-POSITION NUMERIC
048600             AND DL100-TD-MAX-POSITION > ZERO
048700             AND DL100-TD-MAX-POSITION NOT > 100
048800         MOVE DL100-TD-MAX-POSITION TO WS-MAX-POSITION
048900     ELSE
049000         MOVE 100 TO WS-MAX-POSITION
049100     END-IF.
049200     CLOSE TDFFILE.
049300 1200-READ-TABLE-DEF-EXIT.
049400     EXIT.
049500*
049600********************************************************************
049700*    2000-2100 - LOAD THE PUBLISHED LIST.  HEADER RECORDS ARE     *
049800*    SKIPPED BY COUNT, BLANK CODES ARE SKIPPED, CODE AND          *
049900*    DESCRIPTION ARE FOLDED TO UPPER CASE LIKE EVERY DL100CT      *
050000*    VALUE, AND A CODE LISTED TWICE IS REPORTED AND TAKEN ONCE    *
050100********************************************************************
050200 2000-LOAD-SOURCE-LIST.
050300     PERFORM 2100-READ-SRCFILE
050400         THRU 2100-READ-SRCFILE-EXIT
050500         UNTIL WS-SRCFILE-EOF.
050600 2000-LOAD-SOURCE-LIST-EXIT.
050700     EXIT.
050800*
050900 2100-READ-SRCFILE.
051000     READ SRCFILE
051100         AT END
051200             SET WS-SRCFILE-EOF TO TRUE
051300             GO TO 2100-READ-SRCFILE-EXIT
051400     END-READ.
051500     ADD 1 TO WS-SRC-READ-COUNT.
051600     IF WS-SRC-READ-COUNT NOT > WS-SKIP-RECORDS
051700         ADD 1 TO WS-SRC-SKIPPED-COUNT
051800         GO TO 2100-READ-SRCFILE-EXIT
051900     END-IF.
052000     MOVE SRCFILE-RECORD(WS-CODE-START:WS-CODE-LENGTH)
052100         TO WS-EXT-CODE.
052200     MOVE SRCFILE-RECORD(WS-DESC-START:WS-DESC-LENGTH)
052300         TO WS-EXT-DESC.
052400     IF WS-EXT-CODE = SPACES
052500         ADD 1 TO WS-SRC-SKIPPED-COUNT
052600         GO TO 2100-READ-SRCFILE-EXIT
052700     END-IF.
052800     INSPECT WS-EXT-CODE
052900         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
053000     INSPECT WS-EXT-DESC
053100         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
053200     MOVE ZERO TO WS-DUP-SUB.
053300     PERFORM VARYING WS-SUB FROM 1 BY 1
053400             UNTIL WS-SUB > WS-SOURCE-COUNT OR WS-DUP-SUB > ZERO
053500         IF WS-SRC-CODE(WS-SUB) = WS-EXT-CODE
053600             MOVE WS-SUB TO WS-DUP-SUB
053700         END-IF
053800     END-PERFORM.
053900     IF WS-DUP-SUB > ZERO
054000         ADD 1 TO WS-DUPLICATE-COUNT
054100         ADD 1 TO WS-REVIEW-COUNT
054200         MOVE 'DUPLICATE' TO DTL-FINDING
054300         MOVE ZERO TO DTL-POSITION
054400         MOVE WS-EXT-CODE TO DTL-CODE
054500         MOVE SPACES TO DTL-DL100-DESC
054600         MOVE WS-EXT-DESC TO DTL-SOURCE-DESC
054700         MOVE SPACES TO DTL-TRAN
054800         MOVE 'LISTED TWICE AT SOURCE' TO DTL-NOTE
054900         PERFORM 8100-PRINT-DETAIL-LINE
055000             THRU 8100-PRINT-DETAIL-LINE-EXIT
055100         GO TO 2100-READ-SRCFILE-EXIT
055200     END-IF.
055300     IF WS-SOURCE-COUNT = 100
055400         DISPLAY 'SOURCE LIST HOLDS MORE THAN 100 CODES - '
055500             'LONGER THAN ANY TABLE'
055600         MOVE 16 TO RETURN-CODE
055700         STOP RUN
055800     END-IF.
055900     ADD 1 TO WS-SOURCE-COUNT.
056000     MOVE WS-EXT-CODE TO WS-SRC-CODE(WS-SOURCE-COUNT).
056100     MOVE WS-EXT-DESC TO WS-SRC-DESC(WS-SOURCE-COUNT).
056200 2100-READ-SRCFILE-EXIT.
056300     EXIT.
056400*
056500********************************************************************
056600*    3000-3100 - LOAD THE TABLE'S DL100CT ENTRIES WITH ONE        *
056700*    GENERIC BROWSE.  RECORDS ARRIVE IN POSITION/EFFECTIVE-       *
056800*    DATE ORDER, SO THE LAST ONE AT OR BEFORE THE RUN DATE IS     *
056900*    THE ENTRY IN EFFECT - A PENDING ADD IS NOT, THE SAME RULE    *
057000*    DL100LD USES.  AN ENTRY WHOSE END DATE HAS PASSED IS         *
057100*    RETIRED, NOT ACTIVE                                          *
057200********************************************************************
057300 3000-LOAD-DL100-TABLE.
057400     PERFORM VARYING WS-POS FROM 1 BY 1
057500             UNTIL WS-POS > 100
057600         MOVE 'N' TO WS-POS-USED-SW(WS-POS)
057700         MOVE 'N' TO WS-POS-PENDING-SW(WS-POS)
057800         MOVE 'N' TO WS-POS-MATCHED-SW(WS-POS)
057900         MOVE ZERO TO WS-POS-EFF-DATE(WS-POS)
058000         MOVE SPACES TO WS-POS-CODE(WS-POS)
058100         MOVE SPACES TO WS-POS-DESC(WS-POS)
058200         MOVE ZERO TO WS-POS-END-DATE(WS-POS)
058300         MOVE SPACES TO WS-POS-SCHED-CODE(WS-POS)
058400     END-PERFORM.
058500     MOVE WS-TABLE-ID TO DL100-CT-TABLE-ID.
058600     MOVE ZERO TO DL100-CT-POSITION.
058700     MOVE ZERO TO DL100-CT-EFF-DATE.
058800     START CTLFILE
058900         KEY IS NOT LESS THAN DL100-CT-KEY
059000         INVALID KEY
059100             SET WS-CTLFILE-EOF TO TRUE
059200     END-START.
059300     PERFORM 3100-READ-CTLFILE
059400         THRU 3100-READ-CTLFILE-EXIT
059500         UNTIL WS-CTLFILE-EOF.
059600     PERFORM VARYING WS-POS FROM 1 BY 1
059700             UNTIL WS-POS > 100
059800         IF WS-POS-CODE(WS-POS) NOT = SPACES
059900                 AND (WS-POS-END-DATE(WS-POS) = ZERO
060000                 OR WS-POS-END-DATE(WS-POS) > WS-RUN-DATE)
060100             ADD 1 TO WS-ACTIVE-COUNT
060200         END-IF
060300     END-PERFORM.
060400 3000-LOAD-DL100-TABLE-EXIT.
060500     EXIT.
060600*
060700 3100-READ-CTLFILE.
060800     READ CTLFILE NEXT RECORD
060900         AT END
061000             SET WS-CTLFILE-EOF TO TRUE
061100             GO TO 3100-READ-CTLFILE-EXIT
061200     END-READ.
061300     IF DL100-CT-TABLE-ID NOT = WS-TABLE-ID
061400         SET WS-CTLFILE-EOF TO TRUE
061500         GO TO 3100-READ-CTLFILE-EXIT
061600     END-IF.
061700     MOVE DL100-CT-POSITION TO WS-POS.
061800     IF WS-POS = ZERO OR WS-POS > 100
061900         GO TO 3100-READ-CTLFILE-EXIT
062000     END-IF.
062100     MOVE 'Y' TO WS-POS-USED-SW(WS-POS).
062200     IF DL100-CT-PENDING-APPR
062300         MOVE 'Y' TO WS-POS-PENDING-SW(WS-POS)
062400     END-IF.
062500     IF DL100-CT-PEND-ADD OR DL100-CT-EFF-DATE > WS-RUN-DATE
062600         MOVE DL100-CT-LETTER TO WS-POS-SCHED-CODE(WS-POS)
062700         GO TO 3100-READ-CTLFILE-EXIT
062800     END-IF.
062900     MOVE DL100-CT-EFF-DATE TO WS-POS-EFF-DATE(WS-POS).
063000     MOVE DL100-CT-LETTER TO WS-POS-CODE(WS-POS).
063100     MOVE DL100-CT-DESC TO WS-POS-DESC(WS-POS).
063200     IF DL100-CT-END-DATE NUMERIC
063300         MOVE DL100-CT-END-DATE TO WS-POS-END-DATE(WS-POS)
063400     ELSE
063500         MOVE ZERO TO WS-POS-END-DATE(WS-POS)
063600     END-IF.
063700 3100-READ-CTLFILE-EXIT.
063800     EXIT.
063900*
064000********************************************************************
064100*    4000-4300 - ONE PUBLISHED CODE.  ACTIVE HERE WITH THE        *
064200*    SAME DESCRIPTION IS AGREEMENT; ACTIVE WITH ANOTHER IS        *
064300*    RE-DESCRIBED (A CHANGE OF THE ENTRY IN EFFECT); NOT          *
064400*    ACTIVE HERE IS ADDED (AN ADD AT THE FIRST POSITION NEVER     *
064500*    USED, UNLESS THE CODE IS ALREADY SCHEDULED OR WAS RETIRED    *
064600*    HERE - REISSUING A RETIRED CODE IS A DECISION FOR THE        *
064700*    TABLE OWNER, NOT THIS PROGRAM)                               *
064800********************************************************************
064900 4000-COMPARE-SOURCE.
065000     PERFORM 4100-FIND-DL100-CODE
065100         THRU 4100-FIND-DL100-CODE-EXIT.
065200     MOVE WS-SRC-CODE(WS-SUB) TO DTL-CODE.
065300     MOVE WS-SRC-DESC(WS-SUB) TO DTL-SOURCE-DESC.
065400     MOVE SPACES TO DTL-TRAN.
065500     MOVE SPACES TO DTL-NOTE.
065600     IF WS-FOUND-POS > ZERO
065700         MOVE 'Y' TO WS-POS-MATCHED-SW(WS-FOUND-POS)
065800         IF WS-POS-DESC(WS-FOUND-POS) NOT = WS-SRC-DESC(WS-SUB)
065900             PERFORM 4200-REPORT-REDESCRIBED
066000                 THRU 4200-REPORT-REDESCRIBED-EXIT
066100         END-IF
066200     ELSE
066300         PERFORM 4300-REPORT-ADDED
066400             THRU 4300-REPORT-ADDED-EXIT
066500         PERFORM 8100-PRINT-DETAIL-LINE
066600             THRU 8100-PRINT-DETAIL-LINE-EXIT
066700     END-IF.
066800 4000-COMPARE-SOURCE-EXIT.
066900     EXIT.
067000*
067100 4100-FIND-DL100-CODE.
067200     MOVE ZERO TO WS-FOUND-POS.
067300     MOVE ZERO TO WS-RETIRED-POS.
067400     MOVE ZERO TO WS-SCHED-POS.
067500     PERFORM VARYING WS-POS FROM 1 BY 1
067600             UNTIL WS-POS > 100 OR WS-FOUND-POS > ZERO
067700         IF WS-POS-CODE(WS-POS) = WS-SRC-CODE(WS-SUB)
067800             IF WS-POS-END-DATE(WS-POS) = ZERO
067900                     OR WS-POS-END-DATE(WS-POS) > WS-RUN-DATE
068000                 MOVE WS-POS TO WS-FOUND-POS
068100             ELSE
068200                 MOVE WS-POS TO WS-RETIRED-POS
068300             END-IF
068400         END-IF
068500         IF WS-POS-SCHED-CODE(WS-POS) = WS-SRC-CODE(WS-SUB)
068600             MOVE WS-POS TO WS-SCHED-POS
068700         END-IF
068800     END-PERFORM.
068900 4100-FIND-DL100-CODE-EXIT.
069000     EXIT.
069100*
069200 4200-REPORT-REDESCRIBED.
069300     ADD 1 TO WS-REDESC-COUNT.
069400     MOVE 'RE-DESCRIBED' TO DTL-FINDING.
069500     MOVE WS-FOUND-POS TO DTL-POSITION.
069600     MOVE WS-POS-DESC(WS-FOUND-POS) TO DTL-DL100-DESC.
069700     IF WS-POS-PENDING(WS-FOUND-POS)
069800         ADD 1 TO WS-REVIEW-COUNT
069900         MOVE 'CHANGE ALREADY AWAITING APPR'
070000             TO DTL-NOTE
070100     ELSE
070200         MOVE SPACES TO DL100-TRAN-RECORD
070300         SET DL100-TR-CHANGE TO TRUE
070400         MOVE WS-FOUND-POS TO DL100-TR-POSITION
070500         MOVE WS-POS-CODE(WS-FOUND-POS) TO DL100-TR-LETTER
070600         MOVE WS-POS-EFF-DATE(WS-FOUND-POS) TO DL100-TR-EFF-DATE
070700         MOVE WS-SRC-DESC(WS-SUB) TO DL100-TR-DESC
070800         PERFORM 7000-WRITE-TRANSACTION
070900             THRU 7000-WRITE-TRANSACTION-EXIT
071000     END-IF.
071100     PERFORM 8100-PRINT-DETAIL-LINE
071200         THRU 8100-PRINT-DETAIL-LINE-EXIT.
071300 4200-REPORT-REDESCRIBED-EXIT.
071400     EXIT.
071500*
071600 4300-REPORT-ADDED.
071700     ADD 1 TO WS-ADDED-COUNT.
071800     MOVE 'ADDED' TO DTL-FINDING.
071900     MOVE SPACES TO DTL-DL100-DESC.
072000     IF WS-SCHED-POS > ZERO
072100         MOVE WS-SCHED-POS TO DTL-POSITION
072200         MOVE 'ADD ALREADY SCHEDULED' TO DTL-NOTE
072300         GO TO 4300-REPORT-ADDED-EXIT
072400     END-IF.
072500     IF WS-RETIRED-POS > ZERO
072600         ADD 1 TO WS-REVIEW-COUNT
072700         MOVE WS-RETIRED-POS TO DTL-POSITION
072800         MOVE WS-POS-DESC(WS-RETIRED-POS) TO DTL-DL100-DESC
072900         MOVE 'RETIRED HERE - OWNER TO REVIEW' TO DTL-NOTE
073000         GO TO 4300-REPORT-ADDED-EXIT
073100     END-IF.
073200     MOVE ZERO TO WS-FREE-POS.
073300     PERFORM VARYING WS-POS FROM 1 BY 1
073400             UNTIL WS-POS > WS-MAX-POSITION OR WS-FREE-POS > ZERO
073500         IF NOT WS-POS-USED(WS-POS)
073600             MOVE WS-POS TO WS-FREE-POS
073700         END-IF
073800     END-PERFORM.
073900     IF WS-FREE-POS = ZERO
074000         ADD 1 TO WS-REVIEW-COUNT
074100         MOVE ZERO TO DTL-POSITION
074200         MOVE 'NO FREE POSITION ON TABLE' TO DTL-NOTE
074300         GO TO 4300-REPORT-ADDED-EXIT
074400     END-IF.
074500     MOVE 'Y' TO WS-POS-USED-SW(WS-FREE-POS).
074600     MOVE WS-FREE-POS TO DTL-POSITION.
074700     MOVE SPACES TO DL100-TRAN-RECORD.
074800     SET DL100-TR-ADD TO TRUE.
074900     MOVE WS-FREE-POS TO DL100-TR-POSITION.
075000     MOVE WS-SRC-CODE(WS-SUB) TO DL100-TR-LETTER.
075100     MOVE WS-EFF-DATE TO DL100-TR-EFF-DATE.
075200     MOVE WS-SRC-DESC(WS-SUB) TO DL100-TR-DESC.
075300     PERFORM 7000-WRITE-TRANSACTION
075400         THRU 7000-WRITE-TRANSACTION-EXIT.
075500 4300-REPORT-ADDED-EXIT.
075600     EXIT.
075700*
075800********************************************************************
075900*    5000-FIND-WITHDRAWN - AN ACTIVE ENTRY NO PUBLISHED CODE      *
076000*    MATCHED IS WITHDRAWN AT THE SOURCE: A RETIREMENT OF THE      *
076100*    ENTRY IN EFFECT AS OF THE MAP CARD END DATE, UNLESS ITS      *
076200*    RETIREMENT IS ALREADY SET OR A CHANGE IS AWAITING APPROVAL   *
076300********************************************************************
076400 5000-FIND-WITHDRAWN.
076500     IF WS-POS-CODE(WS-POS) = SPACES OR WS-POS-MATCHED(WS-POS)
076600         GO TO 5000-FIND-WITHDRAWN-EXIT
076700     END-IF.
076800     IF WS-POS-END-DATE(WS-POS) > ZERO
076900             AND WS-POS-END-DATE(WS-POS) NOT > WS-RUN-DATE
077000         GO TO 5000-FIND-WITHDRAWN-EXIT
077100     END-IF.
077200     ADD 1 TO WS-WITHDRAWN-COUNT.
077300     MOVE 'WITHDRAWN' TO DTL-FINDING.
077400     MOVE WS-POS TO DTL-POSITION.
077500     MOVE WS-POS-CODE(WS-POS) TO DTL-CODE.
077600     MOVE WS-POS-DESC(WS-POS) TO DTL-DL100-DESC.
077700     MOVE SPACES TO DTL-SOURCE-DESC.
077800     MOVE SPACES TO DTL-TRAN.
077900     MOVE SPACES TO DTL-NOTE.
078000     IF WS-POS-END-DATE(WS-POS) > ZERO
078100         MOVE 'RETIREMENT ALREADY SCHEDULED' TO DTL-NOTE
078200     ELSE
078300         IF WS-POS-PENDING(WS-POS)
078400             ADD 1 TO WS-REVIEW-COUNT
078500             MOVE 'CHANGE ALREADY AWAITING APPR'
078600                 TO DTL-NOTE
078700         ELSE
078800             MOVE SPACES TO DL100-TRAN-RECORD
078900             SET DL100-TR-RETIRE TO TRUE
079000             MOVE WS-POS TO DL100-TR-POSITION
079100             MOVE WS-POS-CODE(WS-POS) TO DL100-TR-LETTER
079200             MOVE WS-POS-EFF-DATE(WS-POS) TO DL100-TR-EFF-DATE
079300             MOVE WS-END-DATE TO DL100-TR-END-DATE
079400             PERFORM 7000-WRITE-TRANSACTION
079500                 THRU 7000-WRITE-TRANSACTION-EXIT
079600         END-IF
079700     END-IF.
079800     PERFORM 8100-PRINT-DETAIL-LINE
079900         THRU 8100-PRINT-DETAIL-LINE-EXIT.
080000 5000-FIND-WITHDRAWN-EXIT.
080100     EXIT.
080200*
080300********************************************************************
080400*    7000-WRITE-TRANSACTION - STAMP THE TABLE-ID AND THE NEXT     *
080500*    SEQUENCE ON THE TRANSACTION BUILT BY THE CALLER AND WRITE    *
080600*    IT.  SEQUENCES START AT 1 AND ASCEND, AS DL100BM REQUIRES    *
080700*    FOR ITS RESTART CHECKPOINT.  THE OVERRIDE FLAG IS NEVER      *
080800*    SET - THAT IS A SUPERVISOR'S CALL                            *
080900********************************************************************
081000 7000-WRITE-TRANSACTION.
081100     ADD 1 TO WS-TRAN-COUNT.
081200     MOVE WS-TABLE-ID TO DL100-TR-TABLE-ID.
081300     MOVE WS-TRAN-COUNT TO NOTE-TRAN-SEQ.
081400     MOVE NOTE-TRAN-SEQ TO DL100-TR-SEQ.
081500     WRITE DL100-TRAN-RECORD.
081600     IF NOT WS-TRNOUT-OK
081700         DISPLAY 'TRNOUT WRITE FAILED - STATUS ' WS-TRNOUT-STATUS
081800         MOVE 16 TO RETURN-CODE
081900         STOP RUN
082000     END-IF.
082100     MOVE DL100-TR-ACTION TO DTL-TRAN.
082200     MOVE WS-TRAN-NOTE TO DTL-NOTE.
082300 7000-WRITE-TRANSACTION-EXIT.
082400     EXIT.
082500*
082600********************************************************************
082700*    8000-8800 - REPORT PRINT PARAGRAPHS                          *
082800********************************************************************
082900 8000-PRINT-HEADINGS.
083000     ADD 1 TO WS-PAGE-NUMBER.
083100     MOVE ZERO TO WS-LINE-COUNT.
083200     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
083300     MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NUMBER.
083400     MOVE WS-TABLE-ID TO HDG2-TABLE-ID.
083500     MOVE WS-SOURCE-NAME TO HDG2-SOURCE-NAME.
083600     MOVE WS-EFF-DATE TO HDG2-EFF-DATE.
083700     MOVE WS-END-DATE TO HDG2-END-DATE.
083800     WRITE RPTFILE-RECORD FROM WS-HEADING-1
083900         AFTER ADVANCING PAGE.
084000     WRITE RPTFILE-RECORD FROM WS-HEADING-2
084100         AFTER ADVANCING 2 LINES.
084200     WRITE RPTFILE-RECORD FROM WS-HEADING-3
084300         AFTER ADVANCING 2 LINES.
084400     MOVE 5 TO WS-LINE-COUNT.
084500 8000-PRINT-HEADINGS-EXIT.
084600     EXIT.
084700*
084800 8100-PRINT-DETAIL-LINE.
084900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
085000         PERFORM 8000-PRINT-HEADINGS
085100             THRU 8000-PRINT-HEADINGS-EXIT
085200     END-IF.
085300     WRITE RPTFILE-RECORD FROM WS-DETAIL-LINE
085400         AFTER ADVANCING 1 LINE.
085500     ADD 1 TO WS-LINE-COUNT.
085600 8100-PRINT-DETAIL-LINE-EXIT.
085700     EXIT.
085800*
085900 8800-PRINT-SUMMARY.
086000     IF WS-PAGE-NUMBER = ZERO
086100         PERFORM 8000-PRINT-HEADINGS
086200             THRU 8000-PRINT-HEADINGS-EXIT
086300         WRITE RPTFILE-RECORD FROM WS-NONE-LINE
086400             AFTER ADVANCING 1 LINE
086500     END-IF.
086600     MOVE 'SOURCE RECORDS READ' TO SUM-LABEL.
086700     MOVE WS-SRC-READ-COUNT TO SUM-COUNT.
086800     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
086900         AFTER ADVANCING 3 LINES.
087000     MOVE 'SOURCE RECORDS SKIPPED' TO SUM-LABEL.
087100     MOVE WS-SRC-SKIPPED-COUNT TO SUM-COUNT.
087200     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
087300         AFTER ADVANCING 1 LINE.
087400     MOVE 'SOURCE CODES' TO SUM-LABEL.
087500     MOVE WS-SOURCE-COUNT TO SUM-COUNT.
087600     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
087700         AFTER ADVANCING 1 LINE.
087800     MOVE 'ACTIVE DL100 ENTRIES' TO SUM-LABEL.
087900     MOVE WS-ACTIVE-COUNT TO SUM-COUNT.
088000     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
088100         AFTER ADVANCING 1 LINE.
088200     MOVE 'CODES ADDED AT SOURCE' TO SUM-LABEL.
088300     MOVE WS-ADDED-COUNT TO SUM-COUNT.
088400     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
088500         AFTER ADVANCING 1 LINE.
088600     MOVE 'CODES WITHDRAWN AT SOURCE' TO SUM-LABEL.
088700     MOVE WS-WITHDRAWN-COUNT TO SUM-COUNT.
088800     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
088900         AFTER ADVANCING 1 LINE.
089000     MOVE 'CODES RE-DESCRIBED AT SOURCE' TO SUM-LABEL.
089100     MOVE WS-REDESC-COUNT TO SUM-COUNT.
089200     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
089300         AFTER ADVANCING 1 LINE.
089400     MOVE 'CODES LISTED TWICE AT SOURCE' TO SUM-LABEL.
089500     MOVE WS-DUPLICATE-COUNT TO SUM-COUNT.
089600     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
089700         AFTER ADVANCING 1 LINE.
089800     MOVE 'TRANSACTIONS WRITTEN' TO SUM-LABEL.
089900     MOVE WS-TRAN-COUNT TO SUM-COUNT.
090000     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
090100         AFTER ADVANCING 1 LINE.
090200     MOVE 'FINDINGS FOR REVIEW' TO SUM-LABEL.
090300     MOVE WS-REVIEW-COUNT TO SUM-COUNT.
090400     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
090500         AFTER ADVANCING 1 LINE.
090600 8800-PRINT-SUMMARY-EXIT.
090700     EXIT.
090800*
090900********************************************************************
091000*    9000-TERMINATE - CLOSE FILES.  RC 4 TELLS OPERATIONS THE     *
091100*    REPORT HOLDS FINDINGS NO TRANSACTION COULD BE WRITTEN FOR    *
091200********************************************************************
091300 9000-TERMINATE.
091400     CLOSE SRCFILE.
091500     CLOSE CTLFILE.
091600     CLOSE TRNOUT.
091700     CLOSE RPTFILE.
091800     IF WS-REVIEW-COUNT > ZERO
091900         MOVE 4 TO RETURN-CODE
092000     END-IF.
092100 9000-TERMINATE-EXIT.
092200     EXIT.
092300*
092400 END PROGRAM DL100ER.
