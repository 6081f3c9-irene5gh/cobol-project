000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL100RV.
000300 AUTHOR.         J RENNER.
000400 INSTALLATION.   DL100 APPLICATION - REFERENCE DATA GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100RV                                         *
001100*    PURPOSE      TABLE RECERTIFICATION REPORT.  EVERY TABLE WITH *
001200*                 A REVIEW FREQUENCY ON ITS DL100TD RECORD MUST   *
001300*                 BE CERTIFIED AS CORRECT BY ITS OWNER (DL100MN   *
001400*                 FUNC T) AT LEAST THAT MANY MONTHS APART.  THE   *
001500*                 DUE DATE IS THE LAST CERTIFICATION DATE PLUS    *
001600*                 THE FREQUENCY; A TABLE NEVER CERTIFIED IS DUE   *
001700*                 NOW.                                            *
001800*                 SECTION 1 LISTS THE TABLES OVERDUE (DUE BEFORE  *
001900*                 THE RUN DATE), EACH ALSO POSTED AS A WARNING TO *
002000*                 THE SHARED EXCEPTION FILE FOR THE DL100DG       *
002100*                 DIGEST.                                         *
002200*                 SECTION 2 LISTS THE TABLES COMING DUE (ON OR    *
002300*                 AFTER THE RUN DATE AND WITHIN ONE MONTH OF IT). *
002400*                 SECTION 3 LISTS EVERY DL100CT ENTRY CHANGE      *
002500*                 LOGGED SINCE ITS TABLE WAS LAST CERTIFIED, FOR  *
002600*                 EVERY TABLE UNDER REVIEW, FROM THE CHANGE LOG   *
002700*                 (DL100CL LAYOUT - THE BATCH CHGLOG CONCATENATED *
002800*                 WITH AN UNLOAD OF THE DL100CG ONLINE LOG, SEE   *
002900*                 DL100J16).  THE LOG IS READ TWICE - THE FIRST   *
003000*                 PASS PICKS UP THE TIME OF DAY OF EACH TABLE'S   *
003100*                 LAST CERTIFICATION SO A CHANGE KEYED EARLIER    *
003200*                 THE SAME DAY IS NOT LISTED AS SINCE IT.         *
003300*                 RUN MONTHLY BY DL100J16; RC 4 MEANS AT LEAST    *
003400*                 ONE TABLE IS OVERDUE.                           *
003500*                                                                  *
003600*    MODIFICATION HISTORY                                         *
003700*    ------------------------------------------------------------ *
003800*    DATE       BY     DESCRIPTION                                *
003900*    ---------  -----  ------------------------------------------ *
004000*    2026-10-15 JMR    ORIGINAL PROGRAM                           *
004100*                                                                  *
004200********************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT TDFFILE  ASSIGN TO TDFFILE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS DL100-TD-TABLE-ID
005100         FILE STATUS IS WS-TDFFILE-STATUS.
005200     SELECT CHGLOG   ASSIGN TO CHGLOG
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-CHGLOG-STATUS.
005500     SELECT RPTFILE  ASSIGN TO RPTFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RPTFILE-STATUS.
005800     SELECT EXCFILE  ASSIGN TO EXCFILE
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-EXCFILE-STATUS.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  TDFFILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DL100TD.
006800 FD  CHGLOG
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DL100CL.
007200 FD  RPTFILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  RPTFILE-RECORD              PIC X(133).
007600 FD  EXCFILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DL100EF.
008000*
008100 WORKING-STORAGE SECTION.
008200*
008300********************************************************************
008400*    SWITCHES AND FILE STATUS FIELDS                              *
008500********************************************************************
008600 01  WS-SWITCHES.
008700     05  WS-TDFFILE-EOF-SW       PIC X(01) VALUE 'N'.
008800         88  WS-TDFFILE-EOF          VALUE 'Y'.
008900     05  WS-CHGLOG-EOF-SW        PIC X(01) VALUE 'N'.
009000         88  WS-CHGLOG-EOF           VALUE 'Y'.
009100     05  WS-TABLE-FOUND-SW       PIC X(01) VALUE 'N'.
009200         88  WS-TABLE-FOUND          VALUE 'Y'.
009300     05  WS-EXC-AVAILABLE-SW     PIC X(01) VALUE 'N'.
009400         88  WS-EXC-AVAILABLE        VALUE 'Y'.
009500 01  WS-FILE-STATUSES.
009600     05  WS-TDFFILE-STATUS       PIC X(02) VALUE SPACES.
009700         88  WS-TDFFILE-OK           VALUE '00'.
009800     05  WS-CHGLOG-STATUS        PIC X(02) VALUE SPACES.
009900         88  WS-CHGLOG-OK            VALUE '00'.
010000     05  WS-RPTFILE-STATUS       PIC X(02) VALUE SPACES.
010100         88  WS-RPTFILE-OK           VALUE '00'.
010200     05  WS-EXCFILE-STATUS       PIC X(02) VALUE SPACES.
010300         88  WS-EXCFILE-OK           VALUE '00'.
010400*
010500********************************************************************
010600*    TABLES UNDER REVIEW - ONE ROW PER DL100TD RECORD WITH A      *
010700*    NON-ZERO REVIEW FREQUENCY, WITH ITS DUE DATE AND STANDING    *
010800********************************************************************
010900 01  WS-REVIEW-TABLE.
011000     05  WS-RV-ENTRY             OCCURS 100 TIMES.
011100         10  WS-RV-TABLE-ID      PIC X(08).
011200         10  WS-RV-OWNER         PIC X(08).
011300         10  WS-RV-TITLE         PIC X(30).
011400         10  WS-RV-FREQ          PIC 9(02).
011500         10  WS-RV-CERT-DATE     PIC 9(08).
011600         10  WS-RV-CERT-TIME     PIC 9(08).
011700         10  WS-RV-CERT-USER     PIC X(08).
011800         10  WS-RV-DUE-DATE      PIC 9(08).
011900         10  WS-RV-STANDING      PIC X(01).
012000             88  WS-RV-OVERDUE       VALUE 'O'.
012100             88  WS-RV-COMING-DUE    VALUE 'D'.
012200             88  WS-RV-IN-DATE       VALUE ' '.
012300 01  WS-RV-COUNT                 PIC 9(03) VALUE ZERO.
012400 01  WS-RV-INDEX                 PIC 9(03).
012500*
012600********************************************************************
012700*    RUN DATE, THE END OF THE COMING-DUE WINDOW AND THE           *
012800*    MONTH-ARITHMETIC WORK AREA - A DATE PLUS A NUMBER OF MONTHS, *
012900*    THE DAY HELD TO THE LENGTH OF THE MONTH IT LANDS IN          *
013000********************************************************************
013100 01  WS-RUN-DATE                 PIC 9(08).
013200 01  WS-WINDOW-DATE              PIC 9(08).
013300 01  WS-ADD-DATE                 PIC 9(08).
013400 01  WS-ADD-DATE-R REDEFINES WS-ADD-DATE.
013500     05  WS-ADD-YEAR             PIC 9(04).
013600     05  WS-ADD-MONTH            PIC 9(02).
013700     05  WS-ADD-DAY              PIC 9(02).
013800 01  WS-ADD-MONTHS               PIC 9(02).
013900 01  WS-MONTH-TOTAL              PIC 9(03).
014000 01  WS-YEAR-CARRY               PIC 9(02).
014100 01  WS-MONTH-REM                PIC 9(02).
014200 01  WS-MONTH-LENGTHS            PIC X(24) VALUE
014300         '312831303130313130313031'.
014400 01  WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
014500     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
014600 01  WS-MONTH-DAYS               PIC 9(02).
014700 01  WS-LEAP-QUOTIENT            PIC 9(04).
014800 01  WS-LEAP-REM-4               PIC 9(03).
014900 01  WS-LEAP-REM-100             PIC 9(03).
015000 01  WS-LEAP-REM-400             PIC 9(03).
015100*
015200********************************************************************
015300*    COUNTS AND WORK FIELDS                                       *
015400********************************************************************
015500 01  WS-TD-READ-COUNT            PIC 9(05) VALUE ZERO.
015600 01  WS-OVERDUE-COUNT            PIC 9(05) VALUE ZERO.
015700 01  WS-COMING-DUE-COUNT         PIC 9(05) VALUE ZERO.
015800 01  WS-LOG-READ-COUNT           PIC 9(07) VALUE ZERO.
015900 01  WS-CHANGED-COUNT            PIC 9(07) VALUE ZERO.
016000 01  WS-EDIT-DATE                PIC 9999/99/99.
016100 01  WS-WORK-TIME                PIC 9(08).
016200 01  WS-TIME-HHMMSS              PIC 9(06).
016300 01  WS-REPORT-SECTION           PIC 9(01) VALUE 1.
016400 01  WS-SECTION-COUNT            PIC 9(05) VALUE ZERO.
016500*
016600********************************************************************
016700*    IMAGE WORK RECORD - THE BEFORE/AFTER IMAGES OF A DL100CT     *
016800*    ENTRY CHANGE ARE FULL DL100CT RECORDS; ONE IS UNPACKED AT A  *
016900*    TIME TO PICK UP THE CODE VALUE FOR THE REPORT COLUMNS        *
017000********************************************************************
017100     COPY DL100CT REPLACING
017200         ==DL100-CONTROL-RECORD== BY ==WS-IMAGE-RECORD==
017300         ==DL100-CT-KEY==         BY ==WS-IM-KEY==
017400         ==DL100-CT-TABLE-ID==    BY ==WS-IM-TABLE-ID==
017500         ==DL100-CT-POSITION==    BY ==WS-IM-POSITION==
017600         ==DL100-CT-EFF-DATE==    BY ==WS-IM-EFF-DATE==
017700         ==DL100-CT-LETTER==      BY ==WS-IM-LETTER==
017800         ==DL100-CT-DESC==        BY ==WS-IM-DESC==.
017900*
018000*    EXCEPTION-FILE MESSAGE WORK AREA - SEE DL100EF
018100 01  WS-EXC-OVERDUE-MSG.
018200     05  FILLER                  PIC X(29) VALUE
018300             'RECERTIFICATION OVERDUE - DUE'.
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  EXC-DUE-DATE            PIC X(10).
018600     05  FILLER                  PIC X(07) VALUE ' OWNER '.
018700     05  EXC-OWNER               PIC X(08).
018800     05  FILLER                  PIC X(05) VALUE SPACES.
018900*
019000********************************************************************
019100*    REPORT PRINT LINES                                           *
019200********************************************************************
019300 01  WS-PAGE-NUMBER              PIC 9(05) VALUE ZERO.
019400 01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
019500 01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 50.
019600*
019700 01  WS-HEADING-1.
019800     05  FILLER                  PIC X(01) VALUE SPACES.
019900     05  FILLER                  PIC X(30) VALUE
020000             'DL100 TABLE RECERTIFICATION'.
020100     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
020200     05  HDG1-RUN-DATE           PIC 9999/99/99.
020300     05  FILLER                  PIC X(08) VALUE SPACES.
020400     05  FILLER                  PIC X(05) VALUE 'PAGE'.
020500     05  HDG1-PAGE-NUMBER        PIC ZZZZ9.
020600*
020700 01  WS-SECTION-1-TITLE.
020800     05  FILLER                  PIC X(01) VALUE SPACES.
020900     05  FILLER                  PIC X(36) VALUE
021000             'SECTION 1 - TABLES OVERDUE FOR RECER'.
021100     05  FILLER                  PIC X(13) VALUE
021200             'TIFICATION'.
021300*
021400 01  WS-SECTION-2-TITLE.
021500     05  FILLER                  PIC X(01) VALUE SPACES.
021600     05  FILLER                  PIC X(36) VALUE
021700             'SECTION 2 - TABLES COMING DUE BY '.
021800     05  S2T-WINDOW-DATE         PIC 9999/99/99.
021900*
022000 01  WS-TABLE-HEADING.
022100     05  FILLER                  PIC X(01) VALUE SPACES.
022200     05  FILLER                  PIC X(10) VALUE 'TABLE'.
022300     05  FILLER                  PIC X(32) VALUE 'TITLE'.
022400     05  FILLER                  PIC X(10) VALUE 'OWNER'.
022500     05  FILLER                  PIC X(06) VALUE 'FREQ'.
022600     05  FILLER                  PIC X(12) VALUE 'CERTIFIED'.
022700     05  FILLER                  PIC X(10) VALUE 'BY'.
022800     05  FILLER                  PIC X(10) VALUE 'DUE'.
022900*
023000 01  WS-SECTION-3-TITLE.
023100     05  FILLER                  PIC X(01) VALUE SPACES.
023200     05  FILLER                  PIC X(36) VALUE
023300             'SECTION 3 - ENTRIES CHANGED SINCE TH'.
023400     05  FILLER                  PIC X(29) VALUE
023500             'E TABLE WAS LAST CERTIFIED'.
023600*
023700 01  WS-CHANGE-HEADING.
023800     05  FILLER                  PIC X(01) VALUE SPACES.
023900     05  FILLER                  PIC X(10) VALUE 'TABLE'.
024000     05  FILLER                  PIC X(06) VALUE 'POS'.
024100     05  FILLER                  PIC X(05) VALUE 'ACT'.
024200     05  FILLER                  PIC X(12) VALUE 'LOG DATE'.
024300     05  FILLER                  PIC X(10) VALUE 'LOG TIME'.
024400     05  FILLER                  PIC X(10) VALUE 'USER'.
024500     05  FILLER                  PIC X(12) VALUE 'EFF DATE'.
024600     05  FILLER                  PIC X(08) VALUE 'BEFORE'.
024700     05  FILLER                  PIC X(05) VALUE 'AFTER'.
024800*
024900 01  WS-TABLE-LINE.
025000     05  FILLER                  PIC X(01) VALUE SPACES.
025100     05  DT1-TABLE-ID            PIC X(08).
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  DT1-TITLE               PIC X(30).
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  DT1-OWNER               PIC X(08).
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  DT1-FREQ                PIC Z9.
025800     05  FILLER                  PIC X(04) VALUE SPACES.
025900     05  DT1-CERT-DATE           PIC X(10).
026000     05  FILLER                  PIC X(02) VALUE SPACES.
026100     05  DT1-CERT-USER           PIC X(08).
026200     05  FILLER                  PIC X(02) VALUE SPACES.
026300     05  DT1-DUE-DATE            PIC X(10).
026400*
026500 01  WS-CHANGE-LINE.
026600     05  FILLER                  PIC X(01) VALUE SPACES.
026700     05  DT3-TABLE-ID            PIC X(08).
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  DT3-POSITION            PIC ZZ9.
027000     05  FILLER                  PIC X(03) VALUE SPACES.
027100     05  DT3-ACTION              PIC X(01).
027200     05  FILLER                  PIC X(04) VALUE SPACES.
027300     05  DT3-LOG-DATE            PIC 9999/99/99.
027400     05  FILLER                  PIC X(02) VALUE SPACES.
027500     05  DT3-LOG-TIME            PIC 99/99/99.
027600     05  FILLER                  PIC X(02) VALUE SPACES.
027700     05  DT3-USER-ID             PIC X(08).
027800     05  FILLER                  PIC X(02) VALUE SPACES.
027900     05  DT3-EFF-DATE            PIC 9999/99/99.
028000     05  FILLER                  PIC X(02) VALUE SPACES.
028100     05  DT3-BEFORE              PIC X(03).
028200     05  FILLER                  PIC X(05) VALUE SPACES.
028300     05  DT3-AFTER               PIC X(03).
028400*
028500 01  WS-NONE-LINE.
028600     05  FILLER                  PIC X(01) VALUE SPACES.
028700     05  FILLER                  PIC X(20) VALUE
028800             '*** NONE FOUND ***'.
028900*
029000 01  WS-SUMMARY-LINE.
029100     05  FILLER                  PIC X(01) VALUE SPACES.
029200     05  SUM-LABEL               PIC X(30).
029300     05  SUM-COUNT               PIC ZZZZZZ9.
029400*
029500 PROCEDURE DIVISION.
029600*
029700********************************************************************
029800*    0000-MAIN - MAINLINE                                         *
029900********************************************************************
030000 0000-MAIN.
030100     PERFORM 1000-INITIALIZE
030200         THRU 1000-INITIALIZE-EXIT.
030300     PERFORM 2000-FIND-CERT-TIMES
030400         THRU 2000-FIND-CERT-TIMES-EXIT.
030500     PERFORM 3000-REPORT-TABLES
030600         THRU 3000-REPORT-TABLES-EXIT.
030700     PERFORM 4000-REPORT-CHANGES
030800         THRU 4000-REPORT-CHANGES-EXIT.
030900     PERFORM 8800-PRINT-SUMMARY
031000         THRU 8800-PRINT-SUMMARY-EXIT.
031100     PERFORM 9000-TERMINATE
031200         THRU 9000-TERMINATE-EXIT.
031300     GOBACK.
031400*
031500********************************************************************
031600*    1000-INITIALIZE - LOAD EVERY TABLE UNDER REVIEW FROM THE     *
031700*    TDFFILE AND WORK OUT ITS DUE DATE AND STANDING, THEN OPEN    *
031800*    THE REPORT AND THE SHARED EXCEPTION FILE.  NO TDFFILE ENDS   *
031900*    THE RUN RC 16                                                *
032000********************************************************************
032100 1000-INITIALIZE.
032200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032300     MOVE WS-RUN-DATE TO WS-ADD-DATE.
032400     MOVE 1 TO WS-ADD-MONTHS.
032500     PERFORM 1300-ADD-MONTHS
032600         THRU 1300-ADD-MONTHS-EXIT.
032700     MOVE WS-ADD-DATE TO WS-WINDOW-DATE.
032800     OPEN INPUT TDFFILE.
032900     IF NOT WS-TDFFILE-OK
033000         DISPLAY 'TDFFILE OPEN FAILED - STATUS ' WS-TDFFILE-STATUS
033100         DISPLAY 'NO TABLE DEFINITIONS - RUN ABANDONED'
033200         MOVE 16 TO RETURN-CODE
033300         STOP RUN
033400     END-IF.
033500     PERFORM 1100-READ-TDFFILE
033600         THRU 1100-READ-TDFFILE-EXIT
033700         UNTIL WS-TDFFILE-EOF.
033800     CLOSE TDFFILE.
033900     OPEN OUTPUT RPTFILE.
034000     IF NOT WS-RPTFILE-OK
034100         DISPLAY 'RPTFILE OPEN FAILED - STATUS ' WS-RPTFILE-STATUS
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500*    THE SHARED EXCEPTION FILE IS A SECONDARY OUTPUT - A FILE
034600*    PROBLEM IS WARNED AND THE RUN CARRIES ON WITHOUT IT
034700     OPEN EXTEND EXCFILE.
034800     IF NOT WS-EXCFILE-OK
034900         CLOSE EXCFILE
035000         OPEN OUTPUT EXCFILE
035100     END-IF.
035200     IF WS-EXCFILE-OK
035300         SET WS-EXC-AVAILABLE TO TRUE
035400     ELSE
035500         DISPLAY 'EXCFILE OPEN FAILED - STATUS '
035600             WS-EXCFILE-STATUS
035700         DISPLAY 'EXCEPTIONS NOT POSTED THIS RUN'
035800     END-IF.
035900 1000-INITIALIZE-EXIT.
036000     EXIT.
036100*
036200 1100-READ-TDFFILE.
036300     READ TDFFILE
036400         AT END
036500             SET WS-TDFFILE-EOF TO TRUE
036600             GO TO 1100-READ-TDFFILE-EXIT
036700     END-READ.
036800     ADD 1 TO WS-TD-READ-COUNT.
036900     IF DL100-TD-REVIEW-FREQ NOT NUMERIC
037000             OR DL100-TD-NO-REVIEW
037100         GO TO 1100-READ-TDFFILE-EXIT
037200     END-IF.
037300     IF WS-RV-COUNT NOT < 100
037400         DISPLAY 'TABLE IGNORED - OVER 100 UNDER REVIEW - '
037500             DL100-TD-TABLE-ID
037600         GO TO 1100-READ-TDFFILE-EXIT
037700     END-IF.
037800     PERFORM 1200-STORE-TABLE
037900         THRU 1200-STORE-TABLE-EXIT.
038000 1100-READ-TDFFILE-EXIT.
038100     EXIT.
038200*
038300*    A TABLE NEVER CERTIFIED (NO DATE, OR NOT NUMERIC) IS DUE
038400*    FROM THE DAY IT CAME UNDER REVIEW, SO IT IS OVERDUE NOW
038500 1200-STORE-TABLE.
038600     ADD 1 TO WS-RV-COUNT.
038700     MOVE WS-RV-COUNT TO WS-RV-INDEX.
038800     MOVE DL100-TD-TABLE-ID TO WS-RV-TABLE-ID(WS-RV-INDEX).
038900     MOVE DL100-TD-OWNER TO WS-RV-OWNER(WS-RV-INDEX).
039000     MOVE DL100-TD-TITLE TO WS-RV-TITLE(WS-RV-INDEX).
039100     MOVE DL100-TD-REVIEW-FREQ TO WS-RV-FREQ(WS-RV-INDEX).
039200     MOVE ZERO TO WS-RV-CERT-TIME(WS-RV-INDEX).
039300     MOVE DL100-TD-LAST-CERT-USER TO WS-RV-CERT-USER(WS-RV-INDEX).
039400     IF DL100-TD-LAST-CERT-DATE NOT NUMERIC
039500             OR DL100-TD-LAST-CERT-DATE = ZERO
039600         MOVE ZERO TO WS-RV-CERT-DATE(WS-RV-INDEX)
039700         MOVE ZERO TO WS-RV-DUE-DATE(WS-RV-INDEX)
039800         SET WS-RV-OVERDUE(WS-RV-INDEX) TO TRUE
039900         GO TO 1200-STORE-TABLE-EXIT
040000     END-IF.
040100     MOVE DL100-TD-LAST-CERT-DATE TO WS-RV-CERT-DATE(WS-RV-INDEX).
040200     MOVE DL100-TD-LAST-CERT-DATE TO WS-ADD-DATE.
040300     MOVE DL100-TD-REVIEW-FREQ TO WS-ADD-MONTHS.
040400     PERFORM 1300-ADD-MONTHS
040500         THRU 1300-ADD-MONTHS-EXIT.
040600     MOVE WS-ADD-DATE TO WS-RV-DUE-DATE(WS-RV-INDEX).
040700     IF WS-ADD-DATE < WS-RUN-DATE
040800         SET WS-RV-OVERDUE(WS-RV-INDEX) TO TRUE
040900     ELSE
041000         IF WS-ADD-DATE NOT > WS-WINDOW-DATE
041100             SET WS-RV-COMING-DUE(WS-RV-INDEX) TO TRUE
041200         ELSE
041300             SET WS-RV-IN-DATE(WS-RV-INDEX) TO TRUE
041400         END-IF
041500     END-IF.
041600 1200-STORE-TABLE-EXIT.
041700     EXIT.
041800*
041900********************************************************************
042000*    1300-ADD-MONTHS - MOVE WS-ADD-DATE FORWARD BY WS-ADD-MONTHS. *
042100*    A DAY PAST THE END OF THE MONTH LANDED IN IS HELD TO ITS     *
042200*    LAST DAY (JANUARY 31 PLUS ONE MONTH IS FEBRUARY 28 OR 29)    *
042300********************************************************************
042400 1300-ADD-MONTHS.
042500     COMPUTE WS-MONTH-TOTAL = WS-ADD-MONTH - 1 + WS-ADD-MONTHS.
042600     DIVIDE WS-MONTH-TOTAL BY 12
042700         GIVING WS-YEAR-CARRY
042800         REMAINDER WS-MONTH-REM.
042900     ADD WS-YEAR-CARRY TO WS-ADD-YEAR.
043000     COMPUTE WS-ADD-MONTH = WS-MONTH-REM + 1.
043100     MOVE WS-MONTH-LENGTH(WS-ADD-MONTH) TO WS-MONTH-DAYS.
043200     IF WS-ADD-MONTH = 2
043300         DIVIDE WS-ADD-YEAR BY 4
043400             GIVING WS-LEAP-QUOTIENT
043500             REMAINDER WS-LEAP-REM-4
043600         DIVIDE WS-ADD-YEAR BY 100
043700             GIVING WS-LEAP-QUOTIENT
043800             REMAINDER WS-LEAP-REM-100
043900         DIVIDE WS-ADD-YEAR BY 400
044000             GIVING WS-LEAP-QUOTIENT
044100             REMAINDER WS-LEAP-REM-400
044200         IF WS-LEAP-REM-400 = ZERO
044300                 OR (WS-LEAP-REM-4 = ZERO
044400                 AND WS-LEAP-REM-100 NOT = ZERO)
044500             MOVE 29 TO WS-MONTH-DAYS
044600         END-IF
044700     END-IF.
044800     IF WS-ADD-DAY > WS-MONTH-DAYS
044900         MOVE WS-MONTH-DAYS TO WS-ADD-DAY
045000     END-IF.
045100 1300-ADD-MONTHS-EXIT.
045200     EXIT.
045300*
045400********************************************************************
045500*    2000-FIND-CERT-TIMES - FIRST PASS OF THE CHANGE LOG.  THE    *
045600*    DL100TD RECORD ONLY HOLDS THE DATE OF THE LAST               *
045700*    CERTIFICATION; ITS TIME OF DAY IS TAKEN FROM THE LATEST      *
045800*    CERTIFICATION LOGGED FOR THE TABLE ON THAT DATE.  NONE       *
045900*    FOUND LEAVES IT AT MIDNIGHT, SO EVERY CHANGE THAT DAY IS     *
046000*    LISTED.  A CHANGE LOG THAT WILL NOT OPEN ENDS THE RUN RC 16  *
046100********************************************************************
046200 2000-FIND-CERT-TIMES.
046300     OPEN INPUT CHGLOG.
046400     IF NOT WS-CHGLOG-OK
046500         DISPLAY 'CHGLOG OPEN FAILED - STATUS ' WS-CHGLOG-STATUS
046600         MOVE 16 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900     MOVE 'N' TO WS-CHGLOG-EOF-SW.
047000     PERFORM 2100-READ-CERT-RECORD
047100         THRU 2100-READ-CERT-RECORD-EXIT
047200         UNTIL WS-CHGLOG-EOF.
047300     CLOSE CHGLOG.
047400 2000-FIND-CERT-TIMES-EXIT.
047500     EXIT.
047600*
047700 2100-READ-CERT-RECORD.
047800     READ CHGLOG
047900         AT END
048000             SET WS-CHGLOG-EOF TO TRUE
048100             GO TO 2100-READ-CERT-RECORD-EXIT
048200     END-READ.
048300     IF NOT DL100-CL-TABLE-DEF-ENTRY
048400         GO TO 2100-READ-CERT-RECORD-EXIT
048500     END-IF.
048600     PERFORM 2900-FIND-REVIEW-TABLE
048700         THRU 2900-FIND-REVIEW-TABLE-EXIT.
048800     IF WS-TABLE-FOUND
048900         IF DL100-CL-LOG-DATE = WS-RV-CERT-DATE(WS-RV-INDEX)
049000                 AND DL100-CL-LOG-TIME >
049100                     WS-RV-CERT-TIME(WS-RV-INDEX)
049200             MOVE DL100-CL-LOG-TIME
049300                 TO WS-RV-CERT-TIME(WS-RV-INDEX)
049400         END-IF
049500     END-IF.
049600 2100-READ-CERT-RECORD-EXIT.
049700     EXIT.
049800*
049900 2900-FIND-REVIEW-TABLE.
050000     MOVE 'N' TO WS-TABLE-FOUND-SW.
050100     PERFORM VARYING WS-RV-INDEX FROM 1 BY 1
050200             UNTIL WS-RV-INDEX > WS-RV-COUNT
050300             OR WS-TABLE-FOUND
050400         IF WS-RV-TABLE-ID(WS-RV-INDEX) = DL100-CL-TABLE-ID
050500             SET WS-TABLE-FOUND TO TRUE
050600         END-IF
050700     END-PERFORM.
050800     IF WS-TABLE-FOUND
050900         SUBTRACT 1 FROM WS-RV-INDEX
051000     END-IF.
051100 2900-FIND-REVIEW-TABLE-EXIT.
051200     EXIT.
051300*
051400********************************************************************
051500*    3000-REPORT-TABLES - SECTIONS 1 AND 2 FROM THE TABLES        *
051600*    LOADED.  EACH OVERDUE TABLE IS ALSO POSTED TO THE EXCFILE    *
051700********************************************************************
051800 3000-REPORT-TABLES.
051900     MOVE 1 TO WS-REPORT-SECTION.
052000     MOVE ZERO TO WS-SECTION-COUNT.
052100     PERFORM 8000-PRINT-HEADINGS
052200         THRU 8000-PRINT-HEADINGS-EXIT.
052300     PERFORM 3100-REPORT-ONE-TABLE
052400         THRU 3100-REPORT-ONE-TABLE-EXIT
052500         VARYING WS-RV-INDEX FROM 1 BY 1
052600         UNTIL WS-RV-INDEX > WS-RV-COUNT.
052700     IF WS-SECTION-COUNT = ZERO
052800         PERFORM 8300-PRINT-NONE-FOUND
052900             THRU 8300-PRINT-NONE-FOUND-EXIT
053000     END-IF.
053100     MOVE 2 TO WS-REPORT-SECTION.
053200     MOVE ZERO TO WS-SECTION-COUNT.
053300     PERFORM 8000-PRINT-HEADINGS
053400         THRU 8000-PRINT-HEADINGS-EXIT.
053500     PERFORM 3100-REPORT-ONE-TABLE
053600         THRU 3100-REPORT-ONE-TABLE-EXIT
053700         VARYING WS-RV-INDEX FROM 1 BY 1
053800         UNTIL WS-RV-INDEX > WS-RV-COUNT.
053900     IF WS-SECTION-COUNT = ZERO
054000         PERFORM 8300-PRINT-NONE-FOUND
054100             THRU 8300-PRINT-NONE-FOUND-EXIT
054200     END-IF.
054300 3000-REPORT-TABLES-EXIT.
054400     EXIT.
054500*
054600 3100-REPORT-ONE-TABLE.
054700     IF WS-REPORT-SECTION = 1
054800         IF NOT WS-RV-OVERDUE(WS-RV-INDEX)
054900             GO TO 3100-REPORT-ONE-TABLE-EXIT
055000         END-IF
055100         ADD 1 TO WS-OVERDUE-COUNT
055200     ELSE
055300         IF NOT WS-RV-COMING-DUE(WS-RV-INDEX)
055400             GO TO 3100-REPORT-ONE-TABLE-EXIT
055500         END-IF
055600         ADD 1 TO WS-COMING-DUE-COUNT
055700     END-IF.
055800     ADD 1 TO WS-SECTION-COUNT.
055900     MOVE WS-RV-TABLE-ID(WS-RV-INDEX) TO DT1-TABLE-ID.
056000     MOVE WS-RV-TITLE(WS-RV-INDEX) TO DT1-TITLE.
056100     MOVE WS-RV-OWNER(WS-RV-INDEX) TO DT1-OWNER.
056200     MOVE WS-RV-FREQ(WS-RV-INDEX) TO DT1-FREQ.
056300     IF WS-RV-CERT-DATE(WS-RV-INDEX) = ZERO
056400         MOVE 'NEVER' TO DT1-CERT-DATE
056500         MOVE SPACES TO DT1-CERT-USER
056600         MOVE 'NOW' TO DT1-DUE-DATE
056700     ELSE
056800         MOVE WS-RV-CERT-DATE(WS-RV-INDEX) TO WS-EDIT-DATE
056900         MOVE WS-EDIT-DATE TO DT1-CERT-DATE
057000         MOVE WS-RV-CERT-USER(WS-RV-INDEX) TO DT1-CERT-USER
057100         MOVE WS-RV-DUE-DATE(WS-RV-INDEX) TO WS-EDIT-DATE
057200         MOVE WS-EDIT-DATE TO DT1-DUE-DATE
057300     END-IF.
057400     PERFORM 8100-PRINT-TABLE-LINE
057500         THRU 8100-PRINT-TABLE-LINE-EXIT.
057600 3100-REPORT-ONE-TABLE-EXIT.
057700     EXIT.
057800*
057900********************************************************************
058000*    4000-REPORT-CHANGES - SECTION 3, SECOND PASS OF THE CHANGE   *
058100*    LOG.  EVERY DL100CT ENTRY ACTION FOR A TABLE UNDER REVIEW    *
058200*    LOGGED AFTER THE TABLE'S LAST CERTIFICATION IS LISTED, IN    *
058300*    THE ORDER THE LOG HOLDS THEM.  CROSSWALK AND CERTIFICATION   *
058400*    RECORDS ARE NOT ENTRY CHANGES AND ARE PASSED OVER            *
058500********************************************************************
058600 4000-REPORT-CHANGES.
058700     MOVE 3 TO WS-REPORT-SECTION.
058800     PERFORM 8000-PRINT-HEADINGS
058900         THRU 8000-PRINT-HEADINGS-EXIT.
059000     OPEN INPUT CHGLOG.
059100     IF NOT WS-CHGLOG-OK
059200         DISPLAY 'CHGLOG OPEN FAILED - STATUS ' WS-CHGLOG-STATUS
059300         MOVE 16 TO RETURN-CODE
059400         STOP RUN
059500     END-IF.
059600     MOVE 'N' TO WS-CHGLOG-EOF-SW.
059700     PERFORM 4100-READ-CHANGE-RECORD
059800         THRU 4100-READ-CHANGE-RECORD-EXIT
059900         UNTIL WS-CHGLOG-EOF.
060000     CLOSE CHGLOG.
060100     IF WS-CHANGED-COUNT = ZERO
060200         PERFORM 8300-PRINT-NONE-FOUND
060300             THRU 8300-PRINT-NONE-FOUND-EXIT
060400     END-IF.
060500 4000-REPORT-CHANGES-EXIT.
060600     EXIT.
060700*
060800 4100-READ-CHANGE-RECORD.
060900     READ CHGLOG
061000         AT END
061100             SET WS-CHGLOG-EOF TO TRUE
061200             GO TO 4100-READ-CHANGE-RECORD-EXIT
061300     END-READ.
061400     ADD 1 TO WS-LOG-READ-COUNT.
061500     IF NOT DL100-CL-CONTROL-ENTRY
061600         GO TO 4100-READ-CHANGE-RECORD-EXIT
061700     END-IF.
061800     PERFORM 2900-FIND-REVIEW-TABLE
061900         THRU 2900-FIND-REVIEW-TABLE-EXIT.
062000     IF NOT WS-TABLE-FOUND
062100         GO TO 4100-READ-CHANGE-RECORD-EXIT
062200     END-IF.
062300     IF DL100-CL-LOG-DATE < WS-RV-CERT-DATE(WS-RV-INDEX)
062400         GO TO 4100-READ-CHANGE-RECORD-EXIT
062500     END-IF.
062600     IF DL100-CL-LOG-DATE = WS-RV-CERT-DATE(WS-RV-INDEX)
062700             AND DL100-CL-LOG-TIME NOT >
062800                 WS-RV-CERT-TIME(WS-RV-INDEX)
062900         GO TO 4100-READ-CHANGE-RECORD-EXIT
063000     END-IF.
063100     ADD 1 TO WS-CHANGED-COUNT.
063200     MOVE DL100-CL-TABLE-ID TO DT3-TABLE-ID.
063300     MOVE DL100-CL-POSITION TO DT3-POSITION.
063400     MOVE DL100-CL-ACTION TO DT3-ACTION.
063500     MOVE DL100-CL-LOG-DATE TO DT3-LOG-DATE.
063600     MOVE DL100-CL-LOG-TIME TO WS-WORK-TIME.
063700     COMPUTE WS-TIME-HHMMSS = WS-WORK-TIME / 100.
063800     MOVE WS-TIME-HHMMSS TO DT3-LOG-TIME.
063900     MOVE DL100-CL-USER-ID TO DT3-USER-ID.
064000     MOVE DL100-CL-EFF-DATE TO DT3-EFF-DATE.
064100     IF DL100-CL-BEFORE-IMAGE = SPACES
064200         MOVE SPACES TO DT3-BEFORE
064300     ELSE
064400         MOVE DL100-CL-BEFORE-IMAGE TO WS-IMAGE-RECORD
064500         MOVE WS-IM-LETTER TO DT3-BEFORE
064600     END-IF.
064700     IF DL100-CL-AFTER-IMAGE = SPACES
064800         MOVE SPACES TO DT3-AFTER
064900     ELSE
065000         MOVE DL100-CL-AFTER-IMAGE TO WS-IMAGE-RECORD
065100         MOVE WS-IM-LETTER TO DT3-AFTER
065200     END-IF.
065300     PERFORM 8200-PRINT-CHANGE-LINE
065400         THRU 8200-PRINT-CHANGE-LINE-EXIT.
065500 4100-READ-CHANGE-RECORD-EXIT.
065600     EXIT.
065700*
065800********************************************************************
065900*    8000-8800 - REPORT PRINT PARAGRAPHS.  EACH NEW PAGE REPEATS  *
066000*    THE TITLE AND COLUMN HEADINGS OF THE SECTION BEING PRINTED   *
066100********************************************************************
066200 8000-PRINT-HEADINGS.
066300     ADD 1 TO WS-PAGE-NUMBER.
066400     MOVE ZERO TO WS-LINE-COUNT.
066500     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
066600     MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NUMBER.
066700     WRITE RPTFILE-RECORD FROM WS-HEADING-1
066800         AFTER ADVANCING PAGE.
066900     IF WS-REPORT-SECTION = 1
067000         WRITE RPTFILE-RECORD FROM WS-SECTION-1-TITLE
067100             AFTER ADVANCING 2 LINES
067200         WRITE RPTFILE-RECORD FROM WS-TABLE-HEADING
067300             AFTER ADVANCING 2 LINES
067400     ELSE
067500         IF WS-REPORT-SECTION = 2
067600             MOVE WS-WINDOW-DATE TO S2T-WINDOW-DATE
067700             WRITE RPTFILE-RECORD FROM WS-SECTION-2-TITLE
067800                 AFTER ADVANCING 2 LINES
067900             WRITE RPTFILE-RECORD FROM WS-TABLE-HEADING
068000                 AFTER ADVANCING 2 LINES
068100         ELSE
068200             WRITE RPTFILE-RECORD FROM WS-SECTION-3-TITLE
068300                 AFTER ADVANCING 2 LINES
068400             WRITE RPTFILE-RECORD FROM WS-CHANGE-HEADING
068500                 AFTER ADVANCING 2 LINES
068600         END-IF
068700     END-IF.
068800     MOVE 5 TO WS-LINE-COUNT.
068900 8000-PRINT-HEADINGS-EXIT.
069000     EXIT.
069100*
069200 8100-PRINT-TABLE-LINE.
069300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
069400         PERFORM 8000-PRINT-HEADINGS
069500             THRU 8000-PRINT-HEADINGS-EXIT
069600     END-IF.
069700     WRITE RPTFILE-RECORD FROM WS-TABLE-LINE
069800         AFTER ADVANCING 1 LINE.
069900     ADD 1 TO WS-LINE-COUNT.
070000     IF WS-REPORT-SECTION = 1 AND WS-EXC-AVAILABLE
070100         MOVE SPACES TO DL100-EXCEPTION-RECORD
070200         MOVE DT1-TABLE-ID TO DL100-EF-TABLE-ID
070300         MOVE ZERO TO DL100-EF-POSITION
070400         SET DL100-EF-SEV-WARNING TO TRUE
070500         MOVE DT1-DUE-DATE TO EXC-DUE-DATE
070600         MOVE DT1-OWNER TO EXC-OWNER
070700         MOVE WS-EXC-OVERDUE-MSG TO DL100-EF-MESSAGE
070800         PERFORM 8900-POST-EXCEPTION
070900             THRU 8900-POST-EXCEPTION-EXIT
071000     END-IF.
071100 8100-PRINT-TABLE-LINE-EXIT.
071200     EXIT.
071300*
071400 8200-PRINT-CHANGE-LINE.
071500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
071600         PERFORM 8000-PRINT-HEADINGS
071700             THRU 8000-PRINT-HEADINGS-EXIT
071800     END-IF.
071900     WRITE RPTFILE-RECORD FROM WS-CHANGE-LINE
072000         AFTER ADVANCING 1 LINE.
072100     ADD 1 TO WS-LINE-COUNT.
072200 8200-PRINT-CHANGE-LINE-EXIT.
072300     EXIT.
072400*
072500 8300-PRINT-NONE-FOUND.
072600     WRITE RPTFILE-RECORD FROM WS-NONE-LINE
072700         AFTER ADVANCING 1 LINE.
072800     ADD 1 TO WS-LINE-COUNT.
072900 8300-PRINT-NONE-FOUND-EXIT.
073000     EXIT.
073100*
073200 8800-PRINT-SUMMARY.
073300     MOVE 'TABLE DEFINITIONS READ' TO SUM-LABEL.
073400     MOVE WS-TD-READ-COUNT TO SUM-COUNT.
073500     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
073600         AFTER ADVANCING 3 LINES.
073700     MOVE 'TABLES UNDER REVIEW' TO SUM-LABEL.
073800     MOVE WS-RV-COUNT TO SUM-COUNT.
073900     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
074000         AFTER ADVANCING 1 LINE.
074100     MOVE 'TABLES OVERDUE' TO SUM-LABEL.
074200     MOVE WS-OVERDUE-COUNT TO SUM-COUNT.
074300     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
074400         AFTER ADVANCING 1 LINE.
074500     MOVE 'TABLES COMING DUE' TO SUM-LABEL.
074600     MOVE WS-COMING-DUE-COUNT TO SUM-COUNT.
074700     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
074800         AFTER ADVANCING 1 LINE.
074900     MOVE 'CHANGE-LOG RECORDS READ' TO SUM-LABEL.
075000     MOVE WS-LOG-READ-COUNT TO SUM-COUNT.
075100     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
075200         AFTER ADVANCING 1 LINE.
075300     MOVE 'ENTRY CHANGES SINCE CERTIFIED' TO SUM-LABEL.
075400     MOVE WS-CHANGED-COUNT TO SUM-COUNT.
075500     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
075600         AFTER ADVANCING 1 LINE.
075700 8800-PRINT-SUMMARY-EXIT.
075800     EXIT.
075900*
076000********************************************************************
076100*    8900-POST-EXCEPTION - APPEND THE EXCEPTION RECORD BUILT BY   *
076200*    THE CALLER TO THE SHARED EXCEPTION FILE, STAMPED WITH THIS   *
076300*    PROGRAM AND THE RUN DATE - SEE DL100EF AND THE DL100DG       *
076400*    MORNING DIGEST                                               *
076500********************************************************************
076600 8900-POST-EXCEPTION.
076700     MOVE 'DL100RV' TO DL100-EF-PROGRAM.
076800     MOVE WS-RUN-DATE TO DL100-EF-RUN-DATE.
076900     WRITE DL100-EXCEPTION-RECORD.
077000 8900-POST-EXCEPTION-EXIT.
077100     EXIT.
077200*
077300********************************************************************
077400*    9000-TERMINATE - CLOSE FILES.  RC 4 TELLS OPERATIONS AT      *
077500*    LEAST ONE TABLE IS OVERDUE FOR RECERTIFICATION               *
077600********************************************************************
077700 9000-TERMINATE.
077800     CLOSE RPTFILE.
077900     IF WS-EXC-AVAILABLE
078000         CLOSE EXCFILE
078100     END-IF.
078200     IF WS-OVERDUE-COUNT > ZERO
078300         MOVE 4 TO RETURN-CODE
078400     END-IF.
078500 9000-TERMINATE-EXIT.
078600     EXIT.
078700*
078800 END PROGRAM DL100RV.
