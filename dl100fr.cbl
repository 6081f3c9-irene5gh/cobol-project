000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL100FR.
000300 AUTHOR.         J RENNER.
000400 INSTALLATION.   DL100 APPLICATION - REFERENCE DATA GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100FR                                         *
001100*    PURPOSE      FORWARD RECOVERY OF THE DL100CT CONTROL FILE.   *
001200*                 RELOADS DL100.PROD.CTLFILE FROM A VERIFIED      *
001300*                 DL100CB BACKUP (HEADER, RECORDS, TRAILER - SEE  *
001400*                 DL100BH), THEN REPLAYS EVERY DL100CL CHANGE-LOG *
001500*                 RECORD LOGGED AT OR AFTER THE BACKUP STAMP AND  *
001600*                 AT OR BEFORE THE PARM STOP TIME, IN TIME ORDER. *
001700*                 DL100J14 MERGES THE DL100BM BATCH CHGLOG WITH   *
001800*                 AN UNLOAD OF THE DL100CG ONLINE LOG AND SORTS   *
001900*                 THEM BY LOG DATE AND TIME BEFORE THIS STEP.     *
002000*                                                                  *
002100*                 EACH LOGGED ACTION IS APPLIED FROM ITS IMAGES - *
002200*                 A BLANK BEFORE IMAGE IS AN ADD (THE RECORD MUST *
002300*                 NOT BE ON FILE), A BLANK AFTER IMAGE IS A       *
002400*                 DELETE, ANYTHING ELSE IS A REWRITE.  BEFORE AN  *
002500*                 EXISTING RECORD IS TOUCHED IT MUST MATCH THE    *
002600*                 LOGGED BEFORE IMAGE BYTE FOR BYTE; THE FIRST    *
002700*                 THAT DOES NOT STOPS THE REPLAY, AND THE FILE IS *
002800*                 LEFT RECOVERED UP TO THE ACTION BEFORE IT.      *
002900*                 EVERY ACTION REPLAYED, AND THE ONE THAT STOPPED *
003000*                 THE RUN, IS PRINTED ON THE RECOVERY REGISTER.   *
003100*                                                                  *
003200*    PARM         YYYYMMDD/HHMMSS - STOP TIME.  ACTIONS LOGGED    *
003300*                 LATER ARE NOT REPLAYED.  99999999/999999        *
003400*                 REPLAYS THE WHOLE LOG.                          *
003500*                                                                  *
003600*    RETURN CODE  0  - RECOVERED TO THE STOP TIME                 *
003700*                 8  - REPLAY STOPPED ON A BEFORE-IMAGE MISMATCH  *
003800*                 16 - PARM, BACKUP OR FILE ERROR                 *
003900*                                                                  *
004000*    MODIFICATION HISTORY                                         *
004100*    ------------------------------------------------------------ *
004200*    DATE       BY     DESCRIPTION                                *
004300*    ---------  -----  ------------------------------------------ *
004400*    2026-10-15 JMR    ORIGINAL PROGRAM                           *
004410*    2026-10-15 JMR    CHANGE-LOG RECORDS FOR DL100XW CROSSWALK   *
004420*                      ENTRIES ARE PASSED OVER AND COUNTED - THEY *
004430*                      NEVER TOUCHED THE CONTROL FILE             *
004440*    2026-10-15 JMR    CHANGE-LOG RECORDS FOR TABLE               *
004445*                      CERTIFICATIONS (RECORD TYPE T) ARE ALSO    *
004450*                      PASSED OVER AND COUNTED                    *
004500*                                                                  *
004600********************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT BKPFILE  ASSIGN TO BKPFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-BKPFILE-STATUS.
005400     SELECT CHGLOG   ASSIGN TO CHGLOG
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CHGLOG-STATUS.
005700     SELECT CTLFILE  ASSIGN TO CTLFILE
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS DL100-CT-KEY
006100         FILE STATUS IS WS-CTLFILE-STATUS.
006200     SELECT RPTFILE  ASSIGN TO RPTFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-RPTFILE-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  BKPFILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  BKPFILE-RECORD              PIC X(120).
007200 FD  CHGLOG
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DL100CL.
007600 FD  CTLFILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DL100CT.
008000 FD  RPTFILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  RPTFILE-RECORD              PIC X(133).
008400*
008500 WORKING-STORAGE SECTION.
008600*
008700********************************************************************
008800*    SWITCHES AND FILE STATUS FIELDS                              *
008900********************************************************************
009000 01  WS-SWITCHES.
009100     05  WS-BKPFILE-EOF-SW       PIC X(01) VALUE 'N'.
009200         88  WS-BKPFILE-EOF          VALUE 'Y'.
009300     05  WS-CHGLOG-EOF-SW        PIC X(01) VALUE 'N'.
009400         88  WS-CHGLOG-EOF           VALUE 'Y'.
009500     05  WS-REPLAY-END-SW        PIC X(01) VALUE 'N'.
009600         88  WS-REPLAY-ENDED         VALUE 'Y'.
009700     05  WS-MISMATCH-SW          PIC X(01) VALUE 'N'.
009800         88  WS-MISMATCH             VALUE 'Y'.
009900 01  WS-FILE-STATUSES.
010000     05  WS-BKPFILE-STATUS       PIC X(02) VALUE SPACES.
010100         88  WS-BKPFILE-OK           VALUE '00'.
010200     05  WS-CHGLOG-STATUS        PIC X(02) VALUE SPACES.
010300         88  WS-CHGLOG-OK            VALUE '00'.
010400         88  WS-CHGLOG-NOT-FOUND     VALUE '35'.
010500     05  WS-CTLFILE-STATUS       PIC X(02) VALUE SPACES.
010600         88  WS-CTLFILE-OK           VALUE '00'.
010700         88  WS-CTLFILE-NOT-FOUND    VALUE '23'.
010800     05  WS-RPTFILE-STATUS       PIC X(02) VALUE SPACES.
010900         88  WS-RPTFILE-OK           VALUE '00'.
011000*
011100********************************************************************
011200*    BACKUP STAMP, PARM STOP TIME AND THE TIME OF THE LOG RECORD  *
011300*    IN HAND, EACH AS DATE FOLLOWED BY HHMMSSCC SO ONE COMPARE    *
011400*    ORDERS THEM                                                  *
011500********************************************************************
011600 01  WS-BACKUP-STAMP.
011700     05  WS-BACKUP-DATE          PIC 9(08).
011800     05  WS-BACKUP-TIME          PIC 9(08).
011900 01  WS-STOP-STAMP.
012000     05  WS-STOP-DATE            PIC 9(08).
012100     05  WS-STOP-HHMMSS          PIC 9(06).
012200     05  FILLER                  PIC 9(02) VALUE 99.
012300 01  WS-LOG-STAMP.
012400     05  WS-LOG-DATE             PIC 9(08).
012500     05  WS-LOG-TIME             PIC 9(08).
012600 01  WS-PRIOR-LOG-STAMP          PIC X(16) VALUE LOW-VALUES.
012700 01  WS-STOP-DATE-X              PIC X(08).
012800 01  WS-STOP-HHMMSS-X            PIC X(06).
012900 01  WS-BACKUP-JOB-ID            PIC X(08).
013000 01  WS-RUN-DATE                 PIC 9(08).
013100*
013200********************************************************************
013300*    CONTROL COUNTS                                               *
013400********************************************************************
013500 01  WS-RESTORED-COUNT           PIC 9(07) VALUE ZERO.
013600 01  WS-LOG-READ-COUNT           PIC 9(07) VALUE ZERO.
013700 01  WS-LOG-BEFORE-COUNT         PIC 9(07) VALUE ZERO.
013800 01  WS-ADD-COUNT                PIC 9(07) VALUE ZERO.
013900 01  WS-REWRITE-COUNT            PIC 9(07) VALUE ZERO.
014000 01  WS-DELETE-COUNT             PIC 9(07) VALUE ZERO.
014050 01  WS-XW-SKIP-COUNT            PIC 9(07) VALUE ZERO.
014070 01  WS-CERT-SKIP-COUNT          PIC 9(07) VALUE ZERO.
014100*
014200********************************************************************
014300*    BACKUP HEADER/TRAILER WORK RECORD - SEE DL100BH              *
014400********************************************************************
014500     COPY DL100BH.
014600*
014700********************************************************************
014800*    IMAGE WORK RECORDS - THE LOGGED BEFORE AND AFTER IMAGES ARE  *
014900*    FULL DL100CT RECORDS; THE KEY IS TAKEN FROM WHICHEVER IS     *
015000*    PRESENT AND THE CODE VALUES FEED THE REGISTER COLUMNS        *
015100********************************************************************
015200     COPY DL100CT REPLACING
015300         ==DL100-CONTROL-RECORD== BY ==WS-IMAGE-RECORD==
015400         ==DL100-CT-KEY==         BY ==WS-IM-KEY==
015500         ==DL100-CT-TABLE-ID==    BY ==WS-IM-TABLE-ID==
015600         ==DL100-CT-POSITION==    BY ==WS-IM-POSITION==
015700         ==DL100-CT-EFF-DATE==    BY ==WS-IM-EFF-DATE==
015800         ==DL100-CT-LETTER==      BY ==WS-IM-LETTER==
015900         ==DL100-CT-DESC==        BY ==WS-IM-DESC==.
016000 01  WS-ON-FILE-RECORD           PIC X(120).
016100*
016200********************************************************************
016300*    REPORT PRINT LINES                                           *
016400********************************************************************
016500 01  WS-PAGE-NUMBER              PIC 9(05) VALUE ZERO.
016600 01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
016700 01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 50.
016800*
016900 01  WS-HEADING-1.
017000     05  FILLER                  PIC X(01) VALUE SPACES.
017100     05  FILLER                  PIC X(28) VALUE
017200             'DL100 CTLFILE RECOVERY'.
017300     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
017400     05  HDG1-RUN-DATE           PIC 9999/99/99.
017500     05  FILLER                  PIC X(06) VALUE SPACES.
017600     05  FILLER                  PIC X(05) VALUE 'PAGE'.
017700     05  HDG1-PAGE-NUMBER        PIC ZZZZ9.
017800*
017900 01  WS-HEADING-2.
018000     05  FILLER                  PIC X(01) VALUE SPACES.
018100     05  FILLER                  PIC X(12) VALUE 'LOG DATE'.
018200     05  FILLER                  PIC X(10) VALUE 'LOG TIME'.
018300     05  FILLER                  PIC X(10) VALUE 'USER'.
018400     05  FILLER                  PIC X(10) VALUE 'TERM/JOB'.
018500     05  FILLER                  PIC X(05) VALUE 'ACT'.
018600     05  FILLER                  PIC X(10) VALUE 'TABLE'.
018700     05  FILLER                  PIC X(06) VALUE 'POS'.
018800     05  FILLER                  PIC X(12) VALUE 'EFF DATE'.
018900     05  FILLER                  PIC X(08) VALUE 'BEFORE'.
019000     05  FILLER                  PIC X(08) VALUE 'AFTER'.
019100     05  FILLER                  PIC X(06) VALUE 'RESULT'.
019200*
019300 01  WS-BACKUP-LINE.
019400     05  FILLER                  PIC X(01) VALUE SPACES.
019500     05  FILLER                  PIC X(14) VALUE 'BACKUP TAKEN '.
019600     05  BKL-BACKUP-DATE         PIC 9999/99/99.
019700     05  FILLER                  PIC X(01) VALUE SPACES.
019800     05  BKL-BACKUP-TIME         PIC 99/99/99.
019900     05  FILLER                  PIC X(04) VALUE ' BY '.
020000     05  BKL-JOB-ID              PIC X(08).
020100     05  FILLER                  PIC X(04) VALUE SPACES.
020200     05  BKL-RECORD-COUNT        PIC ZZZZZZ9.
020300     05  FILLER                  PIC X(18) VALUE
020400             ' RECORDS RESTORED'.
020500     05  FILLER                  PIC X(12) VALUE '  STOP TIME '.
020600     05  BKL-STOP-DATE           PIC 9999/99/99.
020700     05  FILLER                  PIC X(01) VALUE SPACES.
020800     05  BKL-STOP-TIME           PIC 99/99/99.
020900*
021000 01  WS-DETAIL-LINE.
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200     05  DTL-LOG-DATE            PIC 9999/99/99.
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  DTL-LOG-TIME            PIC 99/99/99.
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  DTL-USER-ID             PIC X(08).
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  DTL-TERM-ID             PIC X(08).
021900     05  FILLER                  PIC X(02) VALUE SPACES.
022000     05  DTL-ACTION              PIC X(01).
022100     05  FILLER                  PIC X(04) VALUE SPACES.
022200     05  DTL-TABLE-ID            PIC X(08).
022300     05  FILLER                  PIC X(02) VALUE SPACES.
022400     05  DTL-POSITION            PIC ZZZ9.
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  DTL-EFF-DATE            PIC 9999/99/99.
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  DTL-BEFORE              PIC X(03).
022900     05  FILLER                  PIC X(05) VALUE SPACES.
023000     05  DTL-AFTER               PIC X(03).
023100     05  FILLER                  PIC X(05) VALUE SPACES.
023200     05  DTL-RESULT              PIC X(40).
023300*
023400 01  WS-IMAGE-LINE.
023500     05  FILLER                  PIC X(01) VALUE SPACES.
023600     05  IML-LABEL               PIC X(12).
023700     05  IML-IMAGE               PIC X(120).
023800*
023900 01  WS-SUMMARY-LINE.
024000     05  FILLER                  PIC X(01) VALUE SPACES.
024100     05  SUM-LABEL               PIC X(40).
024200     05  SUM-COUNT               PIC ZZZZZZ9.
024300*
024400 01  WS-RESULT-LINE.
024500     05  FILLER                  PIC X(01) VALUE SPACES.
024600     05  RSL-TEXT                PIC X(44).
024700     05  RSL-TEXT-2              PIC X(42).
024800*
024900 01  WS-WORK-TIME                PIC 9(08).
025000 01  WS-TIME-HHMMSS              PIC 9(06).
025100*
025200 LINKAGE SECTION.
025300 01  LS-PARM-AREA.
025400     05  LS-PARM-LENGTH          PIC S9(04) COMP.
025500     05  LS-PARM-DATA            PIC X(80).
025600*
025700 PROCEDURE DIVISION USING LS-PARM-AREA.
025800*
025900********************************************************************
026000*    0000-MAIN - MAINLINE                                         *
026100********************************************************************
026200 0000-MAIN.
026300     PERFORM 1000-INITIALIZE
026400         THRU 1000-INITIALIZE-EXIT.
026500     PERFORM 2000-RESTORE-BACKUP
026600         THRU 2000-RESTORE-BACKUP-EXIT.
026700     PERFORM 8000-PRINT-HEADINGS
026800         THRU 8000-PRINT-HEADINGS-EXIT.
026900     PERFORM 2500-PRINT-BACKUP-LINE
027000         THRU 2500-PRINT-BACKUP-LINE-EXIT.
027100     PERFORM 3000-REPLAY-ONE-RECORD
027200         THRU 3000-REPLAY-ONE-RECORD-EXIT
027300         UNTIL WS-CHGLOG-EOF OR WS-REPLAY-ENDED.
027400     PERFORM 8500-PRINT-SUMMARY
027500         THRU 8500-PRINT-SUMMARY-EXIT.
027600     PERFORM 9000-TERMINATE
027700         THRU 9000-TERMINATE-EXIT.
027800     GOBACK.
027900*
028000********************************************************************
028100*    1000-INITIALIZE - EDIT THE PARM STOP TIME AND OPEN THE       *
028200*    BACKUP, THE SORTED CHANGE LOG AND THE REGISTER.  A MISSING   *
028300*    CHANGE LOG (NOTHING LOGGED) RESTORES THE BACKUP ALONE        *
028400********************************************************************
028500 1000-INITIALIZE.
028600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028700     MOVE SPACES TO WS-STOP-DATE-X.
028800     MOVE SPACES TO WS-STOP-HHMMSS-X.
028900     IF LS-PARM-LENGTH > ZERO
029000         UNSTRING LS-PARM-DATA(1:LS-PARM-LENGTH)
029100             DELIMITED BY '/'
029200             INTO WS-STOP-DATE-X, WS-STOP-HHMMSS-X
029300         END-UNSTRING
029400     END-IF.
029500     IF WS-STOP-DATE-X NOT NUMERIC
029600             OR WS-STOP-HHMMSS-X NOT NUMERIC
029700         DISPLAY 'PARM MUST BE THE STOP TIME, YYYYMMDD/HHMMSS'
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100     MOVE WS-STOP-DATE-X TO WS-STOP-DATE.
030200     MOVE WS-STOP-HHMMSS-X TO WS-STOP-HHMMSS.
030300     OPEN INPUT BKPFILE.
030400     IF NOT WS-BKPFILE-OK
030500         DISPLAY 'BKPFILE OPEN FAILED - STATUS ' WS-BKPFILE-STATUS
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF.
030900     OPEN INPUT CHGLOG.
031000     IF WS-CHGLOG-NOT-FOUND
031100         SET WS-CHGLOG-EOF TO TRUE
031200     ELSE
031300         IF NOT WS-CHGLOG-OK
031400             DISPLAY 'CHGLOG OPEN FAILED - STATUS '
031500                 WS-CHGLOG-STATUS
031600             MOVE 16 TO RETURN-CODE
031700             STOP RUN
031800         END-IF
031900     END-IF.
032000     OPEN OUTPUT RPTFILE.
032100     IF NOT WS-RPTFILE-OK
032200         DISPLAY 'RPTFILE OPEN FAILED - STATUS ' WS-RPTFILE-STATUS
032300         MOVE 16 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600 1000-INITIALIZE-EXIT.
032700     EXIT.
032800*
032900********************************************************************
033000*    2000-RESTORE-BACKUP - CHECK THE BACKUP HEADER, RELOAD THE    *
033100*    CONTROL FILE FROM THE RECORDS THAT FOLLOW IT, AND CHECK THE  *
033200*    TRAILER COUNT.  NOTHING IS WRITTEN UNTIL THE HEADER HAS      *
033300*    PASSED, AND A BACKUP WITH NO TRAILER OR THE WRONG COUNT      *
033400*    ENDS THE RUN RC 16 BEFORE ANY CHANGE IS REPLAYED             *
033500********************************************************************
033600 2000-RESTORE-BACKUP.
033700     PERFORM 2200-READ-BACKUP
033800         THRU 2200-READ-BACKUP-EXIT.
033900     MOVE BKPFILE-RECORD TO DL100-BACKUP-CONTROL-RECORD.
034000     IF WS-BKPFILE-EOF OR NOT DL100-BH-HEADER
034100         DISPLAY 'BKPFILE IS NOT A DL100CB BACKUP - NO HEADER'
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500     MOVE DL100-BH-BACKUP-DATE TO WS-BACKUP-DATE.
034600     MOVE DL100-BH-BACKUP-TIME TO WS-BACKUP-TIME.
034700     MOVE DL100-BH-JOB-ID TO WS-BACKUP-JOB-ID.
034800     IF WS-STOP-STAMP < WS-BACKUP-STAMP
034900         DISPLAY 'PARM STOP TIME IS BEFORE THE BACKUP - '
035000             WS-BACKUP-DATE ' ' WS-BACKUP-TIME
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400     OPEN OUTPUT CTLFILE.
035500     IF NOT WS-CTLFILE-OK
035600         DISPLAY 'CTLFILE OPEN FAILED - STATUS ' WS-CTLFILE-STATUS
035700         MOVE 16 TO RETURN-CODE
035800         STOP RUN
035900     END-IF.
036000     PERFORM 2100-RESTORE-ONE-RECORD
036100         THRU 2100-RESTORE-ONE-RECORD-EXIT
036200         UNTIL DL100-BH-TRAILER.
036300     IF DL100-BH-RECORD-COUNT NOT = WS-RESTORED-COUNT
036400         DISPLAY 'BACKUP TRAILER COUNT ' DL100-BH-RECORD-COUNT
036500             ' BUT ' WS-RESTORED-COUNT ' RECORDS RESTORED'
036600         MOVE 16 TO RETURN-CODE
036700         STOP RUN
036800     END-IF.
036900     CLOSE BKPFILE.
037000     CLOSE CTLFILE.
037100     OPEN I-O CTLFILE.
037200     IF NOT WS-CTLFILE-OK
037300         DISPLAY 'CTLFILE REOPEN FAILED - STATUS '
037400             WS-CTLFILE-STATUS
037500         MOVE 16 TO RETURN-CODE
037600         STOP RUN
037700     END-IF.
037800 2000-RESTORE-BACKUP-EXIT.
037900     EXIT.
038000*
038100 2100-RESTORE-ONE-RECORD.
038200     PERFORM 2200-READ-BACKUP
038300         THRU 2200-READ-BACKUP-EXIT.
038400     IF WS-BKPFILE-EOF
038500         DISPLAY 'BACKUP HAS NO TRAILER - TRUNCATED AFTER '
038600             WS-RESTORED-COUNT ' RECORDS'
038700         MOVE 16 TO RETURN-CODE
038800         STOP RUN
038900     END-IF.
039000     MOVE BKPFILE-RECORD TO DL100-BACKUP-CONTROL-RECORD.
039100     IF DL100-BH-TRAILER
039200         GO TO 2100-RESTORE-ONE-RECORD-EXIT
039300     END-IF.
039400     WRITE DL100-CONTROL-RECORD FROM BKPFILE-RECORD.
039500     IF NOT WS-CTLFILE-OK
039600         DISPLAY 'CTLFILE LOAD FAILED - STATUS ' WS-CTLFILE-STATUS
039700         MOVE 16 TO RETURN-CODE
039800         STOP RUN
039900     END-IF.
040000     ADD 1 TO WS-RESTORED-COUNT.
040100 2100-RESTORE-ONE-RECORD-EXIT.
040200     EXIT.
040300*
040400 2200-READ-BACKUP.
040500     READ BKPFILE
040600         AT END
040700             SET WS-BKPFILE-EOF TO TRUE
040800             MOVE SPACES TO BKPFILE-RECORD
040900     END-READ.
041000 2200-READ-BACKUP-EXIT.
041100     EXIT.
041200*
041300 2500-PRINT-BACKUP-LINE.
041400     MOVE WS-BACKUP-DATE TO BKL-BACKUP-DATE.
041500     MOVE WS-BACKUP-TIME TO WS-WORK-TIME.
041600     COMPUTE WS-TIME-HHMMSS = WS-WORK-TIME / 100.
041700     MOVE WS-TIME-HHMMSS TO BKL-BACKUP-TIME.
041800     MOVE WS-BACKUP-JOB-ID TO BKL-JOB-ID.
041900     MOVE WS-RESTORED-COUNT TO BKL-RECORD-COUNT.
042000     MOVE WS-STOP-DATE TO BKL-STOP-DATE.
042100     MOVE WS-STOP-HHMMSS TO BKL-STOP-TIME.
042200     WRITE RPTFILE-RECORD FROM WS-BACKUP-LINE
042300         AFTER ADVANCING 1 LINE.
042400     ADD 1 TO WS-LINE-COUNT.
042500 2500-PRINT-BACKUP-LINE-EXIT.
042600     EXIT.
042700*
042800********************************************************************
042900*    3000-REPLAY-ONE-RECORD - ONE CHANGE-LOG RECORD PER PASS.     *
043000*    ACTIONS LOGGED BEFORE THE BACKUP ARE ALREADY IN IT AND ARE   *
043100*    PASSED OVER; THE FIRST ACTION LOGGED AFTER THE STOP TIME     *
043200*    ENDS THE REPLAY.  THE LOG MUST ARRIVE IN TIME ORDER - AN     *
043300*    UNSORTED LOG ENDS THE RUN RC 16                              *
043400********************************************************************
043500 3000-REPLAY-ONE-RECORD.
043600     READ CHGLOG
043700         AT END
043800             SET WS-CHGLOG-EOF TO TRUE
043900             GO TO 3000-REPLAY-ONE-RECORD-EXIT
044000     END-READ.
044100     ADD 1 TO WS-LOG-READ-COUNT.
044200     MOVE DL100-CL-LOG-DATE TO WS-LOG-DATE.
044300     MOVE DL100-CL-LOG-TIME TO WS-LOG-TIME.
044400     IF WS-LOG-STAMP < WS-PRIOR-LOG-STAMP
044500         DISPLAY 'CHGLOG NOT IN TIME ORDER AT ' WS-LOG-DATE
044600             ' ' WS-LOG-TIME
044700         MOVE 16 TO RETURN-CODE
044800         STOP RUN
044900     END-IF.
045000     MOVE WS-LOG-STAMP TO WS-PRIOR-LOG-STAMP.
045100     IF WS-LOG-STAMP < WS-BACKUP-STAMP
045200         ADD 1 TO WS-LOG-BEFORE-COUNT
045300         GO TO 3000-REPLAY-ONE-RECORD-EXIT
045400     END-IF.
045500     IF WS-LOG-STAMP > WS-STOP-STAMP
045600         SET WS-REPLAY-ENDED TO TRUE
045700         GO TO 3000-REPLAY-ONE-RECORD-EXIT
045800     END-IF.
045810*    CROSSWALK MAINTENANCE IS LOGGED TO THE SAME CHANGE LOG BUT
045820*    NEVER TOUCHED THE CONTROL FILE - NOTHING TO REPLAY HERE
045830     IF DL100-CL-CROSSWALK-ENTRY
045840         ADD 1 TO WS-XW-SKIP-COUNT
045841         GO TO 3000-REPLAY-ONE-RECORD-EXIT
045842     END-IF.
045843*    A TABLE CERTIFICATION ONLY STAMPED THE DL100TD RECORD
045844     IF DL100-CL-TABLE-DEF-ENTRY
045845         ADD 1 TO WS-CERT-SKIP-COUNT
045850         GO TO 3000-REPLAY-ONE-RECORD-EXIT
045860     END-IF.
045900     PERFORM 3100-APPLY-ONE-ACTION
046000         THRU 3100-APPLY-ONE-ACTION-EXIT.
046100 3000-REPLAY-ONE-RECORD-EXIT.
046200     EXIT.
046300*
046400********************************************************************
046500*    3100-APPLY-ONE-ACTION - READ THE RECORD THE ACTION TOUCHED   *
046600*    AND PROVE IT STANDS AS THE BEFORE IMAGE SAYS, THEN APPLY     *
046700*    THE AFTER IMAGE.  A MISMATCH PRINTS BOTH IMAGES AND ENDS     *
046800*    THE REPLAY RC 8                                              *
046900********************************************************************
047000 3100-APPLY-ONE-ACTION.
047100     IF DL100-CL-BEFORE-IMAGE = SPACES
047200         MOVE DL100-CL-AFTER-IMAGE TO WS-IMAGE-RECORD
047300     ELSE
047400         MOVE DL100-CL-BEFORE-IMAGE TO WS-IMAGE-RECORD
047500     END-IF.
047600     MOVE WS-IM-KEY TO DL100-CT-KEY.
047700     READ CTLFILE
047800         INVALID KEY
047900             CONTINUE
048000     END-READ.
048100     IF NOT WS-CTLFILE-OK AND NOT WS-CTLFILE-NOT-FOUND
048200         DISPLAY 'CTLFILE READ FAILED - STATUS ' WS-CTLFILE-STATUS
048300         MOVE 16 TO RETURN-CODE
048400         STOP RUN
048500     END-IF.
048600     IF WS-CTLFILE-OK
048700         MOVE DL100-CONTROL-RECORD TO WS-ON-FILE-RECORD
048800     ELSE
048900         MOVE SPACES TO WS-ON-FILE-RECORD
049000     END-IF.
049100     IF WS-ON-FILE-RECORD NOT = DL100-CL-BEFORE-IMAGE
049200         PERFORM 3900-STOP-ON-MISMATCH
049300             THRU 3900-STOP-ON-MISMATCH-EXIT
049400         GO TO 3100-APPLY-ONE-ACTION-EXIT
049500     END-IF.
049600     IF DL100-CL-BEFORE-IMAGE = SPACES
049700         WRITE DL100-CONTROL-RECORD FROM DL100-CL-AFTER-IMAGE
049800         ADD 1 TO WS-ADD-COUNT
049900         MOVE 'REPLAYED - ADDED' TO DTL-RESULT
050000     ELSE
050100         IF DL100-CL-AFTER-IMAGE = SPACES
050200             DELETE CTLFILE RECORD
050300             ADD 1 TO WS-DELETE-COUNT
050400             MOVE 'REPLAYED - DELETED' TO DTL-RESULT
050500         ELSE
050600             REWRITE DL100-CONTROL-RECORD
050700                 FROM DL100-CL-AFTER-IMAGE
050800             ADD 1 TO WS-REWRITE-COUNT
050900             MOVE 'REPLAYED - REWRITTEN' TO DTL-RESULT
051000         END-IF
051100     END-IF.
051200     IF NOT WS-CTLFILE-OK
051300         DISPLAY 'CTLFILE UPDATE FAILED - STATUS '
051400             WS-CTLFILE-STATUS
051500         MOVE 16 TO RETURN-CODE
051600         STOP RUN
051700     END-IF.
051800     PERFORM 8100-PRINT-DETAIL-LINE
051900         THRU 8100-PRINT-DETAIL-LINE-EXIT.
052000 3100-APPLY-ONE-ACTION-EXIT.
052100     EXIT.
052200*
052300********************************************************************
052400*    3900-STOP-ON-MISMATCH - THE FILE DOES NOT STAND AS THE LOG   *
052500*    SAYS IT DID, SO NOTHING AFTER THIS POINT CAN BE TRUSTED.     *
052600*    PRINT THE ACTION, THE LOGGED BEFORE IMAGE AND WHAT IS ON     *
052700*    FILE, AND END THE REPLAY                                     *
052800********************************************************************
052900 3900-STOP-ON-MISMATCH.
053000     SET WS-MISMATCH TO TRUE.
053100     SET WS-REPLAY-ENDED TO TRUE.
053200     IF WS-ON-FILE-RECORD = SPACES
053300         MOVE 'STOPPED - RECORD NOT ON FILE' TO DTL-RESULT
053400     ELSE
053500         IF DL100-CL-BEFORE-IMAGE = SPACES
053600             MOVE 'STOPPED - ADD BUT RECORD ON FILE' TO DTL-RESULT
053700         ELSE
053800             MOVE 'STOPPED - BEFORE IMAGE DIFFERS' TO DTL-RESULT
053900         END-IF
054000     END-IF.
054100     PERFORM 8100-PRINT-DETAIL-LINE
054200         THRU 8100-PRINT-DETAIL-LINE-EXIT.
054300     MOVE 'LOGGED     ' TO IML-LABEL.
054400     MOVE DL100-CL-BEFORE-IMAGE TO IML-IMAGE.
054500     WRITE RPTFILE-RECORD FROM WS-IMAGE-LINE
054600         AFTER ADVANCING 1 LINE.
054700     MOVE 'ON FILE    ' TO IML-LABEL.
054800     MOVE WS-ON-FILE-RECORD TO IML-IMAGE.
054900     WRITE RPTFILE-RECORD FROM WS-IMAGE-LINE
055000         AFTER ADVANCING 1 LINE.
055100     ADD 2 TO WS-LINE-COUNT.
055200     MOVE 8 TO RETURN-CODE.
055300 3900-STOP-ON-MISMATCH-EXIT.
055400     EXIT.
055500*
055600********************************************************************
055700*    8000-8500 - REPORT PRINT PARAGRAPHS                          *
055800********************************************************************
055900 8000-PRINT-HEADINGS.
056000     ADD 1 TO WS-PAGE-NUMBER.
056100     MOVE ZERO TO WS-LINE-COUNT.
056200     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
056300     MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NUMBER.
056400     WRITE RPTFILE-RECORD FROM WS-HEADING-1
056500         AFTER ADVANCING PAGE.
056600     WRITE RPTFILE-RECORD FROM WS-HEADING-2
056700         AFTER ADVANCING 2 LINES.
056800     MOVE 2 TO WS-LINE-COUNT.
056900 8000-PRINT-HEADINGS-EXIT.
057000     EXIT.
057100*
057200 8100-PRINT-DETAIL-LINE.
057300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
057400         PERFORM 8000-PRINT-HEADINGS
057500             THRU 8000-PRINT-HEADINGS-EXIT
057600     END-IF.
057700     MOVE DL100-CL-LOG-DATE TO DTL-LOG-DATE.
057800     MOVE DL100-CL-LOG-TIME TO WS-WORK-TIME.
057900     COMPUTE WS-TIME-HHMMSS = WS-WORK-TIME / 100.
058000     MOVE WS-TIME-HHMMSS TO DTL-LOG-TIME.
058100     MOVE DL100-CL-USER-ID TO DTL-USER-ID.
058200     MOVE DL100-CL-TERM-ID TO DTL-TERM-ID.
058300     MOVE DL100-CL-ACTION TO DTL-ACTION.
058400     MOVE DL100-CL-TABLE-ID TO DTL-TABLE-ID.
058500     MOVE DL100-CL-POSITION TO DTL-POSITION.
058600     MOVE DL100-CL-EFF-DATE TO DTL-EFF-DATE.
058700     IF DL100-CL-BEFORE-IMAGE = SPACES
058800         MOVE SPACES TO DTL-BEFORE
058900     ELSE
059000         MOVE DL100-CL-BEFORE-IMAGE TO WS-IMAGE-RECORD
059100         MOVE WS-IM-LETTER TO DTL-BEFORE
059200     END-IF.
059300     IF DL100-CL-AFTER-IMAGE = SPACES
059400         MOVE SPACES TO DTL-AFTER
059500     ELSE
059600         MOVE DL100-CL-AFTER-IMAGE TO WS-IMAGE-RECORD
059700         MOVE WS-IM-LETTER TO DTL-AFTER
059800     END-IF.
059900     WRITE RPTFILE-RECORD FROM WS-DETAIL-LINE
060000         AFTER ADVANCING 1 LINE.
060100     ADD 1 TO WS-LINE-COUNT.
060200 8100-PRINT-DETAIL-LINE-EXIT.
060300     EXIT.
060400*
060500 8500-PRINT-SUMMARY.
060600     MOVE 'BACKUP RECORDS RESTORED' TO SUM-LABEL.
060700     MOVE WS-RESTORED-COUNT TO SUM-COUNT.
060800     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
060900         AFTER ADVANCING 2 LINES.
061000     MOVE 'LOG RECORDS READ' TO SUM-LABEL.
061100     MOVE WS-LOG-READ-COUNT TO SUM-COUNT.
061200     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
061300         AFTER ADVANCING 1 LINE.
061400     MOVE 'LOGGED BEFORE THE BACKUP - PASSED OVER' TO SUM-LABEL.
061500     MOVE WS-LOG-BEFORE-COUNT TO SUM-COUNT.
061600     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
061700         AFTER ADVANCING 1 LINE.
061800     MOVE 'REPLAYED - ADDED' TO SUM-LABEL.
061900     MOVE WS-ADD-COUNT TO SUM-COUNT.
062000     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
062100         AFTER ADVANCING 1 LINE.
062200     MOVE 'REPLAYED - REWRITTEN' TO SUM-LABEL.
062300     MOVE WS-REWRITE-COUNT TO SUM-COUNT.
062400     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
062500         AFTER ADVANCING 1 LINE.
062600     MOVE 'REPLAYED - DELETED' TO SUM-LABEL.
062700     MOVE WS-DELETE-COUNT TO SUM-COUNT.
062800     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
062900         AFTER ADVANCING 1 LINE.
062920     MOVE 'CROSSWALK ACTIONS - PASSED OVER' TO SUM-LABEL.
062940     MOVE WS-XW-SKIP-COUNT TO SUM-COUNT.
062942     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
062944         AFTER ADVANCING 1 LINE.
062946     MOVE 'TABLE CERTIFICATIONS - PASSED OVER' TO SUM-LABEL.
062948     MOVE WS-CERT-SKIP-COUNT TO SUM-COUNT.
062960     WRITE RPTFILE-RECORD FROM WS-SUMMARY-LINE
062980         AFTER ADVANCING 1 LINE.
063000     IF WS-MISMATCH
063100         MOVE 'REPLAY STOPPED ON A BEFORE-IMAGE MISMATCH - '
063200             TO RSL-TEXT
063300         MOVE 'FILE RECOVERED TO THE LAST ACTION REPLAYED'
063400             TO RSL-TEXT-2
063500     ELSE
063600         MOVE 'REPLAY COMPLETE TO THE STOP TIME' TO RSL-TEXT
063700         MOVE SPACES TO RSL-TEXT-2
063800     END-IF.
063900     WRITE RPTFILE-RECORD FROM WS-RESULT-LINE
064000         AFTER ADVANCING 2 LINES.
064100 8500-PRINT-SUMMARY-EXIT.
064200     EXIT.
064300*
064400********************************************************************
064500*    9000-TERMINATE - CLOSE FILES AND DISPLAY THE CONTROL COUNTS  *
064600*    FOR THE JOB LOG                                              *
064700********************************************************************
064800 9000-TERMINATE.
064900     IF NOT WS-CHGLOG-NOT-FOUND
065000         CLOSE CHGLOG
065100     END-IF.
065200     CLOSE CTLFILE.
065300     CLOSE RPTFILE.
065400     DISPLAY 'DL100FR BACKUP RECORDS RESTORED ' WS-RESTORED-COUNT.
065500     DISPLAY 'LOG ACTIONS REPLAYED  ADD ' WS-ADD-COUNT
065600         ' REWRITE ' WS-REWRITE-COUNT ' DELETE ' WS-DELETE-COUNT.
065700     IF WS-MISMATCH
065800         DISPLAY 'REPLAY STOPPED ON A BEFORE-IMAGE MISMATCH - '
065900             'SEE THE RECOVERY REGISTER'
066000     END-IF.
066100 9000-TERMINATE-EXIT.
066200     EXIT.
066300*
066400 END PROGRAM DL100FR.
