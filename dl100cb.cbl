000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL100CB.
000300 AUTHOR.         J RENNER.
000400 INSTALLATION.   DL100 APPLICATION - REFERENCE DATA GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100CB                                         *
001100*    PURPOSE      VERIFIED FULL BACKUP OF THE DL100CT CONTROL     *
001200*                 FILE.  COPIES EVERY RECORD OF                   *
001300*                 DL100.PROD.CTLFILE - LIVE, PENDING, FUTURE-     *
001400*                 DATED, RETIRED AND AWAITING APPROVAL ALIKE - IN *
001500*                 KEY ORDER TO A SEQUENTIAL BACKUP GENERATION,    *
001600*                 BETWEEN A HEADER RECORD STAMPED WITH THE DATE   *
001700*                 AND TIME OF THE BACKUP AND A TRAILER RECORD     *
001800*                 CARRYING THE RECORD COUNT (SEE DL100BH).  THE   *
001900*                 BACKUP IS THEN READ BACK AND COMPARED RECORD    *
002000*                 FOR RECORD WITH A SECOND PASS OF THE CONTROL    *
002100*                 FILE; ANY DIFFERENCE ENDS THE RUN RC 16 AND     *
002200*                 DL100J13 DELETES THE GENERATION, SO ONLY A      *
002300*                 VERIFIED BACKUP IS EVER CATALOGED.  DL100J13    *
002400*                 HOLDS THE SYSTEM-STATUS RECORD FOR THE RUN, SO  *
002500*                 NO MAINTENANCE CAN LAND BETWEEN THE TWO PASSES. *
002600*                 DL100FR RESTORES FROM THIS BACKUP.              *
002700*                                                                  *
002800*    PARM         JOBNAME - STAMPED ON THE BACKUP HEADER          *
002900*                                                                  *
003000*    MODIFICATION HISTORY                                         *
003100*    ------------------------------------------------------------ *
003200*    DATE       BY     DESCRIPTION                                *
003300*    ---------  -----  ------------------------------------------ *
003400*    2026-10-15 JMR    ORIGINAL PROGRAM                           *
003500*                                                                  *
003600********************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CTLFILE  ASSIGN TO CTLFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS DL100-CT-KEY
004500         FILE STATUS IS WS-CTLFILE-STATUS.
004600     SELECT BKPFILE  ASSIGN TO BKPFILE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-BKPFILE-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CTLFILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY DL100CT.
005600 FD  BKPFILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  BKPFILE-RECORD              PIC X(120).
006000*
006100 WORKING-STORAGE SECTION.
006200*
006300********************************************************************
006400*    SWITCHES AND FILE STATUS FIELDS                              *
006500********************************************************************
006600 01  WS-SWITCHES.
006700     05  WS-CTLFILE-EOF-SW       PIC X(01) VALUE 'N'.
006800         88  WS-CTLFILE-EOF          VALUE 'Y'.
006900     05  WS-BKPFILE-EOF-SW       PIC X(01) VALUE 'N'.
007000         88  WS-BKPFILE-EOF          VALUE 'Y'.
007100 01  WS-FILE-STATUSES.
007200     05  WS-CTLFILE-STATUS       PIC X(02) VALUE SPACES.
007300         88  WS-CTLFILE-OK           VALUE '00'.
007400     05  WS-BKPFILE-STATUS       PIC X(02) VALUE SPACES.
007500         88  WS-BKPFILE-OK           VALUE '00'.
007600*
007700********************************************************************
007800*    BACKUP STAMP AND CONTROL COUNTS                              *
007900********************************************************************
008000 01  WS-RUN-DATE                 PIC 9(08).
008100 01  WS-RUN-TIME                 PIC 9(08).
008200 01  WS-JOB-ID                   PIC X(08).
008300 01  WS-COPIED-COUNT             PIC 9(07) VALUE ZERO.
008400 01  WS-VERIFIED-COUNT           PIC 9(07) VALUE ZERO.
008500*
008600********************************************************************
008700*    BACKUP HEADER/TRAILER WORK RECORD - SEE DL100BH              *
008800********************************************************************
008900     COPY DL100BH.
009000*
009100********************************************************************
009200*    VERIFY PASS - THE BACKUP RECORD READ BACK, AND THE REASON    *
009300*    SHOWN WHEN IT DOES NOT MATCH THE CONTROL FILE                *
009400********************************************************************
009500 01  WS-BACKUP-RECORD            PIC X(120).
009600 01  WS-VERIFY-FAIL-MSG.
009700     05  FILLER                  PIC X(23) VALUE
009800             'BACKUP VERIFY FAILED - '.
009900     05  MSG-VERIFY-REASON       PIC X(30).
010000     05  FILLER                  PIC X(06) VALUE ' AT - '.
010100     05  MSG-VERIFY-KEY          PIC X(19).
010200*
010300 LINKAGE SECTION.
010400 01  LS-PARM-AREA.
010500     05  LS-PARM-LENGTH          PIC S9(04) COMP.
010600     05  LS-PARM-DATA            PIC X(80).
010700*
010800 PROCEDURE DIVISION USING LS-PARM-AREA.
010900*
011000********************************************************************
011100*    0000-MAIN - MAINLINE                                         *
011200********************************************************************
011300 0000-MAIN.
011400     PERFORM 1000-INITIALIZE
011500         THRU 1000-INITIALIZE-EXIT.
011600     PERFORM 2000-COPY-ONE-RECORD
011700         THRU 2000-COPY-ONE-RECORD-EXIT
011800         UNTIL WS-CTLFILE-EOF.
011900     PERFORM 2500-FINISH-BACKUP
012000         THRU 2500-FINISH-BACKUP-EXIT.
012100     PERFORM 3000-VERIFY-BACKUP
012200         THRU 3000-VERIFY-BACKUP-EXIT.
012300     PERFORM 9000-TERMINATE
012400         THRU 9000-TERMINATE-EXIT.
012500     GOBACK.
012600*
012700********************************************************************
012800*    1000-INITIALIZE - STAMP THE RUN, OPEN FILES AND WRITE THE    *
012900*    BACKUP HEADER                                                *
013000********************************************************************
013100 1000-INITIALIZE.
013200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013300     ACCEPT WS-RUN-TIME FROM TIME.
013400     MOVE SPACES TO WS-JOB-ID.
013500     IF LS-PARM-LENGTH > ZERO
013600         MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-JOB-ID
013700     END-IF.
013800     OPEN INPUT CTLFILE.
013900     IF NOT WS-CTLFILE-OK
014000         DISPLAY 'CTLFILE OPEN FAILED - STATUS ' WS-CTLFILE-STATUS
014100         MOVE 16 TO RETURN-CODE
014200         STOP RUN
014300     END-IF.
014400     OPEN OUTPUT BKPFILE.
014500     IF NOT WS-BKPFILE-OK
014600         DISPLAY 'BKPFILE OPEN FAILED - STATUS ' WS-BKPFILE-STATUS
014700         MOVE 16 TO RETURN-CODE
014800         STOP RUN
014900     END-IF.
015000     MOVE SPACES TO DL100-BACKUP-CONTROL-RECORD.
015100     SET DL100-BH-HEADER TO TRUE.
015200     MOVE WS-RUN-DATE TO DL100-BH-BACKUP-DATE.
015300     MOVE WS-RUN-TIME TO DL100-BH-BACKUP-TIME.
015400     MOVE ZERO TO DL100-BH-RECORD-COUNT.
015500     MOVE WS-JOB-ID TO DL100-BH-JOB-ID.
015600     WRITE BKPFILE-RECORD FROM DL100-BACKUP-CONTROL-RECORD.
015700     IF NOT WS-BKPFILE-OK
015800         DISPLAY 'BKPFILE WRITE FAILED - STATUS '
015900             WS-BKPFILE-STATUS
016000         MOVE 16 TO RETURN-CODE
016100         STOP RUN
016200     END-IF.
016300 1000-INITIALIZE-EXIT.
016400     EXIT.
016500*
016600********************************************************************
016700*    2000-COPY-ONE-RECORD - ONE CONTROL-FILE RECORD PER PASS,     *
016800*    COPIED AS IT STANDS WHATEVER ITS APPROVAL STATUS OR DATES    *
016900********************************************************************
017000 2000-COPY-ONE-RECORD.
017100     READ CTLFILE NEXT RECORD
017200         AT END
017300             SET WS-CTLFILE-EOF TO TRUE
017400             GO TO 2000-COPY-ONE-RECORD-EXIT
017500     END-READ.
017600     IF NOT WS-CTLFILE-OK
017700         DISPLAY 'CTLFILE READ FAILED - STATUS ' WS-CTLFILE-STATUS
017800         MOVE 16 TO RETURN-CODE
017900         STOP RUN
018000     END-IF.
018100     WRITE BKPFILE-RECORD FROM DL100-CONTROL-RECORD.
018200     IF NOT WS-BKPFILE-OK
018300         DISPLAY 'BKPFILE WRITE FAILED - STATUS '
018400             WS-BKPFILE-STATUS
018500         MOVE 16 TO RETURN-CODE
018600         STOP RUN
018700     END-IF.
018800     ADD 1 TO WS-COPIED-COUNT.
018900 2000-COPY-ONE-RECORD-EXIT.
019000     EXIT.
019100*
019200********************************************************************
019300*    2500-FINISH-BACKUP - WRITE THE TRAILER AND CLOSE BOTH FILES  *
019400*    READY FOR THE VERIFY PASS                                    *
019500********************************************************************
019600 2500-FINISH-BACKUP.
019700     MOVE SPACES TO DL100-BACKUP-CONTROL-RECORD.
019800     SET DL100-BH-TRAILER TO TRUE.
019900     MOVE WS-RUN-DATE TO DL100-BH-BACKUP-DATE.
020000     MOVE WS-RUN-TIME TO DL100-BH-BACKUP-TIME.
020100     MOVE WS-COPIED-COUNT TO DL100-BH-RECORD-COUNT.
020200     MOVE WS-JOB-ID TO DL100-BH-JOB-ID.
020300     WRITE BKPFILE-RECORD FROM DL100-BACKUP-CONTROL-RECORD.
020400     IF NOT WS-BKPFILE-OK
020500         DISPLAY 'BKPFILE WRITE FAILED - STATUS '
020600             WS-BKPFILE-STATUS
020700         MOVE 16 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
021000     CLOSE CTLFILE.
021100     CLOSE BKPFILE.
021200 2500-FINISH-BACKUP-EXIT.
021300     EXIT.
021400*
021500********************************************************************
021600*    3000-VERIFY-BACKUP - READ THE BACKUP BACK AND COMPARE IT     *
021700*    WITH A SECOND PASS OF THE CONTROL FILE - SAME HEADER STAMP,  *
021800*    SAME RECORDS IN THE SAME ORDER, AND A TRAILER COUNT THAT     *
021900*    AGREES WITH BOTH                                             *
022000********************************************************************
022100 3000-VERIFY-BACKUP.
022200     MOVE 'N' TO WS-CTLFILE-EOF-SW.
022300     OPEN INPUT CTLFILE.
022400     IF NOT WS-CTLFILE-OK
022500         DISPLAY 'CTLFILE REOPEN FAILED - STATUS '
022600             WS-CTLFILE-STATUS
022700         MOVE 16 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000     OPEN INPUT BKPFILE.
023100     IF NOT WS-BKPFILE-OK
023200         DISPLAY 'BKPFILE REOPEN FAILED - STATUS '
023300             WS-BKPFILE-STATUS
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     MOVE SPACES TO MSG-VERIFY-KEY.
023800     PERFORM 3200-READ-BACKUP
023900         THRU 3200-READ-BACKUP-EXIT.
024000     MOVE WS-BACKUP-RECORD TO DL100-BACKUP-CONTROL-RECORD.
024100     IF WS-BKPFILE-EOF
024200             OR NOT DL100-BH-HEADER
024300             OR DL100-BH-BACKUP-DATE NOT = WS-RUN-DATE
024400             OR DL100-BH-BACKUP-TIME NOT = WS-RUN-TIME
024500         MOVE 'HEADER MISSING OR WRONG' TO MSG-VERIFY-REASON
024600         PERFORM 3900-VERIFY-FAILED
024700             THRU 3900-VERIFY-FAILED-EXIT
024800     END-IF.
024900     PERFORM 3100-VERIFY-ONE-RECORD
025000         THRU 3100-VERIFY-ONE-RECORD-EXIT
025100         UNTIL WS-CTLFILE-EOF.
025200     PERFORM 3200-READ-BACKUP
025300         THRU 3200-READ-BACKUP-EXIT.
025400     MOVE WS-BACKUP-RECORD TO DL100-BACKUP-CONTROL-RECORD.
025500     IF WS-BKPFILE-EOF
025600             OR NOT DL100-BH-TRAILER
025700         MOVE 'BACKUP LONGER THAN CTLFILE' TO MSG-VERIFY-REASON
025800         PERFORM 3900-VERIFY-FAILED
025900             THRU 3900-VERIFY-FAILED-EXIT
026000     END-IF.
026100     IF DL100-BH-RECORD-COUNT NOT = WS-VERIFIED-COUNT
026200             OR WS-VERIFIED-COUNT NOT = WS-COPIED-COUNT
026300         MOVE 'TRAILER COUNT DISAGREES' TO MSG-VERIFY-REASON
026400         PERFORM 3900-VERIFY-FAILED
026500             THRU 3900-VERIFY-FAILED-EXIT
026600     END-IF.
026700     CLOSE CTLFILE.
026800     CLOSE BKPFILE.
026900 3000-VERIFY-BACKUP-EXIT.
027000     EXIT.
027100*
027200 3100-VERIFY-ONE-RECORD.
027300     READ CTLFILE NEXT RECORD
027400         AT END
027500             SET WS-CTLFILE-EOF TO TRUE
027600             GO TO 3100-VERIFY-ONE-RECORD-EXIT
027700     END-READ.
027800     IF NOT WS-CTLFILE-OK
027900         DISPLAY 'CTLFILE READ FAILED - STATUS ' WS-CTLFILE-STATUS
028000         MOVE 16 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300     MOVE DL100-CT-KEY TO MSG-VERIFY-KEY.
028400     PERFORM 3200-READ-BACKUP
028500         THRU 3200-READ-BACKUP-EXIT.
028600     IF WS-BKPFILE-EOF
028700         MOVE 'BACKUP SHORTER THAN CTLFILE' TO MSG-VERIFY-REASON
028800         PERFORM 3900-VERIFY-FAILED
028900             THRU 3900-VERIFY-FAILED-EXIT
029000     END-IF.
029100     IF WS-BACKUP-RECORD NOT = DL100-CONTROL-RECORD
029200         MOVE 'RECORD DIFFERS' TO MSG-VERIFY-REASON
029300         PERFORM 3900-VERIFY-FAILED
029400             THRU 3900-VERIFY-FAILED-EXIT
029500     END-IF.
029600     ADD 1 TO WS-VERIFIED-COUNT.
029700 3100-VERIFY-ONE-RECORD-EXIT.
029800     EXIT.
029900*
030000 3200-READ-BACKUP.
030100     READ BKPFILE INTO WS-BACKUP-RECORD
030200         AT END
030300             SET WS-BKPFILE-EOF TO TRUE
030400             MOVE SPACES TO WS-BACKUP-RECORD
030500     END-READ.
030600 3200-READ-BACKUP-EXIT.
030700     EXIT.
030800*
030900********************************************************************
031000*    3900-VERIFY-FAILED - THE BACKUP CANNOT BE TRUSTED.  END THE  *
031100*    RUN RC 16 SO DL100J13 DELETES THE GENERATION                 *
031200********************************************************************
031300 3900-VERIFY-FAILED.
031400     DISPLAY WS-VERIFY-FAIL-MSG.
031500     DISPLAY 'RECORDS COPIED   ' WS-COPIED-COUNT.
031600     DISPLAY 'RECORDS VERIFIED ' WS-VERIFIED-COUNT.
031700     MOVE 16 TO RETURN-CODE.
031800     STOP RUN.
031900 3900-VERIFY-FAILED-EXIT.
032000     EXIT.
032100*
032200********************************************************************
032300*    9000-TERMINATE - DISPLAY THE BACKUP STAMP AND CONTROL COUNTS *
032400*    FOR THE JOB LOG                                              *
032500********************************************************************
032600 9000-TERMINATE.
032700     DISPLAY 'DL100CB BACKUP TAKEN ' WS-RUN-DATE ' ' WS-RUN-TIME.
032800     DISPLAY 'RECORDS COPIED   ' WS-COPIED-COUNT.
032900     DISPLAY 'RECORDS VERIFIED ' WS-VERIFIED-COUNT.
033000 9000-TERMINATE-EXIT.
033100     EXIT.
033200*
033300 END PROGRAM DL100CB.
