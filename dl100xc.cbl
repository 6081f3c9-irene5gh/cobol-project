000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL100XC.
000300 AUTHOR.         J RENNER.
000400 INSTALLATION.   DL100 APPLICATION - REFERENCE DATA GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100XC                                         *
001100*    PURPOSE      CICS CROSSWALK MAINTENANCE TRANSACTION (DL103)  *
001200*                 FOR THE DL100XW CROSSWALK FILE.  EACH ENTRY     *
001300*                 MAPS AN EXTERNAL SYSTEM'S OWN CODE (CLAIMS,     *
001400*                 BILLING, ...) TO A DL100 TABLE-ID AND CODE      *
001500*                 VALUE FROM AN EFFECTIVE DATE, SO THOSE SYSTEMS  *
001600*                 TRANSLATE THROUGH DL100XT INSTEAD OF KEEPING    *
001700*                 PRIVATE TABLES.  SAME RULES AS DL100MN - EVERY  *
001800*                 ADD/CHANGE/DELETE/RETIRE WAITS FOR A SECOND     *
001900*                 USER'S APPROVAL, EVERY APPLIED FUNCTION WRITES  *
002000*                 A DL100CL RECORD (TYPE X) TO DL100CG, AND       *
002100*                 UPDATES ARE REFUSED WHILE DL100SS IS HELD.      *
002200*                 AN ADD OR CHANGE, AND ITS APPROVAL, IS REFUSED  *
002300*                 UNLESS THE TARGET CODE IS IN EFFECT IN THE      *
002400*                 DL100CT TABLE.                                  *
002500*                                                                  *
002600*    MAPSET       DL100M   MAP  DL100M4  (SEE DL100MP COPYBOOK)   *
002700*                 SYSX     - EXTERNAL SYSTEM (PART OF THE KEY)    *
002800*                 EXTCDX   - EXTERNAL CODE (PART OF THE KEY)      *
002900*                 FUNCX    - A (ADD), C (CHANGE), D (DELETE),     *
003000*                            R (RETIRE WITH AN END DATE) OR       *
003100*                            P (APPROVE A PENDING CHANGE)         *
003200*                 EFFDTX   - ACTIVATION DATE YYYYMMDD, BLANK      *
003300*                            MEANS TODAY (PART OF THE KEY)        *
003400*                 TABIDX   - DL100 TABLE-ID (ADD/CHANGE)          *
003500*                 CODEX    - DL100 CODE VALUE (ADD/CHANGE)        *
003600*                 ENDDTX   - RETIREMENT DATE YYYYMMDD (FUNC R)    *
003700*                 MSGX     - RESULT/ERROR MESSAGE                 *
003800*                                                                  *
003900*    MODIFICATION HISTORY                                         *
004000*    ------------------------------------------------------------ *
004100*    DATE       BY     DESCRIPTION                                *
004200*    ---------  -----  ------------------------------------------ *
004300*    2026-10-15 JMR    ORIGINAL PROGRAM                           *
004400*                                                                  *
004500********************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800*
004900 DATA DIVISION.
005000 WORKING-STORAGE SECTION.
005100 01  WS-RESP                     PIC S9(8) COMP.
005200 01  WS-FUNCTION-VALID-SW        PIC X(01) VALUE 'N'.
005300     88  WS-FUNCTION-VALID           VALUE 'Y'.
005400 01  WS-SYSTEM-KEY               PIC X(08).
005500 01  WS-EXT-CODE-KEY             PIC X(10).
005600 01  WS-EFF-DATE-KEY             PIC 9(08).
005700 01  WS-EFF-DATE-KEY-R REDEFINES WS-EFF-DATE-KEY.
005800     05  WS-EFF-KEY-YEAR         PIC 9(04).
005900     05  WS-EFF-KEY-MONTH        PIC 9(02).
006000     05  WS-EFF-KEY-DAY          PIC 9(02).
006100 01  WS-END-DATE-KEY             PIC 9(08).
006200 01  WS-END-DATE-KEY-R REDEFINES WS-END-DATE-KEY.
006300     05  WS-END-KEY-YEAR         PIC 9(04).
006400     05  WS-END-KEY-MONTH        PIC 9(02).
006500     05  WS-END-KEY-DAY          PIC 9(02).
006600 01  WS-TARGET-TABLE-ID          PIC X(08).
006700 01  WS-TARGET-CODE              PIC X(03).
006800 01  WS-ABSTIME                  PIC S9(15) COMP-3.
006900 01  WS-TODAY-DATE               PIC 9(08).
007000 01  WS-USER-ID                  PIC X(08).
007100 01  WS-TIME-HHMMSS              PIC 9(06).
007200 01  WS-LOG-TIME                 PIC 9(08).
007300 01  WS-BEFORE-RECORD            PIC X(120).
007400 01  WS-AFTER-RECORD             PIC X(120).
007500 01  WS-RETURN-FLAG              PIC X(01) VALUE 'Y'.
007600*
007700*    QUIESCE REFUSAL MESSAGE AND THE EXPECTED RELEASE TIME
007800*    PICKED UP FROM THE SYSTEM-STATUS RECORD
007900 01  WS-HELD-MSG.
008000     05  FILLER                  PIC X(42) VALUE
008100             'TABLE UNDER BATCH MAINTENANCE - TRY AFTER'.
008200     05  HELD-HH                 PIC 9(02).
008300     05  FILLER                  PIC X(01) VALUE ':'.
008400     05  HELD-MM                 PIC 9(02).
008500 01  WS-RELEASE-HHMM             PIC 9(04).
008600 01  WS-RELEASE-HHMM-R REDEFINES WS-RELEASE-HHMM.
008700     05  WS-REL-HH               PIC 9(02).
008800     05  WS-REL-MM               PIC 9(02).
008900 01  WS-SS-RRN                   PIC S9(8) COMP VALUE 1.
009000*
009100*    TARGET-CODE CHECK - THE VERSION OF EACH POSITION OF THE
009200*    TARGET TABLE IN EFFECT ON THE AS-OF DATE IS HELD UNTIL THE
009300*    BROWSE MOVES PAST THE POSITION, THEN TESTED
009400 01  WS-TARGET-ACTIVE-SW         PIC X(01) VALUE 'N'.
009500     88  WS-TARGET-ACTIVE            VALUE 'Y'.
009600 01  WS-TARGET-BROWSE-SW         PIC X(01) VALUE 'N'.
009700     88  WS-TARGET-BROWSE-DONE       VALUE 'Y'.
009800 01  WS-HELD-ENTRY-SW            PIC X(01) VALUE 'N'.
009900     88  WS-HELD-ENTRY-PRESENT       VALUE 'Y'.
010000 01  WS-HELD-POSITION            PIC 9(03).
010100 01  WS-HELD-LETTER              PIC X(03).
010200 01  WS-HELD-END-DATE            PIC 9(08).
010300 01  WS-AS-OF-DATE               PIC 9(08).
010400*
010500*    DL100CT ENTRY READ DURING THE CHECK
010600 01  WS-TARGET-RECORD.
010700     05  WS-TARGET-KEY.
010800         10  WS-TGT-TABLE-ID     PIC X(08).
010900         10  WS-TGT-POSITION     PIC 9(03).
011000         10  WS-TGT-EFF-DATE     PIC 9(08).
011100     05  WS-TGT-LETTER           PIC X(03).
011200     05  WS-TGT-DESC             PIC X(30).
011300     05  WS-TGT-APPR-STATUS      PIC X(01).
011400     05  FILLER                  PIC X(49).
011500     05  WS-TGT-END-DATE         PIC 9(08).
011600     05  FILLER                  PIC X(10).
011700*
011800********************************************************************
011900*    SYMBOLIC MAP - SEE COPYBOOK DL100MP                          *
012000********************************************************************
012100     COPY DL100MP.
012200*
012300********************************************************************
012400*    CROSSWALK RECORD - SEE COPYBOOK DL100XW                      *
012500********************************************************************
012600     COPY DL100XW.
012700*
012800********************************************************************
012900*    CHANGE-LOG RECORD - SEE COPYBOOK DL100CL                     *
013000********************************************************************
013100     COPY DL100CL.
013200*
013300********************************************************************
013400*    SYSTEM-STATUS (QUIESCE) RECORD - SEE COPYBOOK DL100SS        *
013500********************************************************************
013600     COPY DL100SS.
013700*
013800 PROCEDURE DIVISION.
013900*
014000********************************************************************
014100*    0000-MAIN - MAINLINE.  A BLANK EIBCALEN MEANS THE OPERATOR   *
014200*    JUST STARTED THE TRANSACTION, SO SEND A BLANK MAP; OTHERWISE *
014300*    RECEIVE THE MAP AND PROCESS THE REQUESTED FUNCTION           *
014400********************************************************************
014500 0000-MAIN.
014600     IF EIBCALEN = ZERO
014700         PERFORM 1000-SEND-INITIAL-MAP
014800             THRU 1000-SEND-INITIAL-MAP-EXIT
014900     ELSE
015000         PERFORM 2000-RECEIVE-AND-EDIT
015100             THRU 2000-RECEIVE-AND-EDIT-EXIT
015200         IF WS-FUNCTION-VALID
015300             PERFORM 2500-CHECK-QUIESCE
015400                 THRU 2500-CHECK-QUIESCE-EXIT
015500         END-IF
015600         IF WS-FUNCTION-VALID
015700             PERFORM 3000-PROCESS-FUNCTION
015800                 THRU 3000-PROCESS-FUNCTION-EXIT
015900         END-IF
016000         PERFORM 8000-SEND-RESULT-MAP
016100             THRU 8000-SEND-RESULT-MAP-EXIT
016200     END-IF.
016300     EXEC CICS RETURN
016400         TRANSID('DL103')
016500         COMMAREA(WS-RETURN-FLAG)
016600         LENGTH(1)
016700     END-EXEC.
016800     GOBACK.
016900*
017000********************************************************************
017100*    1000-SEND-INITIAL-MAP - FIRST-TIME SCREEN, ALL FIELDS BLANK  *
017200********************************************************************
017300 1000-SEND-INITIAL-MAP.
017400     MOVE SPACES TO DL100M4O.
017500     MOVE 'ENTER SYSTEM, EXT CODE, FUNC (A/C/D/R/P), TABLE, CODE'
017600         TO MSGXO.
017700     EXEC CICS SEND MAP('DL100M4')
017800         MAPSET('DL100M')
017900         FROM(DL100M4O)
018000         ERASE
018100     END-EXEC.
018200 1000-SEND-INITIAL-MAP-EXIT.
018300     EXIT.
018400*
018500********************************************************************
018600*    2000-RECEIVE-AND-EDIT - RECEIVE THE OPERATOR'S INPUT AND     *
018700*    EDIT THE KEY, FUNCTION AND DATES BEFORE ANY FILE I/O         *
018800********************************************************************
018900 2000-RECEIVE-AND-EDIT.
019000     MOVE 'N' TO WS-FUNCTION-VALID-SW.
019100     EXEC CICS ASKTIME
019200         ABSTIME(WS-ABSTIME)
019300     END-EXEC.
019400     EXEC CICS FORMATTIME
019500         ABSTIME(WS-ABSTIME)
019600         YYYYMMDD(WS-TODAY-DATE)
019700         TIME(WS-TIME-HHMMSS)
019800     END-EXEC.
019900     COMPUTE WS-LOG-TIME = WS-TIME-HHMMSS * 100.
020000     EXEC CICS ASSIGN
020100         USERID(WS-USER-ID)
020200     END-EXEC.
020300     EXEC CICS RECEIVE MAP('DL100M4')
020400         MAPSET('DL100M')
020500         INTO(DL100M4I)
020600         RESP(WS-RESP)
020700     END-EXEC.
020800     IF WS-RESP NOT = DFHRESP(NORMAL)
020900         MOVE 'UNABLE TO READ SCREEN - RE-ENTER' TO MSGXO
021000         GO TO 2000-RECEIVE-AND-EDIT-EXIT
021100     END-IF.
021200     IF SYSXI = SPACES OR SYSXI = LOW-VALUES
021300         MOVE 'EXTERNAL SYSTEM IS REQUIRED' TO MSGXO
021400         GO TO 2000-RECEIVE-AND-EDIT-EXIT
021500     END-IF.
021600     IF EXTCDXI = SPACES OR EXTCDXI = LOW-VALUES
021700         MOVE 'EXTERNAL CODE IS REQUIRED' TO MSGXO
021800         GO TO 2000-RECEIVE-AND-EDIT-EXIT
021900     END-IF.
022000     MOVE SYSXI TO WS-SYSTEM-KEY.
022100     MOVE EXTCDXI TO WS-EXT-CODE-KEY.
022200     INSPECT WS-EXT-CODE-KEY REPLACING ALL LOW-VALUE BY SPACE.
022300     IF FUNCXI NOT = 'A' AND FUNCXI NOT = 'C'
022400             AND FUNCXI NOT = 'D' AND FUNCXI NOT = 'R'
022500             AND FUNCXI NOT = 'P'
022600         MOVE 'FUNC MUST BE A, C, D, R OR P' TO MSGXO
022700         GO TO 2000-RECEIVE-AND-EDIT-EXIT
022800     END-IF.
022900     IF EFFDTXI = SPACES OR EFFDTXI = LOW-VALUES
023000         MOVE WS-TODAY-DATE TO WS-EFF-DATE-KEY
023100         MOVE WS-EFF-DATE-KEY TO EFFDTXO
023200     ELSE
023300         IF EFFDTXI NOT NUMERIC
023400             MOVE 'EFF DATE NOT YYYYMMDD' TO MSGXO
023500             GO TO 2000-RECEIVE-AND-EDIT-EXIT
023600         END-IF
023700         MOVE EFFDTXI TO WS-EFF-DATE-KEY
023800         IF WS-EFF-KEY-MONTH < 01 OR WS-EFF-KEY-MONTH > 12
023900                 OR WS-EFF-KEY-DAY < 01
024000                 OR WS-EFF-KEY-DAY > 31
024100             MOVE 'EFF DATE NOT A DATE' TO MSGXO
024200             GO TO 2000-RECEIVE-AND-EDIT-EXIT
024300         END-IF
024400     END-IF.
024500*    AN ADD OR CHANGE NEEDS THE DL100 TABLE AND CODE TO MAP TO
024600     IF FUNCXI = 'A' OR FUNCXI = 'C'
024700         IF TABIDXI = SPACES OR TABIDXI = LOW-VALUES
024800             MOVE 'DL100 TABLE-ID IS REQUIRED' TO MSGXO
024900             GO TO 2000-RECEIVE-AND-EDIT-EXIT
025000         END-IF
025100         IF CODEXI = SPACES OR CODEXI = LOW-VALUES
025200             MOVE 'DL100 CODE VALUE IS REQUIRED' TO MSGXO
025300             GO TO 2000-RECEIVE-AND-EDIT-EXIT
025400         END-IF
025500         MOVE TABIDXI TO WS-TARGET-TABLE-ID
025600         MOVE CODEXI TO WS-TARGET-CODE
025700         INSPECT WS-TARGET-CODE REPLACING ALL LOW-VALUE BY SPACE
025800     END-IF.
025900*    FUNC R ALSO NEEDS A VALID RETIREMENT END DATE
026000     IF FUNCXI = 'R'
026100         MOVE ZERO TO WS-END-DATE-KEY
026200         IF ENDDTXI NOT NUMERIC
026300             MOVE 'END DATE NOT YYYYMMDD' TO MSGXO
026400             GO TO 2000-RECEIVE-AND-EDIT-EXIT
026500         END-IF
026600         MOVE ENDDTXI TO WS-END-DATE-KEY
026700         IF WS-END-KEY-MONTH < 01 OR WS-END-KEY-MONTH > 12
026800                 OR WS-END-KEY-DAY < 01
026900                 OR WS-END-KEY-DAY > 31
027000             MOVE 'END DATE NOT A DATE' TO MSGXO
027100             GO TO 2000-RECEIVE-AND-EDIT-EXIT
027200         END-IF
027300     END-IF.
027400     SET WS-FUNCTION-VALID TO TRUE.
027500 2000-RECEIVE-AND-EDIT-EXIT.
027600     EXIT.
027700*
027800********************************************************************
027900*    2500-CHECK-QUIESCE - REFUSE EVERY UPDATE WHILE A BATCH JOB   *
028000*    HOLDS THE DL100SS SYSTEM-STATUS RECORD                       *
028100********************************************************************
028200 2500-CHECK-QUIESCE.
028300     MOVE 1 TO WS-SS-RRN.
028400     EXEC CICS READ FILE('DL100SS')
028500         INTO(DL100-SYSTEM-STATUS-RECORD)
028600         RIDFLD(WS-SS-RRN)
028700         RRN
028800         RESP(WS-RESP)
028900     END-EXEC.
029000     IF WS-RESP = DFHRESP(NORMAL) AND DL100-SS-HELD
029100         MOVE DL100-SS-RELEASE-HHMM TO WS-RELEASE-HHMM
029200         MOVE WS-REL-HH TO HELD-HH
029300         MOVE WS-REL-MM TO HELD-MM
029400         MOVE WS-HELD-MSG TO MSGXO
029500         MOVE 'N' TO WS-FUNCTION-VALID-SW
029600     END-IF.
029700 2500-CHECK-QUIESCE-EXIT.
029800     EXIT.
029900*
030000 3000-PROCESS-FUNCTION.
030100     MOVE SPACES TO WS-AFTER-RECORD.
030200     MOVE WS-SYSTEM-KEY TO DL100-XW-SYSTEM.
030300     MOVE WS-EXT-CODE-KEY TO DL100-XW-EXT-CODE.
030400     MOVE WS-EFF-DATE-KEY TO DL100-XW-EFF-DATE.
030500     IF FUNCXI = 'A'
030600         PERFORM 3100-ADD-ENTRY
030700             THRU 3100-ADD-ENTRY-EXIT
030800     ELSE
030900         IF FUNCXI = 'C'
031000             PERFORM 3200-CHANGE-ENTRY
031100                 THRU 3200-CHANGE-ENTRY-EXIT
031200         ELSE
031300             IF FUNCXI = 'D'
031400                 PERFORM 3300-DELETE-ENTRY
031500                     THRU 3300-DELETE-ENTRY-EXIT
031600             ELSE
031700                 IF FUNCXI = 'R'
031800                     PERFORM 3500-RETIRE-ENTRY
031900                         THRU 3500-RETIRE-ENTRY-EXIT
032000                 ELSE
032100                     PERFORM 3400-APPROVE-ENTRY
032200                         THRU 3400-APPROVE-ENTRY-EXIT
032300                 END-IF
032400             END-IF
032500         END-IF
032600     END-IF.
032700 3000-PROCESS-FUNCTION-EXIT.
032800     EXIT.
032900*
033000 3100-ADD-ENTRY.
033100     PERFORM 7200-CHECK-TARGET-CODE
033200         THRU 7200-CHECK-TARGET-CODE-EXIT.
033300     IF NOT WS-TARGET-ACTIVE
033400         MOVE 'TARGET CODE NOT ACTIVE IN DL100 TABLE' TO MSGXO
033500         GO TO 3100-ADD-ENTRY-EXIT
033600     END-IF.
033700     MOVE SPACES TO DL100-CROSSWALK-RECORD.
033800     MOVE WS-SYSTEM-KEY TO DL100-XW-SYSTEM.
033900     MOVE WS-EXT-CODE-KEY TO DL100-XW-EXT-CODE.
034000     MOVE WS-EFF-DATE-KEY TO DL100-XW-EFF-DATE.
034100     MOVE WS-TARGET-TABLE-ID TO DL100-XW-TABLE-ID.
034200     MOVE WS-TARGET-CODE TO DL100-XW-LETTER.
034300     MOVE ZERO TO DL100-XW-END-DATE.
034400     MOVE ZERO TO DL100-XW-PEND-END-DATE.
034500     SET DL100-XW-PEND-ADD TO TRUE.
034600     MOVE WS-USER-ID TO DL100-XW-ENTRY-USER.
034700     EXEC CICS WRITE FILE('DL100XW')
034800         FROM(DL100-CROSSWALK-RECORD)
034900         RIDFLD(DL100-XW-KEY)
035000         RESP(WS-RESP)
035100     END-EXEC.
035200     IF WS-RESP = DFHRESP(NORMAL)
035300         MOVE 'ENTRY ADDED - AWAITING APPROVAL' TO MSGXO
035400         MOVE SPACES TO WS-BEFORE-RECORD
035500         MOVE DL100-CROSSWALK-RECORD TO WS-AFTER-RECORD
035600         PERFORM 7000-WRITE-CHANGE-LOG
035700             THRU 7000-WRITE-CHANGE-LOG-EXIT
035800     ELSE
035900         IF WS-RESP = DFHRESP(DUPKEY) OR DFHRESP(DUPREC)
036000             MOVE 'CODE/DATE EXISTS - USE CHANGE' TO MSGXO
036100         ELSE
036200             MOVE 'ADD FAILED - SEE FILE STATUS' TO MSGXO
036300         END-IF
036400     END-IF.
036500 3100-ADD-ENTRY-EXIT.
036600     EXIT.
036700*
036800 3200-CHANGE-ENTRY.
036900*    THE TARGET IS CHECKED BEFORE THE RECORD IS HELD FOR UPDATE
037000     PERFORM 7200-CHECK-TARGET-CODE
037100         THRU 7200-CHECK-TARGET-CODE-EXIT.
037200     IF NOT WS-TARGET-ACTIVE
037300         MOVE 'TARGET CODE NOT ACTIVE IN DL100 TABLE' TO MSGXO
037400         GO TO 3200-CHANGE-ENTRY-EXIT
037500     END-IF.
037600     EXEC CICS READ FILE('DL100XW')
037700         INTO(DL100-CROSSWALK-RECORD)
037800         RIDFLD(DL100-XW-KEY)
037900         UPDATE
038000         RESP(WS-RESP)
038100     END-EXEC.
038200     IF WS-RESP NOT = DFHRESP(NORMAL)
038300         MOVE 'CODE/DATE NOT FOUND - USE ADD' TO MSGXO
038400         GO TO 3200-CHANGE-ENTRY-EXIT
038500     END-IF.
038600     MOVE DL100-CROSSWALK-RECORD TO WS-BEFORE-RECORD.
038700*    A CHANGE TO A STILL-PENDING ADD JUST CORRECTS THE PROPOSED
038800*    TARGET; OTHERWISE THE NEW TARGET PARKS IN THE PENDING FIELDS
038900*    AND THE LIVE MAPPING STANDS UNTIL A SECOND USER APPROVES IT
039000     IF DL100-XW-PEND-ADD
039100         MOVE WS-TARGET-TABLE-ID TO DL100-XW-TABLE-ID
039200         MOVE WS-TARGET-CODE TO DL100-XW-LETTER
039300     ELSE
039400         MOVE WS-TARGET-TABLE-ID TO DL100-XW-PEND-TABLE-ID
039500         MOVE WS-TARGET-CODE TO DL100-XW-PEND-LETTER
039600         SET DL100-XW-PEND-CHANGE TO TRUE
039700     END-IF.
039800     MOVE WS-USER-ID TO DL100-XW-ENTRY-USER.
039900     MOVE SPACES TO DL100-XW-APPR-USER.
040000     EXEC CICS REWRITE FILE('DL100XW')
040100         FROM(DL100-CROSSWALK-RECORD)
040200         RESP(WS-RESP)
040300     END-EXEC.
040400     IF WS-RESP = DFHRESP(NORMAL)
040500         MOVE 'CHANGE PENDING APPROVAL' TO MSGXO
040600         MOVE DL100-CROSSWALK-RECORD TO WS-AFTER-RECORD
040700         PERFORM 7000-WRITE-CHANGE-LOG
040800             THRU 7000-WRITE-CHANGE-LOG-EXIT
040900     ELSE
041000         MOVE 'CHANGE FAILED - SEE FILE STATUS' TO MSGXO
041100     END-IF.
041200 3200-CHANGE-ENTRY-EXIT.
041300     EXIT.
041400*
041500 3300-DELETE-ENTRY.
041600     EXEC CICS READ FILE('DL100XW')
041700         INTO(DL100-CROSSWALK-RECORD)
041800         RIDFLD(DL100-XW-KEY)
041900         UPDATE
042000         RESP(WS-RESP)
042100     END-EXEC.
042200     IF WS-RESP NOT = DFHRESP(NORMAL)
042300         MOVE 'CODE/DATE NOT FOUND' TO MSGXO
042400         GO TO 3300-DELETE-ENTRY-EXIT
042500     END-IF.
042600     MOVE DL100-CROSSWALK-RECORD TO WS-BEFORE-RECORD.
042700*    DELETING A STILL-PENDING ADD CANCELS THE REQUEST OUTRIGHT -
042800*    NOTHING EVER WENT LIVE.  A LIVE ENTRY IS ONLY MARKED
042900*    PENDING DELETE AND A SECOND USER REMOVES IT WITH FUNC P
043000     IF DL100-XW-PEND-ADD
043100         EXEC CICS DELETE FILE('DL100XW')
043200             RESP(WS-RESP)
043300         END-EXEC
043400         IF WS-RESP = DFHRESP(NORMAL)
043500             MOVE 'PENDING ADD CANCELLED' TO MSGXO
043600             MOVE SPACES TO WS-AFTER-RECORD
043700             PERFORM 7000-WRITE-CHANGE-LOG
043800                 THRU 7000-WRITE-CHANGE-LOG-EXIT
043900         ELSE
044000             MOVE 'DELETE FAILED - SEE FILE STATUS' TO MSGXO
044100         END-IF
044200         GO TO 3300-DELETE-ENTRY-EXIT
044300     END-IF.
044400     SET DL100-XW-PEND-DELETE TO TRUE.
044500     MOVE WS-USER-ID TO DL100-XW-ENTRY-USER.
044600     MOVE SPACES TO DL100-XW-APPR-USER.
044700     EXEC CICS REWRITE FILE('DL100XW')
044800         FROM(DL100-CROSSWALK-RECORD)
044900         RESP(WS-RESP)
045000     END-EXEC.
045100     IF WS-RESP = DFHRESP(NORMAL)
045200         MOVE 'DELETE PENDING APPROVAL' TO MSGXO
045300         MOVE DL100-CROSSWALK-RECORD TO WS-AFTER-RECORD
045400         PERFORM 7000-WRITE-CHANGE-LOG
045500             THRU 7000-WRITE-CHANGE-LOG-EXIT
045600     ELSE
045700         MOVE 'DELETE FAILED - SEE FILE STATUS' TO MSGXO
045800     END-IF.
045900 3300-DELETE-ENTRY-EXIT.
046000     EXIT.
046100*
046200********************************************************************
046300*    3400-APPROVE-ENTRY - RELEASE A PENDING ADD/CHANGE/DELETE/    *
046400*    RETIRE.  THE APPROVER MUST NOT BE THE USER WHO KEYED IT, AND *
046500*    AN ADD OR CHANGE IS ONLY RELEASED WHILE ITS TARGET CODE IS   *
046600*    STILL IN EFFECT - THE TABLE MAY HAVE MOVED ON SINCE IT WAS   *
046700*    KEYED                                                        *
046800********************************************************************
046900 3400-APPROVE-ENTRY.
047000     EXEC CICS READ FILE('DL100XW')
047100         INTO(DL100-CROSSWALK-RECORD)
047200         RIDFLD(DL100-XW-KEY)
047300         RESP(WS-RESP)
047400     END-EXEC.
047500     IF WS-RESP NOT = DFHRESP(NORMAL)
047600         MOVE 'CODE/DATE NOT FOUND' TO MSGXO
047700         GO TO 3400-APPROVE-ENTRY-EXIT
047800     END-IF.
047900     IF NOT DL100-XW-PENDING-APPR
048000         MOVE 'NOTHING PENDING AT CODE/DATE' TO MSGXO
048100         GO TO 3400-APPROVE-ENTRY-EXIT
048200     END-IF.
048300     IF DL100-XW-ENTRY-USER = WS-USER-ID
048400         MOVE 'CANNOT APPROVE YOUR OWN CHANGE' TO MSGXO
048500         GO TO 3400-APPROVE-ENTRY-EXIT
048600     END-IF.
048700     IF DL100-XW-PEND-ADD OR DL100-XW-PEND-CHANGE
048800         IF DL100-XW-PEND-ADD
048900             MOVE DL100-XW-TABLE-ID TO WS-TARGET-TABLE-ID
049000             MOVE DL100-XW-LETTER TO WS-TARGET-CODE
049100         ELSE
049200             MOVE DL100-XW-PEND-TABLE-ID TO WS-TARGET-TABLE-ID
049300             MOVE DL100-XW-PEND-LETTER TO WS-TARGET-CODE
049400         END-IF
049500         PERFORM 7200-CHECK-TARGET-CODE
049600             THRU 7200-CHECK-TARGET-CODE-EXIT
049700         IF NOT WS-TARGET-ACTIVE
049800             MOVE 'TARGET CODE NOT ACTIVE IN DL100 TABLE' TO MSGXO
049900             GO TO 3400-APPROVE-ENTRY-EXIT
050000         END-IF
050100     END-IF.
050200     EXEC CICS READ FILE('DL100XW')
050300         INTO(DL100-CROSSWALK-RECORD)
050400         RIDFLD(DL100-XW-KEY)
050500         UPDATE
050600         RESP(WS-RESP)
050700     END-EXEC.
050800     IF WS-RESP NOT = DFHRESP(NORMAL)
050900         MOVE 'CODE/DATE NOT FOUND' TO MSGXO
051000         GO TO 3400-APPROVE-ENTRY-EXIT
051100     END-IF.
051200     MOVE DL100-CROSSWALK-RECORD TO WS-BEFORE-RECORD.
051300     IF DL100-XW-PEND-DELETE
051400         EXEC CICS DELETE FILE('DL100XW')
051500             RESP(WS-RESP)
051600         END-EXEC
051700         IF WS-RESP = DFHRESP(NORMAL)
051800             MOVE 'DELETE APPROVED - ENTRY REMOVED' TO MSGXO
051900             MOVE SPACES TO WS-AFTER-RECORD
052000             PERFORM 7000-WRITE-CHANGE-LOG
052100                 THRU 7000-WRITE-CHANGE-LOG-EXIT
052200         ELSE
052300             MOVE 'APPROVE FAILED - SEE FILE STATUS' TO MSGXO
052400         END-IF
052500         GO TO 3400-APPROVE-ENTRY-EXIT
052600     END-IF.
052700     IF DL100-XW-PEND-CHANGE
052800         MOVE DL100-XW-PEND-TABLE-ID TO DL100-XW-TABLE-ID
052900         MOVE DL100-XW-PEND-LETTER TO DL100-XW-LETTER
053000         MOVE SPACES TO DL100-XW-PEND-TABLE-ID
053100         MOVE SPACES TO DL100-XW-PEND-LETTER
053200     END-IF.
053300     IF DL100-XW-PEND-RETIRE
053400         MOVE DL100-XW-PEND-END-DATE TO DL100-XW-END-DATE
053500         MOVE ZERO TO DL100-XW-PEND-END-DATE
053600     END-IF.
053700     MOVE 'A' TO DL100-XW-APPR-STATUS.
053800     MOVE WS-USER-ID TO DL100-XW-APPR-USER.
053900     EXEC CICS REWRITE FILE('DL100XW')
054000         FROM(DL100-CROSSWALK-RECORD)
054100         RESP(WS-RESP)
054200     END-EXEC.
054300     IF WS-RESP = DFHRESP(NORMAL)
054400         MOVE 'CHANGE APPROVED - NOW LIVE' TO MSGXO
054500         MOVE DL100-CROSSWALK-RECORD TO WS-AFTER-RECORD
054600         PERFORM 7000-WRITE-CHANGE-LOG
054700             THRU 7000-WRITE-CHANGE-LOG-EXIT
054800     ELSE
054900         MOVE 'APPROVE FAILED - SEE FILE STATUS' TO MSGXO
055000     END-IF.
055100 3400-APPROVE-ENTRY-EXIT.
055200     EXIT.
055300*
055400********************************************************************
055500*    3500-RETIRE-ENTRY - PARK THE END DATE ON A LIVE ENTRY,       *
055600*    PENDING APPROVAL.  ONCE APPROVED AND PAST ITS END DATE THE   *
055700*    EXTERNAL CODE TRANSLATES AS RETIRED                          *
055800********************************************************************
055900 3500-RETIRE-ENTRY.
056000     EXEC CICS READ FILE('DL100XW')
056100         INTO(DL100-CROSSWALK-RECORD)
056200         RIDFLD(DL100-XW-KEY)
056300         UPDATE
056400         RESP(WS-RESP)
056500     END-EXEC.
056600     IF WS-RESP NOT = DFHRESP(NORMAL)
056700         MOVE 'CODE/DATE NOT FOUND' TO MSGXO
056800         GO TO 3500-RETIRE-ENTRY-EXIT
056900     END-IF.
057000     IF DL100-XW-PEND-ADD
057100         MOVE 'ENTRY NOT YET APPROVED' TO MSGXO
057200         GO TO 3500-RETIRE-ENTRY-EXIT
057300     END-IF.
057400     MOVE DL100-CROSSWALK-RECORD TO WS-BEFORE-RECORD.
057500     SET DL100-XW-PEND-RETIRE TO TRUE.
057600     MOVE WS-END-DATE-KEY TO DL100-XW-PEND-END-DATE.
057700     MOVE WS-USER-ID TO DL100-XW-ENTRY-USER.
057800     MOVE SPACES TO DL100-XW-APPR-USER.
057900     EXEC CICS REWRITE FILE('DL100XW')
058000         FROM(DL100-CROSSWALK-RECORD)
058100         RESP(WS-RESP)
058200     END-EXEC.
058300     IF WS-RESP = DFHRESP(NORMAL)
058400         MOVE 'RETIRE PENDING APPROVAL' TO MSGXO
058500         MOVE DL100-CROSSWALK-RECORD TO WS-AFTER-RECORD
058600         PERFORM 7000-WRITE-CHANGE-LOG
058700             THRU 7000-WRITE-CHANGE-LOG-EXIT
058800     ELSE
058900         MOVE 'RETIRE FAILED - SEE FILE STATUS' TO MSGXO
059000     END-IF.
059100 3500-RETIRE-ENTRY-EXIT.
059200     EXIT.
059300*
059400********************************************************************
059500*    7000-WRITE-CHANGE-LOG - STAMP AND WRITE ONE DL100CL RECORD   *
059600*    (TYPE X, POSITION ZERO) FOR THE FUNCTION JUST APPLIED.  THE  *
059700*    TABLE-ID IS THE DL100 TABLE THE ENTRY MAPS TO AND THE IMAGES *
059800*    ARE DL100XW RECORDS.  A LOG WRITE FAILURE DOES NOT BACK THE  *
059900*    UPDATE OUT, BUT THE OPERATOR IS TOLD SO IT CAN BE REPORTED   *
060000********************************************************************
060100 7000-WRITE-CHANGE-LOG.
060200     MOVE SPACES TO DL100-CHANGE-LOG-RECORD.
060300     MOVE WS-TODAY-DATE TO DL100-CL-LOG-DATE.
060400     MOVE WS-LOG-TIME TO DL100-CL-LOG-TIME.
060500     MOVE WS-USER-ID TO DL100-CL-USER-ID.
060600     MOVE EIBTRMID TO DL100-CL-TERM-ID.
060700     MOVE FUNCXI TO DL100-CL-ACTION.
060800     MOVE DL100-XW-TABLE-ID TO DL100-CL-TABLE-ID.
060900     IF DL100-XW-PEND-CHANGE
061000         MOVE DL100-XW-PEND-TABLE-ID TO DL100-CL-TABLE-ID
061100     END-IF.
061200     MOVE ZERO TO DL100-CL-POSITION.
061300     MOVE WS-EFF-DATE-KEY TO DL100-CL-EFF-DATE.
061400     MOVE WS-BEFORE-RECORD TO DL100-CL-BEFORE-IMAGE.
061500     MOVE WS-AFTER-RECORD TO DL100-CL-AFTER-IMAGE.
061600     SET DL100-CL-CROSSWALK-ENTRY TO TRUE.
061700     EXEC CICS WRITE FILE('DL100CG')
061800         FROM(DL100-CHANGE-LOG-RECORD)
061900         RIDFLD(DL100-CL-KEY)
062000         RESP(WS-RESP)
062100     END-EXEC.
062200     IF WS-RESP NOT = DFHRESP(NORMAL)
062300         MOVE 'UPDATE APPLIED - CHANGE LOG WRITE FAILED'
062400             TO MSGXO
062500     END-IF.
062600 7000-WRITE-CHANGE-LOG-EXIT.
062700     EXIT.
062800*
062900********************************************************************
063000*    7200-CHECK-TARGET-CODE - BROWSE THE TARGET TABLE ON DL100CT  *
063100*    AND FIND THE VERSION OF EACH POSITION IN EFFECT ON THE       *
063200*    AS-OF DATE (THE LATER OF TODAY AND THE CROSSWALK ENTRY'S OWN *
063300*    EFF DATE).  THE TARGET IS ACTIVE WHEN ONE OF THEM CARRIES    *
063400*    THE CODE VALUE AND HAS NOT REACHED AN END DATE.  A PENDING   *
063500*    ADD HAS NEVER GONE LIVE AND DOES NOT COUNT                   *
063600********************************************************************
063700 7200-CHECK-TARGET-CODE.
063800     MOVE 'N' TO WS-TARGET-ACTIVE-SW.
063900     MOVE 'N' TO WS-HELD-ENTRY-SW.
064000     MOVE WS-TODAY-DATE TO WS-AS-OF-DATE.
064100     IF WS-EFF-DATE-KEY > WS-AS-OF-DATE
064200         MOVE WS-EFF-DATE-KEY TO WS-AS-OF-DATE
064300     END-IF.
064400     MOVE WS-TARGET-TABLE-ID TO WS-TGT-TABLE-ID.
064500     MOVE ZERO TO WS-TGT-POSITION.
064600     MOVE ZERO TO WS-TGT-EFF-DATE.
064700     EXEC CICS STARTBR FILE('DL100CT')
064800         RIDFLD(WS-TARGET-KEY)
064900         GTEQ
065000         RESP(WS-RESP)
065100     END-EXEC.
065200     IF WS-RESP NOT = DFHRESP(NORMAL)
065300         GO TO 7200-CHECK-TARGET-CODE-EXIT
065400     END-IF.
065500     MOVE 'N' TO WS-TARGET-BROWSE-SW.
065600     PERFORM 7210-READ-TARGET-ENTRY
065700         THRU 7210-READ-TARGET-ENTRY-EXIT
065800         UNTIL WS-TARGET-BROWSE-DONE.
065900     EXEC CICS ENDBR FILE('DL100CT')
066000         RESP(WS-RESP)
066100     END-EXEC.
066200     IF NOT WS-TARGET-ACTIVE
066300         PERFORM 7220-TEST-HELD-ENTRY
066400             THRU 7220-TEST-HELD-ENTRY-EXIT
066500     END-IF.
066600 7200-CHECK-TARGET-CODE-EXIT.
066700     EXIT.
066800*
066900********************************************************************
067000*    7210-READ-TARGET-ENTRY - TAKE THE NEXT ENTRY OF THE TABLE.   *
067100*    A LATER VERSION OF THE SAME POSITION REPLACES THE ONE HELD;  *
067200*    A NEW POSITION TESTS THE HELD ONE FIRST                      *
067300********************************************************************
067400 7210-READ-TARGET-ENTRY.
067500     EXEC CICS READNEXT FILE('DL100CT')
067600         INTO(WS-TARGET-RECORD)
067700         RIDFLD(WS-TARGET-KEY)
067800         RESP(WS-RESP)
067900     END-EXEC.
068000     IF WS-RESP NOT = DFHRESP(NORMAL)
068100             OR WS-TGT-TABLE-ID NOT = WS-TARGET-TABLE-ID
068200         SET WS-TARGET-BROWSE-DONE TO TRUE
068300         GO TO 7210-READ-TARGET-ENTRY-EXIT
068400     END-IF.
068500     IF WS-TGT-APPR-STATUS = 'P'
068600             OR WS-TGT-EFF-DATE > WS-AS-OF-DATE
068700         GO TO 7210-READ-TARGET-ENTRY-EXIT
068800     END-IF.
068900     IF WS-HELD-ENTRY-PRESENT
069000             AND WS-TGT-POSITION NOT = WS-HELD-POSITION
069100         PERFORM 7220-TEST-HELD-ENTRY
069200             THRU 7220-TEST-HELD-ENTRY-EXIT
069300     END-IF.
069400     IF WS-TARGET-ACTIVE
069500         SET WS-TARGET-BROWSE-DONE TO TRUE
069600         GO TO 7210-READ-TARGET-ENTRY-EXIT
069700     END-IF.
069800     SET WS-HELD-ENTRY-PRESENT TO TRUE.
069900     MOVE WS-TGT-POSITION TO WS-HELD-POSITION.
070000     MOVE WS-TGT-LETTER TO WS-HELD-LETTER.
070100     MOVE WS-TGT-END-DATE TO WS-HELD-END-DATE.
070200 7210-READ-TARGET-ENTRY-EXIT.
070300     EXIT.
070400*
070500********************************************************************
070600*    7220-TEST-HELD-ENTRY - THE HELD VERSION MAKES THE TARGET     *
070700*    ACTIVE WHEN IT CARRIES THE CODE VALUE AND ANY END DATE IS    *
070800*    STILL AFTER THE AS-OF DATE                                   *
070900********************************************************************
071000 7220-TEST-HELD-ENTRY.
071100     IF NOT WS-HELD-ENTRY-PRESENT
071200         GO TO 7220-TEST-HELD-ENTRY-EXIT
071300     END-IF.
071400     IF WS-HELD-LETTER NOT = WS-TARGET-CODE
071500         GO TO 7220-TEST-HELD-ENTRY-EXIT
071600     END-IF.
071700     IF WS-HELD-END-DATE NUMERIC
071800             AND WS-HELD-END-DATE NOT = ZERO
071900             AND WS-HELD-END-DATE NOT > WS-AS-OF-DATE
072000         GO TO 7220-TEST-HELD-ENTRY-EXIT
072100     END-IF.
072200     SET WS-TARGET-ACTIVE TO TRUE.
072300 7220-TEST-HELD-ENTRY-EXIT.
072400     EXIT.
072500*
072600********************************************************************
072700*    8000-SEND-RESULT-MAP - RE-DISPLAY THE SCREEN WITH THE        *
072800*    RESULT/ERROR MESSAGE, READY FOR THE NEXT REQUEST             *
072900********************************************************************
073000 8000-SEND-RESULT-MAP.
073100     EXEC CICS SEND MAP('DL100M4')
073200         MAPSET('DL100M')
073300         FROM(DL100M4O)
073400         DATAONLY
073500     END-EXEC.
073600 8000-SEND-RESULT-MAP-EXIT.
073700     EXIT.
073800*
073900 END PROGRAM DL100XC.
