003892*                      LIKE PENDING ACTIVATIONS, AND A NEW ENTRY   *
003893*                      THAT REUSES A RETIRED POSITION BEFORE ITS   *
003894*                      END DATE IS REJECTED BY THE EDITS           *
003899*    2026-10-15 JMR    TABLE DEFINITIONS - EVERY NAMED TABLE IS    *
003904*                      NOW EDITED AGAINST ITS OWN DL100TD RECORD   *
003909*                      (TDFFILE): CHARACTER CLASSES ALLOWED IN THE *
003914*                      CODE VALUE, FIXED OR VARIABLE CODE LENGTH,  *
003919*                      HIGHEST POSITION AND WHETHER A DESCRIPTION  *
003924*                      IS MANDATORY, REPLACING THE ONE HARDCODED   *
003929*                      CODE RULE.  A TABLE WITH NO DEFINITION IS   *
003930*                      DROPPED WHOLE AND LISTED AS AN EDIT ERROR   *
003931*    2026-10-15 JMR    TABLE RELATIONSHIPS - PARENT/CHILD LINKS    *
003932*                      BETWEEN NAMED TABLES ARE LOADED FROM        *
003933*                      DL100RL (RELFILE). ONCE EVERY TABLE IS      *
003934*                      EDITED, EACH CHILD ENTRY WHOSE PARENT CODE  *
003935*                      IS NOT ON FILE, RETIRED, AWAITING APPROVAL  *
003936*                      OR NOT YET EFFECTIVE IN THE PARENT TABLE IS *
003937*                      DROPPED, LISTED WITH THE PARENT CODE AND    *
003938*                      THE REASON, AND SUSPENDED LIKE ANY OTHER    *
003943*                      EDIT REJECT                                 *
003948*    2026-10-15 JMR    BUSINESS CALENDAR - THE WHAT-IF DATE PIECE  *
003953*                      MAY BE NEXT, MEANING THE NEXT BUSINESS DAY  *
003958*                      AFTER TODAY ON THE DL100CA CALENDAR         *
003963*                      (CALFILE, THROUGH DL100BD), SO DL100J10 NO  *
003968*                      LONGER NEEDS ITS PARM HAND-EDITED EACH      *
003973*                      AFTERNOON.  NO NEXT BUSINESS DAY ENDS THE   *
003978*                      RUN RC 16                                   *
003979*    2026-10-15 JMR    CROSSWALK CHECK ADDED - EVERY DL100XW ENTRY *
003980*                      IN EFFECT TODAY WHOSE DL100 CODE IS NOT IN  *
003981*                      EFFECT IS LISTED WITH THE REASON AND POSTED *
003982*                      AS A WARNING TO THE EXCFILE.  XWFILE IS     *
003983*                      SECONDARY AND IS SKIPPED IF IT WILL NOT     *
003984*                      OPEN                                        *
003985*    2026-10-15 JMR    PUBLISHED SNAPSHOT ADDED - EVERY ENTRY      *
003986*                      WRITTEN TO THE EXTRACT IS ALSO WRITTEN TO   *
003987*                      THE DL100SN SNAPSHOT KSDS (SNPFILE),        *
003988*                      REBUILT EACH RUN, WITH ITS END DATE.  THE   *
003989*                      LISTING PRINTS THE SNAPSHOT RECORD COUNT    *
003990*                      AND POSITION HASH AGAINST THE EXTRACT       *
003991*                      TRAILER AND POSTS ANY DIFFERENCE AS AN      *
003992*                      EXCFILE ERROR                               *
003993*                                                                  *
003994********************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 INPUT-OUTPUT SECTION.
005200     SELECT EXTFILE  ASSIGN TO EXTFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-EXTFILE-STATUS.
005410     SELECT SNPFILE  ASSIGN TO SNPFILE
005420         ORGANIZATION IS INDEXED
005430         ACCESS MODE IS RANDOM
005440         RECORD KEY IS DL100-SN-KEY
005450         FILE STATUS IS WS-SNPFILE-STATUS.
005500     SELECT AUDFILE  ASSIGN TO AUDFILE
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-AUDFILE-STATUS.
006082     SELECT EXCFILE  ASSIGN TO EXCFILE
006084         ORGANIZATION IS SEQUENTIAL
006086         FILE STATUS IS WS-EXCFILE-STATUS.
006087     SELECT TDFFILE  ASSIGN TO TDFFILE
006088         ORGANIZATION IS INDEXED
006089         ACCESS MODE IS SEQUENTIAL
006090         RECORD KEY IS DL100-TD-TABLE-ID
006091         FILE STATUS IS WS-TDFFILE-STATUS.
006092     SELECT RELFILE  ASSIGN TO RELFILE
006093         ORGANIZATION IS INDEXED
006094         ACCESS MODE IS SEQUENTIAL
006095         RECORD KEY IS DL100-RL-KEY
006096         FILE STATUS IS WS-RELFILE-STATUS.
006106     SELECT XWFILE   ASSIGN TO XWFILE
006116         ORGANIZATION IS INDEXED
006126         ACCESS MODE IS SEQUENTIAL
006136         RECORD KEY IS DL100-XW-KEY
006146         FILE STATUS IS WS-XWFILE-STATUS.
006156*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CTLFILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY DL100EX.
007620*
007640*    PUBLISHED SNAPSHOT - REBUILT FROM THE EXTRACT ENTRIES
007660 FD  SNPFILE
007680     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007720     COPY DL100SN.
007800 FD  AUDFILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008695         ==DL100-RN-ABENDED==        BY ==DL100-RH-ABENDED==
008696         ==DL100-RN-ENTRY-COUNT==    BY ==DL100-RH-ENTRY-COUNT==
008697         ==DL100-RN-TABLE-COUNT==    BY ==DL100-RH-TABLE-COUNT==.
008698 FD  TDFFILE
008699     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008701     COPY DL100TD.
008721 FD  RELFILE
008741     RECORDING MODE IS F
008761     LABEL RECORDS ARE STANDARD.
008781     COPY DL100RL.
008783 FD  XWFILE
008785     RECORDING MODE IS F
008787     LABEL RECORDS ARE STANDARD.
008789     COPY DL100XW.
008800*
008900 WORKING-STORAGE SECTION.
009000*
011175     05  WS-EFF-DATE-ROW         OCCURS 10 TIMES.
011180         10  WS-EFF-DATES        PIC 9(08) VALUE ZERO
011185                                     OCCURS 100 TIMES.
011186*
011187*    END DATE OF THE ENTRY LOADED AT EACH POSITION - ZERO, OR A
011188*    RETIREMENT STILL AHEAD - CARRIED TO THE PUBLISHED SNAPSHOT
011189 01  WS-LOADED-END-DATE-TABLE.
011190     05  WS-LOADED-END-DATE-ROW  OCCURS 10 TIMES.
011191         10  WS-LOADED-END-DATES PIC 9(08) VALUE ZERO
011192                                     OCCURS 100 TIMES.
011193 01  WS-PENDING-WORK-TABLE.
011200     05  WS-PENDING-ENTRY        OCCURS 100 TIMES.
011205         10  WS-PENDING-TABLE-ID PIC X(08).
011210         10  WS-PENDING-POSITION PIC 9(03).
011254         10  WS-RETIRE-LETTER    PIC X(03).
011255         10  WS-RETIRE-END-DATE  PIC 9(08).
011256 01  WS-RETIRE-COUNT             PIC 9(03) VALUE ZERO.
011257*    CROSSWALK ENTRIES WHOSE DL100 CODE IS NOT IN EFFECT TODAY
011258 01  WS-XW-BAD-TABLE.
011259     05  WS-XW-BAD-ENTRY         OCCURS 100 TIMES.
011260         10  WS-XW-BAD-SYSTEM    PIC X(08).
011261         10  WS-XW-BAD-EXT-CODE  PIC X(10).
011262         10  WS-XW-BAD-TABLE-ID  PIC X(08).
011263         10  WS-XW-BAD-LETTER    PIC X(03).
011264         10  WS-XW-BAD-STATUS    PIC X(20).
011265 01  WS-XW-BAD-COUNT             PIC 9(03) VALUE ZERO.
011266*    LATEST VERSION IN EFFECT OF THE SYSTEM/EXTERNAL CODE BEING READ
011267 01  WS-XW-HELD-ENTRY.
011268     05  WS-XW-HELD-SYSTEM       PIC X(08).
011269     05  WS-XW-HELD-EXT-CODE     PIC X(10).
011270     05  WS-XW-HELD-TABLE-ID     PIC X(08).
011271     05  WS-XW-HELD-LETTER       PIC X(03).
011272     05  WS-XW-HELD-END-DATE     PIC 9(08).
011273*
011274*    ENTRIES AWAITING TWO-PERSON APPROVAL - COLLECTED DURING THE
011275*    CONTROL-FILE READ AND LISTED ON THE REPORT LIKE PENDING
011276*    EFFECTIVE-DATED ENTRIES
011277 01  WS-UNAPPR-WORK-TABLE.
011278     05  WS-UNAPPR-ENTRY         OCCURS 100 TIMES.
011279         10  WS-UNAPPR-TABLE-ID  PIC X(08).
011280         10  WS-UNAPPR-POSITION  PIC 9(03).
011281         10  WS-UNAPPR-STATUS    PIC X(01).
011282         10  WS-UNAPPR-LETTER    PIC X(03).
011283         10  WS-UNAPPR-EFF-DATE  PIC 9(08).
011284         10  WS-UNAPPR-USER      PIC X(08).
011285 01  WS-UNAPPR-COUNT             PIC 9(03) VALUE ZERO.
011286*
011300********************************************************************
011400*    SWITCHES                                                     *
011500********************************************************************
012220         88  WS-SIMULATE-RUN         VALUE 'Y'.
012230     05  WS-EXC-AVAILABLE-SW     PIC X(01) VALUE 'N'.
012240         88  WS-EXC-AVAILABLE        VALUE 'Y'.
012250     05  WS-TDFFILE-EOF-SW       PIC X(01) VALUE 'N'.
012260         88  WS-TDFFILE-EOF          VALUE 'Y'.
012270     05  WS-RELFILE-EOF-SW       PIC X(01) VALUE 'N'.
012280         88  WS-RELFILE-EOF          VALUE 'Y'.
012282     05  WS-XWFILE-EOF-SW        PIC X(01) VALUE 'N'.
012284         88  WS-XWFILE-EOF           VALUE 'Y'.
012286     05  WS-XW-HELD-SW           PIC X(01) VALUE 'N'.
012288         88  WS-XW-HELD              VALUE 'Y'.
012300*
012400********************************************************************
012500*    FILE STATUS FIELDS                                           *
013150         88  WS-RPTFILE-OK           VALUE '00'.
013200     05  WS-EXTFILE-STATUS       PIC X(02) VALUE SPACES.
013250         88  WS-EXTFILE-OK           VALUE '00'.
013260     05  WS-SNPFILE-STATUS       PIC X(02) VALUE SPACES.
013270         88  WS-SNPFILE-OK           VALUE '00'.
013300     05  WS-AUDFILE-STATUS       PIC X(02) VALUE SPACES.
013310     05  WS-SUSIN-STATUS         PIC X(02) VALUE SPACES.
013320         88  WS-SUSIN-OK             VALUE '00'.
013540         88  WS-RUNHIST-OK           VALUE '00'.
013550     05  WS-EXCFILE-STATUS       PIC X(02) VALUE SPACES.
013560         88  WS-EXCFILE-OK           VALUE '00'.
013570     05  WS-TDFFILE-STATUS       PIC X(02) VALUE SPACES.
013580         88  WS-TDFFILE-OK           VALUE '00'.
013585     05  WS-RELFILE-STATUS       PIC X(02) VALUE SPACES.
013590         88  WS-RELFILE-OK           VALUE '00'.
013592     05  WS-XWFILE-STATUS        PIC X(02) VALUE SPACES.
013594         88  WS-XWFILE-OK            VALUE '00'.
013600*
013700********************************************************************
013800*    CHECKPOINT CONTROL                                           *
014060 01  WS-CKP-ENTRY-COUNT          PIC 9(05) VALUE ZERO.
014062 01  WS-EXTRACT-COUNT            PIC 9(07) VALUE ZERO.
014064 01  WS-POSITION-HASH            PIC 9(09) VALUE ZERO.
014066 01  WS-SNAP-COUNT               PIC 9(07) VALUE ZERO.
014068 01  WS-SNAP-HASH                PIC 9(09) VALUE ZERO.
014070 01  WS-CKP-REMAINDER            PIC 9(03).
014080 01  WS-CKP-RELATIVE-KEY         PIC 9(03) VALUE 1.
014081 01  WS-RUN-RELATIVE-KEY         PIC 9(03) VALUE 1.
015170         10  WS-ERROR-POSITION   PIC 9(03).
015180         10  WS-ERROR-LETTER     PIC X(03).
015190         10  WS-ERROR-REASON     PIC X(40).
015191 01  WS-ERROR-LINE-COUNT         PIC 9(03) VALUE ZERO.
015192*
015193*    EXCEPTION-FILE MESSAGE WORK AREAS - SEE DL100EF
015194 01  WS-EXC-EDIT-MSG.
015195     05  FILLER                  PIC X(14) VALUE
015196             'EDIT REJECT - '.
015197     05  EXC-EDIT-REASON         PIC X(40).
015198     05  FILLER                  PIC X(06) VALUE SPACES.
015199 01  WS-EXC-SUS-MSG.
015200     05  FILLER                  PIC X(14) VALUE
015201             'SUSPENSE AGED '.
015202     05  EXC-SUS-DAYS            PIC ZZZZ9.
015203     05  FILLER                  PIC X(08) VALUE ' DAYS - '.
015204     05  EXC-SUS-REASON          PIC X(33).
015205 01  WS-EXC-XW-MSG.
015206     05  FILLER                  PIC X(10) VALUE 'CROSSWALK '.
015207     05  EXC-XW-SYSTEM           PIC X(08).
015208     05  FILLER                  PIC X(01) VALUE SPACE.
015209     05  EXC-XW-EXT-CODE         PIC X(10).
015210     05  FILLER                  PIC X(04) VALUE ' -> '.
015211     05  EXC-XW-LETTER           PIC X(03).
015212     05  FILLER                  PIC X(01) VALUE SPACE.
015213     05  EXC-XW-STATUS           PIC X(20).
015214     05  FILLER                  PIC X(03) VALUE SPACES.
015215 01  WS-EXC-SNAP-MSG.
015216     05  FILLER                  PIC X(27) VALUE
015217             'SNAPSHOT OUT OF BALANCE - '.
015218     05  EXC-SNAP-COUNT          PIC ZZZZZZ9.
015219     05  FILLER                  PIC X(09) VALUE ' RECORDS '.
015220     05  FILLER                  PIC X(09) VALUE 'EXTRACT '.
015221     05  EXC-SNAP-EXT-COUNT      PIC ZZZZZZ9.
015222     05  FILLER                  PIC X(01) VALUE SPACES.
015223*
015224 01  WS-CODE-LENGTH              PIC 9(01).
015225 01  WS-CODE-BLANK-SW            PIC X(01) VALUE 'N'.
015226     88  WS-CODE-BLANK-SEEN          VALUE 'Y'.
015227 01  WS-EDIT-REJECT-REASON       PIC X(40).
015228*
015229*    TABLE DEFINITIONS - ONE ROW PER DL100TD RECORD, LOADED AT
015230*    STARTUP.  EACH NAMED TABLE IS EDITED AGAINST ITS OWN ROW;
015231*    A TABLE WITH NO ROW IS DROPPED BY 2505-EDIT-ONE-TABLE
015232 01  WS-TABLE-DEF-TABLE.
015233     05  WS-TD-ENTRY             OCCURS 100 TIMES.
015234         10  WS-TD-TABLE-ID      PIC X(08).
015235         10  WS-TD-ALPHA-OK      PIC X(01).
015236             88  WS-TD-ALPHA-ALLOWED     VALUE 'Y'.
015237         10  WS-TD-NUMERIC-OK    PIC X(01).
015238             88  WS-TD-NUMERIC-ALLOWED   VALUE 'Y'.
015239         10  WS-TD-BLANK-OK      PIC X(01).
015240             88  WS-TD-BLANK-ALLOWED     VALUE 'Y'.
015241         10  WS-TD-FIRST-CHAR    PIC X(01).
015242             88  WS-TD-FIRST-ALPHA       VALUE 'A'.
015243         10  WS-TD-LENGTH-TYPE   PIC X(01).
015244             88  WS-TD-FIXED-LENGTH      VALUE 'F'.
015245         10  WS-TD-CODE-LENGTH   PIC 9(01).
015246         10  WS-TD-MAX-POSITION  PIC 9(03).
015249         10  WS-TD-DESC-REQ      PIC X(01).
015250             88  WS-TD-DESC-REQUIRED     VALUE 'Y'.
015251 01  WS-TD-COUNT                 PIC 9(03) VALUE ZERO.
015252 01  WS-TD-INDEX                 PIC 9(03).
015253 01  WS-TD-FOUND-SW              PIC X(01) VALUE 'N'.
015254     88  WS-TD-FOUND                 VALUE 'Y'.
015255*
015256*    TABLE RELATIONSHIPS - ONE ROW PER DL100RL RECORD, LOADED AT
015257*    STARTUP.  2550-EDIT-RELATIONSHIPS CHECKS EVERY CHILD ENTRY
015258*    AGAINST ITS PARENT TABLE ONCE ALL THE TABLES ARE EDITED
015259 01  WS-RELATIONSHIP-TABLE.
015260     05  WS-RL-ENTRY             OCCURS 50 TIMES.
015261         10  WS-RL-PARENT-TABLE-ID
015262                                 PIC X(08).
015263         10  WS-RL-CHILD-TABLE-ID
015264                                 PIC X(08).
015265         10  WS-RL-PARENT-FIELD  PIC X(01).
015266             88  WS-RL-PARENT-IN-DESC    VALUE 'D'.
015267         10  WS-RL-PARENT-START  PIC 9(02).
015268         10  WS-RL-PARENT-LENGTH PIC 9(01).
015269 01  WS-RL-COUNT                 PIC 9(03) VALUE ZERO.
015270 01  WS-RL-INDEX                 PIC 9(03).
015271 01  WS-RL-LAST-BYTE             PIC 9(02).
015272 01  WS-RI-CHILD-INDEX           PIC 9(02).
015273 01  WS-RI-PARENT-INDEX          PIC 9(02).
015274 01  WS-RI-SCAN-INDEX            PIC 9(03).
015275 01  WS-RI-START                 PIC 9(02).
015276 01  WS-RI-LENGTH                PIC 9(01).
015277 01  WS-RI-SOURCE-FIELD          PIC X(30).
015278 01  WS-RI-PARENT-FOUND-SW       PIC X(01) VALUE 'N'.
015279     88  WS-RI-PARENT-FOUND          VALUE 'Y'.
015280 01  WS-RI-REASON.
015281     05  FILLER                  PIC X(07) VALUE 'PARENT '.
015282     05  RI-PARENT-TABLE-ID      PIC X(08).
015283     05  FILLER                  PIC X(01) VALUE SPACE.
015284     05  RI-PARENT-CODE          PIC X(03).
015285     05  FILLER                  PIC X(01) VALUE SPACE.
015286     05  RI-PARENT-STATUS        PIC X(20).
015287*
015288*    CODES RETIRED AS OF THE RUN DATE - KEPT SO A BROKEN PARENT
015289*    LINK CAN BE LISTED AS RETIRED RATHER THAN NOT ON FILE
015290 01  WS-RETIRED-CODE-TABLE.
015291     05  WS-RETIRED-CODE-ENTRY   OCCURS 200 TIMES.
015292         10  WS-RTC-TABLE-ID     PIC X(08).
015293         10  WS-RTC-LETTER       PIC X(03).
015294 01  WS-RETIRED-CODE-COUNT       PIC 9(03) VALUE ZERO.
015295*
015300********************************************************************
015400*    LOOKUP SUBPROGRAM CALL PARAMETERS - SEE DL100LK              *
015500********************************************************************
015600     COPY DL100LP.
015610*
015620********************************************************************
015630*    BUSINESS-DAY SUBPROGRAM CALL PARAMETERS - SEE DL100BD        *
015640********************************************************************
015650     COPY DL100BP.
015700*
016400********************************************************************
016500*    RUN IDENTIFICATION                                           *
022053*
022055 01  WS-RETIRE-LINE.
022057     05  FILLER                  PIC X(01) VALUE SPACES.
022058     05  RET-TABLE-ID            PIC X(08).
022059     05  FILLER                  PIC X(02) VALUE SPACES.
022060     05  RET-POSITION            PIC ZZZ9.
022061     05  FILLER                  PIC X(02) VALUE SPACES.
022062     05  RET-LETTER              PIC X(03).
022063     05  FILLER                  PIC X(02) VALUE SPACES.
022064     05  FILLER                  PIC X(10) VALUE 'RETIRES'.
022065     05  RET-END-DATE            PIC 9999/99/99.
022066*
022067 01  WS-XW-BAD-HEADING.
022068     05  FILLER                  PIC X(01) VALUE SPACES.
022069     05  FILLER                  PIC X(52) VALUE
022070             '*** CROSSWALK ENTRIES - TARGET CODE NOT ACTIVE ***'.
022071*
022072 01  WS-XW-BAD-LINE.
022074     05  FILLER                  PIC X(01) VALUE SPACES.
022076     05  XWB-SYSTEM              PIC X(08).
022078     05  FILLER                  PIC X(02) VALUE SPACES.
022080     05  XWB-EXT-CODE            PIC X(10).
022082     05  FILLER                  PIC X(05) VALUE '  -> '.
022084     05  XWB-TABLE-ID            PIC X(08).
022086     05  FILLER                  PIC X(02) VALUE SPACES.
022088     05  XWB-LETTER              PIC X(03).
022090     05  FILLER                  PIC X(02) VALUE SPACES.
022092     05  XWB-STATUS              PIC X(20).
022094*
022096 01  WS-SNAP-HEADING.
022098     05  FILLER                  PIC X(01) VALUE SPACES.
022100     05  FILLER                  PIC X(36) VALUE
022102             '*** PUBLISHED SNAPSHOT CONTROL ***'.
022104*
022106 01  WS-SNAP-COUNT-LINE.
022108     05  FILLER                  PIC X(01) VALUE SPACES.
022110     05  SNC-LABEL               PIC X(24).
022112     05  FILLER                  PIC X(09) VALUE 'RECORDS  '.
022114     05  SNC-COUNT               PIC Z,ZZZ,ZZ9.
022116     05  FILLER                  PIC X(17) VALUE
022118             '   POSITION HASH '.
022120     05  SNC-HASH                PIC ZZZ,ZZZ,ZZ9.
022122*
022124 01  WS-SNAP-RESULT-LINE.
022126     05  FILLER                  PIC X(01) VALUE SPACES.
022128     05  SNR-TEXT                PIC X(60).
022130********************************************************************
022132*    PARM PASSED FROM THE EXEC STATEMENT - SYSUID/JOBNAME, SEE      *
022134*    DL100J01 STEP010 - USED TO STAMP THE AUDIT TRAIL               *
022136********************************************************************
022138 LINKAGE SECTION.
022140 01  LS-PARM-AREA.
022142     05  LS-PARM-LENGTH          PIC S9(04) COMP.
022144     05  LS-PARM-DATA            PIC X(80).
022146*
022148 PROCEDURE DIVISION USING LS-PARM-AREA.
022150*
022200********************************************************************
022300*    0000-MAIN - MAINLINE                                         *
022400********************************************************************
023312         PERFORM 8720-WRITE-EXTRACT-TRAILER
023315             THRU 8720-WRITE-EXTRACT-TRAILER-EXIT
023318     END-IF.
023320     IF NOT WS-SIMULATE-RUN
023322         PERFORM 3900-REPORT-SNAPSHOT
023324             THRU 3900-REPORT-SNAPSHOT-EXIT
023326     END-IF.
023328     PERFORM 3500-REPORT-PENDING-CHANGES
023340         THRU 3500-REPORT-PENDING-CHANGES-EXIT.
023342     PERFORM 3600-REPORT-UNAPPROVED
023344         THRU 3600-REPORT-UNAPPROVED-EXIT.
023346     PERFORM 3700-REPORT-RETIREMENTS
023348         THRU 3700-REPORT-RETIREMENTS-EXIT.
023349     PERFORM 3800-REPORT-CROSSWALK
023350         THRU 3800-REPORT-CROSSWALK-EXIT.
023351     IF NOT WS-SIMULATE-RUN
023355         PERFORM 4000-PROCESS-SUSPENSE
023360             THRU 4000-PROCESS-SUSPENSE-EXIT
023365     END-IF.
024000*    DETERMINE WHETHER THIS IS A RESTART OF A PRIOR CHECKPOINT    *
024100********************************************************************
024200 1000-INITIALIZE.
024205*    THE TABLE DEFINITIONS AND RELATIONSHIPS ARE LOADED FIRST -
024210*    WITHOUT THEM NO TABLE CAN BE EDITED, SO A MISSING TDFFILE OR
024215*    RELFILE ENDS THE RUN RC 16 BEFORE ANY OUTPUT (OR THE RUN
024220*    CONTROL) HAS BEEN TOUCHED
024240     PERFORM 1200-LOAD-TABLE-DEFS
024250         THRU 1200-LOAD-TABLE-DEFS-EXIT.
024270     PERFORM 1300-LOAD-RELATIONSHIPS
024290         THRU 1300-LOAD-RELATIONSHIPS-EXIT.
024300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024350     MOVE WS-RUN-DATE TO WS-ACTUAL-DATE.
024400     ACCEPT WS-RUN-TIME FROM TIME.
024445         END-UNSTRING
024448     END-IF.
024449*    A THIRD PARM PIECE IS THE WHAT-IF BUSINESS DATE - THE RUN
024450*    SELECTS AND EDITS AS-OF THAT DATE AND POSTS NOTHING
024451*    NEXT IN ITS PLACE ASKS FOR THE NEXT BUSINESS DAY, SO THE
024452*    NIGHTLY WHAT-IF JOB CARRIES NO HAND-EDITED DATE
024453     IF WS-SIM-DATE-X = 'NEXT'
024454         PERFORM 1400-NEXT-BUSINESS-DATE
024455             THRU 1400-NEXT-BUSINESS-DATE-EXIT
024456     END-IF.
024457     IF WS-SIM-DATE-X NOT = SPACES
024458         IF WS-SIM-DATE-X NOT NUMERIC
024459             DISPLAY 'PARM SIMULATION DATE NOT YYYYMMDD - '
024460                 WS-SIM-DATE-X
024461             MOVE 16 TO RETURN-CODE
024463             STOP RUN
024465         END-IF
025730         MOVE 16 TO RETURN-CODE
025740         STOP RUN
025750     END-IF.
025755*    THE SNAPSHOT KSDS IS DEFINED REUSE - OPENING IT OUTPUT
025760*    EMPTIES IT FOR TONIGHT'S REBUILD
025765     OPEN OUTPUT SNPFILE.
025770     IF NOT WS-SNPFILE-OK
025775         DISPLAY 'SNPFILE OPEN FAILED - STATUS ' WS-SNPFILE-STATUS
025780         MOVE 16 TO RETURN-CODE
025785         STOP RUN
025790     END-IF.
025800     OPEN EXTEND AUDFILE.
025900     IF WS-AUDFILE-STATUS NOT = '00'
026000         CLOSE AUDFILE
026260         DISPLAY 'POINT-IN-TIME HISTORY NOT POSTED THIS RUN'
026270     END-IF.
028200 1000-INITIALIZE-EXIT.
028201     EXIT.
028202*
028203 1050-READ-CHECKPOINT.
028204     MOVE LOW-VALUES TO WS-CKP-START-KEY.
028205     MOVE 1 TO WS-CKP-RELATIVE-KEY.
028206     OPEN I-O CKPFILE.
028207     IF WS-CKPFILE-OK
028208         READ CKPFILE
028209             INVALID KEY
028210                 CONTINUE
028211             NOT INVALID KEY
028212                 IF DL100-CK-RUN-DATE = WS-RUN-DATE
028213                     SET WS-RESTART-RUN TO TRUE
028214                     MOVE DL100-CK-TABLE-ID
028215                         TO WS-CKP-START-TABLE-ID
028216                     MOVE DL100-CK-LAST-POSITION
028217                         TO WS-CKP-START-POSITION
028218                 END-IF
028219         END-READ
028220     ELSE
028221         CONTINUE
028222     END-IF.
028223 1050-READ-CHECKPOINT-EXIT.
028224     EXIT.
028225*
028226********************************************************************
028227*    1100-CHECK-RUN-CONTROL - REFUSE A SECOND RUN OF THE SAME     *
028228*    BUSINESS DATE UNLESS IT IS A GENUINE CHECKPOINT RESTART,     *
028229*    THEN STAMP THE RUN-CONTROL RECORD IN-PROGRESS.  A REFUSED    *
028230*    RUN ENDS RC 08 BEFORE ANY OUTPUT FILE HAS BEEN TOUCHED       *
028231********************************************************************
028232 1100-CHECK-RUN-CONTROL.
028233     MOVE 1 TO WS-RUN-RELATIVE-KEY.
028234     OPEN I-O RUNFILE.
028235     IF NOT WS-RUNFILE-OK
028236         DISPLAY 'RUNFILE OPEN FAILED - STATUS '
028237             WS-RUNFILE-STATUS
028238         GO TO 1100-CHECK-RUN-CONTROL-EXIT
028239     END-IF.
028240     READ RUNFILE
028241         INVALID KEY
028242             CONTINUE
028243         NOT INVALID KEY
028244             IF DL100-RN-RUN-DATE = WS-RUN-DATE
028245                     AND NOT WS-RESTART-RUN
028246                     AND (DL100-RN-ENDED-OK
028247                         OR DL100-RN-IN-PROGRESS)
028248                 DISPLAY 'TEST10 ALREADY RAN ON ' WS-RUN-DATE
028249                     ' - STATUS ' DL100-RN-STATUS
028250                 DISPLAY 'RESUBMIT REFUSED - NOT A CHECKPOINT '
028251                     'RESTART.  RESET THE RUN CONTROL DATASET '
028252                     'IF THIS RUN MUST BE FORCED'
028253                 MOVE 8 TO RETURN-CODE
028254                 STOP RUN
028255             END-IF
028256             IF DL100-RN-IN-PROGRESS
028257                 MOVE DL100-RUN-CONTROL-RECORD
028258                     TO WS-PRIOR-RUN-RECORD
028259                 SET WS-PRIOR-RUN-ABENDED TO TRUE
028260             END-IF
028261     END-READ.
028262     MOVE SPACES TO DL100-RUN-CONTROL-RECORD.
028263     MOVE WS-RUN-DATE TO DL100-RN-RUN-DATE.
028264     MOVE WS-RUN-TIME TO DL100-RN-START-TIME.
028265     MOVE ZERO TO DL100-RN-END-TIME.
028266     SET DL100-RN-IN-PROGRESS TO TRUE.
028267     MOVE ZERO TO DL100-RN-ENTRY-COUNT.
028268     MOVE ZERO TO DL100-RN-TABLE-COUNT.
028269     REWRITE DL100-RUN-CONTROL-RECORD
028270         INVALID KEY
028271             WRITE DL100-RUN-CONTROL-RECORD
028272     END-REWRITE.
028273 1100-CHECK-RUN-CONTROL-EXIT.
028274     EXIT.
028275*
028276********************************************************************
028277*    1200-LOAD-TABLE-DEFS - LOAD EVERY DL100TD TABLE DEFINITION   *
028278*    INTO WS-TABLE-DEF-TABLE.  A ZERO OR NON-NUMERIC MAXIMUM      *
028279*    POSITION OR CODE LENGTH IS TAKEN AS THE LIMIT OF THE LAYOUT  *
028280*    (100 POSITIONS, 3 CHARACTERS)                                *
028281********************************************************************
028282 1200-LOAD-TABLE-DEFS.
028283     MOVE ZERO TO WS-TD-COUNT.
028284     MOVE 'N' TO WS-TDFFILE-EOF-SW.
028285     OPEN INPUT TDFFILE.
028286     IF NOT WS-TDFFILE-OK
028287         DISPLAY 'TDFFILE OPEN FAILED - STATUS ' WS-TDFFILE-STATUS
028288         DISPLAY 'NO TABLE DEFINITIONS - RUN ABANDONED'
028289         MOVE 16 TO RETURN-CODE
028290         STOP RUN
028291     END-IF.
028292     PERFORM 1210-READ-TDFFILE
028293         THRU 1210-READ-TDFFILE-EXIT
028294         UNTIL WS-TDFFILE-EOF.
028295     CLOSE TDFFILE.
028296 1200-LOAD-TABLE-DEFS-EXIT.
028297     EXIT.
028298*
028299 1210-READ-TDFFILE.
028300     READ TDFFILE
028301         AT END
028302             SET WS-TDFFILE-EOF TO TRUE
028303         NOT AT END
028304             IF WS-TD-COUNT < 100
028305                 ADD 1 TO WS-TD-COUNT
028306                 PERFORM 1220-STORE-TABLE-DEF
028307                     THRU 1220-STORE-TABLE-DEF-EXIT
028308             ELSE
028309                 DISPLAY 'TABLE DEFINITION IGNORED - OVER 100 - '
028310                     DL100-TD-TABLE-ID
028311             END-IF
028312     END-READ.
028313 1210-READ-TDFFILE-EXIT.
028314     EXIT.
028315*
028316 1220-STORE-TABLE-DEF.
028317     MOVE DL100-TD-TABLE-ID   TO WS-TD-TABLE-ID(WS-TD-COUNT).
028318     MOVE DL100-TD-ALPHA-OK   TO WS-TD-ALPHA-OK(WS-TD-COUNT).
028319     MOVE DL100-TD-NUMERIC-OK TO WS-TD-NUMERIC-OK(WS-TD-COUNT).
028320     MOVE DL100-TD-BLANK-OK   TO WS-TD-BLANK-OK(WS-TD-COUNT).
028321     MOVE DL100-TD-FIRST-CHAR TO WS-TD-FIRST-CHAR(WS-TD-COUNT).
028322     MOVE DL100-TD-LENGTH-TYPE
028323         TO WS-TD-LENGTH-TYPE(WS-TD-COUNT).
028324     MOVE DL100-TD-DESC-REQ   TO WS-TD-DESC-REQ(WS-TD-COUNT).
028325     IF DL100-TD-CODE-LENGTH NUMERIC
028326             AND DL100-TD-CODE-LENGTH > ZERO
028327             AND DL100-TD-CODE-LENGTH NOT > 3
028328         MOVE DL100-TD-CODE-LENGTH
028329             TO WS-TD-CODE-LENGTH(WS-TD-COUNT)
028330     ELSE
028331         MOVE 3 TO WS-TD-CODE-LENGTH(WS-TD-COUNT)
028332     END-IF.
028333     IF DL100-TD-MAX-POSITION NUMERIC
028334             AND DL100-TD-MAX-POSITION > ZERO
028335             AND DL100-TD-MAX-POSITION NOT > 100
028336         MOVE DL100-TD-MAX-POSITION
028337             TO WS-TD-MAX-POSITION(WS-TD-COUNT)
028338     ELSE
028339         MOVE 100 TO WS-TD-MAX-POSITION(WS-TD-COUNT)
028340     END-IF.
028341 1220-STORE-TABLE-DEF-EXIT.
028342     EXIT.
028343*
028344********************************************************************
028345*    1300-LOAD-RELATIONSHIPS - LOAD EVERY DL100RL PARENT/CHILD    *
028346*    TABLE RELATIONSHIP INTO WS-RELATIONSHIP-TABLE.  A RECORD     *
028347*    WHOSE PARENT-CODE LOCATION DOES NOT FIT INSIDE THE CHILD'S   *
028348*    CODE OR DESCRIPTION IS IGNORED AND NAMED ON THE JOB LOG      *
028349********************************************************************
028350 1300-LOAD-RELATIONSHIPS.
028351     MOVE ZERO TO WS-RL-COUNT.
028352     MOVE 'N' TO WS-RELFILE-EOF-SW.
028353     OPEN INPUT RELFILE.
028354     IF NOT WS-RELFILE-OK
028355         DISPLAY 'RELFILE OPEN FAILED - STATUS ' WS-RELFILE-STATUS
028356         DISPLAY 'NO TABLE RELATIONSHIPS - RUN ABANDONED'
028357         MOVE 16 TO RETURN-CODE
028358         STOP RUN
028359     END-IF.
028360     PERFORM 1310-READ-RELFILE
028361         THRU 1310-READ-RELFILE-EXIT
028362         UNTIL WS-RELFILE-EOF.
028363     CLOSE RELFILE.
028364 1300-LOAD-RELATIONSHIPS-EXIT.
028365     EXIT.
028366*
028367 1310-READ-RELFILE.
028368     READ RELFILE
028369         AT END
028370             SET WS-RELFILE-EOF TO TRUE
028371         NOT AT END
028372             PERFORM 1320-STORE-RELATIONSHIP
028373                 THRU 1320-STORE-RELATIONSHIP-EXIT
028374     END-READ.
028375 1310-READ-RELFILE-EXIT.
028376     EXIT.
028377*
028378 1320-STORE-RELATIONSHIP.
028379     IF DL100-RL-PARENT-START NOT NUMERIC
028380             OR DL100-RL-PARENT-LENGTH NOT NUMERIC
028381             OR DL100-RL-PARENT-START = ZERO
028382             OR DL100-RL-PARENT-LENGTH = ZERO
028383             OR DL100-RL-PARENT-LENGTH > 3
028384         DISPLAY 'RELATIONSHIP IGNORED - BAD LOCATION - '
028385             DL100-RL-KEY
028386         GO TO 1320-STORE-RELATIONSHIP-EXIT
028387     END-IF.
028388     COMPUTE WS-RL-LAST-BYTE = DL100-RL-PARENT-START
028389         + DL100-RL-PARENT-LENGTH - 1.
028390     IF (DL100-RL-PARENT-IN-CODE AND WS-RL-LAST-BYTE > 3)
028391             OR (DL100-RL-PARENT-IN-DESC AND WS-RL-LAST-BYTE > 30)
028392             OR (NOT DL100-RL-PARENT-IN-CODE
028393             AND NOT DL100-RL-PARENT-IN-DESC)
028394         DISPLAY 'RELATIONSHIP IGNORED - BAD LOCATION - '
028395             DL100-RL-KEY
028396         GO TO 1320-STORE-RELATIONSHIP-EXIT
028397     END-IF.
028398     IF WS-RL-COUNT NOT < 50
028399         DISPLAY 'RELATIONSHIP IGNORED - OVER 50 - ' DL100-RL-KEY
028400         GO TO 1320-STORE-RELATIONSHIP-EXIT
028401     END-IF.
028402     ADD 1 TO WS-RL-COUNT.
028403     MOVE DL100-RL-PARENT-TABLE-ID
028404         TO WS-RL-PARENT-TABLE-ID(WS-RL-COUNT).
028405     MOVE DL100-RL-CHILD-TABLE-ID
028415         TO WS-RL-CHILD-TABLE-ID(WS-RL-COUNT).
028425     MOVE DL100-RL-PARENT-FIELD
028430         TO WS-RL-PARENT-FIELD(WS-RL-COUNT).
028435     MOVE DL100-RL-PARENT-START
028440         TO WS-RL-PARENT-START(WS-RL-COUNT).
028445     MOVE DL100-RL-PARENT-LENGTH
028455         TO WS-RL-PARENT-LENGTH(WS-RL-COUNT).
028465 1320-STORE-RELATIONSHIP-EXIT.
028475     EXIT.
028477*
028479********************************************************************
028481*    1400-NEXT-BUSINESS-DATE - A WHAT-IF DATE PIECE OF NEXT      *
028483*    MEANS THE NEXT BUSINESS DAY AFTER TODAY ON THE DL100CA      *
028485*    CALENDAR (CALFILE, THROUGH DL100BD).  NO ANSWER ENDS THE    *
028486*    RUN RC 16 - A PREVIEW FOR A GUESSED DATE IS WORSE THAN NONE *
028487********************************************************************
028488 1400-NEXT-BUSINESS-DATE.
028489     SET DL100-BD-NEXT-DAY TO TRUE.
028490     MOVE WS-ACTUAL-DATE TO DL100-BD-DATE.
028495     CALL 'DL100BD' USING DL100-BD-PARMS.
028500     IF NOT DL100-BD-OK
028505         DISPLAY 'NEXT BUSINESS DAY NOT FOUND - DL100BD RC '
028510             DL100-BD-RETURN-CODE
028515         MOVE 16 TO RETURN-CODE
028520         STOP RUN
028525     END-IF.
028530     MOVE DL100-BD-RESULT-DATE TO WS-SIM-DATE-X.
028535 1400-NEXT-BUSINESS-DATE-EXIT.
028540     EXIT.
028545*
028550********************************************************************
028600*    2000-LOAD-TABLE - READ THE MAINTAINABLE CONTROL FILE.  IF    *
028700*    THE FILE IS MISSING OR HAS NO RECORDS, FALL BACK TO THE      *
028800*    ORIGINAL 5-LETTER DEFAULT TABLE                              *
030885         MOVE 'N' TO
030890             WS-POSITION-USED-SW(WS-TABLE-INDEX, WS-INDEX)
030892         MOVE ZERO TO WS-EFF-DATES(WS-TABLE-INDEX, WS-INDEX)
030893         MOVE ZERO TO
030894             WS-LOADED-END-DATES(WS-TABLE-INDEX, WS-INDEX)
030895     END-PERFORM.
030896 2050-CLEAR-ONE-TABLE-EXIT.
030898     EXIT.
030900*
033408             DL100-DESCS(WS-TABLE-INDEX, WS-CT-POSITION)
033410         MOVE ZERO TO
033412             WS-EFF-DATES(WS-TABLE-INDEX, WS-CT-POSITION)
033413         MOVE ZERO TO
033414             WS-LOADED-END-DATES(WS-TABLE-INDEX, WS-CT-POSITION)
033415         MOVE 'N' TO
033416             WS-POSITION-USED-SW(WS-TABLE-INDEX, WS-CT-POSITION)
033417         PERFORM 2296-LOG-RETIRED-CODE
033418             THRU 2296-LOG-RETIRED-CODE-EXIT
033419         GO TO 2230-APPLY-ONE-RECORD-EXIT
033420     END-IF.
033422     IF DL100-CT-EFF-DATE OF DL100-CONTROL-RECORD
033424             > WS-RUN-DATE
033440         TO DL100-DESCS(WS-TABLE-INDEX, WS-CT-POSITION).
033442     MOVE DL100-CT-EFF-DATE OF DL100-CONTROL-RECORD
033444         TO WS-EFF-DATES(WS-TABLE-INDEX, WS-CT-POSITION).
033445     MOVE WS-CT-END-DATE
033446         TO WS-LOADED-END-DATES(WS-TABLE-INDEX, WS-CT-POSITION).
033447     SET WS-POSITION-USED(WS-TABLE-INDEX, WS-CT-POSITION)
033448         TO TRUE.
033450     IF WS-CT-POSITION >
033452             DL100-TABLE-COUNT(WS-TABLE-INDEX)
033666         MOVE WS-CT-POSITION
033668             TO WS-RETIRE-POSITION(WS-RETIRE-COUNT)
033670         MOVE DL100-CT-LETTER OF DL100-CONTROL-RECORD
033675             TO WS-RETIRE-LETTER(WS-RETIRE-COUNT)
033680         MOVE WS-CT-END-DATE
033685             TO WS-RETIRE-END-DATE(WS-RETIRE-COUNT)
033690     END-IF.
033695 2295-LOG-UPCOMING-RETIRE-EXIT.
033700     EXIT.
033705*
033710 2296-LOG-RETIRED-CODE.
033715     IF WS-RETIRED-CODE-COUNT < 200
033720         ADD 1 TO WS-RETIRED-CODE-COUNT
033725         MOVE DL100-CT-TABLE-ID OF DL100-CONTROL-RECORD
033730             TO WS-RTC-TABLE-ID(WS-RETIRED-CODE-COUNT)
033735         MOVE DL100-CT-LETTER OF DL100-CONTROL-RECORD
033740             TO WS-RTC-LETTER(WS-RETIRED-CODE-COUNT)
033745     END-IF.
033750 2296-LOG-RETIRED-CODE-EXIT.
033755     EXIT.
033760*
033765********************************************************************
033770*    2500-EDIT-TABLE - REJECT ENTRIES THAT BREAK THEIR TABLE'S    *
033775*    DL100TD DEFINITION OR DUPLICATE ANOTHER CODE VALUE, IN       *
033780*    PLACE, AT THEIR OWN CONTROL-FILE POSITION.  A TABLE WITH NO  *
033785*    DEFINITION IS DROPPED WHOLE.  REJECTS ARE LISTED ON RPTFILE  *
033790*    AND THEIR POSITION IS FREED.  ONCE EVERY TABLE IS EDITED, A  *
033795*    CHILD ENTRY WHOSE DL100RL PARENT CODE IS NOT IN EFFECT IN    *
033800*    THE PARENT TABLE IS REJECTED THE SAME WAY                    *
033805********************************************************************
033900 2500-EDIT-TABLE.
034100     PERFORM 2505-EDIT-ONE-TABLE
034150         THRU 2505-EDIT-ONE-TABLE-EXIT
034200         VARYING WS-TABLE-INDEX FROM 1 BY 1
034250         UNTIL WS-TABLE-INDEX > DL100-TABLE-ID-COUNT.
034350*    CHILD ENTRIES ARE CHECKED AGAINST THEIR PARENT TABLES ONLY
034450*    NOW, SO A PARENT ENTRY THAT FAILED ITS OWN EDITS NO LONGER
034550*    COUNTS AS IN EFFECT
034650     PERFORM 2550-EDIT-RELATIONSHIPS
034750         THRU 2550-EDIT-RELATIONSHIPS-EXIT.
035100     IF WS-EDIT-ERRORS-FOUND
035200         PERFORM 8500-PRINT-ERROR-HEADING
035300             THRU 8500-PRINT-ERROR-HEADING-EXIT
035600     EXIT.
035620*
035630 2505-EDIT-ONE-TABLE.
035631     PERFORM 2506-FIND-TABLE-DEF
035632         THRU 2506-FIND-TABLE-DEF-EXIT.
035633     IF NOT WS-TD-FOUND
035634         PERFORM 2507-DROP-UNDEFINED-TABLE
035635             THRU 2507-DROP-UNDEFINED-TABLE-EXIT
035636         GO TO 2505-EDIT-ONE-TABLE-EXIT
035637     END-IF.
035640     PERFORM VARYING WS-INDEX FROM 1 BY 1
035650             UNTIL WS-INDEX > DL100-TABLE-COUNT(WS-TABLE-INDEX)
035660         IF WS-POSITION-USED(WS-TABLE-INDEX, WS-INDEX)
035697 2505-EDIT-ONE-TABLE-EXIT.
035698     EXIT.
035700*
035702 2506-FIND-TABLE-DEF.
035704     MOVE 'N' TO WS-TD-FOUND-SW.
035706     PERFORM VARYING WS-TD-INDEX FROM 1 BY 1
035708             UNTIL WS-TD-INDEX > WS-TD-COUNT
035710             OR WS-TD-FOUND
035712         IF WS-TD-TABLE-ID(WS-TD-INDEX) =
035714                 DL100-TABLE-ID(WS-TABLE-INDEX)
035716             SET WS-TD-FOUND TO TRUE
035718         END-IF
035720     END-PERFORM.
035722     IF WS-TD-FOUND
035724         SUBTRACT 1 FROM WS-TD-INDEX
035726     END-IF.
035728 2506-FIND-TABLE-DEF-EXIT.
035730     EXIT.
035732*
035734********************************************************************
035736*    2507-DROP-UNDEFINED-TABLE - A TABLE WITH NO DL100TD RECORD   *
035738*    IS NOT LOADED AT ALL.  ONE ERROR LINE IS LOGGED FOR THE      *
035740*    TABLE (POSITION ZERO) RATHER THAN ONE PER ENTRY              *
035742********************************************************************
035744 2507-DROP-UNDEFINED-TABLE.
035746     SET WS-EDIT-ERRORS-FOUND TO TRUE.
035748     IF WS-ERROR-LINE-COUNT < 100
035750         ADD 1 TO WS-ERROR-LINE-COUNT
035752         MOVE DL100-TABLE-ID(WS-TABLE-INDEX)
035754             TO WS-ERROR-TABLE-ID(WS-ERROR-LINE-COUNT)
035756         MOVE ZERO TO WS-ERROR-POSITION(WS-ERROR-LINE-COUNT)
035758         MOVE SPACES TO WS-ERROR-LETTER(WS-ERROR-LINE-COUNT)
035760         MOVE 'NO TABLE DEFINITION - TABLE DROPPED'
035762             TO WS-ERROR-REASON(WS-ERROR-LINE-COUNT)
035764     END-IF.
035766     PERFORM VARYING WS-INDEX FROM 1 BY 1
035768             UNTIL WS-INDEX > 100
035770         MOVE 'N' TO
035772             WS-POSITION-USED-SW(WS-TABLE-INDEX, WS-INDEX)
035773         MOVE SPACES TO DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX)
035774         MOVE SPACES TO DL100-DESCS(WS-TABLE-INDEX, WS-INDEX)
035775         MOVE ZERO TO DL100-END-DATES(WS-TABLE-INDEX, WS-INDEX)
035776         MOVE ZERO TO WS-POS-END-DATES(WS-TABLE-INDEX, WS-INDEX)
035777         MOVE ZERO TO WS-EFF-DATES(WS-TABLE-INDEX, WS-INDEX)
035778         MOVE ZERO TO
035779             WS-LOADED-END-DATES(WS-TABLE-INDEX, WS-INDEX)
035780     END-PERFORM.
035781     MOVE ZERO TO DL100-TABLE-COUNT(WS-TABLE-INDEX).
035782 2507-DROP-UNDEFINED-TABLE-EXIT.
035784     EXIT.
035786*
035800 2510-EDIT-ONE-ENTRY.
036000     MOVE 'N' TO WS-DUPLICATE-FOUND-SW.
036010     MOVE SPACES TO WS-EDIT-REJECT-REASON.
036020     IF WS-INDEX > WS-TD-MAX-POSITION(WS-TD-INDEX)
036030         MOVE 'N' TO WS-CODE-VALID-SW
036040         MOVE 'POSITION OVER TABLE MAXIMUM - DROPPED'
036045             TO WS-EDIT-REJECT-REASON
036048     ELSE
036050         PERFORM 2520-EDIT-CODE-VALUE
036060             THRU 2520-EDIT-CODE-VALUE-EXIT
036070     END-IF.
036100     IF NOT WS-CODE-VALID
036200         SET WS-EDIT-ERRORS-FOUND TO TRUE
036230         IF WS-ERROR-LINE-COUNT < 100
036265                 TO WS-ERROR-POSITION(WS-ERROR-LINE-COUNT)
036270             MOVE DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX)
036280                 TO WS-ERROR-LETTER(WS-ERROR-LINE-COUNT)
036290             MOVE WS-EDIT-REJECT-REASON
036295                 TO WS-ERROR-REASON(WS-ERROR-LINE-COUNT)
036297         END-IF
036298         MOVE 'N' TO
039200     EXIT.
039210*
039212********************************************************************
039213*    2520-EDIT-CODE-VALUE - EDIT THE CODE VALUE (AND DESCRIPTION)  *
039214*    AGAINST THE TABLE'S DL100TD DEFINITION: FIRST CHARACTER A-Z   *
039215*    WHEN REQUIRED, ONLY THE CHARACTER CLASSES THE TABLE ALLOWS,   *
039216*    BLANKS ONLY TRAILING UNLESS ALLOWED, EXACT LENGTH (FIXED) OR  *
039217*    NO LONGER THAN THE CODE LENGTH (VARIABLE), AND A DESCRIPTION  *
039218*    WHEN THE TABLE MAKES IT MANDATORY.  THE REASON FOR A REJECT   *
039219*    IS LEFT IN WS-EDIT-REJECT-REASON                              *
039220********************************************************************
039221 2520-EDIT-CODE-VALUE.
039222     MOVE 'Y' TO WS-CODE-VALID-SW.
039223     MOVE DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX)
039224         TO WS-EDIT-CODE-VALUE.
039225     MOVE ZERO TO WS-CODE-LENGTH.
039226     MOVE 'N' TO WS-CODE-BLANK-SW.
039227     IF WS-EDIT-CODE-CHAR(1) = SPACE
039228         MOVE 'N' TO WS-CODE-VALID-SW
039229         MOVE 'CODE VALUE BLANK - ENTRY DROPPED'
039230             TO WS-EDIT-REJECT-REASON
039231         GO TO 2520-EDIT-CODE-VALUE-EXIT
039232     END-IF.
039233     IF WS-TD-FIRST-ALPHA(WS-TD-INDEX)
039234             AND (WS-EDIT-CODE-CHAR(1) < 'A'
039235             OR WS-EDIT-CODE-CHAR(1) > 'Z')
039236         MOVE 'N' TO WS-CODE-VALID-SW
039237         MOVE 'CODE MUST START A-Z - ENTRY DROPPED'
039238             TO WS-EDIT-REJECT-REASON
039239         GO TO 2520-EDIT-CODE-VALUE-EXIT
039240     END-IF.
039241     PERFORM 2530-EDIT-CODE-CHAR
039242         THRU 2530-EDIT-CODE-CHAR-EXIT
039243         VARYING WS-CODE-CHAR-INDEX FROM 1 BY 1
039244         UNTIL WS-CODE-CHAR-INDEX > 3
039245         OR NOT WS-CODE-VALID.
039246     IF NOT WS-CODE-VALID
039247         GO TO 2520-EDIT-CODE-VALUE-EXIT
039248     END-IF.
039249     IF (WS-TD-FIXED-LENGTH(WS-TD-INDEX)
039250             AND WS-CODE-LENGTH NOT =
039251                 WS-TD-CODE-LENGTH(WS-TD-INDEX))
039252         OR WS-CODE-LENGTH > WS-TD-CODE-LENGTH(WS-TD-INDEX)
039253         MOVE 'N' TO WS-CODE-VALID-SW
039254         MOVE 'CODE LENGTH WRONG FOR TABLE - DROPPED'
039255             TO WS-EDIT-REJECT-REASON
039256         GO TO 2520-EDIT-CODE-VALUE-EXIT
039257     END-IF.
039258     IF WS-TD-DESC-REQUIRED(WS-TD-INDEX)
039259             AND DL100-DESCS(WS-TABLE-INDEX, WS-INDEX) = SPACES
039260         MOVE 'N' TO WS-CODE-VALID-SW
039261         MOVE 'DESCRIPTION REQUIRED - ENTRY DROPPED'
039262             TO WS-EDIT-REJECT-REASON
039263     END-IF.
039264 2520-EDIT-CODE-VALUE-EXIT.
039265     EXIT.
039266*
039267 2530-EDIT-CODE-CHAR.
039268     IF WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) = SPACE
039269         IF NOT WS-TD-BLANK-ALLOWED(WS-TD-INDEX)
039270             SET WS-CODE-BLANK-SEEN TO TRUE
039271         END-IF
039272         GO TO 2530-EDIT-CODE-CHAR-EXIT
039273     END-IF.
039274     IF WS-CODE-BLANK-SEEN
039275         MOVE 'N' TO WS-CODE-VALID-SW
039276         MOVE 'CODE HAS EMBEDDED BLANK - ENTRY DROPPED'
039277             TO WS-EDIT-REJECT-REASON
039278         GO TO 2530-EDIT-CODE-CHAR-EXIT
039279     END-IF.
039280     MOVE WS-CODE-CHAR-INDEX TO WS-CODE-LENGTH.
039281     IF WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) NOT < 'A'
039282             AND WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) NOT > 'Z'
039283         IF NOT WS-TD-ALPHA-ALLOWED(WS-TD-INDEX)
039284             MOVE 'N' TO WS-CODE-VALID-SW
039285         END-IF
039286     ELSE
039287         IF WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) NOT < '0'
039288                 AND WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX)
039289                     NOT > '9'
039290             IF NOT WS-TD-NUMERIC-ALLOWED(WS-TD-INDEX)
039291                 MOVE 'N' TO WS-CODE-VALID-SW
039292             END-IF
039293         ELSE
039294             MOVE 'N' TO WS-CODE-VALID-SW
039295         END-IF
039296     END-IF.
039297     IF NOT WS-CODE-VALID
039298         MOVE 'CODE CHARACTER NOT ALLOWED - DROPPED'
039299             TO WS-EDIT-REJECT-REASON
039300     END-IF.
039301 2530-EDIT-CODE-CHAR-EXIT.
039302     EXIT.
039303*
039304********************************************************************
039305*    2550-EDIT-RELATIONSHIPS - CHECK EVERY ENTRY OF EACH DL100RL  *
039306*    CHILD TABLE AGAINST ITS PARENT TABLE.  THE PARENT CODE IS    *
039307*    TAKEN FROM THE CHILD'S CODE OR DESCRIPTION AT THE RECORDED   *
039308*    START AND LENGTH AND MUST BE IN EFFECT IN THE PARENT TABLE   *
039309*    AS LOADED AND EDITED TODAY.  A BROKEN LINK IS LISTED WITH    *
039310*    THE PARENT CODE AND WHY (NOT ON FILE, RETIRED, AWAITING      *
039311*    APPROVAL OR NOT YET EFFECTIVE); THE CHILD ENTRY IS DROPPED   *
039312*    AND GOES TO SUSPENSE UNTIL CORRECTED, LIKE ANY EDIT REJECT   *
039313********************************************************************
039314 2550-EDIT-RELATIONSHIPS.
039315     PERFORM 2555-EDIT-ONE-RELATION
039316         THRU 2555-EDIT-ONE-RELATION-EXIT
039317         VARYING WS-RL-INDEX FROM 1 BY 1
039318         UNTIL WS-RL-INDEX > WS-RL-COUNT.
039319 2550-EDIT-RELATIONSHIPS-EXIT.
039320     EXIT.
039321*
039322 2555-EDIT-ONE-RELATION.
039323     MOVE ZERO TO WS-RI-CHILD-INDEX.
039324     MOVE ZERO TO WS-RI-PARENT-INDEX.
039325     PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
039326             UNTIL WS-TABLE-INDEX > DL100-TABLE-ID-COUNT
039327         IF DL100-TABLE-ID(WS-TABLE-INDEX) =
039328                 WS-RL-CHILD-TABLE-ID(WS-RL-INDEX)
039329             MOVE WS-TABLE-INDEX TO WS-RI-CHILD-INDEX
039330         END-IF
039331         IF DL100-TABLE-ID(WS-TABLE-INDEX) =
039332                 WS-RL-PARENT-TABLE-ID(WS-RL-INDEX)
039333             MOVE WS-TABLE-INDEX TO WS-RI-PARENT-INDEX
039334         END-IF
039335     END-PERFORM.
039336*    A CHILD TABLE WITH NOTHING ON FILE HAS NOTHING TO CHECK
039337     IF WS-RI-CHILD-INDEX = ZERO
039338         GO TO 2555-EDIT-ONE-RELATION-EXIT
039339     END-IF.
039340     MOVE WS-RL-PARENT-START(WS-RL-INDEX) TO WS-RI-START.
039341     MOVE WS-RL-PARENT-LENGTH(WS-RL-INDEX) TO WS-RI-LENGTH.
039342     MOVE WS-RL-PARENT-TABLE-ID(WS-RL-INDEX)
039343         TO RI-PARENT-TABLE-ID.
039344     MOVE WS-RI-CHILD-INDEX TO WS-TABLE-INDEX.
039345     PERFORM 2560-EDIT-ONE-CHILD
039346         THRU 2560-EDIT-ONE-CHILD-EXIT
039347         VARYING WS-INDEX FROM 1 BY 1
039348         UNTIL WS-INDEX > DL100-TABLE-COUNT(WS-TABLE-INDEX).
039349 2555-EDIT-ONE-RELATION-EXIT.
039350     EXIT.
039351*
039352 2560-EDIT-ONE-CHILD.
039353     IF NOT WS-POSITION-USED(WS-TABLE-INDEX, WS-INDEX)
039354         GO TO 2560-EDIT-ONE-CHILD-EXIT
039355     END-IF.
039356     IF WS-RL-PARENT-IN-DESC(WS-RL-INDEX)
039357         MOVE DL100-DESCS(WS-TABLE-INDEX, WS-INDEX)
039358             TO WS-RI-SOURCE-FIELD
039359     ELSE
039360         MOVE DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX)
039361             TO WS-RI-SOURCE-FIELD
039362     END-IF.
039363     MOVE SPACES TO RI-PARENT-CODE.
039364     MOVE WS-RI-SOURCE-FIELD(WS-RI-START:WS-RI-LENGTH)
039365         TO RI-PARENT-CODE.
039366     MOVE 'N' TO WS-RI-PARENT-FOUND-SW.
039367     IF WS-RI-PARENT-INDEX > ZERO AND RI-PARENT-CODE NOT = SPACES
039368         PERFORM VARYING WS-RI-SCAN-INDEX FROM 1 BY 1
039369                 UNTIL WS-RI-SCAN-INDEX >
039370                     DL100-TABLE-COUNT(WS-RI-PARENT-INDEX)
039371                 OR WS-RI-PARENT-FOUND
039372             IF WS-POSITION-USED(WS-RI-PARENT-INDEX,
039373                     WS-RI-SCAN-INDEX)
039374                 AND DL100-LETTERS(WS-RI-PARENT-INDEX,
039375                     WS-RI-SCAN-INDEX) = RI-PARENT-CODE
039376                 SET WS-RI-PARENT-FOUND TO TRUE
039377             END-IF
039378         END-PERFORM
039379     END-IF.
039380     IF WS-RI-PARENT-FOUND
039381         GO TO 2560-EDIT-ONE-CHILD-EXIT
039382     END-IF.
039383     PERFORM 2565-FIND-PARENT-STATUS
039384         THRU 2565-FIND-PARENT-STATUS-EXIT.
039385     SET WS-EDIT-ERRORS-FOUND TO TRUE.
039386     IF WS-ERROR-LINE-COUNT < 100
039387         ADD 1 TO WS-ERROR-LINE-COUNT
039388         MOVE DL100-TABLE-ID(WS-TABLE-INDEX)
039389             TO WS-ERROR-TABLE-ID(WS-ERROR-LINE-COUNT)
039390         MOVE WS-INDEX
039391             TO WS-ERROR-POSITION(WS-ERROR-LINE-COUNT)
039392         MOVE DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX)
039393             TO WS-ERROR-LETTER(WS-ERROR-LINE-COUNT)
039394         MOVE WS-RI-REASON
039395             TO WS-ERROR-REASON(WS-ERROR-LINE-COUNT)
039396     END-IF.
039397     MOVE 'N' TO
039398         WS-POSITION-USED-SW(WS-TABLE-INDEX, WS-INDEX).
039399     MOVE SPACES TO DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX).
039400     MOVE SPACES TO DL100-DESCS(WS-TABLE-INDEX, WS-INDEX).
039401 2560-EDIT-ONE-CHILD-EXIT.
039402     EXIT.
039403*
039404********************************************************************
039405*    2565-FIND-PARENT-STATUS - SAY WHY A PARENT CODE IS NOT IN    *
039406*    EFFECT.  A CODE COMING BACK (FUTURE-DATED OR UNAPPROVED)     *
039407*    IS REPORTED AS SUCH EVEN IF AN OLDER VALUE WAS RETIRED       *
039408********************************************************************
039409 2565-FIND-PARENT-STATUS.
039410     MOVE 'NOT ON FILE' TO RI-PARENT-STATUS.
039411     IF RI-PARENT-CODE = SPACES
039412         GO TO 2565-FIND-PARENT-STATUS-EXIT
039413     END-IF.
039414     PERFORM VARYING WS-RI-SCAN-INDEX FROM 1 BY 1
039415             UNTIL WS-RI-SCAN-INDEX > WS-RETIRED-CODE-COUNT
039416         IF WS-RTC-TABLE-ID(WS-RI-SCAN-INDEX) = RI-PARENT-TABLE-ID
039417                 AND WS-RTC-LETTER(WS-RI-SCAN-INDEX) =
039418                     RI-PARENT-CODE
039419             MOVE 'RETIRED' TO RI-PARENT-STATUS
039420         END-IF
039421     END-PERFORM.
039422     PERFORM VARYING WS-RI-SCAN-INDEX FROM 1 BY 1
039423             UNTIL WS-RI-SCAN-INDEX > WS-UNAPPR-COUNT
039424         IF WS-UNAPPR-TABLE-ID(WS-RI-SCAN-INDEX) =
039425                 RI-PARENT-TABLE-ID
039426                 AND WS-UNAPPR-STATUS(WS-RI-SCAN-INDEX) = 'P'
039427                 AND WS-UNAPPR-LETTER(WS-RI-SCAN-INDEX) =
039428                     RI-PARENT-CODE
039429             MOVE 'AWAITING APPROVAL' TO RI-PARENT-STATUS
039430         END-IF
039431     END-PERFORM.
039432     PERFORM VARYING WS-RI-SCAN-INDEX FROM 1 BY 1
039433             UNTIL WS-RI-SCAN-INDEX > WS-PENDING-COUNT
039434         IF WS-PENDING-TABLE-ID(WS-RI-SCAN-INDEX) =
039435                 RI-PARENT-TABLE-ID
039436                 AND WS-PENDING-LETTER(WS-RI-SCAN-INDEX) =
039437                     RI-PARENT-CODE
039438             MOVE 'NOT YET EFFECTIVE' TO RI-PARENT-STATUS
039439         END-IF
039440     END-PERFORM.
039441 2565-FIND-PARENT-STATUS-EXIT.
039442     EXIT.
039443*
039444********************************************************************
039500*    3000-PROCESS-TABLE - PRINT, EXTRACT, AUDIT AND CHECKPOINT    *
039600*    EACH VALID TABLE ENTRY.  THE REPORT AND EXTRACT ARE ALWAYS   *
039700*    COMPLETE FOR THE FULL TABLE; A RESTARTED RUN ONLY SKIPS THE  *
043500     ADD 1 TO WS-INDEX.
043600 3100-PROCESS-ONE-ENTRY-EXIT.
043700     EXIT.
043701*
043702********************************************************************
043703*    3500-REPORT-PENDING-CHANGES - LIST THE FUTURE-DATED ENTRIES  *
043704*    LEFT UNLOADED BY 2200-READ-CTLFILE, WITH THE DATE EACH ONE   *
043705*    ACTIVATES, SO OPERATIONS CAN SEE WHAT IS ALREADY KEYED       *
043706********************************************************************
043707 3500-REPORT-PENDING-CHANGES.
043708     IF WS-PENDING-COUNT > ZERO
043709         PERFORM 8650-PRINT-PENDING-HEADING
043710             THRU 8650-PRINT-PENDING-HEADING-EXIT
043711         PERFORM 8660-PRINT-PENDING-LINES
043712             THRU 8660-PRINT-PENDING-LINES-EXIT
043713     END-IF.
043714 3500-REPORT-PENDING-CHANGES-EXIT.
043715     EXIT.
043716*
043717********************************************************************
043718*    3600-REPORT-UNAPPROVED - LIST EVERY CONTROL-FILE ENTRY STILL  *
043719*    AWAITING TWO-PERSON APPROVAL, WITH THE PROPOSED VALUE AND     *
043720*    WHO KEYED IT, SO NOTHING SITS FORGOTTEN IN A PENDING STATE    *
043721********************************************************************
043722 3600-REPORT-UNAPPROVED.
043723     IF WS-UNAPPR-COUNT > ZERO
043724         PERFORM 8750-PRINT-UNAPPR-HEADING
043725             THRU 8750-PRINT-UNAPPR-HEADING-EXIT
043726         PERFORM 8760-PRINT-UNAPPR-LINES
043727             THRU 8760-PRINT-UNAPPR-LINES-EXIT
043728     END-IF.
043729 3600-REPORT-UNAPPROVED-EXIT.
043730     EXIT.
043731*
043732********************************************************************
043733*    3700-REPORT-RETIREMENTS - LIST EVERY LOADED ENTRY WITH AN     *
043734*    END DATE STILL AHEAD, ALONGSIDE THE PENDING AND UNAPPROVED    *
043735*    SECTIONS, SO UPCOMING RETIREMENTS ARE IN PLAIN SIGHT          *
043736********************************************************************
043737 3700-REPORT-RETIREMENTS.
043738     IF WS-RETIRE-COUNT > ZERO
043739         PERFORM 8780-PRINT-RETIRE-HEADING
043740             THRU 8780-PRINT-RETIRE-HEADING-EXIT
043741         PERFORM 8785-PRINT-RETIRE-LINES
043742             THRU 8785-PRINT-RETIRE-LINES-EXIT
043743     END-IF.
043744 3700-REPORT-RETIREMENTS-EXIT.
043745     EXIT.
043746*
043747********************************************************************
043748*    3800-REPORT-CROSSWALK - CHECK EVERY DL100XW CROSSWALK        *
043749*    ENTRY IN EFFECT TODAY AGAINST THE TABLES AS LOADED AND       *
043750*    EDITED.  AN ENTRY WHOSE DL100 CODE IS NOT IN EFFECT (NOT ON  *
043751*    FILE, RETIRED, AWAITING APPROVAL OR NOT YET EFFECTIVE) IS    *
043752*    LISTED AND POSTED AS A WARNING TO THE EXCFILE.  XWFILE IS    *
043753*    SECONDARY - IF IT WILL NOT OPEN THE CHECK IS SKIPPED         *
043754********************************************************************
043755 3800-REPORT-CROSSWALK.
043756     MOVE ZERO TO WS-XW-BAD-COUNT.
043757     MOVE 'N' TO WS-XWFILE-EOF-SW.
043758     MOVE 'N' TO WS-XW-HELD-SW.
043759     OPEN INPUT XWFILE.
043760     IF NOT WS-XWFILE-OK
043761         DISPLAY 'XWFILE OPEN FAILED - STATUS ' WS-XWFILE-STATUS
043762         DISPLAY 'CROSSWALK NOT CHECKED THIS RUN'
043763         GO TO 3800-REPORT-CROSSWALK-EXIT
043764     END-IF.
043765     PERFORM 3810-READ-XWFILE
043766         THRU 3810-READ-XWFILE-EXIT
043767         UNTIL WS-XWFILE-EOF.
043768     PERFORM 3820-CHECK-HELD-XW
043769         THRU 3820-CHECK-HELD-XW-EXIT.
043770     CLOSE XWFILE.
043771     IF WS-XW-BAD-COUNT > ZERO
043772         PERFORM 8791-PRINT-XW-HEADING
043773             THRU 8791-PRINT-XW-HEADING-EXIT
043774         PERFORM 8792-PRINT-XW-LINES
043775             THRU 8792-PRINT-XW-LINES-EXIT
043776     END-IF.
043777 3800-REPORT-CROSSWALK-EXIT.
043778     EXIT.
043779*
043780*    ONE SYSTEM/EXTERNAL CODE MAY HAVE SEVERAL DATED VERSIONS; THE
043781*    LATEST APPROVED ONE ALREADY EFFECTIVE IS HELD AND CHECKED WHEN
043782*    THE NEXT SYSTEM/EXTERNAL CODE (OR END OF FILE) IS REACHED
043783 3810-READ-XWFILE.
043784     READ XWFILE
043785         AT END
043786             SET WS-XWFILE-EOF TO TRUE
043787             GO TO 3810-READ-XWFILE-EXIT
043788     END-READ.
043789     IF WS-XW-HELD
043790             AND (DL100-XW-SYSTEM NOT = WS-XW-HELD-SYSTEM
043791             OR DL100-XW-EXT-CODE NOT = WS-XW-HELD-EXT-CODE)
043792         PERFORM 3820-CHECK-HELD-XW
043793             THRU 3820-CHECK-HELD-XW-EXIT
043794     END-IF.
043795     IF DL100-XW-PEND-ADD
043796             OR DL100-XW-EFF-DATE > WS-RUN-DATE
043797         GO TO 3810-READ-XWFILE-EXIT
043798     END-IF.
043799     MOVE DL100-XW-SYSTEM TO WS-XW-HELD-SYSTEM.
043800     MOVE DL100-XW-EXT-CODE TO WS-XW-HELD-EXT-CODE.
043801     MOVE DL100-XW-TABLE-ID TO WS-XW-HELD-TABLE-ID.
043802     MOVE DL100-XW-LETTER TO WS-XW-HELD-LETTER.
043803     MOVE DL100-XW-END-DATE TO WS-XW-HELD-END-DATE.
043804     SET WS-XW-HELD TO TRUE.
043805 3810-READ-XWFILE-EXIT.
043806     EXIT.
043807*
043808 3820-CHECK-HELD-XW.
043809     IF NOT WS-XW-HELD
043810         GO TO 3820-CHECK-HELD-XW-EXIT
043811     END-IF.
043812     MOVE 'N' TO WS-XW-HELD-SW.
043813*    A CROSSWALK ENTRY THAT HAS ITSELF ENDED NO LONGER TRANSLATES
043814     IF WS-XW-HELD-END-DATE NOT = ZERO
043815             AND WS-XW-HELD-END-DATE NOT > WS-RUN-DATE
043816         GO TO 3820-CHECK-HELD-XW-EXIT
043817     END-IF.
043818     MOVE ZERO TO WS-RI-PARENT-INDEX.
043819     PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
043820             UNTIL WS-TABLE-INDEX > DL100-TABLE-ID-COUNT
043821         IF DL100-TABLE-ID(WS-TABLE-INDEX) = WS-XW-HELD-TABLE-ID
043822             MOVE WS-TABLE-INDEX TO WS-RI-PARENT-INDEX
043823         END-IF
043824     END-PERFORM.
043825     MOVE WS-XW-HELD-TABLE-ID TO RI-PARENT-TABLE-ID.
043826     MOVE WS-XW-HELD-LETTER TO RI-PARENT-CODE.
043827     MOVE 'N' TO WS-RI-PARENT-FOUND-SW.
043828     IF WS-RI-PARENT-INDEX > ZERO AND RI-PARENT-CODE NOT = SPACES
043829         PERFORM VARYING WS-RI-SCAN-INDEX FROM 1 BY 1
043830                 UNTIL WS-RI-SCAN-INDEX >
043831                     DL100-TABLE-COUNT(WS-RI-PARENT-INDEX)
043832                 OR WS-RI-PARENT-FOUND
043833             IF WS-POSITION-USED(WS-RI-PARENT-INDEX,
043834                     WS-RI-SCAN-INDEX)
043835                 AND DL100-LETTERS(WS-RI-PARENT-INDEX,
043836                     WS-RI-SCAN-INDEX) = RI-PARENT-CODE
043837                 SET WS-RI-PARENT-FOUND TO TRUE
043838             END-IF
043839         END-PERFORM
043840     END-IF.
043841     IF WS-RI-PARENT-FOUND
043842         GO TO 3820-CHECK-HELD-XW-EXIT
043843     END-IF.
043844     PERFORM 2565-FIND-PARENT-STATUS
043845         THRU 2565-FIND-PARENT-STATUS-EXIT.
043846     IF WS-XW-BAD-COUNT < 100
043847         ADD 1 TO WS-XW-BAD-COUNT
043848         MOVE WS-XW-HELD-SYSTEM
043849             TO WS-XW-BAD-SYSTEM(WS-XW-BAD-COUNT)
043850         MOVE WS-XW-HELD-EXT-CODE
043851             TO WS-XW-BAD-EXT-CODE(WS-XW-BAD-COUNT)
043852         MOVE WS-XW-HELD-TABLE-ID
043853             TO WS-XW-BAD-TABLE-ID(WS-XW-BAD-COUNT)
043854         MOVE WS-XW-HELD-LETTER
043855             TO WS-XW-BAD-LETTER(WS-XW-BAD-COUNT)
043856         MOVE RI-PARENT-STATUS
043857             TO WS-XW-BAD-STATUS(WS-XW-BAD-COUNT)
043858     END-IF.
043859     IF WS-EXC-AVAILABLE
043860         MOVE SPACES TO DL100-EXCEPTION-RECORD
043861         MOVE WS-XW-HELD-TABLE-ID TO DL100-EF-TABLE-ID
043862         MOVE ZERO TO DL100-EF-POSITION
043863         SET DL100-EF-SEV-WARNING TO TRUE
043864         MOVE WS-XW-HELD-SYSTEM TO EXC-XW-SYSTEM
043865         MOVE WS-XW-HELD-EXT-CODE TO EXC-XW-EXT-CODE
043866         MOVE WS-XW-HELD-LETTER TO EXC-XW-LETTER
043867         MOVE RI-PARENT-STATUS TO EXC-XW-STATUS
043868         MOVE WS-EXC-XW-MSG TO DL100-EF-MESSAGE
043869         PERFORM 8900-POST-EXCEPTION
043870             THRU 8900-POST-EXCEPTION-EXIT
043871     END-IF.
043872 3820-CHECK-HELD-XW-EXIT.
043873     EXIT.
043874*
043875********************************************************************
043876*    3900-REPORT-SNAPSHOT - PROVE TONIGHT'S PUBLISHED SNAPSHOT    *
043877*    AGAINST THE EXTRACT TRAILER.  EVERY EXTRACT DETAIL IS ALSO   *
043878*    WRITTEN TO SNPFILE, SO THE SNAPSHOT RECORD COUNT AND         *
043879*    POSITION HASH MUST EQUAL THE TRAILER'S.  A DIFFERENCE IS     *
043880*    PRINTED AND POSTED AS AN ERROR TO THE EXCFILE                *
043881********************************************************************
043882 3900-REPORT-SNAPSHOT.
043883*    THE HEADING, BOTH COUNT LINES AND THE RESULT ARE KEPT
043884*    TOGETHER ON ONE PAGE
043885     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
043886         PERFORM 8000-PRINT-HEADINGS
043887             THRU 8000-PRINT-HEADINGS-EXIT
043888     END-IF.
043889     WRITE RPTFILE-RECORD FROM WS-SNAP-HEADING
043890         AFTER ADVANCING 2 LINES.
043891     MOVE 'EXTRACT TRAILER' TO SNC-LABEL.
043892     MOVE WS-EXTRACT-COUNT TO SNC-COUNT.
043893     MOVE WS-POSITION-HASH TO SNC-HASH.
043894     WRITE RPTFILE-RECORD FROM WS-SNAP-COUNT-LINE
043895         AFTER ADVANCING 1 LINE.
043896     MOVE 'PUBLISHED SNAPSHOT' TO SNC-LABEL.
043897     MOVE WS-SNAP-COUNT TO SNC-COUNT.
043898     MOVE WS-SNAP-HASH TO SNC-HASH.
043899     WRITE RPTFILE-RECORD FROM WS-SNAP-COUNT-LINE
043900         AFTER ADVANCING 1 LINE.
043901     ADD 5 TO WS-LINE-COUNT.
043902     IF WS-SNAP-COUNT = WS-EXTRACT-COUNT
043903             AND WS-SNAP-HASH = WS-POSITION-HASH
043904         MOVE 'SNAPSHOT TIES TO EXTRACT TRAILER' TO SNR-TEXT
043905         WRITE RPTFILE-RECORD FROM WS-SNAP-RESULT-LINE
043906             AFTER ADVANCING 1 LINE
043907         GO TO 3900-REPORT-SNAPSHOT-EXIT
043908     END-IF.
043909     MOVE '*** SNAPSHOT OUT OF BALANCE WITH EXTRACT TRAILER ***'
043910         TO SNR-TEXT.
043911     WRITE RPTFILE-RECORD FROM WS-SNAP-RESULT-LINE
043912         AFTER ADVANCING 1 LINE.
043913     IF WS-EXC-AVAILABLE
043914         MOVE SPACES TO DL100-EXCEPTION-RECORD
043915         MOVE SPACES TO DL100-EF-TABLE-ID
043916         MOVE ZERO TO DL100-EF-POSITION
043917         SET DL100-EF-SEV-ERROR TO TRUE
043918         MOVE WS-SNAP-COUNT TO EXC-SNAP-COUNT
043919         MOVE WS-EXTRACT-COUNT TO EXC-SNAP-EXT-COUNT
043920         MOVE WS-EXC-SNAP-MSG TO DL100-EF-MESSAGE
043921         PERFORM 8900-POST-EXCEPTION
043922             THRU 8900-POST-EXCEPTION-EXIT
043923     END-IF.
043924 3900-REPORT-SNAPSHOT-EXIT.
043925     EXIT.
043926********************************************************************
043927*    4000-PROCESS-SUSPENSE - RECYCLE THE PRIOR RUN'S SUSPENSE     *
043928*    FILE AGAINST TODAY'S EDIT RESULTS.  EVERY REJECT LOGGED BY   *
043929*    THE 2250/2260/2510 EDITS GOES TO THE NEW SUSPENSE            *
043930*    GENERATION, KEEPING THE FIRST-SEEN DATE OF A REJECT THAT     *
043931*    WAS ALREADY SUSPENDED; PRIOR SUSPENSE ENTRIES NO LONGER      *
043932*    REJECTED WERE CORRECTED (OR REMOVED) THROUGH DL100MN AND     *
043933*    ARE REPORTED AS CLEARED                                      *
043934********************************************************************
043935 4000-PROCESS-SUSPENSE.
043936     PERFORM 4100-LOAD-OLD-SUSPENSE
043937         THRU 4100-LOAD-OLD-SUSPENSE-EXIT.
043938     PERFORM 4200-WRITE-NEW-SUSPENSE
043939         THRU 4200-WRITE-NEW-SUSPENSE-EXIT.
043940     PERFORM 4300-REPORT-CLEARED
043941         THRU 4300-REPORT-CLEARED-EXIT.
043942 4000-PROCESS-SUSPENSE-EXIT.
043943     EXIT.
043944*
043945 4100-LOAD-OLD-SUSPENSE.
043946     MOVE ZERO TO WS-OLD-SUSPENSE-COUNT.
043947     MOVE 'N' TO WS-SUSIN-EOF-SW.
043948     OPEN INPUT SUSIN.
043949     IF WS-SUSIN-NOT-FOUND
043950         SET WS-SUSIN-EOF TO TRUE
043951     ELSE
043952         IF NOT WS-SUSIN-OK
043953             DISPLAY 'SUSIN OPEN FAILED - STATUS '
043954                 WS-SUSIN-STATUS
043955             MOVE 16 TO RETURN-CODE
043956             STOP RUN
043957         END-IF
043958         PERFORM 4110-READ-SUSIN
043959             THRU 4110-READ-SUSIN-EXIT
043960             UNTIL WS-SUSIN-EOF
043961         CLOSE SUSIN
043962     END-IF.
043963 4100-LOAD-OLD-SUSPENSE-EXIT.
043964     EXIT.
043965*
043966 4110-READ-SUSIN.
043967     READ SUSIN
043968         AT END
043969             SET WS-SUSIN-EOF TO TRUE
043970         NOT AT END
043971             IF WS-OLD-SUSPENSE-COUNT < 100
043972                 ADD 1 TO WS-OLD-SUSPENSE-COUNT
043973                 MOVE DL100-SU-TABLE-ID TO
043974                     WS-OLD-SU-TABLE-ID(WS-OLD-SUSPENSE-COUNT)
043975                 MOVE DL100-SU-POSITION TO
043976                     WS-OLD-SU-POSITION(WS-OLD-SUSPENSE-COUNT)
043977                 MOVE DL100-SU-LETTER TO
043978                     WS-OLD-SU-LETTER(WS-OLD-SUSPENSE-COUNT)
043979                 MOVE DL100-SU-REASON TO
043980                     WS-OLD-SU-REASON(WS-OLD-SUSPENSE-COUNT)
043981                 MOVE DL100-SU-FIRST-DATE TO
043982                     WS-OLD-SU-FIRST-DATE(WS-OLD-SUSPENSE-COUNT)
043983                 MOVE 'N' TO
043984                     WS-OLD-SU-MATCHED-SW(WS-OLD-SUSPENSE-COUNT)
043985             END-IF
043986     END-READ.
043987 4110-READ-SUSIN-EXIT.
043988     EXIT.
043989*
043990 4200-WRITE-NEW-SUSPENSE.
043991     OPEN OUTPUT SUSOUT.
043992     IF NOT WS-SUSOUT-OK
043993         DISPLAY 'SUSOUT OPEN FAILED - STATUS ' WS-SUSOUT-STATUS
043994         MOVE 16 TO RETURN-CODE
043995         STOP RUN
043996     END-IF.
043997     COMPUTE WS-RUN-DATE-INT =
043998         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
043999     IF WS-ERROR-LINE-COUNT > ZERO
044000         PERFORM 8680-PRINT-SUSPENSE-HEADING
044001             THRU 8680-PRINT-SUSPENSE-HEADING-EXIT
044002     END-IF.
044003     PERFORM 4210-WRITE-ONE-SUSPENSE
044004         THRU 4210-WRITE-ONE-SUSPENSE-EXIT
044005         VARYING WS-INDEX FROM 1 BY 1
044006         UNTIL WS-INDEX > WS-ERROR-LINE-COUNT.
044007     CLOSE SUSOUT.
044008 4200-WRITE-NEW-SUSPENSE-EXIT.
044009     EXIT.
044010*
044011 4210-WRITE-ONE-SUSPENSE.
044012     MOVE WS-RUN-DATE TO WS-SU-FIRST-DATE.
044013     PERFORM 4220-MATCH-OLD-SUSPENSE
044014         THRU 4220-MATCH-OLD-SUSPENSE-EXIT.
044015     MOVE SPACES TO DL100-SUSOUT-RECORD.
044016     MOVE WS-ERROR-TABLE-ID(WS-INDEX) TO DL100-SO-TABLE-ID.
044017     MOVE WS-ERROR-POSITION(WS-INDEX) TO DL100-SO-POSITION.
044018     MOVE WS-ERROR-LETTER(WS-INDEX) TO DL100-SO-LETTER.
044019     MOVE WS-ERROR-REASON(WS-INDEX) TO DL100-SO-REASON.
044020     MOVE WS-SU-FIRST-DATE TO DL100-SO-FIRST-DATE.
044021     WRITE DL100-SUSOUT-RECORD.
044022     PERFORM 8690-PRINT-SUSPENSE-LINE
044023         THRU 8690-PRINT-SUSPENSE-LINE-EXIT.
044024 4210-WRITE-ONE-SUSPENSE-EXIT.
044025     EXIT.
044026*
044027 4220-MATCH-OLD-SUSPENSE.
044028     PERFORM VARYING WS-SU-INDEX FROM 1 BY 1
044029             UNTIL WS-SU-INDEX > WS-OLD-SUSPENSE-COUNT
044030         IF WS-OLD-SU-TABLE-ID(WS-SU-INDEX) =
044031                 WS-ERROR-TABLE-ID(WS-INDEX)
044032             AND WS-OLD-SU-POSITION(WS-SU-INDEX) =
044033                 WS-ERROR-POSITION(WS-INDEX)
044034             MOVE WS-OLD-SU-FIRST-DATE(WS-SU-INDEX)
044035                 TO WS-SU-FIRST-DATE
044036             SET WS-OLD-SU-MATCHED(WS-SU-INDEX) TO TRUE
044037         END-IF
044038     END-PERFORM.
044039 4220-MATCH-OLD-SUSPENSE-EXIT.
044040     EXIT.
044041*
044042 4300-REPORT-CLEARED.
044043     PERFORM 4310-REPORT-ONE-CLEARED
044044         THRU 4310-REPORT-ONE-CLEARED-EXIT
044045         VARYING WS-SU-INDEX FROM 1 BY 1
044046         UNTIL WS-SU-INDEX > WS-OLD-SUSPENSE-COUNT.
044047 4300-REPORT-CLEARED-EXIT.
044048     EXIT.
044049*
044050 4310-REPORT-ONE-CLEARED.
044051     IF NOT WS-OLD-SU-MATCHED(WS-SU-INDEX)
044052         PERFORM 8695-PRINT-CLEARED-LINE
044053             THRU 8695-PRINT-CLEARED-LINE-EXIT
044054     END-IF.
044055 4310-REPORT-ONE-CLEARED-EXIT.
044056     EXIT.
044057*
044210********************************************************************
044220*    6000/6100 - AUDIT TRAIL (SEE DL100AU COPYBOOK)               *
044230********************************************************************
052180 8660-PRINT-PENDING-LINES-EXIT.
052185     EXIT.
052190*
052191 8670-PRINT-PENDING-LINE.
052192     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
052193         PERFORM 8000-PRINT-HEADINGS
052194             THRU 8000-PRINT-HEADINGS-EXIT
052195     END-IF.
052196     MOVE WS-PENDING-TABLE-ID(WS-INDEX) TO PND-TABLE-ID.
052197     MOVE WS-PENDING-POSITION(WS-INDEX) TO PND-POSITION.
052198     MOVE WS-PENDING-LETTER(WS-INDEX) TO PND-LETTER.
052710     MOVE WS-RETIRE-POSITION(WS-INDEX) TO RET-POSITION.
052714     MOVE WS-RETIRE-LETTER(WS-INDEX) TO RET-LETTER.
052718     MOVE WS-RETIRE-END-DATE(WS-INDEX) TO RET-END-DATE.
052719     WRITE RPTFILE-RECORD FROM WS-RETIRE-LINE
052720         AFTER ADVANCING 1 LINE.
052721     ADD 1 TO WS-LINE-COUNT.
052722 8790-PRINT-RETIRE-LINE-EXIT.
052723     EXIT.
052724*
052725 8791-PRINT-XW-HEADING.
052726     WRITE RPTFILE-RECORD FROM WS-XW-BAD-HEADING
052727         AFTER ADVANCING 2 LINES.
052728     ADD 2 TO WS-LINE-COUNT.
052729 8791-PRINT-XW-HEADING-EXIT.
052730     EXIT.
052731*
052732 8792-PRINT-XW-LINES.
052733     PERFORM VARYING WS-INDEX FROM 1 BY 1
052734             UNTIL WS-INDEX > WS-XW-BAD-COUNT
052735         PERFORM 8793-PRINT-XW-LINE
052736             THRU 8793-PRINT-XW-LINE-EXIT
052737     END-PERFORM.
052738 8792-PRINT-XW-LINES-EXIT.
052739     EXIT.
052740*
052741 8793-PRINT-XW-LINE.
052742     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
052743         PERFORM 8000-PRINT-HEADINGS
052744             THRU 8000-PRINT-HEADINGS-EXIT
052745     END-IF.
052746     MOVE WS-XW-BAD-SYSTEM(WS-INDEX) TO XWB-SYSTEM.
052747     MOVE WS-XW-BAD-EXT-CODE(WS-INDEX) TO XWB-EXT-CODE.
052748     MOVE WS-XW-BAD-TABLE-ID(WS-INDEX) TO XWB-TABLE-ID.
052749     MOVE WS-XW-BAD-LETTER(WS-INDEX) TO XWB-LETTER.
052750     MOVE WS-XW-BAD-STATUS(WS-INDEX) TO XWB-STATUS.
052751     WRITE RPTFILE-RECORD FROM WS-XW-BAD-LINE
052752         AFTER ADVANCING 1 LINE.
052753     ADD 1 TO WS-LINE-COUNT.
052754 8793-PRINT-XW-LINE-EXIT.
052755     EXIT.
052756*
052757 8700-WRITE-EXTRACT-RECORD.
052758     MOVE SPACES TO DL100-EXTRACT-RECORD.
052759     SET DL100-EX-DETAIL-REC TO TRUE.
052760     MOVE WS-RUN-DATE TO DL100-EX-RUN-DATE.
052762     MOVE DL100-TABLE-ID(WS-TABLE-INDEX) TO DL100-EX-TABLE-ID.
052766     MOVE WS-INDEX TO DL100-EX-POSITION.
052770     MOVE WS-CURRENT-LETTER TO DL100-EX-LETTER.
052826         MOVE WS-CURRENT-LETTER TO DL100-HS-LETTER
052830         WRITE DL100-HISTORY-RECORD
052834             INVALID KEY
052835                 REWRITE DL100-HISTORY-RECORD
052836         END-WRITE
052837     END-IF.
052838*
052839*    AND TO THE PUBLISHED SNAPSHOT - ONE RECORD PER POSITION,
052840*    COUNTED ONLY WHEN WRITTEN SO THE TIE-OUT IN 3900 IS REAL
052841     MOVE SPACES TO DL100-SNAPSHOT-RECORD.
052842     MOVE DL100-TABLE-ID(WS-TABLE-INDEX) TO DL100-SN-TABLE-ID.
052843     MOVE WS-INDEX TO DL100-SN-POSITION.
052844     MOVE WS-CURRENT-LETTER TO DL100-SN-LETTER.
052845     MOVE WS-CURRENT-DESC TO DL100-SN-DESC.
052846     MOVE WS-LOADED-END-DATES(WS-TABLE-INDEX, WS-INDEX)
052847         TO DL100-SN-END-DATE.
052848     MOVE WS-RUN-DATE TO DL100-SN-PUB-DATE.
052849     SET DL100-SN-PUB-NIGHTLY TO TRUE.
052850     WRITE DL100-SNAPSHOT-RECORD
052851         INVALID KEY
052852             DISPLAY 'SNPFILE WRITE FAILED - STATUS '
052853                 WS-SNPFILE-STATUS ' ' DL100-SN-KEY
052854         NOT INVALID KEY
052855             ADD 1 TO WS-SNAP-COUNT
052856             ADD WS-INDEX TO WS-SNAP-HASH
052857     END-WRITE.
052858 8700-WRITE-EXTRACT-RECORD-EXIT.
052859     EXIT.
052860*
052862********************************************************************
052866*    8710/8720 - EXTRACT HEADER AND TRAILER CONTROL RECORDS.      *
052870*    DL100RC PROVES BOTH ARE PRESENT AND THAT THE TRAILER COUNT   *
053740         GO TO 9000-TERMINATE-EXIT
053750     END-IF.
053800     CLOSE EXTFILE.
053850     CLOSE SNPFILE.
053900     CLOSE AUDFILE.
053910     IF WS-EXC-AVAILABLE
053920         CLOSE EXCFILE
