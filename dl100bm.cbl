002792*                      APPROVED AND PAST ITS END DATE THE ENTRY   *
002794*                      STOPS LOADING BUT STAYS ON FILE FOR        *
002796*                      HISTORICAL LOOKUPS                         *
002797*    2026-10-15 JMR    TABLE DEFINITIONS - AN ADD OR CHANGE NOW   *
002801*                      READS THE TABLE'S DL100TD RECORD (TDFFILE) *
002805*                      AND IS REJECTED WHEN THE TABLE HAS NONE.   *
002809*                      THE POSITION IS HELD TO THE TABLE'S        *
002813*                      MAXIMUM AND THE CODE VALUE AND DESCRIPTION *
002817*                      ARE EDITED AGAINST ITS CHARACTER CLASSES,  *
002821*                      CODE LENGTH AND MANDATORY-DESCRIPTION      *
002825*                      RULES INSTEAD OF THE ONE HARDCODED CODE    *
002829*                      RULE                                       *
002833*    2026-10-15 JMR    TABLE RELATIONSHIPS - A DELETE OR RETIRE   *
002837*                      OF A CODE THAT ACTIVE ENTRIES OF A CHILD   *
002841*                      TABLE STILL POINT TO (SEE DL100RL, NEW     *
002845*                      MANDATORY RELFILE INPUT) IS NOW REJECTED   *
002849*                      WITH NO OVERRIDE AND COUNTED AS BLOCKED.   *
002853*                      CTLFILE IS NOW OPENED FOR DYNAMIC ACCESS   *
002857*                      SO THE CHILD TABLES CAN BE READ THROUGH    *
002861*    2026-10-15 JMR    BUSINESS CALENDAR - AN ADD'S EFFECTIVE     *
002865*                      DATE AND A RETIRE'S END DATE ARE CHECKED   *
002869*                      AGAINST THE DL100CA CALENDAR THROUGH THE   *
002873*                      NEW DL100BD SERVICE (CALFILE, MANDATORY).  *
002877*                      A NON-BUSINESS DAY IS REJECTED FOR A TABLE *
002881*                      WHOSE DL100TD OPTION IS R, OTHERWISE       *
002885*                      ACCEPTED, FLAGGED ON THE REGISTER, COUNTED *
002889*                      AND POSTED TO EXCFILE AS A WARNING         *
002890*    2026-10-15 JMR    CROSSWALK - A TRANSACTION WITH RECORD TYPE *
002891*                      X (SEE DL100TR) NOW MAINTAINS THE DL100XW  *
002892*                      CROSSWALK FILE (XWFILE, MANDATORY) INSTEAD *
002893*                      OF CTLFILE - SAME ACTIONS AND TWO-PERSON   *
002894*                      APPROVAL RULES AS A DL100CT ENTRY.  AN ADD *
002895*                      OR CHANGE, OR ITS APPROVAL, IS REJECTED    *
002896*                      UNLESS THE TARGET CODE IS IN EFFECT IN THE *
002897*                      DL100 TABLE.  LOGGED AS DL100CL TYPE X AND *
002898*                      COUNTED ON THE SUMMARY                     *
002899*                                                                  *
002900********************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003600         FILE STATUS IS WS-TRNFILE-STATUS.
003700     SELECT CTLFILE  ASSIGN TO CTLFILE
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS DL100-CT-KEY
004100         FILE STATUS IS WS-CTLFILE-STATUS.
004200     SELECT REGFILE  ASSIGN TO REGFILE
004491         ACCESS MODE IS RANDOM
004493         RELATIVE KEY IS WS-BCK-RELATIVE-KEY
004495         FILE STATUS IS WS-BCKFILE-STATUS.
004496     SELECT TDFFILE  ASSIGN TO TDFFILE
004497         ORGANIZATION IS INDEXED
004498         ACCESS MODE IS RANDOM
004499         RECORD KEY IS DL100-TD-TABLE-ID
004519         FILE STATUS IS WS-TDFFILE-STATUS.
004521     SELECT RELFILE  ASSIGN TO RELFILE
004523         ORGANIZATION IS INDEXED
004525         ACCESS MODE IS SEQUENTIAL
004527         RECORD KEY IS DL100-RL-KEY
004529         FILE STATUS IS WS-RELFILE-STATUS.
004530     SELECT XWFILE   ASSIGN TO XWFILE
004531         ORGANIZATION IS INDEXED
004532         ACCESS MODE IS RANDOM
004533         RECORD KEY IS DL100-XW-KEY
004534         FILE STATUS IS WS-XWFILE-STATUS.
004539*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  TRNFILE
005986     RECORDING MODE IS F
005987     LABEL RECORDS ARE STANDARD.
005988     COPY DL100BK.
005989 FD  TDFFILE
005990     RECORDING MODE IS F
005991     LABEL RECORDS ARE STANDARD.
005992     COPY DL100TD.
005993 FD  RELFILE
005995     RECORDING MODE IS F
005997     LABEL RECORDS ARE STANDARD.
005999     COPY DL100RL.
006009 FD  XWFILE
006019     RECORDING MODE IS F
006029     LABEL RECORDS ARE STANDARD.
006039     COPY DL100XW.
006049*
006100 WORKING-STORAGE SECTION.
006200*
006300********************************************************************
007080         88  WS-TRAN-SKIPPED         VALUE 'Y'.
007082     05  WS-EXC-AVAILABLE-SW     PIC X(01) VALUE 'N'.
007084         88  WS-EXC-AVAILABLE        VALUE 'Y'.
007085     05  WS-RELFILE-EOF-SW       PIC X(01) VALUE 'N'.
007086         88  WS-RELFILE-EOF          VALUE 'Y'.
007087     05  WS-CHILD-LINKED-SW      PIC X(01) VALUE 'N'.
007088         88  WS-CHILD-LINKED         VALUE 'Y'.
007089     05  WS-HELD-CHILD-SW        PIC X(01) VALUE 'N'.
007090         88  WS-HELD-CHILD-PRESENT   VALUE 'Y'.
007091     05  WS-LINK-SCAN-SW         PIC X(01) VALUE 'N'.
007092         88  WS-LINK-SCAN-DONE       VALUE 'Y'.
007094     05  WS-NONBUS-SW            PIC X(01) VALUE SPACE.
007096         88  WS-NONBUS-REFUSED       VALUE 'R'.
007098         88  WS-NONBUS-WARNED        VALUE 'W'.
007108     05  WS-TARGET-ACTIVE-SW     PIC X(01) VALUE 'N'.
007118         88  WS-TARGET-ACTIVE        VALUE 'Y'.
007128     05  WS-HELD-TARGET-SW       PIC X(01) VALUE 'N'.
007138         88  WS-HELD-TARGET-PRESENT  VALUE 'Y'.
007148     05  WS-TARGET-SCAN-SW       PIC X(01) VALUE 'N'.
007158         88  WS-TARGET-SCAN-DONE     VALUE 'Y'.
007168*
007200********************************************************************
007300*    FILE STATUS FIELDS                                           *
007400********************************************************************
008354         88  WS-EXCFILE-OK           VALUE '00'.
008360     05  WS-BCKFILE-STATUS       PIC X(02) VALUE SPACES.
008370         88  WS-BCKFILE-OK           VALUE '00'.
008380     05  WS-TDFFILE-STATUS       PIC X(02) VALUE SPACES.
008390         88  WS-TDFFILE-OK           VALUE '00'.
008392     05  WS-RELFILE-STATUS       PIC X(02) VALUE SPACES.
008394         88  WS-RELFILE-OK           VALUE '00'.
008396     05  WS-XWFILE-STATUS        PIC X(02) VALUE SPACES.
008398         88  WS-XWFILE-OK            VALUE '00'.
008400*
008500********************************************************************
008600*    EDITED TRANSACTION WORK FIELDS                               *
009646             'TRAN REJECTED - '.
009648     05  EXC-TRAN-REASON         PIC X(40).
009650     05  FILLER                  PIC X(04) VALUE SPACES.
009652*
009654*    NON-BUSINESS-DAY REASON - NAMES THE DATE THAT FELL ON A
009656*    WEEKEND OR HOLIDAY ON THE DL100CA CALENDAR.  A REJECT FOR A
009658*    TABLE THAT REFUSES SUCH DATES, OR A WARNING POSTED FOR ONE
009660*    THAT ACCEPTS THEM
009662 01  WS-NONBUS-REASON.
009664     05  RSN-NONBUS-WHICH        PIC X(09).
009666     05  RSN-NONBUS-DATE         PIC 9999/99/99.
009668     05  FILLER                  PIC X(19) VALUE
009670             ' NOT A BUSINESS DAY'.
009672     05  FILLER                  PIC X(02) VALUE SPACES.
009674 01  WS-EXC-NONBUS-MSG.
009676     05  FILLER                  PIC X(15) VALUE
009678             'TRAN WARNING - '.
009680     05  EXC-NONBUS-REASON       PIC X(40).
009682     05  FILLER                  PIC X(05) VALUE SPACES.
009684*
009686*    BUSINESS-DAY SERVICE PARAMETERS - SEE DL100BD
009688     COPY DL100BP.
009700 01  WS-BEFORE-LETTER            PIC X(03).
009800 01  WS-AFTER-LETTER             PIC X(03).
009810 01  WS-EDIT-CODE-VALUE          PIC X(03).
009840 01  WS-CODE-CHAR-INDEX          PIC 9(01).
009850 01  WS-CODE-VALID-SW            PIC X(01) VALUE 'N'.
009860     88  WS-CODE-VALID               VALUE 'Y'.
009865 01  WS-CODE-LENGTH              PIC 9(01).
009870 01  WS-CODE-BLANK-SW            PIC X(01) VALUE 'N'.
009875     88  WS-CODE-BLANK-SEEN          VALUE 'Y'.
009880 01  WS-TD-CODE-LENGTH           PIC 9(01).
009885 01  WS-TD-MAX-POSITION          PIC 9(03).
009890 01  WS-MAX-POS-REASON.
009891     05  FILLER                  PIC X(31) VALUE
009892             'POSITION OVER TABLE MAXIMUM OF '.
009893     05  RSN-MAX-POSITION        PIC ZZ9.
009894 01  WS-FIXED-LEN-REASON.
009895     05  FILLER                  PIC X(21) VALUE
009896             'CODE MUST BE EXACTLY '.
009897     05  RSN-FIXED-LENGTH        PIC 9(01).
009907     05  FILLER                  PIC X(11) VALUE
009917             ' CHARACTERS'.
009927 01  WS-VAR-LEN-REASON.
009937     05  FILLER                  PIC X(20) VALUE
009947             'CODE MAY BE AT MOST '.
009957     05  RSN-VAR-LENGTH          PIC 9(01).
009967     05  FILLER                  PIC X(11) VALUE
009977             ' CHARACTERS'.
009978*
009980*    ACTIVE-CHILD REJECT REASON - NAMES THE FIRST CHILD ENTRY
009982*    FOUND STILL POINTING AT THE PARENT CODE
009984 01  WS-CHILD-LINK-REASON.
009986     05  FILLER                  PIC X(17) VALUE
009988             'PARENT OF ACTIVE '.
009990     05  RSN-CHILD-TABLE-ID      PIC X(08).
009992     05  FILLER                  PIC X(05) VALUE ' POS '.
009994     05  RSN-CHILD-POSITION      PIC ZZ9.
009999     05  FILLER                  PIC X(07) VALUE SPACES.
010004*
010009*    CROSSWALK WORK FIELDS - THE DL100 TABLE AND CODE A CROSSWALK
010014*    ENTRY MAPS TO, THE DATE IT MUST BE IN EFFECT ON, AND THE
010019*    VERSION OF EACH TARGET-TABLE POSITION HELD DURING THE CHECK
010024 01  WS-XW-TARGET-TABLE-ID       PIC X(08).
010029 01  WS-XW-TARGET-CODE           PIC X(03).
010034 01  WS-XW-AS-OF-DATE            PIC 9(08).
010039 01  WS-HELD-TARGET-POSITION     PIC 9(03).
010044 01  WS-HELD-TARGET-LETTER       PIC X(03).
010049 01  WS-HELD-TARGET-END-DATE     PIC 9(08).
010054 01  WS-XW-APPLY-NOTE.
010059     05  FILLER                  PIC X(03) VALUE 'XW '.
010064     05  XWN-SYSTEM              PIC X(08).
010069     05  FILLER                  PIC X(01) VALUE SPACE.
010074     05  XWN-EXT-CODE            PIC X(10).
010079     05  FILLER                  PIC X(01) VALUE SPACE.
010084     05  XWN-NOTE                PIC X(17).
010089*
010094********************************************************************
010100*    TRANSACTION COUNTS                                           *
010200********************************************************************
010300 01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
010500 01  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
010510 01  WS-BLOCKED-COUNT            PIC 9(05) VALUE ZERO.
010520 01  WS-SKIPPED-COUNT            PIC 9(05) VALUE ZERO.
010525 01  WS-NONBUS-WARN-COUNT        PIC 9(05) VALUE ZERO.
010527 01  WS-XW-ACCEPTED-COUNT        PIC 9(05) VALUE ZERO.
010530*
010540********************************************************************
010550*    CHECKPOINT CONTROL - SEQUENCE APPLIED THROUGH BY A PRIOR     *
011050*    BEFORE/AFTER DL100CT IMAGES FOR THE CHANGE-LOG RECORD
011060 01  WS-BEFORE-RECORD            PIC X(120).
011070 01  WS-AFTER-RECORD             PIC X(120).
011071*
011072********************************************************************
011073*    TABLE RELATIONSHIPS - LOADED FROM RELFILE AT START OF RUN,   *
011074*    AND THE CHILD ENTRY HELD DURING AN ACTIVE-CHILD CHECK        *
011075********************************************************************
011076 01  WS-LINK-COUNT               PIC 9(02) VALUE ZERO.
011077 01  WS-LINK-INDEX               PIC 9(02).
011078 01  WS-LINK-TABLE.
011079     05  WS-LINK-ENTRY           OCCURS 50 TIMES.
011080         10  WS-LINK-PARENT-TABLE-ID PIC X(08).
011081         10  WS-LINK-CHILD-TABLE-ID  PIC X(08).
011082         10  WS-LINK-PARENT-FIELD    PIC X(01).
011083             88  WS-LINK-PARENT-IN-DESC  VALUE 'D'.
011084         10  WS-LINK-PARENT-START    PIC 9(02).
011085         10  WS-LINK-PARENT-LENGTH   PIC 9(01).
011086 01  WS-LINK-START               PIC 9(02).
011087 01  WS-LINK-LENGTH              PIC 9(01).
011088 01  WS-LINK-LAST-BYTE           PIC 9(02).
011089 01  WS-LINK-CUTOFF-DATE         PIC 9(08).
011090 01  WS-LINK-PARENT-CODE         PIC X(03).
011091 01  WS-HELD-POSITION            PIC 9(03).
011092 01  WS-HELD-END-DATE            PIC 9(08).
011093 01  WS-HELD-CHILD-CODE          PIC X(03).
011094 01  WS-NEXT-EFF-DATE            PIC 9(08).
011095 01  WS-PARENT-RECORD            PIC X(120).
011100*
011200********************************************************************
011300*    REGISTER PRINT LINES                                         *
020100         MOVE 16 TO RETURN-CODE
020200         STOP RUN
020300     END-IF.
020310*    THE TABLE DEFINITIONS ARE A MANDATORY CONTROL INPUT - NO
020320*    ADD OR CHANGE CAN BE EDITED WITHOUT THEM
020330     OPEN INPUT TDFFILE.
020340     IF NOT WS-TDFFILE-OK
020350         DISPLAY 'TDFFILE OPEN FAILED - STATUS ' WS-TDFFILE-STATUS
020360         MOVE 16 TO RETURN-CODE
020370         STOP RUN
020380     END-IF.
020381*    THE TABLE RELATIONSHIPS ARE ALSO MANDATORY - A PARENT CODE
020382*    MUST NOT BE DELETED OR RETIRED WITHOUT THE ACTIVE-CHILD CHECK
020383     OPEN INPUT RELFILE.
020384     IF NOT WS-RELFILE-OK
020385         DISPLAY 'RELFILE OPEN FAILED - STATUS ' WS-RELFILE-STATUS
020386         MOVE 16 TO RETURN-CODE
020387         STOP RUN
020388     END-IF.
020389     PERFORM 1060-LOAD-RELATIONSHIP
020390         THRU 1060-LOAD-RELATIONSHIP-EXIT
020391         UNTIL WS-RELFILE-EOF.
020392     CLOSE RELFILE.
020402*    THE CROSSWALK FILE IS MAINTAINED HERE AS WELL AS ONLINE, SO
020412*    IT IS OPENED FOR UPDATE ALONGSIDE CTLFILE
020422     OPEN I-O XWFILE.
020432     IF NOT WS-XWFILE-OK
020442         DISPLAY 'XWFILE OPEN FAILED - STATUS ' WS-XWFILE-STATUS
020452         MOVE 16 TO RETURN-CODE
020462         STOP RUN
020472     END-IF.
020482     OPEN OUTPUT REGFILE.
020500     IF NOT WS-REGFILE-OK
020600         DISPLAY 'REGFILE OPEN FAILED - STATUS ' WS-REGFILE-STATUS
020700         MOVE 16 TO RETURN-CODE
020965             WS-EXCFILE-STATUS
020967         DISPLAY 'EXCEPTIONS NOT POSTED THIS RUN'
020969     END-IF.
020971*    THE BUSINESS CALENDAR IS A MANDATORY CONTROL INPUT - PROBE
020973*    IT THROUGH DL100BD BEFORE ANY TRANSACTION IS APPLIED
020975     SET DL100-BD-CHECK-DATE TO TRUE.
020977     MOVE WS-RUN-DATE TO DL100-BD-DATE.
020979     CALL 'DL100BD' USING DL100-BD-PARMS.
020981     IF DL100-BD-NO-CALENDAR
020983         DISPLAY 'CALFILE NOT AVAILABLE - DL100BD RC '
020985             DL100-BD-RETURN-CODE
020987         MOVE 16 TO RETURN-CODE
020989         STOP RUN
020991     END-IF.
020996     PERFORM 1050-READ-BULK-CHECKPOINT
020998         THRU 1050-READ-BULK-CHECKPOINT-EXIT.
021000 1000-INITIALIZE-EXIT.
021168     END-IF.
021170 1050-READ-BULK-CHECKPOINT-EXIT.
021172     EXIT.
021173*
021175********************************************************************
021177*    1060-LOAD-RELATIONSHIP - READ ONE RELFILE RECORD INTO THE    *
021179*    RELATIONSHIP TABLE.  A MALFORMED RECORD IS SHOWN ON THE JOB  *
021181*    LOG AND PASSED OVER, AS TEST10 DOES WHEN IT LOADS THEM       *
021183********************************************************************
021185 1060-LOAD-RELATIONSHIP.
021187     READ RELFILE
021189         AT END
021191             SET WS-RELFILE-EOF TO TRUE
021193             GO TO 1060-LOAD-RELATIONSHIP-EXIT
021195     END-READ.
021197     IF DL100-RL-PARENT-START NOT NUMERIC
021199             OR DL100-RL-PARENT-LENGTH NOT NUMERIC
021201             OR DL100-RL-PARENT-START = ZERO
021203             OR DL100-RL-PARENT-LENGTH = ZERO
021205             OR DL100-RL-PARENT-LENGTH > 3
021207         DISPLAY 'RELFILE RECORD IGNORED - ' DL100-RL-KEY
021209         GO TO 1060-LOAD-RELATIONSHIP-EXIT
021211     END-IF.
021213     COMPUTE WS-LINK-LAST-BYTE = DL100-RL-PARENT-START
021215         + DL100-RL-PARENT-LENGTH - 1.
021217     IF DL100-RL-PARENT-IN-DESC
021219         IF WS-LINK-LAST-BYTE > 30
021221             DISPLAY 'RELFILE RECORD IGNORED - ' DL100-RL-KEY
021223             GO TO 1060-LOAD-RELATIONSHIP-EXIT
021225         END-IF
021227     ELSE
021229         IF WS-LINK-LAST-BYTE > 3
021231                 OR NOT DL100-RL-PARENT-IN-CODE
021233             DISPLAY 'RELFILE RECORD IGNORED - ' DL100-RL-KEY
021235             GO TO 1060-LOAD-RELATIONSHIP-EXIT
021237         END-IF
021239     END-IF.
021241     IF WS-LINK-COUNT NOT < 50
021243         DISPLAY 'RELFILE OVER 50 RECORDS - IGNORED ' DL100-RL-KEY
021245         GO TO 1060-LOAD-RELATIONSHIP-EXIT
021247     END-IF.
021249     ADD 1 TO WS-LINK-COUNT.
021251     MOVE DL100-RL-PARENT-TABLE-ID
021253         TO WS-LINK-PARENT-TABLE-ID(WS-LINK-COUNT).
021255     MOVE DL100-RL-CHILD-TABLE-ID
021257         TO WS-LINK-CHILD-TABLE-ID(WS-LINK-COUNT).
021259     MOVE DL100-RL-PARENT-FIELD
021261         TO WS-LINK-PARENT-FIELD(WS-LINK-COUNT).
021263     MOVE DL100-RL-PARENT-START
021265         TO WS-LINK-PARENT-START(WS-LINK-COUNT).
021267     MOVE DL100-RL-PARENT-LENGTH
021269         TO WS-LINK-PARENT-LENGTH(WS-LINK-COUNT).
021271 1060-LOAD-RELATIONSHIP-EXIT.
021273     EXIT.
021275*
021300********************************************************************
021400*    2000-PROCESS-ONE-TRAN - EDIT THE TRANSACTION JUST READ,      *
021500*    APPLY IT WHEN IT PASSES, PRINT ITS REGISTER LINE AND READ    *
022136*    UNDER THE PREVIOUS TRANSACTION'S TABLE AND POSITION
022138     MOVE SPACES TO WS-TABLE-ID-KEY.
022140     MOVE 'N' TO WS-TRAN-SKIPPED-SW.
022141     MOVE SPACE TO WS-NONBUS-SW.
022142     MOVE ZERO TO WS-POSITION-KEY.
022145     MOVE ZERO TO WS-TRAN-SEQ.
022150     MOVE ZERO TO WS-EFF-DATE-KEY.
024800********************************************************************
024900*    3000-EDIT-TRANSACTION - THE SAME EDITS DL100MN ENFORCES IN   *
025000*    2000-RECEIVE-AND-EDIT: ACTION A/C/D, POSITION NUMERIC AND    *
025100*    1-100, CODE VALUE AND DESCRIPTION EDITED AGAINST THE TABLE'S *
025110*    DL100TD DEFINITION FOR ADD/CHANGE, EFF DATE YYYYMMDD WITH A  *
025200*    VALID MONTH AND DAY (BLANK MEANS THE RUN DATE), AND A BLANK  *
025300*    TABLE-ID MEANS THE ORIGINAL LETTERS TABLE                    *
025400********************************************************************
026550             TO WS-REJECT-REASON
026600         GO TO 3000-EDIT-TRANSACTION-EXIT
026700     END-IF.
026710*    A CROSSWALK TRANSACTION (RECORD TYPE X) CARRIES NO POSITION
026720*    OR DESCRIPTION - IT HAS ITS OWN EDIT
026730     IF DL100-TR-CROSSWALK-ENTRY
026740         PERFORM 3300-EDIT-CROSSWALK
026750             THRU 3300-EDIT-CROSSWALK-EXIT
026760         GO TO 3000-EDIT-TRANSACTION-EXIT
026770     END-IF.
026800     IF DL100-TR-POSITION NOT NUMERIC
026900         MOVE 'POSITION MUST BE NUMERIC' TO WS-REJECT-REASON
027000         GO TO 3000-EDIT-TRANSACTION-EXIT
027500         GO TO 3000-EDIT-TRANSACTION-EXIT
027600     END-IF.
027700     IF DL100-TR-ADD OR DL100-TR-CHANGE
027710         PERFORM 3050-READ-TABLE-DEF
027715             THRU 3050-READ-TABLE-DEF-EXIT
027720         IF WS-CODE-VALID
027730             PERFORM 3100-EDIT-CODE-VALUE
027740                 THRU 3100-EDIT-CODE-VALUE-EXIT
027750         END-IF
027760         IF NOT WS-CODE-VALID
028000             GO TO 3000-EDIT-TRANSACTION-EXIT
028050         END-IF
028100     END-IF.
029586             GO TO 3000-EDIT-TRANSACTION-EXIT
029588         END-IF
029590     END-IF.
029591     IF DL100-TR-ADD OR DL100-TR-RETIRE
029592         PERFORM 3200-CHECK-BUSINESS-DAY
029593             THRU 3200-CHECK-BUSINESS-DAY-EXIT
029594         IF WS-NONBUS-REFUSED
029595             GO TO 3000-EDIT-TRANSACTION-EXIT
029596         END-IF
029597     END-IF.
029600     SET WS-TRAN-VALID TO TRUE.
029700 3000-EDIT-TRANSACTION-EXIT.
029800     EXIT.
029810*
029811********************************************************************
029812*    3050-READ-TABLE-DEF - AN ADD OR CHANGE IS ONLY ACCEPTED FOR  *
029813*    A TABLE WITH A DL100TD DEFINITION, AND ONLY AT A POSITION    *
029814*    NO HIGHER THAN THE TABLE'S MAXIMUM.  A ZERO OR NON-NUMERIC   *
029815*    MAXIMUM OR CODE LENGTH IS TAKEN AS THE LIMIT OF THE LAYOUT   *
029816*    (100 POSITIONS, 3 CHARACTERS) - THE SAME RULE TEST10 AND     *
029817*    DL100MN USE                                                  *
029818********************************************************************
029819 3050-READ-TABLE-DEF.
029820     MOVE 'Y' TO WS-CODE-VALID-SW.
029821     MOVE WS-TABLE-ID-KEY TO DL100-TD-TABLE-ID.
029822     READ TDFFILE
029823         INVALID KEY
029824             MOVE 'N' TO WS-CODE-VALID-SW
029825     END-READ.
029826     IF NOT WS-CODE-VALID
029827         MOVE 'TABLE HAS NO DEFINITION ON DL100TD'
029828             TO WS-REJECT-REASON
029829         GO TO 3050-READ-TABLE-DEF-EXIT
029830     END-IF.
029831     IF DL100-TD-CODE-LENGTH NUMERIC
029832             AND DL100-TD-CODE-LENGTH > ZERO
029833             AND DL100-TD-CODE-LENGTH NOT > 3
029834         MOVE DL100-TD-CODE-LENGTH TO WS-TD-CODE-LENGTH
029835     ELSE
029836         MOVE 3 TO WS-TD-CODE-LENGTH
029837     END-IF.
029838     IF DL100-TD-MAX-POSITION NUMERIC
029839             AND DL100-TD-MAX-POSITION > ZERO
029840             AND DL100-TD-MAX-POSITION NOT > 100
029841         MOVE DL100-TD-MAX-POSITION TO WS-TD-MAX-POSITION
029842     ELSE
029843         MOVE 100 TO WS-TD-MAX-POSITION
029844     END-IF.
029845     IF WS-POSITION-KEY > WS-TD-MAX-POSITION
029846         MOVE 'N' TO WS-CODE-VALID-SW
029847         MOVE WS-TD-MAX-POSITION TO RSN-MAX-POSITION
029848         MOVE WS-MAX-POS-REASON TO WS-REJECT-REASON
029849     END-IF.
029850 3050-READ-TABLE-DEF-EXIT.
029851     EXIT.
029852*
029853********************************************************************
029854*    3100-EDIT-CODE-VALUE - EDIT THE CODE VALUE AND DESCRIPTION   *
029855*    AGAINST THE TABLE'S DL100TD DEFINITION - THE SAME EDIT       *
029856*    TEST10 AND DL100MN APPLY: FIRST CHARACTER A-Z WHEN REQUIRED, *
029857*    ONLY THE CHARACTER CLASSES THE TABLE ALLOWS, BLANKS ONLY     *
029858*    TRAILING UNLESS ALLOWED, EXACT (FIXED) OR MAXIMUM (VARIABLE) *
029859*    LENGTH, AND A DESCRIPTION WHEN MANDATORY                     *
029860********************************************************************
029861 3100-EDIT-CODE-VALUE.
029862     MOVE DL100-TR-LETTER TO WS-EDIT-CODE-VALUE.
029863     MOVE ZERO TO WS-CODE-LENGTH.
029864     MOVE 'N' TO WS-CODE-BLANK-SW.
029865     IF WS-EDIT-CODE-CHAR(1) = SPACE
029866         MOVE 'N' TO WS-CODE-VALID-SW
029867         MOVE 'CODE VALUE REQUIRED - LEFT-JUSTIFIED'
029868             TO WS-REJECT-REASON
029869         GO TO 3100-EDIT-CODE-VALUE-EXIT
029870     END-IF.
029871     IF DL100-TD-FIRST-ALPHA
029872             AND (WS-EDIT-CODE-CHAR(1) < 'A'
029873             OR WS-EDIT-CODE-CHAR(1) > 'Z')
029874         MOVE 'N' TO WS-CODE-VALID-SW
029875         MOVE 'CODE MUST START WITH A LETTER A-Z'
029876             TO WS-REJECT-REASON
029877         GO TO 3100-EDIT-CODE-VALUE-EXIT
029878     END-IF.
029879     PERFORM 3110-EDIT-CODE-CHAR
029880         THRU 3110-EDIT-CODE-CHAR-EXIT
029881         VARYING WS-CODE-CHAR-INDEX FROM 1 BY 1
029882         UNTIL WS-CODE-CHAR-INDEX > 3
029883         OR NOT WS-CODE-VALID.
029884     IF NOT WS-CODE-VALID
029885         GO TO 3100-EDIT-CODE-VALUE-EXIT
029886     END-IF.
029887     IF DL100-TD-FIXED-LENGTH
029888             AND WS-CODE-LENGTH NOT = WS-TD-CODE-LENGTH
029889         MOVE 'N' TO WS-CODE-VALID-SW
029890         MOVE WS-TD-CODE-LENGTH TO RSN-FIXED-LENGTH
029891         MOVE WS-FIXED-LEN-REASON TO WS-REJECT-REASON
029892         GO TO 3100-EDIT-CODE-VALUE-EXIT
029893     END-IF.
029894     IF WS-CODE-LENGTH > WS-TD-CODE-LENGTH
029895         MOVE 'N' TO WS-CODE-VALID-SW
029896         MOVE WS-TD-CODE-LENGTH TO RSN-VAR-LENGTH
029897         MOVE WS-VAR-LEN-REASON TO WS-REJECT-REASON
029898         GO TO 3100-EDIT-CODE-VALUE-EXIT
029899     END-IF.
029900     IF DL100-TD-DESC-REQUIRED AND DL100-TR-DESC = SPACES
029901         MOVE 'N' TO WS-CODE-VALID-SW
029902         MOVE 'DESCRIPTION REQUIRED FOR THIS TABLE'
029903             TO WS-REJECT-REASON
029904     END-IF.
029905 3100-EDIT-CODE-VALUE-EXIT.
029906     EXIT.
029907*
029908 3110-EDIT-CODE-CHAR.
029909     IF WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) = SPACE
029910         IF NOT DL100-TD-BLANK-ALLOWED
029911             SET WS-CODE-BLANK-SEEN TO TRUE
029912         END-IF
029913         GO TO 3110-EDIT-CODE-CHAR-EXIT
029914     END-IF.
029915     IF WS-CODE-BLANK-SEEN
029916         MOVE 'N' TO WS-CODE-VALID-SW
029917         MOVE 'CODE MAY NOT CONTAIN EMBEDDED BLANKS'
029918             TO WS-REJECT-REASON
029919         GO TO 3110-EDIT-CODE-CHAR-EXIT
029920     END-IF.
029921     MOVE WS-CODE-CHAR-INDEX TO WS-CODE-LENGTH.
029922     IF WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) NOT < 'A'
029923             AND WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) NOT > 'Z'
029924         IF NOT DL100-TD-ALPHA-ALLOWED
029925             MOVE 'N' TO WS-CODE-VALID-SW
029926         END-IF
029927     ELSE
029928         IF WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) NOT < '0'
029929                 AND WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX)
029930                     NOT > '9'
029931             IF NOT DL100-TD-NUMERIC-ALLOWED
029932                 MOVE 'N' TO WS-CODE-VALID-SW
029933             END-IF
029934         ELSE
029935             MOVE 'N' TO WS-CODE-VALID-SW
029936         END-IF
029937     END-IF.
029938     IF NOT WS-CODE-VALID
029939         MOVE 'CODE CHARACTER NOT ALLOWED FOR TABLE'
029940             TO WS-REJECT-REASON
029941     END-IF.
029942 3110-EDIT-CODE-CHAR-EXIT.
029943     EXIT.
029944*
030402********************************************************************
030403*    3200-CHECK-BUSINESS-DAY - AN ADD'S EFFECTIVE DATE OR A       *
030404*    RETIRE'S END DATE IS CHECKED AGAINST THE DL100CA BUSINESS    *
030405*    CALENDAR THROUGH DL100BD.  A DATE THAT IS NOT A BUSINESS DAY *
030406*    IS REJECTED WHEN THE TABLE'S DL100TD OPTION IS R (REFUSE)    *
030407*    AND OTHERWISE ACCEPTED WITH A WARNING.  A DATE DL100BD       *
030408*    CANNOT CONVERT (E.G. 31 APRIL) IS REJECTED AS NOT A DATE     *
030409********************************************************************
030410 3200-CHECK-BUSINESS-DAY.
030411     MOVE SPACE TO WS-NONBUS-SW.
030412     IF DL100-TR-ADD
030413         MOVE WS-EFF-DATE-KEY TO DL100-BD-DATE
030414         MOVE 'EFF DATE' TO RSN-NONBUS-WHICH
030415     ELSE
030416         MOVE WS-END-DATE-KEY TO DL100-BD-DATE
030417         MOVE 'END DATE' TO RSN-NONBUS-WHICH
030418     END-IF.
030419     SET DL100-BD-CHECK-DATE TO TRUE.
030420     CALL 'DL100BD' USING DL100-BD-PARMS.
030421     IF DL100-BD-NO-CALENDAR
030422         DISPLAY 'CALFILE READ FAILED - DL100BD RC '
030423             DL100-BD-RETURN-CODE
030424         MOVE 16 TO RETURN-CODE
030425         STOP RUN
030426     END-IF.
030427     IF DL100-BD-BAD-REQUEST
030428         SET WS-NONBUS-REFUSED TO TRUE
030429         IF DL100-TR-ADD
030430             MOVE 'EFF DATE NOT A DATE' TO WS-REJECT-REASON
030431         ELSE
030432             MOVE 'END DATE NOT A DATE' TO WS-REJECT-REASON
030433         END-IF
030434         GO TO 3200-CHECK-BUSINESS-DAY-EXIT
030435     END-IF.
030436     IF DL100-BD-BUSINESS-DAY
030437         GO TO 3200-CHECK-BUSINESS-DAY-EXIT
030438     END-IF.
030439     MOVE DL100-BD-DATE TO RSN-NONBUS-DATE.
030440     MOVE WS-TABLE-ID-KEY TO DL100-TD-TABLE-ID.
030441     READ TDFFILE
030442         INVALID KEY
030443             MOVE SPACE TO DL100-TD-NONBUS-DATE
030444     END-READ.
030445     IF DL100-TD-NONBUS-REFUSE
030447         SET WS-NONBUS-REFUSED TO TRUE
030449         MOVE WS-NONBUS-REASON TO WS-REJECT-REASON
030451     ELSE
030453         SET WS-NONBUS-WARNED TO TRUE
030455     END-IF.
030457 3200-CHECK-BUSINESS-DAY-EXIT.
030459     EXIT.
030461*
030463********************************************************************
030465*    3300-EDIT-CROSSWALK - A CROSSWALK TRANSACTION NEEDS THE      *
030467*    EXTERNAL SYSTEM AND CODE (IN THE DESCRIPTION FIELD - SEE     *
030469*    DL100TR), AND FOR AN ADD OR CHANGE THE DL100 TABLE-ID AND    *
030471*    CODE VALUE IT MAPS TO.  THE DATE EDITS ARE THE SAME AS FOR   *
030473*    A DL100CT TRANSACTION; THE TARGET CODE ITSELF IS CHECKED     *
030475*    WHEN THE TRANSACTION IS APPLIED                              *
030477********************************************************************
030479 3300-EDIT-CROSSWALK.
030481     MOVE DL100-TR-TABLE-ID TO WS-TABLE-ID-KEY.
030483     IF DL100-TR-XW-SYSTEM = SPACES
030485             OR DL100-TR-XW-EXT-CODE = SPACES
030487         MOVE 'CROSSWALK SYSTEM/EXT CODE MISSING'
030489             TO WS-REJECT-REASON
030491         GO TO 3300-EDIT-CROSSWALK-EXIT
030493     END-IF.
030495     IF DL100-TR-ADD OR DL100-TR-CHANGE
030497         IF DL100-TR-TABLE-ID = SPACES OR DL100-TR-LETTER = SPACES
030499             MOVE 'CROSSWALK TABLE-ID/CODE MISSING'
030501                 TO WS-REJECT-REASON
030503             GO TO 3300-EDIT-CROSSWALK-EXIT
030505         END-IF
030507     END-IF.
030509     IF DL100-TR-EFF-DATE = SPACES
030511         MOVE WS-RUN-DATE TO WS-EFF-DATE-KEY
030513     ELSE
030515         IF DL100-TR-EFF-DATE NOT NUMERIC
030517             MOVE 'EFF DATE NOT YYYYMMDD' TO WS-REJECT-REASON
030519             GO TO 3300-EDIT-CROSSWALK-EXIT
030521         END-IF
030523         MOVE DL100-TR-EFF-DATE TO WS-EFF-DATE-KEY
030525         IF WS-EFF-KEY-MONTH < 01 OR WS-EFF-KEY-MONTH > 12
030527                 OR WS-EFF-KEY-DAY < 01 OR WS-EFF-KEY-DAY > 31
030529             MOVE 'EFF DATE NOT A DATE' TO WS-REJECT-REASON
030531             GO TO 3300-EDIT-CROSSWALK-EXIT
030533         END-IF
030535     END-IF.
030537     MOVE ZERO TO WS-END-DATE-KEY.
030539     IF DL100-TR-RETIRE
030541         IF DL100-TR-END-DATE NOT NUMERIC
030543             MOVE 'END DATE NOT YYYYMMDD' TO WS-REJECT-REASON
030545             GO TO 3300-EDIT-CROSSWALK-EXIT
030547         END-IF
030549         MOVE DL100-TR-END-DATE TO WS-END-DATE-KEY
030551         IF WS-END-KEY-MONTH < 01 OR WS-END-KEY-MONTH > 12
030553                 OR WS-END-KEY-DAY < 01 OR WS-END-KEY-DAY > 31
030555             MOVE 'END DATE NOT A DATE' TO WS-REJECT-REASON
030557             GO TO 3300-EDIT-CROSSWALK-EXIT
030559         END-IF
030561     END-IF.
030562     SET WS-TRAN-VALID TO TRUE.
030563 3300-EDIT-CROSSWALK-EXIT.
030564     EXIT.
030565*
030566********************************************************************
030567*    4000-APPLY-TRANSACTION - DISPATCH TO THE ADD/CHANGE/DELETE   *
030568*    PARAGRAPH.  AN APPLY THAT FAILS TURNS THE TRANSACTION INTO   *
030569*    A REJECT WITH THE FILE-LEVEL REASON                          *
030570********************************************************************
030571 4000-APPLY-TRANSACTION.
030572     IF DL100-TR-CROSSWALK-ENTRY
030573         PERFORM 4800-APPLY-CROSSWALK
030575             THRU 4800-APPLY-CROSSWALK-EXIT
030577         GO TO 4000-APPLY-TRANSACTION-EXIT
030579     END-IF.
030600     MOVE WS-TABLE-ID-KEY TO DL100-CT-TABLE-ID.
030700     MOVE WS-POSITION-KEY TO DL100-CT-POSITION.
030800     MOVE WS-EFF-DATE-KEY TO DL100-CT-EFF-DATE.
037846                 ADD 1 TO WS-BLOCKED-COUNT
037847                 GO TO 4300-APPLY-DELETE-EXIT
037848             END-IF
037850*            NOR CAN A CODE THAT ACTIVE CHILD-TABLE ENTRIES
037852*            STILL POINT TO - THERE IS NO OVERRIDE FOR THIS
037854             MOVE WS-RUN-DATE TO WS-LINK-CUTOFF-DATE
037856             PERFORM 4700-CHECK-CHILD-LINKS
037858                 THRU 4700-CHECK-CHILD-LINKS-EXIT
037860             IF WS-CHILD-LINKED
037862                 MOVE 'N' TO WS-TRAN-VALID-SW
037864                 MOVE WS-CHILD-LINK-REASON TO WS-REJECT-REASON
037866                 ADD 1 TO WS-BLOCKED-COUNT
037868                 GO TO 4300-APPLY-DELETE-EXIT
037870             END-IF
037872             SET DL100-CT-PEND-DELETE TO TRUE
037874             MOVE WS-USER-ID TO DL100-CT-ENTRY-USER
037876             MOVE SPACES TO DL100-CT-APPR-USER
037878             REWRITE DL100-CONTROL-RECORD
037880                 INVALID KEY
037882                     MOVE 'N' TO WS-TRAN-VALID-SW
037884                     MOVE 'REWRITE FAILED - SEE FILE STATUS'
037886                         TO WS-REJECT-REASON
037888             END-REWRITE
037890             IF WS-TRAN-VALID
037892                 MOVE DL100-CONTROL-RECORD TO WS-AFTER-RECORD
037894                 MOVE 'AWAITING APPROVAL' TO WS-APPLY-NOTE
037896             END-IF
037898         END-IF
037900     END-IF.
038000 4300-APPLY-DELETE-EXIT.
038100     EXIT.
038175*    4600-APPLY-RETIRE - PARK THE END DATE ON A LIVE ENTRY,       *
038176*    PENDING APPROVAL.  THE SAME WHERE-USED AND OVERRIDE RULES    *
038177*    AS A DELETE APPLY - RETIRING A CODE TAKES IT AWAY FROM       *
038178*    DOWNSTREAM ON ITS END DATE.  A CODE THAT ACTIVE CHILD-TABLE  *
038179*    ENTRIES POINT TO CANNOT BE RETIRED AT ALL                    *
038180********************************************************************
038181 4600-APPLY-RETIRE.
038182     READ CTLFILE
038183         INVALID KEY
038184             MOVE 'N' TO WS-TRAN-VALID-SW
038185             MOVE 'POSITION/DATE NOT FOUND' TO WS-REJECT-REASON
038186     END-READ.
038187     IF NOT WS-TRAN-VALID
038188         GO TO 4600-APPLY-RETIRE-EXIT
038189     END-IF.
038190     IF DL100-CT-PEND-ADD
038191         MOVE 'N' TO WS-TRAN-VALID-SW
038192         MOVE 'ENTRY NOT YET APPROVED' TO WS-REJECT-REASON
038193         GO TO 4600-APPLY-RETIRE-EXIT
038194     END-IF.
038195     MOVE DL100-CT-LETTER TO WS-BEFORE-LETTER.
038196     MOVE DL100-CONTROL-RECORD TO WS-BEFORE-RECORD.
038197     PERFORM 4500-CHECK-WHERE-USED
038198         THRU 4500-CHECK-WHERE-USED-EXIT.
038199     IF WS-CODE-IN-USE AND NOT DL100-TR-OVERRIDDEN
038200         MOVE 'N' TO WS-TRAN-VALID-SW
038201         MOVE WS-IN-USE-REASON TO WS-REJECT-REASON
038202         ADD 1 TO WS-BLOCKED-COUNT
038203         GO TO 4600-APPLY-RETIRE-EXIT
038204     END-IF.
038205*    A CHILD ENTRY STILL ACTIVE AFTER THE NEW END DATE BLOCKS
038206*    THE RETIREMENT THE SAME WAY IT BLOCKS A DELETE
038207     MOVE WS-END-DATE-KEY TO WS-LINK-CUTOFF-DATE.
038208     PERFORM 4700-CHECK-CHILD-LINKS
038209         THRU 4700-CHECK-CHILD-LINKS-EXIT.
038210     IF WS-CHILD-LINKED
038211         MOVE 'N' TO WS-TRAN-VALID-SW
038212         MOVE WS-CHILD-LINK-REASON TO WS-REJECT-REASON
038213         ADD 1 TO WS-BLOCKED-COUNT
038214         GO TO 4600-APPLY-RETIRE-EXIT
038215     END-IF.
038216     SET DL100-CT-PEND-RETIRE TO TRUE.
038217     MOVE WS-END-DATE-KEY TO DL100-CT-PEND-END-DATE.
038218     MOVE WS-USER-ID TO DL100-CT-ENTRY-USER.
038219     MOVE SPACES TO DL100-CT-APPR-USER.
038220     REWRITE DL100-CONTROL-RECORD
038221         INVALID KEY
038222             MOVE 'N' TO WS-TRAN-VALID-SW
038223             MOVE 'REWRITE FAILED - SEE FILE STATUS'
038224                 TO WS-REJECT-REASON
038225     END-REWRITE.
038226     IF WS-TRAN-VALID
038227         MOVE DL100-CT-LETTER TO WS-AFTER-LETTER
038228         MOVE DL100-CONTROL-RECORD TO WS-AFTER-RECORD
038229         MOVE 'AWAITING APPROVAL' TO WS-APPLY-NOTE
038230     END-IF.
038231 4600-APPLY-RETIRE-EXIT.
038232     EXIT.
038233*
038234********************************************************************
038235*    4500-CHECK-WHERE-USED - LOOK THE LIVE CODE VALUE UP IN THE   *
038236*    DOWNSTREAM USAGE FEED.  A HIT FILLS THE IN-USE REASON WITH   *
038237*    THE LAST-USED DATE AND SOURCE SYSTEM.  NO FEED LOADED MEANS  *
038238*    NO CHECK - 1000-INITIALIZE ALREADY WARNED THE JOB LOG        *
038239********************************************************************
038240 4500-CHECK-WHERE-USED.
038241     MOVE 'N' TO WS-CODE-IN-USE-SW.
038242     IF NOT WS-USG-AVAILABLE
038243         GO TO 4500-CHECK-WHERE-USED-EXIT
038244     END-IF.
038245     MOVE WS-TABLE-ID-KEY TO DL100-US-TABLE-ID.
038246     MOVE DL100-CT-LETTER TO DL100-US-LETTER.
038247     READ USGFILE
038248         INVALID KEY
038249             CONTINUE
038250         NOT INVALID KEY
038251             SET WS-CODE-IN-USE TO TRUE
038252             MOVE DL100-US-LAST-DATE TO RSN-LAST-DATE
038253             MOVE DL100-US-SOURCE TO RSN-SOURCE
038254     END-READ.
038255 4500-CHECK-WHERE-USED-EXIT.
038256     EXIT.
038257*
038258********************************************************************
038259*    4700-CHECK-CHILD-LINKS - REJECT TAKING A PARENT CODE AWAY    *
038260*    WHILE A CHILD TABLE STILL USES IT.  EACH CHILD TABLE OF THE  *
038261*    PARENT TABLE (FROM RELFILE) IS READ THROUGH ON CTLFILE FOR   *
038262*    AN ENTRY STILL IN EFFECT AFTER THE CUTOFF DATE (THE RUN DATE *
038263*    FOR A DELETE, THE NEW END DATE FOR A RETIRE) THAT CARRIES    *
038264*    THE CODE.  THE PARENT RECORD IS PUT BACK IN THE RECORD AREA  *
038265*    FOR THE REWRITE THAT FOLLOWS                                 *
038266********************************************************************
038267 4700-CHECK-CHILD-LINKS.
038268     MOVE 'N' TO WS-CHILD-LINKED-SW.
038269     MOVE DL100-CONTROL-RECORD TO WS-PARENT-RECORD.
038270     MOVE DL100-CT-LETTER TO WS-LINK-PARENT-CODE.
038271     PERFORM 4710-SCAN-CHILD-TABLE
038272         THRU 4710-SCAN-CHILD-TABLE-EXIT
038273         VARYING WS-LINK-INDEX FROM 1 BY 1
038274         UNTIL WS-LINK-INDEX > WS-LINK-COUNT
038275             OR WS-CHILD-LINKED.
038276     MOVE WS-PARENT-RECORD TO DL100-CONTROL-RECORD.
038277 4700-CHECK-CHILD-LINKS-EXIT.
038278     EXIT.
038279*
038280********************************************************************
038281*    4710-SCAN-CHILD-TABLE - READ ONE CHILD TABLE THROUGH.  THE   *
038282*    VERSIONS OF A POSITION COME BACK IN EFFECTIVE-DATE ORDER, SO *
038283*    EACH ONE IS HELD UNTIL THE NEXT IS SEEN - A VERSION REPLACED *
038284*    ON OR BEFORE THE CUTOFF DATE DOES NOT COUNT                  *
038285********************************************************************
038286 4710-SCAN-CHILD-TABLE.
038287     IF WS-LINK-PARENT-TABLE-ID(WS-LINK-INDEX) NOT =
038288             WS-TABLE-ID-KEY
038289         GO TO 4710-SCAN-CHILD-TABLE-EXIT
038290     END-IF.
038291     MOVE 'N' TO WS-HELD-CHILD-SW.
038292     MOVE 'N' TO WS-LINK-SCAN-SW.
038293     MOVE WS-LINK-PARENT-START(WS-LINK-INDEX) TO WS-LINK-START.
038294     MOVE WS-LINK-PARENT-LENGTH(WS-LINK-INDEX) TO WS-LINK-LENGTH.
038295     MOVE WS-LINK-CHILD-TABLE-ID(WS-LINK-INDEX)
038296         TO DL100-CT-TABLE-ID.
038297     MOVE ZERO TO DL100-CT-POSITION.
038298     MOVE ZERO TO DL100-CT-EFF-DATE.
038299     START CTLFILE
038300         KEY IS NOT LESS THAN DL100-CT-KEY
038301         INVALID KEY
038302             SET WS-LINK-SCAN-DONE TO TRUE
038303     END-START.
038304     PERFORM 4720-READ-CHILD-ENTRY
038305         THRU 4720-READ-CHILD-ENTRY-EXIT
038306         UNTIL WS-LINK-SCAN-DONE.
038307     IF NOT WS-CHILD-LINKED
038308         MOVE ZERO TO WS-NEXT-EFF-DATE
038309         PERFORM 4730-TEST-HELD-CHILD
038310             THRU 4730-TEST-HELD-CHILD-EXIT
038311     END-IF.
038312 4710-SCAN-CHILD-TABLE-EXIT.
038313     EXIT.
038314*
038315********************************************************************
038316*    4720-READ-CHILD-ENTRY - TAKE THE NEXT CHILD ENTRY, TEST THE  *
038317*    ONE HELD BEFORE IT AND HOLD THIS ONE.  A PENDING ADD HAS     *
038318*    NEVER GONE LIVE AND IS PASSED OVER                           *
038319********************************************************************
038320 4720-READ-CHILD-ENTRY.
038321     READ CTLFILE NEXT RECORD
038322         AT END
038323             SET WS-LINK-SCAN-DONE TO TRUE
038324             GO TO 4720-READ-CHILD-ENTRY-EXIT
038325     END-READ.
038326     IF DL100-CT-TABLE-ID NOT =
038327             WS-LINK-CHILD-TABLE-ID(WS-LINK-INDEX)
038328         SET WS-LINK-SCAN-DONE TO TRUE
038329         GO TO 4720-READ-CHILD-ENTRY-EXIT
038330     END-IF.
038331     IF DL100-CT-PEND-ADD
038332         GO TO 4720-READ-CHILD-ENTRY-EXIT
038333     END-IF.
038334     IF WS-HELD-CHILD-PRESENT
038335         IF DL100-CT-POSITION = WS-HELD-POSITION
038336             MOVE DL100-CT-EFF-DATE TO WS-NEXT-EFF-DATE
038337         ELSE
038338             MOVE ZERO TO WS-NEXT-EFF-DATE
038339         END-IF
038340         PERFORM 4730-TEST-HELD-CHILD
038341             THRU 4730-TEST-HELD-CHILD-EXIT
038342     END-IF.
038343     IF WS-CHILD-LINKED
038344         SET WS-LINK-SCAN-DONE TO TRUE
038345         GO TO 4720-READ-CHILD-ENTRY-EXIT
038346     END-IF.
038347     SET WS-HELD-CHILD-PRESENT TO TRUE.
038348     MOVE DL100-CT-POSITION TO WS-HELD-POSITION.
038349     MOVE DL100-CT-END-DATE TO WS-HELD-END-DATE.
038350     MOVE SPACES TO WS-HELD-CHILD-CODE.
038351     IF WS-LINK-PARENT-IN-DESC(WS-LINK-INDEX)
038352         MOVE DL100-CT-DESC(WS-LINK-START:WS-LINK-LENGTH)
038353             TO WS-HELD-CHILD-CODE
038354     ELSE
038355         MOVE DL100-CT-LETTER(WS-LINK-START:WS-LINK-LENGTH)
038356             TO WS-HELD-CHILD-CODE
038357     END-IF.
038358 4720-READ-CHILD-ENTRY-EXIT.
038359     EXIT.
038360*
038361********************************************************************
038362*    4730-TEST-HELD-CHILD - THE HELD CHILD ENTRY BLOCKS THE       *
038363*    TRANSACTION WHEN IT IS NOT REPLACED OR ENDED BY THE CUTOFF   *
038364*    DATE AND CARRIES THE PARENT CODE                             *
038365********************************************************************
038366 4730-TEST-HELD-CHILD.
038367     IF NOT WS-HELD-CHILD-PRESENT
038368         GO TO 4730-TEST-HELD-CHILD-EXIT
038369     END-IF.
038370     IF WS-NEXT-EFF-DATE NOT = ZERO
038371             AND WS-NEXT-EFF-DATE NOT > WS-LINK-CUTOFF-DATE
038372         GO TO 4730-TEST-HELD-CHILD-EXIT
038373     END-IF.
038374     IF WS-HELD-END-DATE NUMERIC
038375             AND WS-HELD-END-DATE NOT = ZERO
038376             AND WS-HELD-END-DATE NOT > WS-LINK-CUTOFF-DATE
038377         GO TO 4730-TEST-HELD-CHILD-EXIT
038378     END-IF.
038379     IF WS-HELD-CHILD-CODE NOT = WS-LINK-PARENT-CODE
038380         GO TO 4730-TEST-HELD-CHILD-EXIT
038381     END-IF.
038382     SET WS-CHILD-LINKED TO TRUE.
038383     MOVE WS-LINK-CHILD-TABLE-ID(WS-LINK-INDEX)
038384         TO RSN-CHILD-TABLE-ID.
038385     MOVE WS-HELD-POSITION TO RSN-CHILD-POSITION.
038386 4730-TEST-HELD-CHILD-EXIT.
038387     EXIT.
038388*
038389********************************************************************
038390*    4800-APPLY-CROSSWALK - APPLY A CROSSWALK TRANSACTION TO      *
038391*    XWFILE WITH THE SAME TWO-PERSON APPROVAL RULES AS A DL100CT  *
038392*    ENTRY.  AN ADD OR CHANGE, AND THE APPROVAL OF ONE, IS ONLY   *
038393*    ACCEPTED WHILE THE TARGET CODE IS IN EFFECT IN THE DL100     *
038394*    TABLE - THE SAME RULE THE DL100XC ONLINE TRANSACTION USES.   *
038395*    THE TABLE-ID LOGGED AND REGISTERED IS THE ONE THE ENTRY      *
038396*    MAPS TO                                                      *
038397********************************************************************
038398 4800-APPLY-CROSSWALK.
038399     MOVE DL100-TR-XW-SYSTEM TO DL100-XW-SYSTEM.
038400     MOVE DL100-TR-XW-EXT-CODE TO DL100-XW-EXT-CODE.
038401     MOVE WS-EFF-DATE-KEY TO DL100-XW-EFF-DATE.
038402     MOVE DL100-TR-XW-SYSTEM TO XWN-SYSTEM.
038403     MOVE DL100-TR-XW-EXT-CODE TO XWN-EXT-CODE.
038404     MOVE DL100-TR-TABLE-ID TO WS-XW-TARGET-TABLE-ID.
038405     MOVE DL100-TR-LETTER TO WS-XW-TARGET-CODE.
038406     IF DL100-TR-ADD OR DL100-TR-CHANGE
038407         PERFORM 4860-CHECK-TARGET-CODE
038408             THRU 4860-CHECK-TARGET-CODE-EXIT
038409         IF NOT WS-TARGET-ACTIVE
038410             MOVE 'N' TO WS-TRAN-VALID-SW
038411             MOVE 'TARGET CODE NOT ACTIVE IN DL100 TABLE'
038412                 TO WS-REJECT-REASON
038413             GO TO 4800-APPLY-CROSSWALK-EXIT
038414         END-IF
038415     END-IF.
038416     IF DL100-TR-ADD
038417         PERFORM 4810-APPLY-XW-ADD
038418             THRU 4810-APPLY-XW-ADD-EXIT
038419     ELSE
038420         IF DL100-TR-CHANGE
038421             PERFORM 4820-APPLY-XW-CHANGE
038422                 THRU 4820-APPLY-XW-CHANGE-EXIT
038423         ELSE
038424             IF DL100-TR-DELETE
038425                 PERFORM 4830-APPLY-XW-DELETE
038426                     THRU 4830-APPLY-XW-DELETE-EXIT
038427             ELSE
038428                 IF DL100-TR-RETIRE
038429                     PERFORM 4850-APPLY-XW-RETIRE
038430                         THRU 4850-APPLY-XW-RETIRE-EXIT
038431                 ELSE
038432                     PERFORM 4840-APPLY-XW-APPROVE
038433                         THRU 4840-APPLY-XW-APPROVE-EXIT
038434                 END-IF
038435             END-IF
038436         END-IF
038437     END-IF.
038438     IF WS-TRAN-VALID
038439         ADD 1 TO WS-XW-ACCEPTED-COUNT
038440         MOVE WS-APPLY-NOTE TO XWN-NOTE
038441         MOVE WS-XW-APPLY-NOTE TO WS-APPLY-NOTE
038442     END-IF.
038443 4800-APPLY-CROSSWALK-EXIT.
038444     EXIT.
038445*
038446 4810-APPLY-XW-ADD.
038447     MOVE SPACES TO DL100-CROSSWALK-RECORD.
038448     MOVE DL100-TR-XW-SYSTEM TO DL100-XW-SYSTEM.
038449     MOVE DL100-TR-XW-EXT-CODE TO DL100-XW-EXT-CODE.
038450     MOVE WS-EFF-DATE-KEY TO DL100-XW-EFF-DATE.
038451     MOVE WS-XW-TARGET-TABLE-ID TO DL100-XW-TABLE-ID.
038452     MOVE WS-XW-TARGET-CODE TO DL100-XW-LETTER.
038453     MOVE ZERO TO DL100-XW-END-DATE.
038454     MOVE ZERO TO DL100-XW-PEND-END-DATE.
038455     SET DL100-XW-PEND-ADD TO TRUE.
038456     MOVE WS-USER-ID TO DL100-XW-ENTRY-USER.
038457     WRITE DL100-CROSSWALK-RECORD
038458         INVALID KEY
038459             MOVE 'N' TO WS-TRAN-VALID-SW
038460             MOVE 'CODE/DATE EXISTS - USE CHANGE'
038461                 TO WS-REJECT-REASON
038462     END-WRITE.
038463     IF WS-TRAN-VALID
038464         MOVE WS-XW-TARGET-TABLE-ID TO WS-TABLE-ID-KEY
038465         MOVE WS-XW-TARGET-CODE TO WS-AFTER-LETTER
038466         MOVE DL100-CROSSWALK-RECORD TO WS-AFTER-RECORD
038467         MOVE 'AWAITING APPROVAL' TO WS-APPLY-NOTE
038468     END-IF.
038469 4810-APPLY-XW-ADD-EXIT.
038470     EXIT.
038471*
038472 4820-APPLY-XW-CHANGE.
038473     READ XWFILE
038474         INVALID KEY
038475             MOVE 'N' TO WS-TRAN-VALID-SW
038476             MOVE 'CODE/DATE NOT FOUND - USE ADD'
038477                 TO WS-REJECT-REASON
038478             GO TO 4820-APPLY-XW-CHANGE-EXIT
038479     END-READ.
038480     MOVE DL100-XW-LETTER TO WS-BEFORE-LETTER.
038481     MOVE DL100-CROSSWALK-RECORD TO WS-BEFORE-RECORD.
038482*    A CHANGE TO A STILL-PENDING ADD CORRECTS THE PROPOSED TARGET;
038483*    OTHERWISE THE NEW TARGET PARKS IN THE PENDING FIELDS AND THE
038484*    LIVE MAPPING STANDS UNTIL APPROVED
038485     IF DL100-XW-PEND-ADD
038486         MOVE WS-XW-TARGET-TABLE-ID TO DL100-XW-TABLE-ID
038487         MOVE WS-XW-TARGET-CODE TO DL100-XW-LETTER
038488     ELSE
038489         MOVE WS-XW-TARGET-TABLE-ID TO DL100-XW-PEND-TABLE-ID
038490         MOVE WS-XW-TARGET-CODE TO DL100-XW-PEND-LETTER
038491         SET DL100-XW-PEND-CHANGE TO TRUE
038492     END-IF.
038493     MOVE WS-USER-ID TO DL100-XW-ENTRY-USER.
038494     MOVE SPACES TO DL100-XW-APPR-USER.
038495     REWRITE DL100-CROSSWALK-RECORD
038496         INVALID KEY
038497             MOVE 'N' TO WS-TRAN-VALID-SW
038498             MOVE 'REWRITE FAILED - SEE FILE STATUS'
038499                 TO WS-REJECT-REASON
038500     END-REWRITE.
038501     IF WS-TRAN-VALID
038502         MOVE WS-XW-TARGET-TABLE-ID TO WS-TABLE-ID-KEY
038503         MOVE WS-XW-TARGET-CODE TO WS-AFTER-LETTER
038504         MOVE DL100-CROSSWALK-RECORD TO WS-AFTER-RECORD
038505         MOVE 'AWAITING APPROVAL' TO WS-APPLY-NOTE
038506     END-IF.
038507 4820-APPLY-XW-CHANGE-EXIT.
038508     EXIT.
038509*
038510 4830-APPLY-XW-DELETE.
038511     READ XWFILE
038512         INVALID KEY
038513             MOVE 'N' TO WS-TRAN-VALID-SW
038514             MOVE 'CODE/DATE NOT FOUND' TO WS-REJECT-REASON
038515             GO TO 4830-APPLY-XW-DELETE-EXIT
038516     END-READ.
038517     MOVE DL100-XW-TABLE-ID TO WS-TABLE-ID-KEY.
038518     MOVE DL100-XW-LETTER TO WS-BEFORE-LETTER.
038519     MOVE DL100-CROSSWALK-RECORD TO WS-BEFORE-RECORD.
038520*    DELETING A STILL-PENDING ADD CANCELS THE REQUEST OUTRIGHT; A
038521*    LIVE ENTRY IS ONLY MARKED PENDING DELETE
038522     IF DL100-XW-PEND-ADD
038523         DELETE XWFILE
038524             INVALID KEY
038525                 MOVE 'N' TO WS-TRAN-VALID-SW
038526                 MOVE 'DELETE FAILED - SEE FILE STATUS'
038527                     TO WS-REJECT-REASON
038528         END-DELETE
038529         IF WS-TRAN-VALID
038530             MOVE 'ADD CANCELLED' TO WS-APPLY-NOTE
038531         END-IF
038532         GO TO 4830-APPLY-XW-DELETE-EXIT
038533     END-IF.
038534     SET DL100-XW-PEND-DELETE TO TRUE.
038535     MOVE WS-USER-ID TO DL100-XW-ENTRY-USER.
038536     MOVE SPACES TO DL100-XW-APPR-USER.
038537     REWRITE DL100-CROSSWALK-RECORD
038538         INVALID KEY
038539             MOVE 'N' TO WS-TRAN-VALID-SW
038540             MOVE 'REWRITE FAILED - SEE FILE STATUS'
038541                 TO WS-REJECT-REASON
038542     END-REWRITE.
038543     IF WS-TRAN-VALID
038544         MOVE DL100-CROSSWALK-RECORD TO WS-AFTER-RECORD
038545         MOVE 'AWAITING APPROVAL' TO WS-APPLY-NOTE
038546     END-IF.
038547 4830-APPLY-XW-DELETE-EXIT.
038548     EXIT.
038549*
038550********************************************************************
038551*    4840-APPLY-XW-APPROVE - RELEASE A PENDING CROSSWALK          *
038552*    ADD/CHANGE/DELETE/RETIRE.  THE APPROVER MUST NOT BE THE USER *
038553*    WHO ENTERED IT, AND A PENDING ADD OR CHANGE IS HELD BACK IF  *
038554*    ITS TARGET CODE HAS GONE OUT OF EFFECT SINCE                 *
038555********************************************************************
038556 4840-APPLY-XW-APPROVE.
038557     READ XWFILE
038558         INVALID KEY
038559             MOVE 'N' TO WS-TRAN-VALID-SW
038560             MOVE 'CODE/DATE NOT FOUND' TO WS-REJECT-REASON
038561             GO TO 4840-APPLY-XW-APPROVE-EXIT
038562     END-READ.
038563     MOVE DL100-XW-TABLE-ID TO WS-TABLE-ID-KEY.
038564     IF NOT DL100-XW-PENDING-APPR
038565         MOVE 'N' TO WS-TRAN-VALID-SW
038566         MOVE 'NOTHING PENDING TO APPROVE' TO WS-REJECT-REASON
038567         GO TO 4840-APPLY-XW-APPROVE-EXIT
038568     END-IF.
038569     IF DL100-XW-ENTRY-USER = WS-USER-ID
038570         MOVE 'N' TO WS-TRAN-VALID-SW
038571         MOVE 'CANNOT APPROVE OWN CHANGE' TO WS-REJECT-REASON
038572         GO TO 4840-APPLY-XW-APPROVE-EXIT
038573     END-IF.
038574     IF DL100-XW-PEND-ADD OR DL100-XW-PEND-CHANGE
038575         IF DL100-XW-PEND-ADD
038576             MOVE DL100-XW-TABLE-ID TO WS-XW-TARGET-TABLE-ID
038577             MOVE DL100-XW-LETTER TO WS-XW-TARGET-CODE
038578         ELSE
038579             MOVE DL100-XW-PEND-TABLE-ID TO WS-XW-TARGET-TABLE-ID
038580             MOVE DL100-XW-PEND-LETTER TO WS-XW-TARGET-CODE
038581         END-IF
038582         PERFORM 4860-CHECK-TARGET-CODE
038583             THRU 4860-CHECK-TARGET-CODE-EXIT
038584         IF NOT WS-TARGET-ACTIVE
038585             MOVE 'N' TO WS-TRAN-VALID-SW
038586             MOVE 'TARGET CODE NOT ACTIVE IN DL100 TABLE'
038587                 TO WS-REJECT-REASON
038588             GO TO 4840-APPLY-XW-APPROVE-EXIT
038589         END-IF
038590     END-IF.
038591     MOVE DL100-XW-LETTER TO WS-BEFORE-LETTER.
038592     MOVE DL100-CROSSWALK-RECORD TO WS-BEFORE-RECORD.
038593     IF DL100-XW-PEND-DELETE
038594         DELETE XWFILE
038595             INVALID KEY
038596                 MOVE 'N' TO WS-TRAN-VALID-SW
038597                 MOVE 'DELETE FAILED - SEE FILE STATUS'
038598                     TO WS-REJECT-REASON
038599         END-DELETE
038600         IF WS-TRAN-VALID
038601             MOVE 'DELETE APPROVED' TO WS-APPLY-NOTE
038602         END-IF
038603         GO TO 4840-APPLY-XW-APPROVE-EXIT
038604     END-IF.
038605     IF DL100-XW-PEND-CHANGE
038606         MOVE DL100-XW-PEND-TABLE-ID TO DL100-XW-TABLE-ID
038607         MOVE DL100-XW-PEND-LETTER TO DL100-XW-LETTER
038608         MOVE SPACES TO DL100-XW-PEND-TABLE-ID
038609         MOVE SPACES TO DL100-XW-PEND-LETTER
038610     END-IF.
038611     IF DL100-XW-PEND-RETIRE
038612         MOVE DL100-XW-PEND-END-DATE TO DL100-XW-END-DATE
038613         MOVE ZERO TO DL100-XW-PEND-END-DATE
038614     END-IF.
038615     MOVE 'A' TO DL100-XW-APPR-STATUS.
038616     MOVE WS-USER-ID TO DL100-XW-APPR-USER.
038617     REWRITE DL100-CROSSWALK-RECORD
038618         INVALID KEY
038619             MOVE 'N' TO WS-TRAN-VALID-SW
038620             MOVE 'REWRITE FAILED - SEE FILE STATUS'
038621                 TO WS-REJECT-REASON
038622     END-REWRITE.
038623     IF WS-TRAN-VALID
038624         MOVE DL100-XW-TABLE-ID TO WS-TABLE-ID-KEY
038625         MOVE DL100-XW-LETTER TO WS-AFTER-LETTER
038626         MOVE DL100-CROSSWALK-RECORD TO WS-AFTER-RECORD
038627         MOVE 'APPROVED - LIVE' TO WS-APPLY-NOTE
038628     END-IF.
038629 4840-APPLY-XW-APPROVE-EXIT.
038630     EXIT.
038631*
038632 4850-APPLY-XW-RETIRE.
038633     READ XWFILE
038634         INVALID KEY
038635             MOVE 'N' TO WS-TRAN-VALID-SW
038636             MOVE 'CODE/DATE NOT FOUND' TO WS-REJECT-REASON
038637             GO TO 4850-APPLY-XW-RETIRE-EXIT
038638     END-READ.
038639     MOVE DL100-XW-TABLE-ID TO WS-TABLE-ID-KEY.
038640     IF DL100-XW-PEND-ADD
038641         MOVE 'N' TO WS-TRAN-VALID-SW
038642         MOVE 'ENTRY NOT YET APPROVED' TO WS-REJECT-REASON
038643         GO TO 4850-APPLY-XW-RETIRE-EXIT
038644     END-IF.
038645     MOVE DL100-XW-LETTER TO WS-BEFORE-LETTER.
038646     MOVE DL100-CROSSWALK-RECORD TO WS-BEFORE-RECORD.
038647     SET DL100-XW-PEND-RETIRE TO TRUE.
038648     MOVE WS-END-DATE-KEY TO DL100-XW-PEND-END-DATE.
038649     MOVE WS-USER-ID TO DL100-XW-ENTRY-USER.
038650     MOVE SPACES TO DL100-XW-APPR-USER.
038651     REWRITE DL100-CROSSWALK-RECORD
038652         INVALID KEY
038653             MOVE 'N' TO WS-TRAN-VALID-SW
038654             MOVE 'REWRITE FAILED - SEE FILE STATUS'
038655                 TO WS-REJECT-REASON
038656     END-REWRITE.
038657     IF WS-TRAN-VALID
038658         MOVE DL100-XW-LETTER TO WS-AFTER-LETTER
038659         MOVE DL100-CROSSWALK-RECORD TO WS-AFTER-RECORD
038660         MOVE 'AWAITING APPROVAL' TO WS-APPLY-NOTE
038661     END-IF.
038662 4850-APPLY-XW-RETIRE-EXIT.
038663     EXIT.
038664*
038665********************************************************************
038666*    4860-CHECK-TARGET-CODE - READ THE TARGET TABLE THROUGH ON    *
038667*    CTLFILE AND FIND THE VERSION OF EACH POSITION IN EFFECT ON   *
038668*    THE AS-OF DATE (THE LATER OF THE RUN DATE AND THE CROSSWALK  *
038669*    EFF DATE).  THE TARGET IS ACTIVE WHEN ONE OF THEM CARRIES    *
038670*    THE CODE VALUE AND HAS NOT REACHED AN END DATE.  A PENDING   *
038671*    ADD HAS NEVER GONE LIVE AND DOES NOT COUNT                   *
038672********************************************************************
038673 4860-CHECK-TARGET-CODE.
038674     MOVE 'N' TO WS-TARGET-ACTIVE-SW.
038675     MOVE 'N' TO WS-HELD-TARGET-SW.
038676     MOVE 'N' TO WS-TARGET-SCAN-SW.
038677     MOVE WS-RUN-DATE TO WS-XW-AS-OF-DATE.
038678     IF WS-EFF-DATE-KEY > WS-XW-AS-OF-DATE
038679         MOVE WS-EFF-DATE-KEY TO WS-XW-AS-OF-DATE
038680     END-IF.
038681     MOVE WS-XW-TARGET-TABLE-ID TO DL100-CT-TABLE-ID.
038682     MOVE ZERO TO DL100-CT-POSITION.
038683     MOVE ZERO TO DL100-CT-EFF-DATE.
038684     START CTLFILE
038685         KEY IS NOT LESS THAN DL100-CT-KEY
038686         INVALID KEY
038687             SET WS-TARGET-SCAN-DONE TO TRUE
038688     END-START.
038689     PERFORM 4870-READ-TARGET-ENTRY
038690         THRU 4870-READ-TARGET-ENTRY-EXIT
038691         UNTIL WS-TARGET-SCAN-DONE.
038692     IF NOT WS-TARGET-ACTIVE
038693         PERFORM 4880-TEST-HELD-TARGET
038694             THRU 4880-TEST-HELD-TARGET-EXIT
038695     END-IF.
038696 4860-CHECK-TARGET-CODE-EXIT.
038697     EXIT.
038698*
038699 4870-READ-TARGET-ENTRY.
038700     READ CTLFILE NEXT RECORD
038701         AT END
038702             SET WS-TARGET-SCAN-DONE TO TRUE
038703             GO TO 4870-READ-TARGET-ENTRY-EXIT
038704     END-READ.
038705     IF DL100-CT-TABLE-ID NOT = WS-XW-TARGET-TABLE-ID
038706         SET WS-TARGET-SCAN-DONE TO TRUE
038707         GO TO 4870-READ-TARGET-ENTRY-EXIT
038708     END-IF.
038709     IF DL100-CT-PEND-ADD
038710             OR DL100-CT-EFF-DATE > WS-XW-AS-OF-DATE
038711         GO TO 4870-READ-TARGET-ENTRY-EXIT
038712     END-IF.
038713     IF WS-HELD-TARGET-PRESENT
038714             AND DL100-CT-POSITION NOT = WS-HELD-TARGET-POSITION
038715         PERFORM 4880-TEST-HELD-TARGET
038716             THRU 4880-TEST-HELD-TARGET-EXIT
038717     END-IF.
038718     IF WS-TARGET-ACTIVE
038719         SET WS-TARGET-SCAN-DONE TO TRUE
038720         GO TO 4870-READ-TARGET-ENTRY-EXIT
038721     END-IF.
038722     SET WS-HELD-TARGET-PRESENT TO TRUE.
038723     MOVE DL100-CT-POSITION TO WS-HELD-TARGET-POSITION.
038724     MOVE DL100-CT-LETTER TO WS-HELD-TARGET-LETTER.
038725     MOVE DL100-CT-END-DATE TO WS-HELD-TARGET-END-DATE.
038726 4870-READ-TARGET-ENTRY-EXIT.
038727     EXIT.
038728*
038729 4880-TEST-HELD-TARGET.
038730     IF NOT WS-HELD-TARGET-PRESENT
038731         GO TO 4880-TEST-HELD-TARGET-EXIT
038732     END-IF.
038733     IF WS-HELD-TARGET-LETTER NOT = WS-XW-TARGET-CODE
038734         GO TO 4880-TEST-HELD-TARGET-EXIT
038735     END-IF.
038736     IF WS-HELD-TARGET-END-DATE NUMERIC
038737             AND WS-HELD-TARGET-END-DATE NOT = ZERO
038738             AND WS-HELD-TARGET-END-DATE NOT > WS-XW-AS-OF-DATE
038739         GO TO 4880-TEST-HELD-TARGET-EXIT
038740     END-IF.
038741     SET WS-TARGET-ACTIVE TO TRUE.
038742 4880-TEST-HELD-TARGET-EXIT.
038743     EXIT.
038744*
038745********************************************************************
038746*    7000-WRITE-CHANGE-LOG - APPEND ONE DL100CL RECORD FOR THE    *
038747*    TRANSACTION JUST APPLIED, STAMPED WITH THE SUBMITTING USER,  *
038748*    THE JOB NAME AND THE WALL-CLOCK TIME OF THE APPLY            *
038749********************************************************************
038750 7000-WRITE-CHANGE-LOG.
038751     ACCEPT WS-LOG-TIME FROM TIME.
038752     MOVE SPACES TO DL100-CHANGE-LOG-RECORD.
038753     MOVE WS-RUN-DATE TO DL100-CL-LOG-DATE.
038754     MOVE WS-LOG-TIME TO DL100-CL-LOG-TIME.
038755     MOVE WS-USER-ID TO DL100-CL-USER-ID.
038756     MOVE WS-JOB-ID TO DL100-CL-TERM-ID.
038757     MOVE DL100-TR-ACTION TO DL100-CL-ACTION.
038758     MOVE WS-TABLE-ID-KEY TO DL100-CL-TABLE-ID.
038759     MOVE WS-POSITION-KEY TO DL100-CL-POSITION.
038760     MOVE WS-EFF-DATE-KEY TO DL100-CL-EFF-DATE.
038761     IF DL100-TR-CROSSWALK-ENTRY
038762         SET DL100-CL-CROSSWALK-ENTRY TO TRUE
038763     END-IF.
038764     MOVE WS-BEFORE-RECORD TO DL100-CL-BEFORE-IMAGE.
038765     MOVE WS-AFTER-RECORD TO DL100-CL-AFTER-IMAGE.
038766     WRITE DL100-CHANGE-LOG-RECORD.
038767 7000-WRITE-CHANGE-LOG-EXIT.
038768     EXIT.
038769*
038770********************************************************************
038771*    7100-WRITE-BULK-CHECKPOINT - REWRITE THE APPLIED-THROUGH    *
038772*    RECORD WITH THE SEQUENCE JUST PROCESSED, SO AN ABEND ON     *
038773*    THE NEXT TRANSACTION LOSES NOTHING                          *
038774********************************************************************
038775 7100-WRITE-BULK-CHECKPOINT.
038776     IF NOT WS-BCK-AVAILABLE
038777             OR WS-TRAN-SEQ NOT > WS-BCK-LAST-WRITTEN
038778         GO TO 7100-WRITE-BULK-CHECKPOINT-EXIT
038779     END-IF.
038780     MOVE 1 TO WS-BCK-RELATIVE-KEY.
038781     MOVE SPACES TO DL100-BULK-CKPT-RECORD.
038782     MOVE WS-RUN-DATE TO DL100-BK-RUN-DATE.
038783     MOVE WS-TRAN-SEQ TO DL100-BK-LAST-SEQ.
038784     REWRITE DL100-BULK-CKPT-RECORD
038785         INVALID KEY
038786             WRITE DL100-BULK-CKPT-RECORD
038787     END-REWRITE.
038788     MOVE WS-TRAN-SEQ TO WS-BCK-LAST-WRITTEN.
038789 7100-WRITE-BULK-CHECKPOINT-EXIT.
038790     EXIT.
038791*
038792********************************************************************
038793*    8000-8800 - REGISTER PRINT PARAGRAPHS                        *
038794********************************************************************
038795 8000-PRINT-HEADINGS.
038796     ADD 1 TO WS-PAGE-NUMBER.
038800     MOVE ZERO TO WS-LINE-COUNT.
038900     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
039000     MOVE WS-PAGE-NUMBER TO HDG1-PAGE-NUMBER.
041630     ELSE
041640         IF WS-TRAN-VALID
041700             MOVE 'ACCEPTED' TO REG-DISPOSITION
041705             MOVE WS-APPLY-NOTE TO REG-REASON
041710*            A DATE ACCEPTED ON A NON-BUSINESS DAY IS FLAGGED ON
041715*            THE REGISTER AND POSTED AS A WARNING
041720             IF WS-NONBUS-WARNED
041725                 MOVE 'AWAITING APPROVAL - NOT A BUSINESS DAY'
041730                     TO REG-REASON
041735                 ADD 1 TO WS-NONBUS-WARN-COUNT
041740                 IF WS-EXC-AVAILABLE
041745                     MOVE SPACES TO DL100-EXCEPTION-RECORD
041750                     MOVE WS-TABLE-ID-KEY TO DL100-EF-TABLE-ID
041755                     MOVE WS-POSITION-KEY TO DL100-EF-POSITION
041760                     SET DL100-EF-SEV-WARNING TO TRUE
041765                     MOVE WS-NONBUS-REASON TO EXC-NONBUS-REASON
041770                     MOVE WS-EXC-NONBUS-MSG TO DL100-EF-MESSAGE
041775                     PERFORM 8900-POST-EXCEPTION
041780                         THRU 8900-POST-EXCEPTION-EXIT
041785                 END-IF
041790             END-IF
041800         ELSE
041900             MOVE 'REJECTED' TO REG-DISPOSITION
042000             MOVE WS-REJECT-REASON TO REG-REASON
044060     MOVE WS-SKIPPED-COUNT TO SUM-COUNT.
044070     WRITE REGFILE-RECORD FROM WS-SUMMARY-LINE
044080         AFTER ADVANCING 1 LINE.
044082     MOVE 'WARNED - NOT BUSINESS DAY' TO SUM-LABEL.
044084     MOVE WS-NONBUS-WARN-COUNT TO SUM-COUNT.
044086     WRITE REGFILE-RECORD FROM WS-SUMMARY-LINE
044088         AFTER ADVANCING 1 LINE.
044090     MOVE 'CROSSWALK ENTRIES APPLIED' TO SUM-LABEL.
044092     MOVE WS-XW-ACCEPTED-COUNT TO SUM-COUNT.
044094     WRITE REGFILE-RECORD FROM WS-SUMMARY-LINE
044096         AFTER ADVANCING 1 LINE.
044100 8800-PRINT-SUMMARY-EXIT.
044200     EXIT.
044300*
045000     CLOSE CTLFILE.
045100     CLOSE REGFILE.
045150     CLOSE CHGLOG.
045155     CLOSE TDFFILE.
045157     CLOSE XWFILE.
045160     IF WS-USG-AVAILABLE
045170         CLOSE USGFILE
045180     END-IF.
