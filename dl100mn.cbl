001760*                            MEANS LETTERS (PART OF THE KEY)      *
001800*                 FUNC     - A (ADD), C (CHANGE), D (DELETE),    *
001810*                            R (RETIRE WITH AN END DATE) OR       *
001820*                            P (APPROVE A PENDING CHANGE) OR      *
001830*                            T (CERTIFY THE WHOLE TABLE AS        *
001840*                            CORRECT - TABLE OWNER ONLY, NO       *
001850*                            POSITION NEEDED)                     *
001900*                 POSITION - TABLE POSITION, 1-100 (THE KEY) AND  *
001910*                            NO HIGHER THAN THE TABLE'S DL100TD   *
001920*                            MAXIMUM FOR AN ADD OR CHANGE         *
002000*                 LETTER   - THE CODE VALUE TO STORE (ADD/CHANGE) *
002005*                 DESC     - THE CODE DESCRIPTION (ADD/CHANGE)    *
002010*                 EFFDATE  - ACTIVATION DATE YYYYMMDD, BLANK      *
002853*                      APPROVED AND PAST ITS END DATE THE ENTRY    *
002854*                      STOPS LOADING BUT STAYS ON FILE FOR         *
002855*                      HISTORICAL LOOKUPS                          *
002856*    2026-10-15 JMR    TABLE DEFINITIONS - AN ADD OR CHANGE NOW    *
002857*                      READS THE TABLE'S DL100TD RECORD (FILE      *
002858*                      DL100TD) AND IS REFUSED WHEN THE TABLE HAS  *
002859*                      NONE.  THE POSITION IS HELD TO THE TABLE'S  *
002860*                      MAXIMUM AND THE CODE VALUE AND DESCRIPTION  *
002861*                      ARE EDITED AGAINST ITS CHARACTER CLASSES,   *
002862*                      CODE LENGTH AND MANDATORY-DESCRIPTION RULES *
002863*                      INSTEAD OF THE ONE HARDCODED CODE RULE      *
002864*    2026-10-15 JMR    TABLE RELATIONSHIPS - A DELETE OR RETIRE OF *
002865*                      A CODE THAT ACTIVE ENTRIES OF A CHILD TABLE *
002866*                      STILL POINT TO (SEE DL100RL, FILE DL100RL)  *
002867*                      IS NOW REFUSED WITH NO OVERRIDE, NAMING THE *
002868*                      FIRST CHILD TABLE AND POSITION FOUND.  THE  *
002869*                      CHILD ENTRY MUST BE RETIRED OR REPOINTED    *
002870*                      FIRST                                       *
002871*    2026-10-15 JMR    BUSINESS CALENDAR - AN ADD'S EFFECTIVE      *
002872*                      DATE AND A RETIRE'S END DATE ARE CHECKED    *
002873*                      AGAINST THE DL100CA CALENDAR (FILE          *
002874*                      DL100CA).  A NON-BUSINESS DAY IS REFUSED    *
002875*                      FOR A TABLE WHOSE DL100TD OPTION IS R,      *
002876*                      OTHERWISE THE CONFIRMATION CARRIES A        *
002877*                      WARNING.  A DATE THAT DOES NOT EXIST IS     *
002878*                      REFUSED; A CALENDAR THAT CANNOT BE READ     *
002879*                      SKIPS THE CHECK                             *
002880*    2026-10-15 JMR    RECERTIFICATION - NEW FUNC T LETS THE TABLE *
002881*                      OWNER NAMED ON THE DL100TD RECORD ATTEST    *
002882*                      THAT THE WHOLE TABLE IS CORRECT AS IT       *
002883*                      STANDS.  THE DATE AND USER ARE STAMPED ON   *
002884*                      DL100TD (NOW UPDATED ONLINE) AND THE ACTION *
002885*                      IS LOGGED TO DL100CG WITH RECORD TYPE T;    *
002886*                      ANY OTHER USER IS REFUSED                   *
002887*    2026-10-15 JMR    PUBLISHED SNAPSHOT - AN APPROVAL THAT TAKES *
002888*                      EFFECT TODAY OR EARLIER NOW REPUBLISHES THE *
002889*                      TABLE/POSITION TO THE DL100SN SNAPSHOT      *
002890*                      (FILE DL100SN) AT ONCE, WRITING, REWRITING  *
002891*                      OR REMOVING ITS RECORD.  A SNAPSHOT THAT    *
002892*                      CANNOT BE UPDATED IS NOTED ON THE           *
002893*                      CONFIRMATION AND LEFT FOR THE NIGHTLY       *
002894*                      REBUILD                                     *
002895*                                                                  *
002900********************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003828 01  WS-ABSTIME                  PIC S9(15) COMP-3.
003830 01  WS-TODAY-DATE               PIC 9(08).
003832 01  WS-EDIT-CODE-VALUE          PIC X(03).
003833 01  WS-EDIT-CODE-VALUE-R REDEFINES WS-EDIT-CODE-VALUE.
003834     05  WS-EDIT-CODE-CHAR       PIC X(01) OCCURS 3 TIMES.
003835 01  WS-CODE-CHAR-INDEX          PIC 9(01).
003836 01  WS-CODE-VALID-SW            PIC X(01) VALUE 'N'.
003837     88  WS-CODE-VALID               VALUE 'Y'.
003838 01  WS-CODE-LENGTH              PIC 9(01).
003839 01  WS-CODE-BLANK-SW            PIC X(01) VALUE 'N'.
003840     88  WS-CODE-BLANK-SEEN          VALUE 'Y'.
003841 01  WS-CODE-ERROR-MSG           PIC X(50).
003842 01  WS-TD-CODE-LENGTH           PIC 9(01).
003843 01  WS-TD-MAX-POSITION          PIC 9(03).
003844 01  WS-DESC-VALUE               PIC X(30).
003845 01  WS-USER-ID                  PIC X(08).
003846 01  WS-TIME-HHMMSS              PIC 9(06).
003874     05  WS-REL-HH               PIC 9(02).
003875     05  WS-REL-MM               PIC 9(02).
003876 01  WS-SS-RRN                   PIC S9(8) COMP VALUE 1.
003877*
003878*    TABLE-DEFINITION EDIT MESSAGES - FILLED FROM THE TABLE'S
003879*    DL100TD RECORD
003880 01  WS-MAX-POS-MSG.
003881     05  FILLER                  PIC X(31) VALUE
003882             'POSITION OVER TABLE MAXIMUM OF '.
003883     05  MSG-MAX-POSITION        PIC ZZ9.
003884 01  WS-FIXED-LEN-MSG.
003885     05  FILLER                  PIC X(21) VALUE
003886             'CODE MUST BE EXACTLY '.
003887     05  MSG-FIXED-LENGTH        PIC 9(01).
003888     05  FILLER                  PIC X(20) VALUE
003889             ' CHARACTERS - NO GAP'.
003890 01  WS-VAR-LEN-MSG.
003891     05  FILLER                  PIC X(20) VALUE
003892             'CODE MAY BE AT MOST '.
003893     05  MSG-VAR-LENGTH          PIC 9(01).
003894     05  FILLER                  PIC X(11) VALUE
003895             ' CHARACTERS'.
003896*
003897*    ACTIVE-CHILD CHECK - THE CHILD TABLES OF THE PARENT TABLE
003898*    (FROM DL100RL) AND THE ENTRY LAST READ FROM EACH OF THEM
003899 01  WS-LINK-COUNT               PIC 9(02).
003900 01  WS-LINK-INDEX               PIC 9(02).
003901 01  WS-LINK-TABLE.
003902     05  WS-LINK-ENTRY           OCCURS 20 TIMES.
003903         10  WS-LINK-CHILD-TABLE-ID  PIC X(08).
003904         10  WS-LINK-PARENT-FIELD    PIC X(01).
003905             88  WS-LINK-PARENT-IN-DESC  VALUE 'D'.
003906         10  WS-LINK-PARENT-START    PIC 9(02).
003907         10  WS-LINK-PARENT-LENGTH   PIC 9(01).
003908 01  WS-LINK-START               PIC 9(02).
003909 01  WS-LINK-LENGTH              PIC 9(01).
003910 01  WS-LINK-LAST-BYTE           PIC 9(02).
003911 01  WS-LINK-CUTOFF-DATE         PIC 9(08).
003912 01  WS-LINK-PARENT-CODE         PIC X(03).
003913 01  WS-LINK-BROWSE-SW           PIC X(01) VALUE 'N'.
003914     88  WS-LINK-BROWSE-DONE         VALUE 'Y'.
003915 01  WS-CHILD-LINKED-SW          PIC X(01) VALUE 'N'.
003916     88  WS-CHILD-LINKED             VALUE 'Y'.
003917 01  WS-HELD-CHILD-SW            PIC X(01) VALUE 'N'.
003918     88  WS-HELD-CHILD-PRESENT       VALUE 'Y'.
003919 01  WS-HELD-POSITION            PIC 9(03).
003920 01  WS-HELD-END-DATE            PIC 9(08).
003921 01  WS-HELD-CHILD-CODE          PIC X(03).
003922 01  WS-NEXT-EFF-DATE            PIC 9(08).
003923*
003924*    DL100CT ENTRY READ DURING THE CHECK - KEPT APART FROM
003925*    DL100-CONTROL-RECORD, WHICH STILL CARRIES THE REQUEST KEY
003926 01  WS-CHILD-RECORD.
003927     05  WS-CHILD-KEY.
003928         10  WS-CHILD-TABLE-ID   PIC X(08).
003929         10  WS-CHILD-POSITION   PIC 9(03).
003930         10  WS-CHILD-EFF-DATE   PIC 9(08).
003931     05  WS-CHILD-LETTER         PIC X(03).
003932     05  WS-CHILD-DESC           PIC X(30).
003933     05  WS-CHILD-APPR-STATUS    PIC X(01).
003934     05  FILLER                  PIC X(49).
003935     05  WS-CHILD-END-DATE       PIC 9(08).
003936     05  FILLER                  PIC X(10).
003937*
003938*    ACTIVE-CHILD REFUSAL MESSAGE - NAMES THE FIRST CHILD ENTRY
003939*    FOUND STILL POINTING AT THE CODE
003940 01  WS-CHILD-LINK-MSG.
003941     05  FILLER                  PIC X(23) VALUE
003942             'PARENT OF ACTIVE ENTRY '.
003943     05  MSG-CHILD-TABLE-ID      PIC X(08).
003944     05  FILLER                  PIC X(10) VALUE ' POSITION '.
003945     05  MSG-CHILD-POSITION      PIC ZZ9.
003946*
003947*    BUSINESS-DAY CHECK - THE DATE IN HAND, ITS DAY NUMBER AND
003948*    DAY OF THE WEEK (DAY 1, 1601-01-01, WAS A MONDAY, SO A
003949*    REMAINDER OVER 7 OF 6 IS SATURDAY AND 0 IS SUNDAY - THE
003950*    SAME RULE AS DL100BD), AND THE MONTH LENGTHS FOR THE EDIT
003951*    THAT THE DATE EXISTS AT ALL
003952 01  WS-BUS-DATE                 PIC 9(08).
003953 01  WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
003954     05  WS-BUS-YEAR             PIC 9(04).
003955     05  WS-BUS-MONTH            PIC 9(02).
003956     05  WS-BUS-DAY              PIC 9(02).
003957 01  WS-BUS-DAY-NUMBER           PIC 9(07).
003958 01  WS-BUS-WEEK-COUNT           PIC 9(07).
003959 01  WS-BUS-WEEKDAY              PIC 9(01).
003960     88  WS-BUS-WEEKEND              VALUE 6 0.
003961 01  WS-MONTH-LENGTHS            PIC X(24) VALUE
003962         '312831303130313130313031'.
003963 01  WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
003964     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
003965 01  WS-MONTH-DAYS               PIC 9(02).
003966 01  WS-LEAP-QUOTIENT            PIC 9(04).
003967 01  WS-LEAP-REM-4               PIC 9(03).
003968 01  WS-LEAP-REM-100             PIC 9(03).
003969 01  WS-LEAP-REM-400             PIC 9(03).
003970 01  WS-NONBUS-SW                PIC X(01) VALUE 'N'.
003971     88  WS-NONBUS-WARNED            VALUE 'Y'.
003972*
003973*    NON-BUSINESS-DAY MESSAGES - A REFUSAL FOR A TABLE WHOSE
003974*    DL100TD OPTION IS R, OTHERWISE A WARNING ADDED TO THE
003975*    CONFIRMATION OF THE ADD OR RETIRE
003976 01  WS-NONBUS-REFUSE-MSG.
003977     05  MSG-REFUSE-WHICH        PIC X(08).
003978     05  FILLER                  PIC X(01) VALUE SPACE.
003979     05  MSG-REFUSE-DATE         PIC 9999/99/99.
003980     05  FILLER                  PIC X(38) VALUE
003981             ' NOT A BUSINESS DAY - TABLE REFUSES IT'.
003982 01  WS-NONBUS-WARN-MSG.
003983     05  MSG-WARN-ACTION         PIC X(32).
003984     05  FILLER                  PIC X(11) VALUE '- WARNING: '.
003985     05  MSG-WARN-WHICH          PIC X(08).
003986     05  FILLER                  PIC X(19) VALUE
003987             ' NOT A BUSINESS DAY'.
003988*
003989*    CERTIFICATION REFUSAL MESSAGE - ONLY THE OWNER NAMED ON THE
003990*    TABLE'S DL100TD RECORD MAY ATTEST TO IT
003991 01  WS-NOT-OWNER-MSG.
003992     05  FILLER                  PIC X(35) VALUE
003993             'ONLY THE TABLE OWNER MAY CERTIFY - '.
003996     05  MSG-TABLE-OWNER         PIC X(08).
003998*
004000*    SNAPSHOT REFRESH - ONE POSITION'S DL100CT VERSIONS ARE
004002*    BROWSED INTO THE SCAN RECORD AND THE ONE IN EFFECT TODAY IS
004004*    BUILT IN DL100-SNAPSHOT-RECORD; THE COPY ON FILE IS READ
004006*    FOR UPDATE INTO ITS OWN AREA SO THE NEW IMAGE SURVIVES
004008 01  WS-SNAP-SCAN-RECORD.
004010     05  WS-SNAP-SCAN-KEY.
004012         10  WS-SNAP-SCAN-TABLE-ID
004014                                 PIC X(08).
004016         10  WS-SNAP-SCAN-POSITION
004018                                 PIC 9(03).
004020         10  WS-SNAP-SCAN-EFF-DATE
004022                                 PIC 9(08).
004024     05  WS-SNAP-SCAN-LETTER     PIC X(03).
004026     05  WS-SNAP-SCAN-DESC       PIC X(30).
004028     05  WS-SNAP-SCAN-APPR-STATUS
004030                                 PIC X(01).
004032     05  FILLER                  PIC X(49).
004034     05  WS-SNAP-SCAN-END-DATE   PIC 9(08).
004036     05  FILLER                  PIC X(10).
004038 01  WS-SNAP-ON-FILE             PIC X(80).
004040 01  WS-SNAP-BROWSE-SW           PIC X(01) VALUE 'N'.
004042     88  WS-SNAP-BROWSE-DONE         VALUE 'Y'.
004044 01  WS-SNAP-LIVE-SW             PIC X(01) VALUE 'N'.
004046     88  WS-SNAP-LIVE                VALUE 'Y'.
004048*
004050********************************************************************
004100*    SYMBOLIC MAP - SEE COPYBOOK DL100MP                          *
004200********************************************************************
004300     COPY DL100MP.
004899********************************************************************
004901     COPY DL100SS.
004902*
004903********************************************************************
004904*    TABLE-DEFINITION RECORD - SEE COPYBOOK DL100TD               *
004905********************************************************************
004906     COPY DL100TD.
004916*
004926********************************************************************
004936*    TABLE-RELATIONSHIP RECORD - SEE COPYBOOK DL100RL             *
004946********************************************************************
004956     COPY DL100RL.
004957*
004958********************************************************************
004959*    BUSINESS-CALENDAR RECORD - SEE COPYBOOK DL100CA              *
004960********************************************************************
004961     COPY DL100CA.
004966*
004971********************************************************************
004976*    PUBLISHED SNAPSHOT RECORD - SEE COPYBOOK DL100SN             *
004981********************************************************************
004986     COPY DL100SN.
004991*
005000 PROCEDURE DIVISION.
005100*
005200********************************************************************
007800********************************************************************
007900 1000-SEND-INITIAL-MAP.
008000     MOVE SPACES TO DL100M1O.
008100     MOVE 'ENTER TABLE, FUNC (A/C/D/R/P/T), POS, CODE, DESC, DATE'
008200         TO MSGO.
008300     EXEC CICS SEND MAP('DL100M1')
008400         MAPSET('DL100M')
010240             MOVE TABLEIDI TO WS-TABLE-ID-KEY
010250         END-IF
010260         MOVE WS-TABLE-ID-KEY TO TABLEIDO
010262*        A CERTIFICATION COVERS THE WHOLE TABLE AS IT STANDS
010264*        TODAY - THERE IS NO POSITION, CODE OR DATE TO EDIT
010266         IF FUNCI = 'T'
010268             MOVE ZERO TO WS-POSITION-KEY
010270             MOVE WS-TODAY-DATE TO WS-EFF-DATE-KEY
010272             SET WS-FUNCTION-VALID TO TRUE
010274             GO TO 2000-RECEIVE-AND-EDIT-EXIT
010276         END-IF
010300         IF FUNCI NOT = 'A' AND FUNCI NOT = 'C'
010400                 AND FUNCI NOT = 'D' AND FUNCI NOT = 'R'
010450                 AND FUNCI NOT = 'P'
010500             MOVE 'FUNC MUST BE A, C, D, R, P OR T' TO MSGO
010600         ELSE
010700             IF POSITIONI NOT NUMERIC
010800                 MOVE 'POSITION MUST BE NUMERIC' TO MSGO
011430                     INSPECT WS-DESC-VALUE
011440                         REPLACING ALL LOW-VALUE BY SPACE
011450                     IF FUNCI = 'A' OR FUNCI = 'C'
011452                         PERFORM 2050-READ-TABLE-DEF
011454                             THRU 2050-READ-TABLE-DEF-EXIT
011456                         IF WS-CODE-VALID
011460                             PERFORM 2100-EDIT-CODE-VALUE
011470                                 THRU 2100-EDIT-CODE-VALUE-EXIT
011475                         END-IF
011480                     END-IF
011500                     IF NOT WS-CODE-VALID
011700                         MOVE WS-CODE-ERROR-MSG TO MSGO
011800                     ELSE
011810                         IF EFFDATEI = SPACES
011820                                 OR EFFDATEI = LOW-VALUES
012488                 MOVE 'END DATE NOT A DATE' TO MSGO
012490                 MOVE 'N' TO WS-FUNCTION-VALID-SW
012492             END-IF
012493         END-IF
012494     END-IF.
012495*    AN ADD'S EFFECTIVE DATE AND A RETIRE'S END DATE ARE ALSO
012496*    CHECKED AGAINST THE BUSINESS CALENDAR
012497     IF WS-FUNCTION-VALID AND (FUNCI = 'A' OR FUNCI = 'R')
012498         PERFORM 2200-CHECK-BUSINESS-DAY
012499             THRU 2200-CHECK-BUSINESS-DAY-EXIT
012500     END-IF.
012501 2000-RECEIVE-AND-EDIT-EXIT.
012502     EXIT.
012504*
012506********************************************************************
012508*    2050-READ-TABLE-DEF - AN ADD OR CHANGE IS ONLY ACCEPTED FOR  *
012510*    A TABLE WITH A DL100TD DEFINITION, AND ONLY AT A POSITION    *
012512*    NO HIGHER THAN THE TABLE'S MAXIMUM.  A ZERO OR NON-NUMERIC   *
012514*    MAXIMUM OR CODE LENGTH IS TAKEN AS THE LIMIT OF THE LAYOUT   *
012516*    (100 POSITIONS, 3 CHARACTERS) - THE SAME RULE TEST10 USES    *
012518********************************************************************
012520 2050-READ-TABLE-DEF.
012522     MOVE WS-TABLE-ID-KEY TO DL100-TD-TABLE-ID.
012524     EXEC CICS READ FILE('DL100TD')
012526         INTO(DL100-TABLE-DEF-RECORD)
012528         RIDFLD(DL100-TD-TABLE-ID)
012530         RESP(WS-RESP)
012532     END-EXEC.
012534     IF WS-RESP NOT = DFHRESP(NORMAL)
012536         MOVE 'N' TO WS-CODE-VALID-SW
012538         IF WS-RESP = DFHRESP(NOTFND)
012540             MOVE 'TABLE HAS NO DEFINITION - CANNOT ADD OR CHANGE'
012542                 TO WS-CODE-ERROR-MSG
012544         ELSE
012546             MOVE 'TABLE DEFINITIONS UNAVAILABLE - TRY LATER'
012548                 TO WS-CODE-ERROR-MSG
012550         END-IF
012552         GO TO 2050-READ-TABLE-DEF-EXIT
012554     END-IF.
012556     IF DL100-TD-CODE-LENGTH NUMERIC
012558             AND DL100-TD-CODE-LENGTH > ZERO
012560             AND DL100-TD-CODE-LENGTH NOT > 3
012562         MOVE DL100-TD-CODE-LENGTH TO WS-TD-CODE-LENGTH
012563     ELSE
012564         MOVE 3 TO WS-TD-CODE-LENGTH
012565     END-IF.
012566     IF DL100-TD-MAX-POSITION NUMERIC
012567             AND DL100-TD-MAX-POSITION > ZERO
012568             AND DL100-TD-MAX-POSITION NOT > 100
012569         MOVE DL100-TD-MAX-POSITION TO WS-TD-MAX-POSITION
012570     ELSE
012571         MOVE 100 TO WS-TD-MAX-POSITION
012572     END-IF.
012573     IF WS-POSITION-KEY > WS-TD-MAX-POSITION
012574         MOVE 'N' TO WS-CODE-VALID-SW
012575         MOVE WS-TD-MAX-POSITION TO MSG-MAX-POSITION
012576         MOVE WS-MAX-POS-MSG TO WS-CODE-ERROR-MSG
012577     END-IF.
012578 2050-READ-TABLE-DEF-EXIT.
012579     EXIT.
012580*
012581********************************************************************
012582*    2100-EDIT-CODE-VALUE - EDIT THE CODE VALUE AND DESCRIPTION   *
012583*    AGAINST THE TABLE'S DL100TD DEFINITION - THE SAME EDIT       *
012584*    TEST10 APPLIES: FIRST CHARACTER A-Z WHEN REQUIRED, ONLY THE  *
012585*    CHARACTER CLASSES THE TABLE ALLOWS, BLANKS ONLY TRAILING     *
012586*    UNLESS ALLOWED, EXACT (FIXED) OR MAXIMUM (VARIABLE) LENGTH,  *
012587*    AND A DESCRIPTION WHEN MANDATORY.  BMS LOW-VALUE FILL IS     *
012588*    TREATED AS BLANK                                             *
012589********************************************************************
012590 2100-EDIT-CODE-VALUE.
012591     MOVE LETTERI TO WS-EDIT-CODE-VALUE.
012592     INSPECT WS-EDIT-CODE-VALUE
012593         REPLACING ALL LOW-VALUE BY SPACE.
012594     MOVE ZERO TO WS-CODE-LENGTH.
012595     MOVE 'N' TO WS-CODE-BLANK-SW.
012596     IF WS-EDIT-CODE-CHAR(1) = SPACE
012597         MOVE 'N' TO WS-CODE-VALID-SW
012598         MOVE 'CODE VALUE REQUIRED - LEFT-JUSTIFIED'
012599             TO WS-CODE-ERROR-MSG
012600         GO TO 2100-EDIT-CODE-VALUE-EXIT
012601     END-IF.
012602     IF DL100-TD-FIRST-ALPHA
012603             AND (WS-EDIT-CODE-CHAR(1) < 'A'
012604             OR WS-EDIT-CODE-CHAR(1) > 'Z')
012605         MOVE 'N' TO WS-CODE-VALID-SW
012606         MOVE 'CODE MUST START WITH A LETTER A-Z'
012607             TO WS-CODE-ERROR-MSG
012608         GO TO 2100-EDIT-CODE-VALUE-EXIT
012609     END-IF.
012610     PERFORM 2110-EDIT-CODE-CHAR
012611         THRU 2110-EDIT-CODE-CHAR-EXIT
012612         VARYING WS-CODE-CHAR-INDEX FROM 1 BY 1
012613         UNTIL WS-CODE-CHAR-INDEX > 3
012614         OR NOT WS-CODE-VALID.
012615     IF NOT WS-CODE-VALID
012616         GO TO 2100-EDIT-CODE-VALUE-EXIT
012617     END-IF.
012618     IF DL100-TD-FIXED-LENGTH
012619             AND WS-CODE-LENGTH NOT = WS-TD-CODE-LENGTH
012620         MOVE 'N' TO WS-CODE-VALID-SW
012621         MOVE WS-TD-CODE-LENGTH TO MSG-FIXED-LENGTH
012622         MOVE WS-FIXED-LEN-MSG TO WS-CODE-ERROR-MSG
012623         GO TO 2100-EDIT-CODE-VALUE-EXIT
012624     END-IF.
012625     IF WS-CODE-LENGTH > WS-TD-CODE-LENGTH
012626         MOVE 'N' TO WS-CODE-VALID-SW
012627         MOVE WS-TD-CODE-LENGTH TO MSG-VAR-LENGTH
012628         MOVE WS-VAR-LEN-MSG TO WS-CODE-ERROR-MSG
012629         GO TO 2100-EDIT-CODE-VALUE-EXIT
012630     END-IF.
012631     IF DL100-TD-DESC-REQUIRED AND WS-DESC-VALUE = SPACES
012632         MOVE 'N' TO WS-CODE-VALID-SW
012633         MOVE 'DESCRIPTION IS REQUIRED FOR THIS TABLE'
012634             TO WS-CODE-ERROR-MSG
012635     END-IF.
012636 2100-EDIT-CODE-VALUE-EXIT.
012637     EXIT.
012638*
012639 2110-EDIT-CODE-CHAR.
012640     IF WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) = SPACE
012641         IF NOT DL100-TD-BLANK-ALLOWED
012642             SET WS-CODE-BLANK-SEEN TO TRUE
012643         END-IF
012644         GO TO 2110-EDIT-CODE-CHAR-EXIT
012645     END-IF.
012646     IF WS-CODE-BLANK-SEEN
012647         MOVE 'N' TO WS-CODE-VALID-SW
012648         MOVE 'CODE MAY NOT CONTAIN EMBEDDED BLANKS'
012649             TO WS-CODE-ERROR-MSG
012650         GO TO 2110-EDIT-CODE-CHAR-EXIT
012651     END-IF.
012652     MOVE WS-CODE-CHAR-INDEX TO WS-CODE-LENGTH.
012653     IF WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) NOT < 'A'
012654             AND WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) NOT > 'Z'
012655         IF NOT DL100-TD-ALPHA-ALLOWED
012656             MOVE 'N' TO WS-CODE-VALID-SW
012657         END-IF
012658     ELSE
012659         IF WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX) NOT < '0'
012660                 AND WS-EDIT-CODE-CHAR(WS-CODE-CHAR-INDEX)
012661                     NOT > '9'
012662             IF NOT DL100-TD-NUMERIC-ALLOWED
012663                 MOVE 'N' TO WS-CODE-VALID-SW
012664             END-IF
012665         ELSE
012666             MOVE 'N' TO WS-CODE-VALID-SW
012667         END-IF
012668     END-IF.
012669     IF NOT WS-CODE-VALID
012670         MOVE 'CODE CHARACTER NOT ALLOWED FOR THIS TABLE'
012671             TO WS-CODE-ERROR-MSG
012672     END-IF.
012673 2110-EDIT-CODE-CHAR-EXIT.
012674     EXIT.
012675*
012676********************************************************************
012677*    2200-CHECK-BUSINESS-DAY - A DATE THAT IS NOT A BUSINESS DAY  *
012678*    ON THE DL100CA CALENDAR (A HOLIDAY RECORD, OR A SATURDAY OR  *
012679*    SUNDAY WITH NO WORKING-DAY RECORD) IS REFUSED WHEN THE       *
012680*    TABLE'S DL100TD OPTION IS R AND OTHERWISE FLAGGED FOR A      *
012681*    WARNING ON THE CONFIRMATION.  A CALENDAR THAT CANNOT BE READ *
012682*    SKIPS THE CHECK AND THE REQUEST PROCEEDS                     *
012683********************************************************************
012684 2200-CHECK-BUSINESS-DAY.
012685     MOVE 'N' TO WS-NONBUS-SW.
012686     IF FUNCI = 'A'
012687         MOVE WS-EFF-DATE-KEY TO WS-BUS-DATE
012688         MOVE 'EFF DATE' TO MSG-REFUSE-WHICH
012689     ELSE
012690         MOVE WS-END-DATE-KEY TO WS-BUS-DATE
012691         MOVE 'END DATE' TO MSG-REFUSE-WHICH
012692     END-IF.
012693     MOVE MSG-REFUSE-WHICH TO MSG-WARN-WHICH.
012694     PERFORM 2210-SET-MONTH-DAYS
012695         THRU 2210-SET-MONTH-DAYS-EXIT.
012696     IF WS-BUS-DAY > WS-MONTH-DAYS
012697         MOVE SPACES TO MSGO
012698         STRING MSG-REFUSE-WHICH ' NOT A DATE' DELIMITED BY SIZE
012699             INTO MSGO
012700         END-STRING
012701         MOVE 'N' TO WS-FUNCTION-VALID-SW
012702         GO TO 2200-CHECK-BUSINESS-DAY-EXIT
012703     END-IF.
012704     MOVE WS-BUS-DATE TO DL100-CA-DATE.
012705     EXEC CICS READ FILE('DL100CA')
012706         INTO(DL100-CALENDAR-RECORD)
012707         RIDFLD(DL100-CA-DATE)
012708         RESP(WS-RESP)
012709     END-EXEC.
012710     IF WS-RESP NOT = DFHRESP(NORMAL)
012711             AND WS-RESP NOT = DFHRESP(NOTFND)
012712         GO TO 2200-CHECK-BUSINESS-DAY-EXIT
012713     END-IF.
012714     IF WS-RESP = DFHRESP(NORMAL) AND DL100-CA-WORKDAY
012715         GO TO 2200-CHECK-BUSINESS-DAY-EXIT
012716     END-IF.
012717     IF WS-RESP = DFHRESP(NOTFND) OR NOT DL100-CA-HOLIDAY
012718         COMPUTE WS-BUS-DAY-NUMBER =
012719             FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
012720         DIVIDE WS-BUS-DAY-NUMBER BY 7 GIVING WS-BUS-WEEK-COUNT
012721             REMAINDER WS-BUS-WEEKDAY
012722         IF NOT WS-BUS-WEEKEND
012723             GO TO 2200-CHECK-BUSINESS-DAY-EXIT
012724         END-IF
012725     END-IF.
012726     MOVE WS-TABLE-ID-KEY TO DL100-TD-TABLE-ID.
012727     EXEC CICS READ FILE('DL100TD')
012728         INTO(DL100-TABLE-DEF-RECORD)
012729         RIDFLD(DL100-TD-TABLE-ID)
012730         RESP(WS-RESP)
012731     END-EXEC.
012732     IF WS-RESP = DFHRESP(NORMAL) AND DL100-TD-NONBUS-REFUSE
012733         MOVE WS-BUS-DATE TO MSG-REFUSE-DATE
012734         MOVE WS-NONBUS-REFUSE-MSG TO MSGO
012735         MOVE 'N' TO WS-FUNCTION-VALID-SW
012736     ELSE
012737         SET WS-NONBUS-WARNED TO TRUE
012738     END-IF.
012739 2200-CHECK-BUSINESS-DAY-EXIT.
012740     EXIT.
012741*
012742********************************************************************
012743*    2210-SET-MONTH-DAYS - DAYS IN WS-BUS-MONTH OF WS-BUS-YEAR,   *
012744*    FEBRUARY HAVING 29 IN A LEAP YEAR                            *
012745********************************************************************
012746 2210-SET-MONTH-DAYS.
012747     MOVE WS-MONTH-LENGTH(WS-BUS-MONTH) TO WS-MONTH-DAYS.
012748     IF WS-BUS-MONTH NOT = 02
012749         GO TO 2210-SET-MONTH-DAYS-EXIT
012750     END-IF.
012751     DIVIDE WS-BUS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
012752         REMAINDER WS-LEAP-REM-4.
012753     DIVIDE WS-BUS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
012754         REMAINDER WS-LEAP-REM-100.
012755     DIVIDE WS-BUS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
012756         REMAINDER WS-LEAP-REM-400.
012757     IF WS-LEAP-REM-400 = ZERO
012758             OR (WS-LEAP-REM-4 = ZERO
012759                 AND WS-LEAP-REM-100 NOT = ZERO)
012760         MOVE 29 TO WS-MONTH-DAYS
012761     END-IF.
012762 2210-SET-MONTH-DAYS-EXIT.
012763     EXIT.
012764*
012765********************************************************************
012766*    2500-CHECK-QUIESCE - REFUSE UPDATES WHILE A BATCH JOB HOLDS  *
012767*    THE CONTROL FILE (DL100SS SYSTEM-STATUS RECORD, SET AND      *
012768*    RELEASED BY DL100QS).  A STATUS FILE THAT CANNOT BE READ     *
012769*    MEANS NO HOLD IS KNOWN AND THE UPDATE PROCEEDS               *
012770********************************************************************
012771 2500-CHECK-QUIESCE.
012772     MOVE 1 TO WS-SS-RRN.
012773     EXEC CICS READ FILE('DL100SS')
012774         INTO(DL100-SYSTEM-STATUS-RECORD)
012775         RIDFLD(WS-SS-RRN)
012776         RRN
012777         RESP(WS-RESP)
012778     END-EXEC.
012779     IF WS-RESP = DFHRESP(NORMAL) AND DL100-SS-HELD
012780         MOVE DL100-SS-RELEASE-HHMM TO WS-RELEASE-HHMM
012781         MOVE WS-REL-HH TO HELD-HH
012782         MOVE WS-REL-MM TO HELD-MM
012783         MOVE WS-HELD-MSG TO MSGO
012784         MOVE 'N' TO WS-FUNCTION-VALID-SW
012785     END-IF.
012786 2500-CHECK-QUIESCE-EXIT.
012787     EXIT.
012788*
012800********************************************************************
012900*    3000-PROCESS-FUNCTION - DISPATCH TO THE ADD/CHANGE/DELETE    *
013000*    PARAGRAPH FOR THE EDITED, VALID REQUEST                      *
013100********************************************************************
013200 3000-PROCESS-FUNCTION.
013220     MOVE SPACES TO WS-AFTER-RECORD.
013250     MOVE WS-TABLE-ID-KEY TO DL100-CT-TABLE-ID.
013300     MOVE WS-POSITION-KEY TO DL100-CT-POSITION.
013350     MOVE WS-EFF-DATE-KEY TO DL100-CT-EFF-DATE.
014352                 IF FUNCI = 'R'
014354                     PERFORM 3500-RETIRE-ENTRY
014356                         THRU 3500-RETIRE-ENTRY-EXIT
014357                 ELSE
014358                     IF FUNCI = 'T'
014359                         PERFORM 3600-CERTIFY-TABLE
014360                             THRU 3600-CERTIFY-TABLE-EXIT
014361                     ELSE
014362                         PERFORM 3400-APPROVE-ENTRY
014363                             THRU 3400-APPROVE-ENTRY-EXIT
014364                     END-IF
014372                 END-IF
014380             END-IF
014400         END-IF
014500     END-IF.
014510*    AN ADD OR RETIRE APPLIED AND LOGGED FOR A NON-BUSINESS DAY
014520*    CARRIES THE WARNING ON ITS CONFIRMATION
014530     IF WS-NONBUS-WARNED AND WS-AFTER-RECORD NOT = SPACES
014540             AND WS-RESP = DFHRESP(NORMAL)
014550         MOVE MSGO TO MSG-WARN-ACTION
014560         MOVE WS-NONBUS-WARN-MSG TO MSGO
014570     END-IF.
014600 3000-PROCESS-FUNCTION-EXIT.
014700     EXIT.
014800*
019100*
019200 3300-DELETE-ENTRY.
019210*    THE RECORD IS READ FOR UPDATE FIRST SO THE CHANGE LOG CAN
019212*    CARRY ITS BEFORE IMAGE
019214*    A CODE THAT ACTIVE CHILD-TABLE ENTRIES STILL POINT TO (SEE
019216*    DL100RL) CANNOT BE DELETED AND THERE IS NO OVERRIDE - THE
019218*    CHILD ENTRIES MUST BE RETIRED OR REPOINTED FIRST.  THE CHECK
019220*    RUNS BEFORE THE RECORD IS HELD FOR UPDATE
019221     MOVE WS-TODAY-DATE TO WS-LINK-CUTOFF-DATE.
019222     PERFORM 7200-CHECK-CHILD-LINKS
019223         THRU 7200-CHECK-CHILD-LINKS-EXIT.
019224     IF WS-CHILD-LINKED
019225         MOVE WS-CHILD-LINK-MSG TO MSGO
019228         GO TO 3300-DELETE-ENTRY-EXIT
019229     END-IF.
019230     EXEC CICS READ FILE('DL100CT')
019240         INTO(DL100-CONTROL-RECORD)
019250         RIDFLD(DL100-CT-KEY)
019820         PERFORM 7000-WRITE-CHANGE-LOG
019830             THRU 7000-WRITE-CHANGE-LOG-EXIT
019900     ELSE
019905         MOVE 'DELETE FAILED - SEE FILE STATUS' TO MSGO
019910     END-IF.
019915 3300-DELETE-ENTRY-EXIT.
019920     EXIT.
019925*
019930*
019935********************************************************************
019940*    3400-APPROVE-ENTRY - RELEASE A PENDING ADD/CHANGE/DELETE.    *
019945*    THE APPROVER MUST NOT BE THE USER WHO KEYED THE CHANGE -     *
019950*    COMPLIANCE REQUIRES A SECOND PAIR OF EYES ON EVERY TABLE     *
019955*    UPDATE BEFORE THE NIGHTLY LOAD PICKS IT UP                   *
019960********************************************************************
019965 3400-APPROVE-ENTRY.
019970     EXEC CICS READ FILE('DL100CT')
019975         INTO(DL100-CONTROL-RECORD)
019980         RIDFLD(DL100-CT-KEY)
019985         UPDATE
019990         RESP(WS-RESP)
019995     END-EXEC.
020000     IF WS-RESP NOT = DFHRESP(NORMAL)
020005         MOVE 'POSITION/DATE NOT FOUND' TO MSGO
020010         GO TO 3400-APPROVE-ENTRY-EXIT
020015     END-IF.
020020     IF NOT DL100-CT-PENDING-APPR
020025         MOVE 'NOTHING PENDING AT POSITION/DATE' TO MSGO
020030         GO TO 3400-APPROVE-ENTRY-EXIT
020035     END-IF.
020040     IF DL100-CT-ENTRY-USER = WS-USER-ID
020045         MOVE 'CANNOT APPROVE YOUR OWN CHANGE' TO MSGO
020050         GO TO 3400-APPROVE-ENTRY-EXIT
020055     END-IF.
020060     MOVE DL100-CONTROL-RECORD TO WS-BEFORE-RECORD.
020065     IF DL100-CT-PEND-DELETE
020070         EXEC CICS DELETE FILE('DL100CT')
020075             RESP(WS-RESP)
020080         END-EXEC
020085         IF WS-RESP = DFHRESP(NORMAL)
020090             MOVE 'DELETE APPROVED - ENTRY REMOVED' TO MSGO
020095             MOVE SPACES TO WS-AFTER-RECORD
020100             PERFORM 7000-WRITE-CHANGE-LOG
020105                 THRU 7000-WRITE-CHANGE-LOG-EXIT
020110             IF DL100-CT-EFF-DATE NOT > WS-TODAY-DATE
020115                 PERFORM 7300-REFRESH-SNAPSHOT
020120                     THRU 7300-REFRESH-SNAPSHOT-EXIT
020125             END-IF
020130         ELSE
020135             MOVE 'APPROVE FAILED - SEE FILE STATUS' TO MSGO
020140         END-IF
020145         GO TO 3400-APPROVE-ENTRY-EXIT
020150     END-IF.
020155     IF DL100-CT-PEND-CHANGE
020160         MOVE DL100-CT-PEND-LETTER TO DL100-CT-LETTER
020165         MOVE DL100-CT-PEND-DESC TO DL100-CT-DESC
020170         MOVE SPACES TO DL100-CT-PEND-LETTER
020175         MOVE SPACES TO DL100-CT-PEND-DESC
020180     END-IF.
020185     IF DL100-CT-PEND-RETIRE
020190         MOVE DL100-CT-PEND-END-DATE TO DL100-CT-END-DATE
020195         MOVE ZERO TO DL100-CT-PEND-END-DATE
020200     END-IF.
020205     MOVE 'A' TO DL100-CT-APPR-STATUS.
020210     MOVE WS-USER-ID TO DL100-CT-APPR-USER.
020215     EXEC CICS REWRITE FILE('DL100CT')
020220         FROM(DL100-CONTROL-RECORD)
020225         RESP(WS-RESP)
020230     END-EXEC.
020235     IF WS-RESP = DFHRESP(NORMAL)
020240         MOVE 'CHANGE APPROVED - NOW LIVE' TO MSGO
020245         MOVE DL100-CONTROL-RECORD TO WS-AFTER-RECORD
020250         PERFORM 7000-WRITE-CHANGE-LOG
020255             THRU 7000-WRITE-CHANGE-LOG-EXIT
020260*        A CHANGE ALREADY IN EFFECT IS PUBLISHED NOW RATHER THAN
020265*        WAITING FOR TONIGHT'S REBUILD
020270         IF DL100-CT-EFF-DATE NOT > WS-TODAY-DATE
020275             PERFORM 7300-REFRESH-SNAPSHOT
020280                 THRU 7300-REFRESH-SNAPSHOT-EXIT
020285         END-IF
020290     ELSE
020295         MOVE 'APPROVE FAILED - SEE FILE STATUS' TO MSGO
020300     END-IF.
020305 3400-APPROVE-ENTRY-EXIT.
020310     EXIT.
020315*
020320********************************************************************
020325*    3500-RETIRE-ENTRY - PARK THE END DATE ON A LIVE ENTRY,       *
020375*    PENDING APPROVAL.  THE SAME WHERE-USED AND OVERRIDE RULES    *
020376*    AS A DELETE APPLY - RETIRING A CODE TAKES IT AWAY FROM       *
020377*    DOWNSTREAM ON ITS END DATE.  A CODE THAT ACTIVE CHILD-TABLE  *
020378*    ENTRIES POINT TO CANNOT BE RETIRED AT ALL                    *
020379********************************************************************
020380 3500-RETIRE-ENTRY.
020381*    A CHILD ENTRY STILL ACTIVE AFTER THE NEW END DATE BLOCKS
020382*    THE RETIREMENT THE SAME WAY IT BLOCKS A DELETE
020383     MOVE WS-END-DATE-KEY TO WS-LINK-CUTOFF-DATE.
020384     PERFORM 7200-CHECK-CHILD-LINKS
020385         THRU 7200-CHECK-CHILD-LINKS-EXIT.
020386     IF WS-CHILD-LINKED
020387         MOVE WS-CHILD-LINK-MSG TO MSGO
020388         GO TO 3500-RETIRE-ENTRY-EXIT
020389     END-IF.
020390     EXEC CICS READ FILE('DL100CT')
020391         INTO(DL100-CONTROL-RECORD)
020392         RIDFLD(DL100-CT-KEY)
020393         UPDATE
020394         RESP(WS-RESP)
020395     END-EXEC.
020396     IF WS-RESP NOT = DFHRESP(NORMAL)
020397         MOVE 'POSITION/DATE NOT FOUND' TO MSGO
020398         GO TO 3500-RETIRE-ENTRY-EXIT
020399     END-IF.
020400     IF DL100-CT-PEND-ADD
020401         MOVE 'ENTRY NOT YET APPROVED' TO MSGO
020402         GO TO 3500-RETIRE-ENTRY-EXIT
020403     END-IF.
020404     MOVE DL100-CONTROL-RECORD TO WS-BEFORE-RECORD.
020405     PERFORM 7100-CHECK-WHERE-USED
020406         THRU 7100-CHECK-WHERE-USED-EXIT.
020407     IF WS-CODE-IN-USE AND OVRDI NOT = 'Y'
020408         MOVE WS-IN-USE-MSG TO MSGO
020409         GO TO 3500-RETIRE-ENTRY-EXIT
020410     END-IF.
020411     SET DL100-CT-PEND-RETIRE TO TRUE.
020412     MOVE WS-END-DATE-KEY TO DL100-CT-PEND-END-DATE.
020413     MOVE WS-USER-ID TO DL100-CT-ENTRY-USER.
020414     MOVE SPACES TO DL100-CT-APPR-USER.
020415     EXEC CICS REWRITE FILE('DL100CT')
020416         FROM(DL100-CONTROL-RECORD)
020417         RESP(WS-RESP)
020418     END-EXEC.
020419     IF WS-RESP = DFHRESP(NORMAL)
020420         MOVE 'RETIRE PENDING APPROVAL' TO MSGO
020421         MOVE DL100-CONTROL-RECORD TO WS-AFTER-RECORD
020422         PERFORM 7000-WRITE-CHANGE-LOG
020423             THRU 7000-WRITE-CHANGE-LOG-EXIT
020424     ELSE
020425         MOVE 'RETIRE FAILED - SEE FILE STATUS' TO MSGO
020426     END-IF.
020427 3500-RETIRE-ENTRY-EXIT.
020428     EXIT.
020429*
020430********************************************************************
020431*    3600-CERTIFY-TABLE - THE TABLE OWNER ATTESTS THAT THE TABLE  *
020432*    IS CORRECT AS IT STANDS.  THE DATE AND USER ARE STAMPED ON   *
020433*    THE DL100TD RECORD (READ FOR UPDATE) AND THE ACTION IS       *
020434*    LOGGED LIKE ANY OTHER, WITH THE DL100TD RECORD AS THE BEFORE *
020435*    AND AFTER IMAGES.  NO APPROVAL STEP - NOTHING IN THE TABLE   *
020436*    ITSELF CHANGES                                               *
020437********************************************************************
020438 3600-CERTIFY-TABLE.
020439     MOVE WS-TABLE-ID-KEY TO DL100-TD-TABLE-ID.
020440     EXEC CICS READ FILE('DL100TD')
020441         INTO(DL100-TABLE-DEF-RECORD)
020442         RIDFLD(DL100-TD-TABLE-ID)
020443         UPDATE
020444         RESP(WS-RESP)
020445     END-EXEC.
020446     IF WS-RESP NOT = DFHRESP(NORMAL)
020447         IF WS-RESP = DFHRESP(NOTFND)
020448             MOVE 'TABLE HAS NO DEFINITION - CANNOT CERTIFY'
020449                 TO MSGO
020450         ELSE
020451             MOVE 'TABLE DEFINITIONS UNAVAILABLE - TRY LATER'
020452                 TO MSGO
020453         END-IF
020454         GO TO 3600-CERTIFY-TABLE-EXIT
020455     END-IF.
020456     IF DL100-TD-OWNER NOT = WS-USER-ID
020457         MOVE DL100-TD-OWNER TO MSG-TABLE-OWNER
020458         MOVE WS-NOT-OWNER-MSG TO MSGO
020459         GO TO 3600-CERTIFY-TABLE-EXIT
020460     END-IF.
020461     MOVE DL100-TABLE-DEF-RECORD TO WS-BEFORE-RECORD.
020462     MOVE WS-TODAY-DATE TO DL100-TD-LAST-CERT-DATE.
020463     MOVE WS-USER-ID TO DL100-TD-LAST-CERT-USER.
020464     EXEC CICS REWRITE FILE('DL100TD')
020465         FROM(DL100-TABLE-DEF-RECORD)
020466         RESP(WS-RESP)
020467     END-EXEC.
020468     IF WS-RESP = DFHRESP(NORMAL)
020469         MOVE 'TABLE CERTIFIED AS CORRECT' TO MSGO
020470         MOVE DL100-TABLE-DEF-RECORD TO WS-AFTER-RECORD
020471         PERFORM 7000-WRITE-CHANGE-LOG
020472             THRU 7000-WRITE-CHANGE-LOG-EXIT
020473     ELSE
020474         MOVE 'CERTIFY FAILED - SEE FILE STATUS' TO MSGO
020475     END-IF.
020476 3600-CERTIFY-TABLE-EXIT.
020477     EXIT.
020478*
020479********************************************************************
020480*    7000-WRITE-CHANGE-LOG - STAMP AND WRITE ONE DL100CL RECORD  *
020481*    FOR THE FUNCTION JUST APPLIED.  A LOG WRITE FAILURE DOES     *
020482*    NOT BACK THE UPDATE OUT, BUT THE OPERATOR IS TOLD SO IT CAN  *
020483*    BE REPORTED                                                  *
020484********************************************************************
020485 7000-WRITE-CHANGE-LOG.
020486     MOVE SPACES TO DL100-CHANGE-LOG-RECORD.
020487     MOVE WS-TODAY-DATE TO DL100-CL-LOG-DATE.
020488     MOVE WS-LOG-TIME TO DL100-CL-LOG-TIME.
020489     MOVE WS-USER-ID TO DL100-CL-USER-ID.
020490     MOVE EIBTRMID TO DL100-CL-TERM-ID.
020491     MOVE FUNCI TO DL100-CL-ACTION.
020492     MOVE WS-TABLE-ID-KEY TO DL100-CL-TABLE-ID.
020493     MOVE WS-POSITION-KEY TO DL100-CL-POSITION.
020494     MOVE WS-EFF-DATE-KEY TO DL100-CL-EFF-DATE.
020495     MOVE WS-BEFORE-RECORD TO DL100-CL-BEFORE-IMAGE.
020496     MOVE WS-AFTER-RECORD TO DL100-CL-AFTER-IMAGE.
020497     IF FUNCI = 'T'
020498         SET DL100-CL-TABLE-DEF-ENTRY TO TRUE
020499     END-IF.
020500     EXEC CICS WRITE FILE('DL100CG')
020501         FROM(DL100-CHANGE-LOG-RECORD)
020502         RIDFLD(DL100-CL-KEY)
020503         RESP(WS-RESP)
020504     END-EXEC.
020505     IF WS-RESP NOT = DFHRESP(NORMAL)
020506         MOVE 'UPDATE APPLIED - CHANGE LOG WRITE FAILED'
020507             TO MSGO
020508     END-IF.
020509 7000-WRITE-CHANGE-LOG-EXIT.
020510     EXIT.
020511*
020512********************************************************************
020513*    7100-CHECK-WHERE-USED - LOOK THE LIVE CODE VALUE UP IN THE  *
020514*    DOWNSTREAM USAGE FEED FILE.  A HIT FILLS THE IN-USE MESSAGE *
020515*    WITH THE LAST-USED DATE AND SOURCE SYSTEM.  A FEED FILE     *
020516*    THAT IS CLOSED OR UNDEFINED MEANS NO CHECK CAN BE MADE AND  *
020517*    THE REQUEST PROCEEDS                                        *
020518********************************************************************
020519 7100-CHECK-WHERE-USED.
020520     MOVE 'N' TO WS-CODE-IN-USE-SW.
020521     MOVE WS-TABLE-ID-KEY TO DL100-US-TABLE-ID.
020522     MOVE DL100-CT-LETTER TO DL100-US-LETTER.
020523     EXEC CICS READ FILE('DL100US')
020524         INTO(DL100-USAGE-RECORD)
020525         RIDFLD(DL100-US-KEY)
020526         RESP(WS-RESP)
020527     END-EXEC.
020528     IF WS-RESP = DFHRESP(NORMAL)
020529         SET WS-CODE-IN-USE TO TRUE
020530         MOVE DL100-US-LAST-DATE TO MSG-LAST-DATE
020531         MOVE DL100-US-SOURCE TO MSG-SOURCE
020532     END-IF.
020533 7100-CHECK-WHERE-USED-EXIT.
020534     EXIT.
020535*
020536********************************************************************
020537*    7200-CHECK-CHILD-LINKS - REFUSE TO TAKE A PARENT CODE AWAY   *
020538*    WHILE A CHILD TABLE STILL USES IT.  THE RELATIONSHIPS OF THE *
020539*    PARENT TABLE ARE BROWSED FROM DL100RL, THEN EACH CHILD TABLE *
020540*    IS BROWSED ON DL100CT FOR AN ENTRY THAT IS STILL IN EFFECT   *
020541*    AFTER THE CUTOFF DATE (TODAY FOR A DELETE, THE NEW END DATE  *
020542*    FOR A RETIRE) AND CARRIES THE CODE.  A PENDING ADD OF THE    *
020543*    PARENT NEVER WENT LIVE AND IS NOT CHECKED.  AS WITH THE      *
020544*    WHERE-USED CHECK, A FILE THAT IS CLOSED OR UNDEFINED MEANS   *
020545*    NO CHECK CAN BE MADE AND THE REQUEST PROCEEDS                *
020546********************************************************************
020547 7200-CHECK-CHILD-LINKS.
020548     MOVE 'N' TO WS-CHILD-LINKED-SW.
020549     MOVE DL100-CT-KEY TO WS-CHILD-KEY.
020550     EXEC CICS READ FILE('DL100CT')
020551         INTO(WS-CHILD-RECORD)
020552         RIDFLD(WS-CHILD-KEY)
020553         RESP(WS-RESP)
020554     END-EXEC.
020555     IF WS-RESP NOT = DFHRESP(NORMAL)
020556         GO TO 7200-CHECK-CHILD-LINKS-EXIT
020557     END-IF.
020558     IF WS-CHILD-APPR-STATUS = 'P'
020559         GO TO 7200-CHECK-CHILD-LINKS-EXIT
020560     END-IF.
020561     MOVE WS-CHILD-LETTER TO WS-LINK-PARENT-CODE.
020562     MOVE ZERO TO WS-LINK-COUNT.
020563     MOVE WS-TABLE-ID-KEY TO DL100-RL-PARENT-TABLE-ID.
020564     MOVE LOW-VALUES TO DL100-RL-CHILD-TABLE-ID.
020565     EXEC CICS STARTBR FILE('DL100RL')
020566         RIDFLD(DL100-RL-KEY)
020567         GTEQ
020568         RESP(WS-RESP)
020569     END-EXEC.
020570     IF WS-RESP NOT = DFHRESP(NORMAL)
020571         GO TO 7200-CHECK-CHILD-LINKS-EXIT
020572     END-IF.
020573     MOVE 'N' TO WS-LINK-BROWSE-SW.
020574     PERFORM 7210-READ-CHILD-LINK
020575         THRU 7210-READ-CHILD-LINK-EXIT
020576         UNTIL WS-LINK-BROWSE-DONE.
020577     EXEC CICS ENDBR FILE('DL100RL')
020578         RESP(WS-RESP)
020579     END-EXEC.
020580     PERFORM 7220-SCAN-CHILD-TABLE
020581         THRU 7220-SCAN-CHILD-TABLE-EXIT
020582         VARYING WS-LINK-INDEX FROM 1 BY 1
020583         UNTIL WS-LINK-INDEX > WS-LINK-COUNT
020584             OR WS-CHILD-LINKED.
020585 7200-CHECK-CHILD-LINKS-EXIT.
020586     EXIT.
020587*
020588********************************************************************
020589*    7210-READ-CHILD-LINK - TAKE THE NEXT RELATIONSHIP OF THE     *
020590*    PARENT TABLE.  A MALFORMED RECORD IS PASSED OVER HERE -      *
020591*    TEST10 LISTS IT WHEN IT LOADS THE RELATIONSHIPS              *
020592********************************************************************
020593 7210-READ-CHILD-LINK.
020594     EXEC CICS READNEXT FILE('DL100RL')
020595         INTO(DL100-RELATIONSHIP-RECORD)
020596         RIDFLD(DL100-RL-KEY)
020597         RESP(WS-RESP)
020796     END-EXEC.
020797     IF WS-RESP NOT = DFHRESP(NORMAL)
020798             OR DL100-RL-PARENT-TABLE-ID NOT = WS-TABLE-ID-KEY
020799         SET WS-LINK-BROWSE-DONE TO TRUE
020800         GO TO 7210-READ-CHILD-LINK-EXIT
020801     END-IF.
020802     IF DL100-RL-PARENT-START NOT NUMERIC
020897             OR DL100-RL-PARENT-LENGTH NOT NUMERIC
020898             OR DL100-RL-PARENT-START = ZERO
020899             OR DL100-RL-PARENT-LENGTH = ZERO
020900             OR DL100-RL-PARENT-LENGTH > 3
020901         GO TO 7210-READ-CHILD-LINK-EXIT
020902     END-IF.
020903     COMPUTE WS-LINK-LAST-BYTE = DL100-RL-PARENT-START
020904         + DL100-RL-PARENT-LENGTH - 1.
020905     IF DL100-RL-PARENT-IN-DESC
020906         IF WS-LINK-LAST-BYTE > 30
020907             GO TO 7210-READ-CHILD-LINK-EXIT
020908         END-IF
020909     ELSE
020910         IF WS-LINK-LAST-BYTE > 3
020911                 OR NOT DL100-RL-PARENT-IN-CODE
020912             GO TO 7210-READ-CHILD-LINK-EXIT
020913         END-IF
020914     END-IF.
020915     IF WS-LINK-COUNT NOT < 20
020916         SET WS-LINK-BROWSE-DONE TO TRUE
020917         GO TO 7210-READ-CHILD-LINK-EXIT
020918     END-IF.
020919     ADD 1 TO WS-LINK-COUNT.
020920     MOVE DL100-RL-CHILD-TABLE-ID
020921         TO WS-LINK-CHILD-TABLE-ID(WS-LINK-COUNT).
020922     MOVE DL100-RL-PARENT-FIELD
020923         TO WS-LINK-PARENT-FIELD(WS-LINK-COUNT).
020924     MOVE DL100-RL-PARENT-START
020925         TO WS-LINK-PARENT-START(WS-LINK-COUNT).
020926     MOVE DL100-RL-PARENT-LENGTH
020927         TO WS-LINK-PARENT-LENGTH(WS-LINK-COUNT).
020928 7210-READ-CHILD-LINK-EXIT.
020929     EXIT.
020930*
020931********************************************************************
020932*    7220-SCAN-CHILD-TABLE - BROWSE EVERY ENTRY OF ONE CHILD      *
020933*    TABLE.  A POSITION'S VERSIONS COME BACK IN EFFECTIVE-DATE    *
020934*    ORDER, SO EACH ONE IS HELD UNTIL THE NEXT IS SEEN - A        *
020935*    VERSION REPLACED ON OR BEFORE THE CUTOFF DATE DOES NOT COUNT *
020936********************************************************************
020937 7220-SCAN-CHILD-TABLE.
020938     MOVE 'N' TO WS-HELD-CHILD-SW.
020939     MOVE WS-LINK-PARENT-START(WS-LINK-INDEX) TO WS-LINK-START.
020940     MOVE WS-LINK-PARENT-LENGTH(WS-LINK-INDEX) TO WS-LINK-LENGTH.
020941     MOVE WS-LINK-CHILD-TABLE-ID(WS-LINK-INDEX)
020942         TO WS-CHILD-TABLE-ID.
020943     MOVE ZERO TO WS-CHILD-POSITION.
020944     MOVE ZERO TO WS-CHILD-EFF-DATE.
020945     EXEC CICS STARTBR FILE('DL100CT')
020946         RIDFLD(WS-CHILD-KEY)
020947         GTEQ
020948         RESP(WS-RESP)
020949     END-EXEC.
020950     IF WS-RESP NOT = DFHRESP(NORMAL)
020951         GO TO 7220-SCAN-CHILD-TABLE-EXIT
020952     END-IF.
020953     MOVE 'N' TO WS-LINK-BROWSE-SW.
020954     PERFORM 7230-READ-CHILD-ENTRY
020955         THRU 7230-READ-CHILD-ENTRY-EXIT
020956         UNTIL WS-LINK-BROWSE-DONE.
020957     EXEC CICS ENDBR FILE('DL100CT')
020958         RESP(WS-RESP)
020959     END-EXEC.
020960     IF NOT WS-CHILD-LINKED
020961         MOVE ZERO TO WS-NEXT-EFF-DATE
020962         PERFORM 7240-TEST-HELD-CHILD
020963             THRU 7240-TEST-HELD-CHILD-EXIT
020964     END-IF.
020965 7220-SCAN-CHILD-TABLE-EXIT.
020966     EXIT.
020967*
020968********************************************************************
020969*    7230-READ-CHILD-ENTRY - TAKE THE NEXT CHILD ENTRY, TEST THE  *
020970*    ONE HELD BEFORE IT AND HOLD THIS ONE.  A PENDING ADD HAS     *
020971*    NEVER GONE LIVE AND IS PASSED OVER                           *
020972********************************************************************
020973 7230-READ-CHILD-ENTRY.
020974     EXEC CICS READNEXT FILE('DL100CT')
020975         INTO(WS-CHILD-RECORD)
020976         RIDFLD(WS-CHILD-KEY)
020977         RESP(WS-RESP)
020978     END-EXEC.
020979     IF WS-RESP NOT = DFHRESP(NORMAL)
020980             OR WS-CHILD-TABLE-ID NOT =
020981                 WS-LINK-CHILD-TABLE-ID(WS-LINK-INDEX)
020982         SET WS-LINK-BROWSE-DONE TO TRUE
020983         GO TO 7230-READ-CHILD-ENTRY-EXIT
020984     END-IF.
020985     IF WS-CHILD-APPR-STATUS = 'P'
020986         GO TO 7230-READ-CHILD-ENTRY-EXIT
020987     END-IF.
020988     IF WS-HELD-CHILD-PRESENT
020989         IF WS-CHILD-POSITION = WS-HELD-POSITION
020990             MOVE WS-CHILD-EFF-DATE TO WS-NEXT-EFF-DATE
020991         ELSE
020992             MOVE ZERO TO WS-NEXT-EFF-DATE
020993         END-IF
020994         PERFORM 7240-TEST-HELD-CHILD
020995             THRU 7240-TEST-HELD-CHILD-EXIT
020996     END-IF.
020997     IF WS-CHILD-LINKED
020998         SET WS-LINK-BROWSE-DONE TO TRUE
020999         GO TO 7230-READ-CHILD-ENTRY-EXIT
021000     END-IF.
021001     SET WS-HELD-CHILD-PRESENT TO TRUE.
021002     MOVE WS-CHILD-POSITION TO WS-HELD-POSITION.
021003     MOVE WS-CHILD-END-DATE TO WS-HELD-END-DATE.
021004     MOVE SPACES TO WS-HELD-CHILD-CODE.
021005     IF WS-LINK-PARENT-IN-DESC(WS-LINK-INDEX)
021006         MOVE WS-CHILD-DESC(WS-LINK-START:WS-LINK-LENGTH)
021007             TO WS-HELD-CHILD-CODE
021008     ELSE
021009         MOVE WS-CHILD-LETTER(WS-LINK-START:WS-LINK-LENGTH)
021010             TO WS-HELD-CHILD-CODE
021011     END-IF.
021012 7230-READ-CHILD-ENTRY-EXIT.
021013     EXIT.
021014*
021015********************************************************************
021016*    7240-TEST-HELD-CHILD - THE HELD CHILD ENTRY BLOCKS THE       *
021017*    REQUEST WHEN IT IS NOT REPLACED OR ENDED BY THE CUTOFF DATE  *
021018*    AND CARRIES THE PARENT CODE                                  *
021019********************************************************************
021020 7240-TEST-HELD-CHILD.
021021     IF NOT WS-HELD-CHILD-PRESENT
021022         GO TO 7240-TEST-HELD-CHILD-EXIT
021023     END-IF.
021024     IF WS-NEXT-EFF-DATE NOT = ZERO
021025             AND WS-NEXT-EFF-DATE NOT > WS-LINK-CUTOFF-DATE
021026         GO TO 7240-TEST-HELD-CHILD-EXIT
021027     END-IF.
021028     IF WS-HELD-END-DATE NUMERIC
021029             AND WS-HELD-END-DATE NOT = ZERO
021030             AND WS-HELD-END-DATE NOT > WS-LINK-CUTOFF-DATE
021031         GO TO 7240-TEST-HELD-CHILD-EXIT
021032     END-IF.
021033     IF WS-HELD-CHILD-CODE NOT = WS-LINK-PARENT-CODE
021034         GO TO 7240-TEST-HELD-CHILD-EXIT
021035     END-IF.
021036     SET WS-CHILD-LINKED TO TRUE.
021037     MOVE WS-LINK-CHILD-TABLE-ID(WS-LINK-INDEX)
021038         TO MSG-CHILD-TABLE-ID.
021039     MOVE WS-HELD-POSITION TO MSG-CHILD-POSITION.
021040 7240-TEST-HELD-CHILD-EXIT.
021041     EXIT.
021042*
021043********************************************************************
021044*    7300-REFRESH-SNAPSHOT - REPUBLISH ONE TABLE/POSITION TO      *
021045*    THE DL100SN SNAPSHOT AFTER AN APPROVAL THAT TAKES EFFECT     *
021046*    TODAY, USING THE SAME RULES AS THE NIGHTLY TEST10 REBUILD:   *
021047*    THE LATEST APPROVED VERSION EFFECTIVE BY TODAY, UNLESS ITS   *
021048*    END DATE HAS BEEN REACHED.  NOTHING IN EFFECT REMOVES THE    *
021049*    SNAPSHOT RECORD.  THE APPROVAL ITSELF STANDS EVEN IF THE     *
021050*    SNAPSHOT CANNOT BE UPDATED - TONIGHT'S REBUILD CATCHES UP    *
021051********************************************************************
021052 7300-REFRESH-SNAPSHOT.
021053     MOVE 'N' TO WS-SNAP-LIVE-SW.
021054     MOVE SPACES TO DL100-SNAPSHOT-RECORD.
021055     MOVE DL100-CT-TABLE-ID TO DL100-SN-TABLE-ID.
021056     MOVE DL100-CT-POSITION TO DL100-SN-POSITION.
021057     MOVE DL100-CT-TABLE-ID TO WS-SNAP-SCAN-TABLE-ID.
021058     MOVE DL100-CT-POSITION TO WS-SNAP-SCAN-POSITION.
021059     MOVE ZERO TO WS-SNAP-SCAN-EFF-DATE.
021060     EXEC CICS STARTBR FILE('DL100CT')
021061         RIDFLD(WS-SNAP-SCAN-KEY)
021062         GTEQ
021063         RESP(WS-RESP)
021064     END-EXEC.
021065     IF WS-RESP = DFHRESP(NORMAL)
021066         MOVE 'N' TO WS-SNAP-BROWSE-SW
021067         PERFORM 7310-READ-SNAP-VERSION
021068             THRU 7310-READ-SNAP-VERSION-EXIT
021069             UNTIL WS-SNAP-BROWSE-DONE
021070         EXEC CICS ENDBR FILE('DL100CT')
021071             RESP(WS-RESP)
021072         END-EXEC
021073     ELSE
021074         IF WS-RESP NOT = DFHRESP(NOTFND)
021075             MOVE 'APPROVED - SNAPSHOT NOT REFRESHED' TO MSGO
021076             GO TO 7300-REFRESH-SNAPSHOT-EXIT
021077         END-IF
021078     END-IF.
021079     MOVE WS-TODAY-DATE TO DL100-SN-PUB-DATE.
021080     SET DL100-SN-PUB-APPROVAL TO TRUE.
021081     EXEC CICS READ FILE('DL100SN')
021082         INTO(WS-SNAP-ON-FILE)
021083         RIDFLD(DL100-SN-KEY)
021084         UPDATE
021085         RESP(WS-RESP)
021086     END-EXEC.
021087     IF WS-RESP = DFHRESP(NORMAL)
021088         IF WS-SNAP-LIVE
021089             EXEC CICS REWRITE FILE('DL100SN')
021090                 FROM(DL100-SNAPSHOT-RECORD)
021091                 RESP(WS-RESP)
021092             END-EXEC
021093         ELSE
021094             EXEC CICS DELETE FILE('DL100SN')
021095                 RESP(WS-RESP)
021096             END-EXEC
021097         END-IF
021098     ELSE
021099         IF WS-RESP = DFHRESP(NOTFND)
021100             IF WS-SNAP-LIVE
021101                 EXEC CICS WRITE FILE('DL100SN')
021102                     FROM(DL100-SNAPSHOT-RECORD)
021103                     RIDFLD(DL100-SN-KEY)
021104                     RESP(WS-RESP)
021105                 END-EXEC
021106             ELSE
021107                 GO TO 7300-REFRESH-SNAPSHOT-EXIT
021108             END-IF
021109         END-IF
021110     END-IF.
021111     IF WS-RESP NOT = DFHRESP(NORMAL)
021112         MOVE 'APPROVED - SNAPSHOT NOT REFRESHED' TO MSGO
021113     END-IF.
021114 7300-REFRESH-SNAPSHOT-EXIT.
021115     EXIT.
021116*
021117********************************************************************
021118*    7310-READ-SNAP-VERSION - TAKE THE NEXT VERSION OF THE        *
021119*    POSITION.  VERSIONS COME BACK IN EFFECTIVE-DATE ORDER, SO    *
021120*    THE LAST ONE TAKEN BEFORE THE BROWSE ENDS IS THE ONE IN      *
021121*    EFFECT.  A PENDING ADD HAS NEVER GONE LIVE AND IS PASSED     *
021122*    OVER; A VERSION PAST ITS END DATE RETIRES THE POSITION       *
021123********************************************************************
021124 7310-READ-SNAP-VERSION.
021125     EXEC CICS READNEXT FILE('DL100CT')
021126         INTO(WS-SNAP-SCAN-RECORD)
021127         RIDFLD(WS-SNAP-SCAN-KEY)
021128         RESP(WS-RESP)
021129     END-EXEC.
021130     IF WS-RESP NOT = DFHRESP(NORMAL)
021131             OR WS-SNAP-SCAN-TABLE-ID NOT = DL100-SN-TABLE-ID
021132             OR WS-SNAP-SCAN-POSITION NOT = DL100-SN-POSITION
021133             OR WS-SNAP-SCAN-EFF-DATE > WS-TODAY-DATE
021134         SET WS-SNAP-BROWSE-DONE TO TRUE
021135         GO TO 7310-READ-SNAP-VERSION-EXIT
021136     END-IF.
021137     IF WS-SNAP-SCAN-APPR-STATUS = 'P'
021138         GO TO 7310-READ-SNAP-VERSION-EXIT
021139     END-IF.
021140     IF WS-SNAP-SCAN-END-DATE NUMERIC
021141             AND WS-SNAP-SCAN-END-DATE NOT = ZERO
021142             AND WS-SNAP-SCAN-END-DATE NOT > WS-TODAY-DATE
021143         MOVE 'N' TO WS-SNAP-LIVE-SW
021144         GO TO 7310-READ-SNAP-VERSION-EXIT
021145     END-IF.
021146     SET WS-SNAP-LIVE TO TRUE.
021147     MOVE WS-SNAP-SCAN-LETTER TO DL100-SN-LETTER.
021148     MOVE WS-SNAP-SCAN-DESC TO DL100-SN-DESC.
021149     MOVE WS-SNAP-SCAN-END-DATE TO DL100-SN-END-DATE.
021150 7310-READ-SNAP-VERSION-EXIT.
021151     EXIT.
021152*
021153********************************************************************
021154*    8000-SEND-RESULT-MAP - RE-DISPLAY THE SCREEN WITH THE        *
021155*    RESULT/ERROR MESSAGE, READY FOR THE NEXT REQUEST             *
021200********************************************************************
021300 8000-SEND-RESULT-MAP.
021400     EXEC CICS SEND MAP('DL100M1')
