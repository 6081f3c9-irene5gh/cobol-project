003300*    DATE       BY     DESCRIPTION                                *
003400*    ---------  -----  ------------------------------------------ *
003500*    2026-09-01 JMR    ORIGINAL PROGRAM                           *
003510*    2026-10-15 JMR    CROSSWALK ACTIONS ON THE LOG (RECORD TYPE  *
003520*                      X) SHOW THE DL100 CODE FROM THE DL100XW    *
003530*                      IMAGES                                     *
003540*    2026-10-15 JMR    TABLE CERTIFICATIONS ON THE LOG (RECORD    *
003550*                      TYPE T, ACTION T) PRINT WITH THE CODE      *
003560*                      COLUMNS BLANK                              *
003600*                                                                  *
003700********************************************************************
003800 ENVIRONMENT DIVISION.
010100         ==DL100-CT-EFF-DATE==    BY ==WS-IM-EFF-DATE==
010200         ==DL100-CT-LETTER==      BY ==WS-IM-LETTER==
010300         ==DL100-CT-DESC==        BY ==WS-IM-DESC==.
010310*    A CROSSWALK ACTION (RECORD TYPE X) LOGS DL100XW IMAGES - THE
010320*    DL100 CODE IT TRANSLATES TO IS PICKED UP THROUGH THIS VIEW
010330 01  WS-XW-IMAGE-RECORD REDEFINES WS-IMAGE-RECORD.
010340     05  FILLER                  PIC X(34).
010350     05  WS-XI-LETTER            PIC X(03).
010360     05  FILLER                  PIC X(83).
010400*
010500********************************************************************
010600*    REPORT PRINT LINES                                           *
038500         MOVE SPACES TO DTL-BEFORE
038600     ELSE
038700         MOVE DL100-CL-BEFORE-IMAGE TO WS-IMAGE-RECORD
038720         IF DL100-CL-CROSSWALK-ENTRY
038740             MOVE WS-XI-LETTER TO DTL-BEFORE
038760         ELSE
038780             MOVE WS-IM-LETTER TO DTL-BEFORE
038800         END-IF
038900     END-IF.
039000     IF DL100-CL-AFTER-IMAGE = SPACES
039100         MOVE SPACES TO DTL-AFTER
039200     ELSE
039300         MOVE DL100-CL-AFTER-IMAGE TO WS-IMAGE-RECORD
039320         IF DL100-CL-CROSSWALK-ENTRY
039340             MOVE WS-XI-LETTER TO DTL-AFTER
039360         ELSE
039380             MOVE WS-IM-LETTER TO DTL-AFTER
039400         END-IF
039500     END-IF.
039510*    A TABLE CERTIFICATION LOGS DL100TD IMAGES - NO CODE VALUE
039520     IF DL100-CL-TABLE-DEF-ENTRY
039530         MOVE SPACES TO DTL-BEFORE
039540         MOVE SPACES TO DTL-AFTER
039550     END-IF.
039600     WRITE RPTFILE-RECORD FROM WS-DETAIL-LINE
039700         AFTER ADVANCING 1 LINE.
039800     ADD 1 TO WS-LINE-COUNT.
