001900*                                                                  *
002000*    PARM         YYYYMMDD - RECORDS DATED BEFORE THIS DATE       *
002100*                 ARE ARCHIVED; ON OR AFTER IT ARE RETAINED       *
002110*                 NNN - THE CUTOFF IS THE BUSINESS DAY NNN        *
002120*                 BUSINESS DAYS BEFORE TODAY ON THE DL100CA       *
002130*                 CALENDAR (DD CALFILE, THROUGH DL100BD), SO      *
002140*                 THE RETENTION PERIOD NEEDS NO DATE EDITING      *
002200*                                                                  *
002300*    MODIFICATION HISTORY                                         *
002400*    ------------------------------------------------------------ *
002500*    DATE       BY     DESCRIPTION                                *
002600*    ---------  -----  ------------------------------------------ *
002700*    2026-08-22 JMR    ORIGINAL PROGRAM                           *
002710*    2026-10-15 JMR    PARM MAY NOW BE A COUNT OF BUSINESS        *
002720*                      DAYS (NNN) INSTEAD OF A CUTOFF DATE - THE  *
002730*                      CUTOFF IS COUNTED BACK FROM TODAY ON THE   *
002740*                      DL100CA CALENDAR THROUGH DL100BD           *
002800*                                                                  *
002900********************************************************************
003000 ENVIRONMENT DIVISION.
007000*
007100 01  WS-CUTOFF-DATE              PIC 9(08).
007200 01  WS-CUTOFF-DATE-X            PIC X(08).
007210 01  WS-RETAIN-DAYS-X            PIC X(03).
007220 01  WS-RUN-DATE                 PIC 9(08).
007300 01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
007400 01  WS-ARCHIVED-COUNT           PIC 9(07) VALUE ZERO.
007500 01  WS-RETAINED-COUNT           PIC 9(07) VALUE ZERO.
007510*
007520*    BUSINESS-DAY SUBPROGRAM CALL PARAMETERS - SEE DL100BD
007530     COPY DL100BP.
007600*
007700 LINKAGE SECTION.
007800 01  LS-PARM-AREA.
009800*    1000-INITIALIZE - EDIT THE PARM CUTOFF DATE AND OPEN FILES   *
009900********************************************************************
010000 1000-INITIALIZE.
010100     IF LS-PARM-LENGTH NOT = 8 AND LS-PARM-LENGTH NOT = 3
010200         DISPLAY 'PARM MUST BE A CUTOFF YYYYMMDD OR A NUMBER OF '
010250             'BUSINESS DAYS NNN'
010300         MOVE 16 TO RETURN-CODE
010400         STOP RUN
010500     END-IF.
010600     IF LS-PARM-LENGTH = 3
010610         PERFORM 1100-BUSINESS-DAY-CUTOFF
010620             THRU 1100-BUSINESS-DAY-CUTOFF-EXIT
010630     ELSE
010640         MOVE LS-PARM-DATA(1:8) TO WS-CUTOFF-DATE-X
010650     END-IF.
010700     IF WS-CUTOFF-DATE-X NOT NUMERIC
010800         DISPLAY 'PARM CUTOFF DATE NOT NUMERIC - '
010900             WS-CUTOFF-DATE-X
013700 1000-INITIALIZE-EXIT.
013800     EXIT.
013900*
013903********************************************************************
013906*    1100-BUSINESS-DAY-CUTOFF - THE PARM IS A COUNT OF BUSINESS   *
013909*    DAYS TO RETAIN.  THE CUTOFF IS THE BUSINESS DAY THAT MANY    *
013912*    BUSINESS DAYS BEFORE TODAY ON THE DL100CA CALENDAR           *
013915********************************************************************
013918 1100-BUSINESS-DAY-CUTOFF.
013921     MOVE LS-PARM-DATA(1:3) TO WS-RETAIN-DAYS-X.
013924     IF WS-RETAIN-DAYS-X NOT NUMERIC
013927         DISPLAY 'PARM BUSINESS DAYS NOT NUMERIC - '
013930             WS-RETAIN-DAYS-X
013933         MOVE 16 TO RETURN-CODE
013936         STOP RUN
013939     END-IF.
013942     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013945     SET DL100-BD-BACK-DAYS TO TRUE.
013948     MOVE WS-RUN-DATE TO DL100-BD-DATE.
013951     MOVE WS-RETAIN-DAYS-X TO DL100-BD-DAYS.
013954     CALL 'DL100BD' USING DL100-BD-PARMS.
013957     IF NOT DL100-BD-OK
013960         DISPLAY 'BUSINESS-DAY CUTOFF NOT FOUND - DL100BD RC '
013963             DL100-BD-RETURN-CODE
013966         MOVE 16 TO RETURN-CODE
013969         STOP RUN
013972     END-IF.
013975     MOVE DL100-BD-RESULT-DATE TO WS-CUTOFF-DATE-X.
013978     DISPLAY 'DL100AP RETAINING ' WS-RETAIN-DAYS-X
013981         ' BUSINESS DAYS'.
013984 1100-BUSINESS-DAY-CUTOFF-EXIT.
013987     EXIT.
013990*
014000********************************************************************
014100*    2000-PURGE-ONE-RECORD - RUN DATE BEFORE THE CUTOFF GOES TO   *
014200*    THE ARCHIVE, ON OR AFTER IT IS RETAINED.  HEADERS AND THEIR  *
