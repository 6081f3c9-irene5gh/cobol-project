000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL100BD.
000300 AUTHOR.         J RENNER.
000400 INSTALLATION.   DL100 APPLICATION - REFERENCE DATA GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100BD                                         *
001100*    PURPOSE      CALLABLE BUSINESS-DAY SERVICE FOR DL100 BATCH   *
001200*                 PROGRAMS.  ANSWERS WHETHER A DATE IS A BUSINESS *
001300*                 DAY, FINDS THE NEXT BUSINESS DAY AFTER A DATE,  *
001400*                 AND COUNTS BACK A NUMBER OF BUSINESS DAYS FROM  *
001500*                 A DATE - ALL AGAINST THE MAINTAINED BUSINESS    *
001600*                 CALENDAR (DL100CA, DD CALFILE), SO NO BATCH     *
001700*                 PROGRAM CODES ITS OWN WEEKEND OR HOLIDAY RULE.  *
001800*                 THE CALENDAR IS OPENED ON THE FIRST CALL AND    *
001900*                 STAYS OPEN FOR THE REST OF THE RUN.             *
002000*                                                                  *
002100*    CALL CONVENTION  (SEE COPYBOOK DL100BP)                      *
002200*                 CALL 'DL100BD' USING DL100-BD-PARMS             *
002300*                 DL100-BD-DATE IS THE INPUT DATE (YYYYMMDD)      *
002400*                 DL100-BD-FUNCTION = 'C' - CHECK THE DATE.       *
002500*                     DL100-BD-BUSINESS-SW COMES BACK Y OR N AND  *
002600*                     DL100-BD-REASON NAMES THE WEEKEND DAY OR    *
002700*                     THE HOLIDAY WHEN IT IS N                    *
002800*                 DL100-BD-FUNCTION = 'N' - NEXT BUSINESS DAY     *
002900*                     AFTER THE DATE, IN DL100-BD-RESULT-DATE     *
003000*                 DL100-BD-FUNCTION = 'B' - THE BUSINESS DAY      *
003100*                     DL100-BD-DAYS BUSINESS DAYS BEFORE THE      *
003200*                     DATE, IN DL100-BD-RESULT-DATE               *
003300*                 DL100-BD-RETURN-CODE COMES BACK 00 (DONE),      *
003400*                     08 (BAD FUNCTION CODE OR DATE) OR 12        *
003500*                     (CALENDAR FILE COULD NOT BE OPENED OR READ) *
003600*                                                                  *
003700*    MODIFICATION HISTORY                                         *
003800*    ------------------------------------------------------------ *
003900*    DATE       BY     DESCRIPTION                                *
004000*    ---------  -----  ------------------------------------------ *
004100*    2026-10-15 JMR    ORIGINAL PROGRAM                           *
004200*                                                                  *
004300********************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CALFILE  ASSIGN TO CALFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS DL100-CA-DATE
005200         FILE STATUS IS WS-CALFILE-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CALFILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900     COPY DL100CA.
006000*
006100 WORKING-STORAGE SECTION.
006200 01  WS-CALFILE-STATUS           PIC X(02) VALUE SPACES.
006300     88  WS-CALFILE-OK               VALUE '00'.
006400     88  WS-CALFILE-NOT-FOUND        VALUE '23'.
006500 01  WS-CALFILE-OPEN-SW          PIC X(01) VALUE ' '.
006600     88  WS-CALFILE-NOT-TRIED        VALUE ' '.
006700     88  WS-CALFILE-OPEN             VALUE 'Y'.
006800     88  WS-CALFILE-FAILED           VALUE 'N'.
006900*
007000*    DATE IN HAND, ITS INTEGER DAY NUMBER AND DAY OF THE WEEK.
007100*    DAY 1 (1601-01-01) WAS A MONDAY, SO THE REMAINDER OF THE
007200*    DAY NUMBER OVER 7 IS 1 FOR MONDAY THROUGH 6 FOR SATURDAY
007300*    AND 0 FOR SUNDAY
007400 01  WS-WORK-DATE                PIC 9(08).
007500 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
007600     05  WS-WORK-YEAR            PIC 9(04).
007700     05  WS-WORK-MONTH           PIC 9(02).
007800     05  WS-WORK-DAY             PIC 9(02).
007900 01  WS-DAY-NUMBER               PIC 9(07).
008000 01  WS-WEEK-COUNT               PIC 9(07).
008100 01  WS-WEEKDAY                  PIC 9(01).
008200     88  WS-WEEKDAY-SATURDAY         VALUE 6.
008300     88  WS-WEEKDAY-SUNDAY           VALUE 0.
008310*
008320*    DAYS IN EACH MONTH, FEBRUARY TAKING 29 IN A LEAP YEAR
008330 01  WS-MONTH-LENGTHS            PIC X(24)
008340                                 VALUE '312831303130313130313031'.
008350 01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
008360     05  WS-MONTH-LENGTH         PIC 9(02) OCCURS 12 TIMES.
008370 01  WS-MONTH-DAYS               PIC 9(02).
008380 01  WS-LEAP-QUOTIENT            PIC 9(04).
008390 01  WS-LEAP-REM-4               PIC 9(03).
008391 01  WS-LEAP-REM-100             PIC 9(03).
008392 01  WS-LEAP-REM-400             PIC 9(03).
008400*
008500*    BUSINESS DAYS STILL TO COUNT BACK, AND A LIMIT ON THE DAYS
008600*    STEPPED OVER SO A CALENDAR LOADED WITH HOLIDAYS CANNOT LOOP
008700 01  WS-DAYS-LEFT                PIC 9(03).
008800 01  WS-STEP-COUNT               PIC 9(05).
008900 01  WS-STEP-LIMIT               PIC 9(05) VALUE 1500.
009000*
009100 LINKAGE SECTION.
009200     COPY DL100BP.
009300*
009400 PROCEDURE DIVISION USING DL100-BD-PARMS.
009500*
009600********************************************************************
009700*    0000-MAIN - MAINLINE                                         *
009800********************************************************************
009900 0000-MAIN.
010000     MOVE 00 TO DL100-BD-RETURN-CODE.
010100     MOVE 'N' TO DL100-BD-BUSINESS-SW.
010200     MOVE SPACES TO DL100-BD-REASON.
010300     MOVE ZERO TO DL100-BD-RESULT-DATE.
010400     IF NOT DL100-BD-CHECK-DATE AND NOT DL100-BD-NEXT-DAY
010500             AND NOT DL100-BD-BACK-DAYS
010600         MOVE 08 TO DL100-BD-RETURN-CODE
010700         GOBACK
010800     END-IF.
010900     IF DL100-BD-DATE NOT NUMERIC
011000         MOVE 08 TO DL100-BD-RETURN-CODE
011100         GOBACK
011200     END-IF.
011300     MOVE DL100-BD-DATE TO WS-WORK-DATE.
011400     IF WS-WORK-YEAR < 1601
011500             OR WS-WORK-MONTH < 01 OR WS-WORK-MONTH > 12
011600             OR WS-WORK-DAY < 01 OR WS-WORK-DAY > 31
011700         MOVE 08 TO DL100-BD-RETURN-CODE
011800         GOBACK
011900     END-IF.
011910     PERFORM 0200-SET-MONTH-DAYS
011920         THRU 0200-SET-MONTH-DAYS-EXIT.
011930     IF WS-WORK-DAY > WS-MONTH-DAYS
011940         MOVE 08 TO DL100-BD-RETURN-CODE
011950         GOBACK
011960     END-IF.
012000     COMPUTE WS-DAY-NUMBER =
012100         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
012200     IF WS-DAY-NUMBER = ZERO
012300         MOVE 08 TO DL100-BD-RETURN-CODE
012400         GOBACK
012500     END-IF.
012600     PERFORM 0100-OPEN-CALENDAR
012700         THRU 0100-OPEN-CALENDAR-EXIT.
012800     IF NOT WS-CALFILE-OPEN
012900         MOVE 12 TO DL100-BD-RETURN-CODE
013000         GOBACK
013100     END-IF.
013200     IF DL100-BD-CHECK-DATE
013300         PERFORM 1000-CHECK-ONE-DATE
013400             THRU 1000-CHECK-ONE-DATE-EXIT
013500         MOVE WS-WORK-DATE TO DL100-BD-RESULT-DATE
013600     ELSE
013700         IF DL100-BD-NEXT-DAY
013800             PERFORM 2000-NEXT-BUSINESS-DAY
013900                 THRU 2000-NEXT-BUSINESS-DAY-EXIT
014000         ELSE
014100             PERFORM 3000-BACK-BUSINESS-DAYS
014200                 THRU 3000-BACK-BUSINESS-DAYS-EXIT
014300         END-IF
014400     END-IF.
014500     GOBACK.
014600*
014700********************************************************************
014800*    0100-OPEN-CALENDAR - OPEN CALFILE ON THE FIRST CALL ONLY.  A *
014900*    FAILED OPEN IS NOT RETRIED - EVERY LATER CALL RETURNS 12     *
015000********************************************************************
015100 0100-OPEN-CALENDAR.
015200     IF NOT WS-CALFILE-NOT-TRIED
015300         GO TO 0100-OPEN-CALENDAR-EXIT
015400     END-IF.
015500     OPEN INPUT CALFILE.
015600     IF WS-CALFILE-OK
015700         SET WS-CALFILE-OPEN TO TRUE
015800     ELSE
015900         SET WS-CALFILE-FAILED TO TRUE
016000     END-IF.
016100 0100-OPEN-CALENDAR-EXIT.
016200     EXIT.
016300*
016304********************************************************************
016308*    0200-SET-MONTH-DAYS - DAYS IN WS-WORK-MONTH OF WS-WORK-YEAR, *
016312*    FEBRUARY HAVING 29 IN A LEAP YEAR                            *
016316********************************************************************
016320 0200-SET-MONTH-DAYS.
016324     MOVE WS-MONTH-LENGTH(WS-WORK-MONTH) TO WS-MONTH-DAYS.
016328     IF WS-WORK-MONTH NOT = 02
016332         GO TO 0200-SET-MONTH-DAYS-EXIT
016336     END-IF.
016340     DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
016344         REMAINDER WS-LEAP-REM-4.
016348     DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
016352         REMAINDER WS-LEAP-REM-100.
016356     DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
016360         REMAINDER WS-LEAP-REM-400.
016364     IF WS-LEAP-REM-400 = ZERO
016368             OR (WS-LEAP-REM-4 = ZERO
016372                 AND WS-LEAP-REM-100 NOT = ZERO)
016376         MOVE 29 TO WS-MONTH-DAYS
016380     END-IF.
016384 0200-SET-MONTH-DAYS-EXIT.
016388     EXIT.
016392*
016400********************************************************************
016500*    1000-CHECK-ONE-DATE - DECIDE WHETHER WS-WORK-DATE (DAY       *
016600*    NUMBER WS-DAY-NUMBER) IS A BUSINESS DAY.  A CALENDAR RECORD  *
016700*    FOR THE DATE OVERRIDES THE WEEKDAY RULE.  A READ ERROR OTHER *
016800*    THAN NOT FOUND SETS RETURN CODE 12                           *
016900********************************************************************
017000 1000-CHECK-ONE-DATE.
017100     MOVE 'N' TO DL100-BD-BUSINESS-SW.
017200     MOVE SPACES TO DL100-BD-REASON.
017300     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
017400         REMAINDER WS-WEEKDAY.
017500     MOVE WS-WORK-DATE TO DL100-CA-DATE.
017600     READ CALFILE
017700         INVALID KEY
017800             CONTINUE
017900     END-READ.
018000     IF NOT WS-CALFILE-OK AND NOT WS-CALFILE-NOT-FOUND
018100         MOVE 12 TO DL100-BD-RETURN-CODE
018200         GO TO 1000-CHECK-ONE-DATE-EXIT
018300     END-IF.
018400     IF WS-CALFILE-OK AND DL100-CA-HOLIDAY
018500         MOVE DL100-CA-DESC TO DL100-BD-REASON
018600         IF DL100-BD-REASON = SPACES
018700             MOVE 'BANK HOLIDAY' TO DL100-BD-REASON
018800         END-IF
018900         GO TO 1000-CHECK-ONE-DATE-EXIT
019000     END-IF.
019100     IF WS-CALFILE-OK AND DL100-CA-WORKDAY
019200         SET DL100-BD-BUSINESS-DAY TO TRUE
019300         GO TO 1000-CHECK-ONE-DATE-EXIT
019400     END-IF.
019500     IF WS-WEEKDAY-SATURDAY
019600         MOVE 'SATURDAY' TO DL100-BD-REASON
019700     ELSE
019800         IF WS-WEEKDAY-SUNDAY
019900             MOVE 'SUNDAY' TO DL100-BD-REASON
020000         ELSE
020100             SET DL100-BD-BUSINESS-DAY TO TRUE
020200         END-IF
020300     END-IF.
020400 1000-CHECK-ONE-DATE-EXIT.
020500     EXIT.
020600*
020700********************************************************************
020800*    2000-NEXT-BUSINESS-DAY - STEP FORWARD A DAY AT A TIME FROM   *
020900*    THE INPUT DATE UNTIL A BUSINESS DAY IS FOUND.  THE INPUT     *
021000*    DATE ITSELF IS NEVER THE ANSWER                              *
021100********************************************************************
021200 2000-NEXT-BUSINESS-DAY.
021300     MOVE ZERO TO WS-STEP-COUNT.
021400     MOVE 'N' TO DL100-BD-BUSINESS-SW.
021500     PERFORM 2100-STEP-FORWARD
021600         THRU 2100-STEP-FORWARD-EXIT
021700         UNTIL DL100-BD-BUSINESS-DAY
021800         OR NOT DL100-BD-OK.
021900     IF DL100-BD-OK
022000         MOVE WS-WORK-DATE TO DL100-BD-RESULT-DATE
022100         MOVE SPACES TO DL100-BD-REASON
022200     END-IF.
022300 2000-NEXT-BUSINESS-DAY-EXIT.
022400     EXIT.
022500*
022600 2100-STEP-FORWARD.
022700     ADD 1 TO WS-STEP-COUNT.
022800     IF WS-STEP-COUNT > WS-STEP-LIMIT
022900         MOVE 08 TO DL100-BD-RETURN-CODE
023000         GO TO 2100-STEP-FORWARD-EXIT
023100     END-IF.
023200     ADD 1 TO WS-DAY-NUMBER.
023300     COMPUTE WS-WORK-DATE =
023400         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
023500     PERFORM 1000-CHECK-ONE-DATE
023600         THRU 1000-CHECK-ONE-DATE-EXIT.
023700 2100-STEP-FORWARD-EXIT.
023800     EXIT.
023900*
024000********************************************************************
024100*    3000-BACK-BUSINESS-DAYS - STEP BACK A DAY AT A TIME FROM THE *
024200*    INPUT DATE, COUNTING EACH BUSINESS DAY PASSED, UNTIL         *
024300*    DL100-BD-DAYS HAVE BEEN COUNTED.  ZERO DAYS ANSWERS THE      *
024400*    INPUT DATE ITSELF                                            *
024500********************************************************************
024600 3000-BACK-BUSINESS-DAYS.
024700     IF DL100-BD-DAYS NOT NUMERIC
024800         MOVE 08 TO DL100-BD-RETURN-CODE
024900         GO TO 3000-BACK-BUSINESS-DAYS-EXIT
025000     END-IF.
025100     MOVE DL100-BD-DAYS TO WS-DAYS-LEFT.
025200     MOVE ZERO TO WS-STEP-COUNT.
025300     PERFORM 3100-STEP-BACK
025400         THRU 3100-STEP-BACK-EXIT
025500         UNTIL WS-DAYS-LEFT = ZERO
025600         OR NOT DL100-BD-OK.
025700     IF DL100-BD-OK
025800         MOVE WS-WORK-DATE TO DL100-BD-RESULT-DATE
025900         MOVE SPACES TO DL100-BD-REASON
026000     END-IF.
026100 3000-BACK-BUSINESS-DAYS-EXIT.
026200     EXIT.
026300*
026400 3100-STEP-BACK.
026500     ADD 1 TO WS-STEP-COUNT.
026600     IF WS-STEP-COUNT > WS-STEP-LIMIT OR WS-DAY-NUMBER NOT > 1
026700         MOVE 08 TO DL100-BD-RETURN-CODE
026800         GO TO 3100-STEP-BACK-EXIT
026900     END-IF.
027000     SUBTRACT 1 FROM WS-DAY-NUMBER.
027100     COMPUTE WS-WORK-DATE =
027200         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
027300     PERFORM 1000-CHECK-ONE-DATE
027400         THRU 1000-CHECK-ONE-DATE-EXIT.
027500     IF DL100-BD-BUSINESS-DAY
027600         SUBTRACT 1 FROM WS-DAYS-LEFT
027700     END-IF.
027800 3100-STEP-BACK-EXIT.
027900     EXIT.
028000*
028100 END PROGRAM DL100BD.
