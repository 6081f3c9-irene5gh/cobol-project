000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DL100SL.
000300 AUTHOR.         J RENNER.
000400 INSTALLATION.   DL100 APPLICATION - REFERENCE DATA GROUP.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700*
000800********************************************************************
000900*                                                                  *
001000*    PROGRAM      DL100SL                                         *
001100*    PURPOSE      CALLABLE BATCH LOADER FOR THE DL100 CODE        *
001200*                 TABLES FROM THE PUBLISHED SNAPSHOT.  FILLS THE  *
001300*                 CALLER'S DL100-LETTER-TABLE (DL100TB LAYOUT)    *
001400*                 FROM THE DL100SN SNAPSHOT KSDS, WHICH ALREADY   *
001500*                 HOLDS ONLY THE ENTRY IN EFFECT AT EACH          *
001600*                 TABLE/POSITION - NO EFFECTIVE-DATE SELECTION IS *
001700*                 DONE HERE.  SAME CALL AND SAME TABLE AS         *
001800*                 DL100LD, SO A CALLER SWITCHES FROM THE CONTROL  *
001900*                 FILE TO THE SNAPSHOT BY CHANGING THE PROGRAM    *
002000*                 NAME AND THE DD.                                *
002100*                                                                  *
002200*    CALL CONVENTION                                              *
002300*                 CALL 'DL100SL' USING DL100-LETTER-TABLE         *
002400*                 A MISSING OR EMPTY SNPFILE COMES BACK AS A      *
002500*                 TABLE-ID COUNT OF ZERO - THE CALLER DECIDES     *
002600*                 WHETHER THAT IS AN ERROR.  AN END DATE THAT HAS *
002700*                 PASSED SINCE THE SNAPSHOT WAS PUBLISHED IS      *
002800*                 CARRIED IN DL100-END-DATES, AS DL100LD DOES, SO *
002900*                 DL100LK ANSWERS IT RETIRED (RETURN CODE 02); A  *
003000*                 RETIREMENT STILL AHEAD LOADS AS LIVE.           *
003100*                                                                  *
003200*    MODIFICATION HISTORY                                         *
003300*    ------------------------------------------------------------ *
003400*    DATE       BY     DESCRIPTION                                *
003500*    ---------  -----  ------------------------------------------ *
003600*    2026-10-15 JMR    ORIGINAL PROGRAM                           *
003700*                                                                  *
003800********************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SNPFILE  ASSIGN TO SNPFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS DL100-SN-KEY
004700         FILE STATUS IS WS-SNPFILE-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SNPFILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DL100SN.
005500*
005600 WORKING-STORAGE SECTION.
005700 01  WS-SNPFILE-STATUS           PIC X(02) VALUE SPACES.
005800     88  WS-SNPFILE-OK               VALUE '00'.
005900 01  WS-SNPFILE-EOF-SW           PIC X(01) VALUE 'N'.
006000     88  WS-SNPFILE-EOF              VALUE 'Y'.
006100 01  WS-TABLE-SLOT-FOUND-SW      PIC X(01) VALUE 'N'.
006200     88  WS-TABLE-SLOT-FOUND         VALUE 'Y'.
006300 01  WS-TODAY-DATE               PIC 9(08).
006400 01  WS-TABLE-INDEX              PIC 9(02).
006500 01  WS-INDEX                    PIC 9(03).
006600 01  WS-SN-POSITION              PIC 9(03).
006700*
006800 LINKAGE SECTION.
006900     COPY DL100TB.
007000*
007100 PROCEDURE DIVISION USING DL100-LETTER-TABLE.
007200*
007300********************************************************************
007400*    0000-MAIN - MAINLINE                                         *
007500********************************************************************
007600 0000-MAIN.
007700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
007800     MOVE ZERO TO DL100-TABLE-ID-COUNT.
007900     PERFORM 1000-CLEAR-ONE-TABLE
008000         THRU 1000-CLEAR-ONE-TABLE-EXIT
008100         VARYING WS-TABLE-INDEX FROM 1 BY 1
008200         UNTIL WS-TABLE-INDEX > 10.
008300     MOVE 'N' TO WS-SNPFILE-EOF-SW.
008400     OPEN INPUT SNPFILE.
008500     IF WS-SNPFILE-OK
008600         PERFORM 2000-READ-SNPFILE
008700             THRU 2000-READ-SNPFILE-EXIT
008800             UNTIL WS-SNPFILE-EOF
008900         CLOSE SNPFILE
009000     END-IF.
009100     GOBACK.
009200*
009300 1000-CLEAR-ONE-TABLE.
009400     MOVE SPACES TO DL100-TABLE-ID(WS-TABLE-INDEX).
009500     MOVE ZERO TO DL100-TABLE-COUNT(WS-TABLE-INDEX).
009600     PERFORM VARYING WS-INDEX FROM 1 BY 1
009700             UNTIL WS-INDEX > 100
009800         MOVE SPACES TO DL100-LETTERS(WS-TABLE-INDEX, WS-INDEX)
009900         MOVE SPACES TO DL100-DESCS(WS-TABLE-INDEX, WS-INDEX)
010000         MOVE ZERO TO DL100-END-DATES(WS-TABLE-INDEX, WS-INDEX)
010100     END-PERFORM.
010200 1000-CLEAR-ONE-TABLE-EXIT.
010300     EXIT.
010400*
010500********************************************************************
010600*    2000-READ-SNPFILE - ONE RECORD PER PASS.  RECORDS ARRIVE IN  *
010700*    TABLE-ID/POSITION ORDER, ONE PER OCCUPIED POSITION           *
010800********************************************************************
010900 2000-READ-SNPFILE.
011000     READ SNPFILE
011100         AT END
011200             SET WS-SNPFILE-EOF TO TRUE
011300         NOT AT END
011400             PERFORM 2100-FIND-TABLE-SLOT
011500                 THRU 2100-FIND-TABLE-SLOT-EXIT
011600             IF WS-TABLE-SLOT-FOUND
011700                 PERFORM 2200-LOAD-ONE-RECORD
011800                     THRU 2200-LOAD-ONE-RECORD-EXIT
011900             END-IF
012000     END-READ.
012100 2000-READ-SNPFILE-EXIT.
012200     EXIT.
012300*
012400 2100-FIND-TABLE-SLOT.
012500     MOVE 'N' TO WS-TABLE-SLOT-FOUND-SW.
012600     PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
012700             UNTIL WS-TABLE-INDEX > DL100-TABLE-ID-COUNT
012800             OR WS-TABLE-SLOT-FOUND
012900         IF DL100-TABLE-ID(WS-TABLE-INDEX) = DL100-SN-TABLE-ID
013000             SET WS-TABLE-SLOT-FOUND TO TRUE
013100         END-IF
013200     END-PERFORM.
013300     IF WS-TABLE-SLOT-FOUND
013400         SUBTRACT 1 FROM WS-TABLE-INDEX
013500     ELSE
013600         IF DL100-TABLE-ID-COUNT < 10
013700             ADD 1 TO DL100-TABLE-ID-COUNT
013800             MOVE DL100-TABLE-ID-COUNT TO WS-TABLE-INDEX
013900             MOVE DL100-SN-TABLE-ID
014000                 TO DL100-TABLE-ID(WS-TABLE-INDEX)
014100             SET WS-TABLE-SLOT-FOUND TO TRUE
014200         END-IF
014300     END-IF.
014400 2100-FIND-TABLE-SLOT-EXIT.
014500     EXIT.
014600*
014700 2200-LOAD-ONE-RECORD.
014800     MOVE DL100-SN-POSITION TO WS-SN-POSITION.
014900     IF WS-SN-POSITION = ZERO OR WS-SN-POSITION > 100
015000         GO TO 2200-LOAD-ONE-RECORD-EXIT
015100     END-IF.
015200     MOVE DL100-SN-LETTER
015300         TO DL100-LETTERS(WS-TABLE-INDEX, WS-SN-POSITION).
015400     MOVE DL100-SN-DESC
015500         TO DL100-DESCS(WS-TABLE-INDEX, WS-SN-POSITION).
015600*    AN END DATE REACHED SINCE PUBLICATION MARKS THE ENTRY
015700*    RETIRED FOR DL100LK, EXACTLY AS DL100LD WOULD LOAD IT
015800     IF DL100-SN-END-DATE NUMERIC
015900             AND DL100-SN-END-DATE > ZERO
016000             AND DL100-SN-END-DATE NOT > WS-TODAY-DATE
016100         MOVE DL100-SN-END-DATE
016200             TO DL100-END-DATES(WS-TABLE-INDEX, WS-SN-POSITION)
016300     ELSE
016400         MOVE ZERO
016500             TO DL100-END-DATES(WS-TABLE-INDEX, WS-SN-POSITION)
016600     END-IF.
016700     IF WS-SN-POSITION > DL100-TABLE-COUNT(WS-TABLE-INDEX)
016800         MOVE WS-SN-POSITION TO DL100-TABLE-COUNT(WS-TABLE-INDEX)
016900     END-IF.
017000 2200-LOAD-ONE-RECORD-EXIT.
017100     EXIT.
017200*
017300 END PROGRAM DL100SL.
