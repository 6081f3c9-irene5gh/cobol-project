001000*    PROGRAM      DL100IQ                                         *
001100*    PURPOSE      CICS READ-ONLY INQUIRY TRANSACTION (DL101)      *
001200*                 FOR THE DL100 CODE TABLES.  ANSWERS 'WHAT       *
001250*                 LETTER IS IN EFFECT AT POSITION N OF TABLE X'   *
001300*                 FROM THE DL100SN PUBLISHED SNAPSHOT WITH ONE    *
001350*                 KEYED READ.  A POSITION WITH NOTHING IN EFFECT  *
001400*                 (RETIRED, OR NEVER LIVE) IS NOT ON THE SNAPSHOT *
001450*                 AND IS ANSWERED FROM THE DL100CT CONTROL FILE   *
001500*                 WITH A BROWSE, SO A RETIRED CODE STILL SHOWS    *
001550*                 FOR HISTORY - NO UPDATE AUTHORITY IS NEEDED OR  *
001600*                 GRANTED, SO CLAIMS AND BILLING CLERKS CAN USE   *
001700*                 IT WITHOUT ACCESS TO THE DL100 MAINTENANCE      *
001800*                 TRANSACTION.                                    *
003070*    2026-09-01 JMR    RETIREMENT - A CODE PAST ITS END DATE     *
003080*                      STILL ANSWERS, FLAGGED RETIRED, SO        *
003090*                      CLERKS CAN TRANSLATE HISTORICAL RECORDS   *
003091*    2026-10-15 JMR    PUBLISHED SNAPSHOT - THE INQUIRY NOW READS *
003092*                      THE DL100SN SNAPSHOT (FILE DL100SN) BY KEY *
003093*                      AND BROWSES DL100CT ONLY WHEN THE POSITION *
003094*                      IS NOT ON IT, SO A RETIRED CODE STILL      *
003095*                      ANSWERS FOR HISTORY                        *
003100*                                                                  *
003200********************************************************************
003300 ENVIRONMENT DIVISION.
005900*    CONTROL FILE RECORD - SEE COPYBOOK DL100CT                   *
006000********************************************************************
006100     COPY DL100CT.
006110*
006120********************************************************************
006130*    PUBLISHED SNAPSHOT RECORD - SEE COPYBOOK DL100SN             *
006140********************************************************************
006150     COPY DL100SN.
006200*
006300 PROCEDURE DIVISION.
006400*
014500     EXIT.
014600*
014700********************************************************************
014800*    3000-BROWSE-FOR-LETTER - ANSWER FROM THE PUBLISHED           *
014900*    SNAPSHOT WHEN THE POSITION IS ON IT, OTHERWISE BROWSE THE    *
015000*    CONTROL FILE FOR THE LATEST ENTRY DATED ON OR BEFORE TODAY.  *
015100*    FUTURE-DATED (PENDING) ENTRIES DO NOT ANSWER THE INQUIRY     *
015200********************************************************************
015300 3000-BROWSE-FOR-LETTER.
015400     MOVE 'N' TO WS-LETTER-FOUND-SW.
015600     MOVE SPACES TO WS-FOUND-LETTER.
015650     MOVE SPACES TO WS-FOUND-DESC.
015660     MOVE ZERO TO WS-FOUND-END-DATE.
015760     PERFORM 3050-READ-SNAPSHOT
015860         THRU 3050-READ-SNAPSHOT-EXIT.
015960     IF NOT WS-LETTER-FOUND
016060         PERFORM 3200-BROWSE-CONTROL-FILE
016160             THRU 3200-BROWSE-CONTROL-FILE-EXIT
016260     END-IF.
017600     IF WS-LETTER-FOUND
017700         MOVE WS-FOUND-LETTER TO LETTERQO
017750         MOVE WS-FOUND-DESC TO DESCQO
018200     END-IF.
018300 3000-BROWSE-FOR-LETTER-EXIT.
018400     EXIT.
018401*
018402********************************************************************
018403*    3050-READ-SNAPSHOT - ONE KEYED READ OF THE SNAPSHOT.  ANY    *
018404*    MISS - NO RECORD, OR THE FILE NOT AVAILABLE - LEAVES THE     *
018405*    ANSWER TO THE CONTROL-FILE BROWSE                            *
018406********************************************************************
018407 3050-READ-SNAPSHOT.
018408     MOVE WS-TABLE-ID-KEY TO DL100-SN-TABLE-ID.
018409     MOVE WS-POSITION-KEY TO DL100-SN-POSITION.
018410     EXEC CICS READ FILE('DL100SN')
018411         INTO(DL100-SNAPSHOT-RECORD)
018412         RIDFLD(DL100-SN-KEY)
018413         RESP(WS-RESP)
018414     END-EXEC.
018415     IF WS-RESP NOT = DFHRESP(NORMAL)
018416         GO TO 3050-READ-SNAPSHOT-EXIT
018417     END-IF.
018418     MOVE DL100-SN-LETTER TO WS-FOUND-LETTER.
018419     MOVE DL100-SN-DESC TO WS-FOUND-DESC.
018420     IF DL100-SN-END-DATE NUMERIC
018421         MOVE DL100-SN-END-DATE TO WS-FOUND-END-DATE
018422     ELSE
018423         MOVE ZERO TO WS-FOUND-END-DATE
018424     END-IF.
018425     SET WS-LETTER-FOUND TO TRUE.
018426 3050-READ-SNAPSHOT-EXIT.
018427     EXIT.
018428*
018429********************************************************************
018430*    3200-BROWSE-CONTROL-FILE - BROWSE FROM THE FIRST RECORD      *
018431*    FOR THE TABLE/POSITION, KEEPING THE LATEST APPROVED ENTRY    *
018432*    DATED ON OR BEFORE TODAY                                     *
018433********************************************************************
018434 3200-BROWSE-CONTROL-FILE.
018435     MOVE WS-TABLE-ID-KEY TO DL100-CT-TABLE-ID.
018436     MOVE WS-POSITION-KEY TO DL100-CT-POSITION.
018437     MOVE ZERO TO DL100-CT-EFF-DATE.
018438     EXEC CICS STARTBR FILE('DL100CT')
018439         RIDFLD(DL100-CT-KEY)
018440         GTEQ
018441         RESP(WS-RESP)
018442     END-EXEC.
018443     IF WS-RESP NOT = DFHRESP(NORMAL)
018444         SET WS-BROWSE-DONE TO TRUE
018445     END-IF.
018446     PERFORM 3100-READ-NEXT-ENTRY
018447         THRU 3100-READ-NEXT-ENTRY-EXIT
018448         UNTIL WS-BROWSE-DONE.
018449     IF WS-RESP = DFHRESP(NORMAL)
018450             OR WS-RESP = DFHRESP(ENDFILE)
018451         EXEC CICS ENDBR FILE('DL100CT')
018452         END-EXEC
018453     END-IF.
018454 3200-BROWSE-CONTROL-FILE-EXIT.
018455     EXIT.
018500*
018600 3100-READ-NEXT-ENTRY.
018700     EXEC CICS READNEXT FILE('DL100CT')
