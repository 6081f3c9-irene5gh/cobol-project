000100********************************************************************
000200*                                                                  *
000300*    COPYBOOK    DL100BH                                          *
000400*    PURPOSE     CONTROL-FILE BACKUP HEADER AND TRAILER RECORD    *
000500*                LAYOUT.  THE NIGHTLY DL100CB BACKUP OF           *
000600*                DL100.PROD.CTLFILE IS A SEQUENTIAL DATASET OF    *
000700*                120-BYTE RECORDS - THIS HEADER, EVERY DL100CT    *
000800*                RECORD IN KEY ORDER, THEN THIS TRAILER.  THE     *
000900*                HEADER CARRIES THE DATE AND TIME THE BACKUP WAS  *
001000*                TAKEN, SO DL100FR KNOWS WHICH DL100CL CHANGE-LOG *
001100*                RECORDS CAME AFTER IT; THE TRAILER CARRIES THE   *
001200*                RECORD COUNT, SO A TRUNCATED BACKUP IS NEVER     *
001300*                RESTORED.  THE TABLE-ID POSITION HOLDS           *
001400*                LOW-VALUES ON THE HEADER AND HIGH-VALUES ON THE  *
001500*                TRAILER, WHICH NO DL100CT KEY CAN.               *
001600*                                                                  *
001700*    MODIFICATION HISTORY                                         *
001800*    ------------------------------------------------------------ *
001900*    DATE       BY     DESCRIPTION                                *
002000*    ---------  -----  ------------------------------------------ *
002100*    2026-10-15 JMR    ORIGINAL COPYBOOK                          *
002200*                                                                  *
002300********************************************************************
002400 01  DL100-BACKUP-CONTROL-RECORD.
002500     05  DL100-BH-RECORD-ID          PIC X(08).
002600         88  DL100-BH-HEADER             VALUE LOW-VALUES.
002700         88  DL100-BH-TRAILER            VALUE HIGH-VALUES.
002800     05  DL100-BH-BACKUP-DATE        PIC 9(08).
002900     05  DL100-BH-BACKUP-TIME        PIC 9(08).
003000     05  DL100-BH-RECORD-COUNT       PIC 9(07).
003100     05  DL100-BH-JOB-ID             PIC X(08).
003200     05  FILLER                      PIC X(81).
