001498*                      RETIRES THE ENTRY AT THE KEYED TABLE/      *
001499*                      POSITION/EFF DATE AS OF THE END DATE,      *
001501*                      SUBJECT TO THE SAME TWO-PERSON APPROVAL    *
001503*    2026-10-15 JMR    RECORD TYPE CARVED FROM FILLER - X MAKES   *
001504*                      THE TRANSACTION A DL100XW CROSSWALK ENTRY  *
001505*                      KEYED BY SYSTEM, EXTERNAL CODE (IN PLACE   *
001506*                      OF THE DESCRIPTION) AND EFF DATE, WITH     *
001507*                      TABLE-ID AND CODE VALUE AS THE TARGET.     *
001508*                      POSITION IS NOT USED                       *
001509*                                                                  *
001600********************************************************************
001700 01  DL100-TRAN-RECORD.
001800     05  DL100-TR-ACTION             PIC X(01).
002400     05  DL100-TR-LETTER             PIC X(03).
002500     05  DL100-TR-EFF-DATE           PIC X(08).
002550     05  DL100-TR-DESC               PIC X(30).
002552     05  DL100-TR-XW-FIELDS REDEFINES DL100-TR-DESC.
002554         10  DL100-TR-XW-SYSTEM      PIC X(08).
002556         10  DL100-TR-XW-EXT-CODE    PIC X(10).
002558         10  FILLER                  PIC X(12).
002560     05  DL100-TR-OVERRIDE           PIC X(01).
002570         88  DL100-TR-OVERRIDDEN     VALUE 'Y'.
002580     05  DL100-TR-SEQ                PIC X(05).
002590     05  DL100-TR-END-DATE           PIC X(08).
002600     05  DL100-TR-RECORD-TYPE        PIC X(01).
002610         88  DL100-TR-CONTROL-ENTRY  VALUE ' '.
002620         88  DL100-TR-CROSSWALK-ENTRY
002630                                     VALUE 'X'.
002640     05  FILLER                      PIC X(12).
