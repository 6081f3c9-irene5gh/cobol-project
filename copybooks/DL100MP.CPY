001400*                      STEP WITH THE DL100M MAPSET                 *
001401*    2026-09-01 JMR    ENDDATE FIELD ADDED IN STEP WITH THE       *
001402*                      DL100M MAPSET FOR FUNC R (RETIRE)          *
001403*    2026-10-15 JMR    DL100M3 BROWSE MAP ADDED IN STEP WITH      *
001404*                      THE DL100M MAPSET FOR THE DL102            *
001405*                      READ-ONLY BROWSE TRANSACTION               *
001406*    2026-10-15 JMR    DL100M4 CROSSWALK MAP ADDED IN STEP WITH   *
001407*                      THE DL100M MAPSET FOR THE DL103 CROSSWALK  *
001408*                      MAINTENANCE TRANSACTION                    *
001410*                                                                  *
001500********************************************************************
001600 01  DL100M1I.
001700     05  FILLER                      PIC X(12).
007820     05  DESCQO                      PIC X(30).
007900     05  FILLER                      PIC X(03).
008000     05  MSGQO                       PIC X(70).
008100*
008200 01  DL100M3I.
008300     05  FILLER                      PIC X(12).
008400     05  TABIDBL                     PIC S9(4) COMP.
008500     05  TABIDBF                     PIC X.
008600     05  FILLER REDEFINES TABIDBF.
008700         10  TABIDBA                 PIC X.
008800     05  TABIDBI                     PIC X(08).
008900     05  SRCHBL                      PIC S9(4) COMP.
009000     05  SRCHBF                      PIC X.
009100     05  FILLER REDEFINES SRCHBF.
009200         10  SRCHBA                  PIC X.
009300     05  SRCHBI                      PIC X(20).
009400     05  ROWBD                       OCCURS 15 TIMES.
009500         10  ROWBL                   PIC S9(4) COMP.
009600         10  ROWBF                   PIC X.
009700         10  FILLER REDEFINES ROWBF.
009800             15  ROWBA               PIC X.
009900         10  ROWBI                   PIC X(79).
010000     05  MSGBL                       PIC S9(4) COMP.
010100     05  MSGBF                       PIC X.
010200     05  FILLER REDEFINES MSGBF.
010300         10  MSGBA                   PIC X.
010400     05  MSGBI                       PIC X(70).
010500 01  DL100M3O REDEFINES DL100M3I.
010600     05  FILLER                      PIC X(12).
010700     05  FILLER                      PIC X(03).
010800     05  TABIDBO                     PIC X(08).
010900     05  FILLER                      PIC X(03).
011000     05  SRCHBO                      PIC X(20).
011100     05  ROWBDO                      OCCURS 15 TIMES.
011200         10  FILLER                  PIC X(03).
011300         10  ROWBO                   PIC X(79).
011400     05  FILLER                      PIC X(03).
011500     05  MSGBO                       PIC X(70).
011600*
011700 01  DL100M4I.
011800     05  FILLER                      PIC X(12).
011900     05  SYSXL                       PIC S9(4) COMP.
012000     05  SYSXF                       PIC X.
012100     05  FILLER REDEFINES SYSXF.
012200         10  SYSXA                   PIC X.
012300     05  SYSXI                       PIC X(08).
012400     05  EXTCDXL                     PIC S9(4) COMP.
012500     05  EXTCDXF                     PIC X.
012600     05  FILLER REDEFINES EXTCDXF.
012700         10  EXTCDXA                 PIC X.
012800     05  EXTCDXI                     PIC X(10).
012900     05  FUNCXL                      PIC S9(4) COMP.
013000     05  FUNCXF                      PIC X.
013100     05  FILLER REDEFINES FUNCXF.
013200         10  FUNCXA                  PIC X.
013300     05  FUNCXI                      PIC X(01).
013400     05  EFFDTXL                     PIC S9(4) COMP.
013500     05  EFFDTXF                     PIC X.
013600     05  FILLER REDEFINES EFFDTXF.
013700         10  EFFDTXA                 PIC X.
013800     05  EFFDTXI                     PIC X(08).
013900     05  TABIDXL                     PIC S9(4) COMP.
014000     05  TABIDXF                     PIC X.
014100     05  FILLER REDEFINES TABIDXF.
014200         10  TABIDXA                 PIC X.
014300     05  TABIDXI                     PIC X(08).
014400     05  CODEXL                      PIC S9(4) COMP.
014500     05  CODEXF                      PIC X.
014600     05  FILLER REDEFINES CODEXF.
014700         10  CODEXA                  PIC X.
014800     05  CODEXI                      PIC X(03).
014900     05  ENDDTXL                     PIC S9(4) COMP.
015000     05  ENDDTXF                     PIC X.
015100     05  FILLER REDEFINES ENDDTXF.
015200         10  ENDDTXA                 PIC X.
015300     05  ENDDTXI                     PIC X(08).
015400     05  MSGXL                       PIC S9(4) COMP.
015500     05  MSGXF                       PIC X.
015600     05  FILLER REDEFINES MSGXF.
015700         10  MSGXA                   PIC X.
015800     05  MSGXI                       PIC X(70).
015900 01  DL100M4O REDEFINES DL100M4I.
016000     05  FILLER                      PIC X(12).
016100     05  FILLER                      PIC X(03).
016200     05  SYSXO                       PIC X(08).
016300     05  FILLER                      PIC X(03).
016400     05  EXTCDXO                     PIC X(10).
016500     05  FILLER                      PIC X(03).
016600     05  FUNCXO                      PIC X(01).
016700     05  FILLER                      PIC X(03).
016800     05  EFFDTXO                     PIC X(08).
016900     05  FILLER                      PIC X(03).
017000     05  TABIDXO                     PIC X(08).
017100     05  FILLER                      PIC X(03).
017200     05  CODEXO                      PIC X(03).
017300     05  FILLER                      PIC X(03).
017400     05  ENDDTXO                     PIC X(08).
017500     05  FILLER                      PIC X(03).
017600     05  MSGXO                       PIC X(70).
