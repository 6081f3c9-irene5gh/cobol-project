001910*    2026-09-01 JMR    BEFORE/AFTER IMAGES WIDENED TO 120 BYTES   *
001920*                      IN STEP WITH THE APPROVAL FIELDS ADDED TO  *
001930*                      DL100CT - LOG RECORD IS NOW 300 BYTES      *
001940*    2026-10-15 JMR    RECORD TYPE CARVED FROM FILLER - BLANK FOR *
001950*                      A DL100CT ENTRY (EXISTING RECORDS READ     *
001960*                      BACK AS SUCH), X FOR A DL100XW CROSSWALK   *
001970*                      ENTRY, WHOSE IMAGES ARE DL100XW RECORDS    *
001980*                      AND WHOSE POSITION IS ZERO                 *
001985*    2026-10-15 JMR    RECORD TYPE T AND ACTION T ADDED FOR A     *
001986*                      TABLE-OWNER CERTIFICATION FROM DL100MN -   *
001987*                      THE IMAGES ARE DL100TD RECORDS AND THE     *
001988*                      POSITION IS ZERO                           *
002000*                                                                  *
002100********************************************************************
002200 01  DL100-CHANGE-LOG-RECORD.
003100         88  DL100-CL-DELETE         VALUE 'D'.
003105         88  DL100-CL-RETIRE         VALUE 'R'.
003110         88  DL100-CL-APPROVE        VALUE 'P'.
003130         88  DL100-CL-CERTIFY        VALUE 'T'.
003200     05  DL100-CL-TABLE-ID           PIC X(08).
003300     05  DL100-CL-POSITION           PIC 9(03).
003400     05  DL100-CL-EFF-DATE           PIC 9(08).
003500     05  DL100-CL-BEFORE-IMAGE       PIC X(120).
003600     05  DL100-CL-AFTER-IMAGE        PIC X(120).
003700     05  DL100-CL-RECORD-TYPE        PIC X(01).
003710         88  DL100-CL-CONTROL-ENTRY  VALUE ' '.
003720         88  DL100-CL-CROSSWALK-ENTRY
003730                                     VALUE 'X'.
003732         88  DL100-CL-TABLE-DEF-ENTRY
003734                                     VALUE 'T'.
003740     05  FILLER                      PIC X(07).
