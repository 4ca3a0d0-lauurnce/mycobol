      *========================================================*
      *  SCHLWS.cpy                                            *
      *  Working-storage for the scholarship master. The       *
      *  caller performs SCH-LOAD-RTN once (WS-SCH-OVFL-SW 'Y' *
      *  means the table is too small for the file), then with *
      *  a student number in WS-SCH-FIND, SCH-FIND-RTN sets    *
      *  WS-SCH-HIT to its entry, zero when the student holds  *
      *  no grant.                                             *
      *========================================================*
       01  WS-SCH-STATUS   PIC XX    VALUE SPACES.
       01  WS-SCH-EOF      PIC X     VALUE 'N'.
       01  WS-SCH-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-SCH-FIND     PIC 9(5)  VALUE ZERO.
       01  WS-SCH-HIT      PIC 999   VALUE ZERO.
       01  WS-SCH-TABLE.
           05 WS-SCH-COUNT PIC 999   VALUE ZERO.
           05 WS-SCH-ENTRY OCCURS 500 TIMES INDEXED BY SC-IDX.
              10 SCT-SNO      PIC 9(5).
              10 SCT-GRANT    PIC X(12).
              10 SCT-MIN-GWA  PIC 9V99.
              10 SCT-MIN-LOAD PIC 99V9.
