      *========================================================*
      *  AGYWS.cpy                                             *
      *  Working-storage for the agency master. The caller     *
      *  performs AGY-LOAD-RTN once (WS-AGY-OVFL-SW 'Y' means  *
      *  the table is too small for the file), then with a     *
      *  code in WS-AGY-FIND, AGY-FIND-RTN sets WS-AGY-HIT to  *
      *  its entry, zero when the master has no such agency.   *
      *========================================================*
       01  WS-AGY-STATUS   PIC XX    VALUE SPACES.
       01  WS-AGY-EOF      PIC X     VALUE 'N'.
       01  WS-AGY-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-AGY-FIND     PIC X(4)  VALUE SPACES.
       01  WS-AGY-HIT      PIC 999   VALUE ZERO.
       01  WS-AGY-TABLE.
           05 WS-AGY-COUNT PIC 999   VALUE ZERO.
           05 WS-AGY-ENTRY OCCURS 100 TIMES INDEXED BY AG-IDX.
              10 AGT-CODE     PIC X(4).
              10 AGT-NAME     PIC X(25).
              10 AGT-COMM-PCT PIC 99V99.
