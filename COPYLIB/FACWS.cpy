      *========================================================*
      *  FACWS.cpy                                             *
      *  Working-storage for the faculty master. The caller    *
      *  performs FAC-LOAD-RTN once (WS-FAC-OVFL-SW 'Y' means  *
      *  the table is too small for the file), then with a     *
      *  faculty ID in WS-FAC-FIND, FAC-FIND-RTN sets          *
      *  WS-FAC-HIT to its entry, zero when the master has no  *
      *  such instructor.                                      *
      *========================================================*
       01  WS-FAC-STATUS   PIC XX    VALUE SPACES.
       01  WS-FAC-EOF      PIC X     VALUE 'N'.
       01  WS-FAC-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-FAC-FIND     PIC X(6)  VALUE SPACES.
       01  WS-FAC-HIT      PIC 999   VALUE ZERO.
       01  WS-FAC-TABLE.
           05 WS-FAC-COUNT PIC 999   VALUE ZERO.
           05 WS-FAC-ENTRY OCCURS 200 TIMES INDEXED BY FA-IDX.
              10 FAT-ID       PIC X(6).
              10 FAT-NAME     PIC X(25).
              10 FAT-DEPT     PIC X(10).
