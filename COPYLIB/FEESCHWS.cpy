      *========================================================*
      *  FEESCHWS.cpy                                          *
      *  Working-storage for the tuition fee schedule. The     *
      *  caller performs FEE-LOAD-RTN once (WS-FEE-OVFL-SW 'Y' *
      *  means the table is too small for the file), then      *
      *  with a course in WS-FEE-CRS and a year level in       *
      *  WS-FEE-YEAR, FEE-FIND-RTN sets WS-FEE-HIT to its      *
      *  entry, zero when the schedule has none.               *
      *========================================================*
       01  WS-FEE-STATUS   PIC XX    VALUE SPACES.
       01  WS-FEE-EOF      PIC X     VALUE 'N'.
       01  WS-FEE-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-FEE-CRS      PIC X(4)  VALUE SPACES.
       01  WS-FEE-YEAR     PIC 9     VALUE ZERO.
       01  WS-FEE-HIT      PIC 999   VALUE ZERO.
       01  WS-FEE-TABLE.
           05 WS-FEE-COUNT PIC 999   VALUE ZERO.
           05 WS-FEE-ENTRY OCCURS 100 TIMES INDEXED BY FE-IDX.
              10 FET-CRS      PIC X(4).
              10 FET-YEAR     PIC 9.
              10 FET-TUITION  PIC 9(6)V99.
              10 FET-MISC     PIC 9(6)V99.
              10 FET-DESC     PIC X(20).
