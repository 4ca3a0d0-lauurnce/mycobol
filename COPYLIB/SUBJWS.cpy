      *========================================================*
      *  SUBJWS.cpy                                            *
      *  Working-storage for the subject master. The caller    *
      *  performs SUBJ-LOAD-RTN once (WS-SBJ-OVFL-SW 'Y' means *
      *  the table is too small for the file), then with a     *
      *  subject code in WS-SBJ-FIND, SUBJ-FIND-RTN sets       *
      *  WS-SBJ-HIT to its entry and WS-SBJ-UNITS to its units;*
      *  a code the master does not carry gets a zero hit and  *
      *  the WS-SBJ-DEFAULT units.                             *
      *========================================================*
       01  WS-SBJ-STATUS   PIC XX    VALUE SPACES.
       01  WS-SBJ-EOF      PIC X     VALUE 'N'.
       01  WS-SBJ-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-SBJ-FIND     PIC X(6)  VALUE SPACES.
       01  WS-SBJ-HIT      PIC 999   VALUE ZERO.
       01  WS-SBJ-UNITS    PIC 9V9   VALUE ZERO.
       01  WS-SBJ-DEFAULT  PIC 9V9   VALUE 3.0.
       01  WS-SBJ-TABLE.
           05 WS-SBJ-COUNT PIC 999   VALUE ZERO.
           05 WS-SBJ-ENTRY OCCURS 300 TIMES INDEXED BY SJ-IDX.
              10 SJT-CODE     PIC X(6).
              10 SJT-DESC     PIC X(30).
              10 SJT-UNITS    PIC 9V9.
