      *========================================================*
      *  ADVWS.cpy                                             *
      *  Working-storage for the advertiser master. The caller *
      *  performs ADV-LOAD-RTN once (WS-ADV-OVFL-SW 'Y' means  *
      *  the table is too small for the file), then with a     *
      *  code in WS-ADV-FIND, ADV-FIND-RTN sets WS-ADV-HIT to  *
      *  its entry, zero when the master has no such           *
      *  advertiser.                                           *
      *========================================================*
       01  WS-ADV-STATUS   PIC XX    VALUE SPACES.
       01  WS-ADV-EOF      PIC X     VALUE 'N'.
       01  WS-ADV-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-ADV-FIND     PIC X(6)  VALUE SPACES.
       01  WS-ADV-HIT      PIC 999   VALUE ZERO.
       01  WS-ADV-TABLE.
           05 WS-ADV-COUNT PIC 999   VALUE ZERO.
           05 WS-ADV-ENTRY OCCURS 400 TIMES INDEXED BY AV-IDX.
              10 AVT-CODE     PIC X(6).
              10 AVT-NAME     PIC X(20).
              10 AVT-ADDRESS  PIC X(28).
              10 AVT-AGENCY   PIC X(4).
              10 AVT-LIMIT    PIC 9(7)V99.
              10 AVT-TERMS    PIC 9(3).
