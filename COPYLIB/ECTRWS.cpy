      *========================================================*
      *  ECTRWS.cpy                                            *
      *  Working-storage for the evacuation-center master. The *
      *  caller performs ECTR-LOAD-RTN once (WS-ECTR-OVFL-SW   *
      *  'Y' means the table is too small for the file), then  *
      *  with a code in WS-ECTR-FIND, ECTR-FIND-RTN sets       *
      *  WS-ECTR-HIT to its entry, zero when the master has no *
      *  such center.                                          *
      *========================================================*
       01  WS-ECTR-STATUS  PIC XX    VALUE SPACES.
       01  WS-ECTR-EOF     PIC X     VALUE 'N'.
       01  WS-ECTR-OVFL-SW PIC X     VALUE 'N'.
       01  WS-ECTR-FIND    PIC X(4)  VALUE SPACES.
       01  WS-ECTR-HIT     PIC 999   VALUE ZERO.
       01  WS-ECTR-TABLE.
           05 WS-ECTR-COUNT PIC 999  VALUE ZERO.
           05 WS-ECTR-ENTRY OCCURS 100 TIMES INDEXED BY CT-IDX.
              10 CT-CODE      PIC X(4).
              10 CT-NAME      PIC X(30).
              10 CT-MATA      PIC X(10).
              10 CT-SUB       PIC 9.
              10 CT-CAPACITY  PIC 9(5).
