      *========================================================*
      *  CITYWS.cpy                                            *
      *  Working-storage for the city map. The caller          *
      *  performs CITY-LOAD-RTN once (WS-CITY-OVFL-SW 'Y'      *
      *  means the table is too small for the file), then with *
      *  a city in capitals in WS-CITY-FIND, CITY-FIND-RTN     *
      *  sets WS-CITY-HIT to its entry, zero when the map does *
      *  not name it.                                          *
      *========================================================*
       01  WS-CITY-STATUS  PIC XX    VALUE SPACES.
       01  WS-CITY-EOF     PIC X     VALUE 'N'.
       01  WS-CITY-OVFL-SW PIC X     VALUE 'N'.
       01  WS-CITY-FIND    PIC X(15) VALUE SPACES.
       01  WS-CITY-HIT     PIC 999   VALUE ZERO.
       01  WS-CITY-TABLE.
           05 WS-CITY-COUNT PIC 999  VALUE ZERO.
           05 WS-CITY-ENTRY OCCURS 400 TIMES INDEXED BY CY-IDX.
              10 CY-CITY      PIC X(15).
              10 CY-MATA      PIC X(10).
              10 CY-SUB       PIC 9.
