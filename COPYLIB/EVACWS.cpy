      *========================================================*
      *  EVACWS.cpy                                            *
      *  Working-storage for the evacuation log. The caller    *
      *  performs EVAC-LOAD-RTN once (WS-EVAC-OVFL-SW 'Y' means*
      *  the table is too small for the file, and nothing may  *
      *  be written back). With the storm, date and center in  *
      *  WS-EVAC-FIND, EVAC-FIND-RTN sets WS-EVAC-HIT to that  *
      *  day's entry, zero when there is none. EVAC-SAVE-RTN   *
      *  writes the table back in place of the file.           *
      *========================================================*
       01  WS-EVAC-STATUS  PIC XX    VALUE SPACES.
       01  WS-EVAC-EOF     PIC X     VALUE 'N'.
       01  WS-EVAC-OVFL-SW PIC X     VALUE 'N'.
       01  WS-EVAC-FIND.
           05 WS-EVAC-FIND-NOS    PIC X(20) VALUE SPACES.
           05 WS-EVAC-FIND-DATE   PIC 9(8)  VALUE ZERO.
           05 WS-EVAC-FIND-CENTER PIC X(4)  VALUE SPACES.
       01  WS-EVAC-HIT     PIC 9(4)  VALUE ZERO.
       01  WS-EVAC-TABLE.
           05 WS-EVAC-COUNT PIC 9(4) VALUE ZERO.
           05 WS-EVAC-ENTRY OCCURS 2000 TIMES INDEXED BY ET-IDX.
              10 ET-KEY.
                 15 ET-NOS      PIC X(20).
                 15 ET-DATE     PIC 9(8).
                 15 ET-CENTER   PIC X(4).
              10 ET-FAMILIES    PIC 9(5).
              10 ET-PERSONS     PIC 9(6).
              10 ET-PACKS       PIC 9(6).
