      *========================================================*
      *  EVACSL.cpy                                            *
      *  FILE-CONTROL entry for the evacuation log: one record *
      *  per storm, business date and center, the day's count  *
      *  WSP-EVACUATION takes.                                 *
      *========================================================*
           SELECT EVAC-FILE ASSIGN TO "EVACLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVAC-STATUS.
