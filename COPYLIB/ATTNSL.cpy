      *========================================================*
      *  ATTNSL.cpy                                            *
      *  FILE-CONTROL entry for the class attendance file:     *
      *  one record per student per subject per class meeting, *
      *  keyed in by ATTEND-ENTRY and read by GRADES and the   *
      *  weekly absence warning list.                          *
      *========================================================*
           SELECT ATTEND-FILE ASSIGN TO "ATTEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATN-STATUS.
