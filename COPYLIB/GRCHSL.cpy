      *========================================================*
      *  GRCHSL.cpy                                            *
      *  FILE-CONTROL entry for the grade-change requests:     *
      *  GRDCHG, one record for every correction asked of a    *
      *  grade already final on the master or the archive.     *
      *========================================================*
           SELECT GRDCHG-FILE ASSIGN TO "GRDCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GCR-STATUS.
