      *========================================================*
      *  AGYSL.cpy                                             *
      *  FILE-CONTROL entry for the agency master REFMAINT     *
      *  keeps: one record per advertising agency, with the    *
      *  commission it earns on the business it places.        *
      *========================================================*
           SELECT AGY-FILE ASSIGN TO "AGYMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGY-STATUS.
