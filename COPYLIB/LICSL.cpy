      *========================================================*
      *  LICSL.cpy                                             *
      *  FILE-CONTROL entry for LICENSES, the licensure        *
      *  register: one record per license ever issued.         *
      *========================================================*
           SELECT REG-FILE ASSIGN TO "LICENSES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
