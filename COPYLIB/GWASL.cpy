      *========================================================*
      *  GWASL.cpy                                             *
      *  FILE-CONTROL entry for STUDGWA, the units-weighted    *
      *  GWA per student per term GWA-COMPUTE writes for the   *
      *  other runs to read.                                   *
      *========================================================*
           SELECT GWA-FILE ASSIGN TO "STUDGWA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GWA-STATUS.
