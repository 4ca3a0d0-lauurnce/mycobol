      *========================================================*
      *  PROBSL.cpy                                            *
      *  FILE-CONTROL entry for PROBATN, the academic standing *
      *  ACAD-REVIEW carries from term to term: one record per *
      *  student it has placed on probation.                   *
      *========================================================*
           SELECT PROB-FILE ASSIGN TO "PROBATN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRB-STATUS.
