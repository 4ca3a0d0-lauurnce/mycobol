      *========================================================*
      *  CURRSL.cpy                                            *
      *  FILE-CONTROL entry for the curriculum REFMAINT keeps: *
      *  per course the subjects it requires, by year level    *
      *  and term, with their prerequisites.                   *
      *========================================================*
           SELECT CURRIC-FILE ASSIGN TO "CURRIC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
