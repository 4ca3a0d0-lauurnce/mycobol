      *========================================================*
      *  FACSL.cpy                                             *
      *  FILE-CONTROL entry for the faculty master REFMAINT    *
      *  keeps: one record per instructor, the ID the subject  *
      *  offerings assign each section to, the name and the    *
      *  department.                                           *
      *========================================================*
           SELECT FACULTY-FILE ASSIGN TO "FACULTY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FAC-STATUS.
