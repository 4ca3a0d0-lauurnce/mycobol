      *========================================================*
      *  SUBJSL.cpy                                            *
      *  FILE-CONTROL entry for the subject master REFMAINT    *
      *  keeps: one record per subject code, its description   *
      *  and the units it carries toward the GWA.              *
      *========================================================*
           SELECT SUBJECT-FILE ASSIGN TO "SUBJECT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SBJ-STATUS.
