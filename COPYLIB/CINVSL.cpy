      *========================================================*
      *  CINVSL.cpy                                            *
      *  FILE-CONTROL entry for the commercial inventory       *
      *  REFMAINT keeps: per show, the breaks in each airing   *
      *  and the spots each break carries.                     *
      *========================================================*
           SELECT CINV-FILE ASSIGN TO "ADINVNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CINV-STATUS.
