      *========================================================*
      *  ENLSTSL.cpy                                           *
      *  FILE-CONTROL entry for the enlistment file: one record*
      *  per student enlisted into, or dropped from, an offered*
      *  section, in the order ENLISTMENT took them. A         *
      *  student's sections for a term are the enlistments     *
      *  less the drops.                                       *
      *========================================================*
           SELECT ENLIST-FILE ASSIGN TO "ENLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENL-STATUS.
