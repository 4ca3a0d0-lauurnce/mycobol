      *========================================================*
      *  GSUBSL.cpy                                            *
      *  FILE-CONTROL entry for the grade-submission file:     *
      *  one record for every subject-section a GRADE-POST run *
      *  posted grades for, with the date it was posted.       *
      *========================================================*
           SELECT GRDSUB-FILE ASSIGN TO "GRDSUBM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GSB-STATUS.
