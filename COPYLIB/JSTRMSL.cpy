      *========================================================*
      *  JSTRMSL.cpy                                           *
      *  FILE-CONTROL entry for the job-stream definitions     *
      *  REFMAINT keeps current and MAINMENU's run-all runs:   *
      *  the nightly, month-end and year-end chains, one       *
      *  record per step. The caller declares WS-JS-STATUS.    *
      *========================================================*
           SELECT JSTRM-FILE ASSIGN TO "JOBSTRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JS-STATUS.
