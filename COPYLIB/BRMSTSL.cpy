      *========================================================*
      *  BRMSTSL.cpy                                           *
      *  FILE-CONTROL entry for the branch master REFMAINT     *
      *  keeps current: one record per branch, keyed by the    *
      *  two-character code that is also the account-number    *
      *  prefix, shared by the PANES and ACCTMAST programs so  *
      *  both books mean the same thing by a branch.           *
      *========================================================*
           SELECT BRMAST-FILE ASSIGN TO "BRMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRM-STATUS.
