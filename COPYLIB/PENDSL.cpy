      *========================================================*
      *  PENDSL.cpy                                            *
      *  FILE-CONTROL entries for the maker-checker queue:     *
      *  PENDCHG, where ACCT-MAINT, CUST-MAINT and REFMAINT    *
      *  write each master or reference change as a pending    *
      *  request instead of applying it, for a supervisor      *
      *  other than the maker to approve or reject through     *
      *  MAINMENU; and OPERSESS under its own name, read for   *
      *  the maker's ID the way the run-log reads it.          *
      *========================================================*
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PEND-SESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-SESS-STATUS.
