      *========================================================*
      *  RETNSL.cpy                                            *
      *  FILE-CONTROL entry for the journal retention table    *
      *  REFMAINT keeps: one record per cumulative journal     *
      *  (FQJRNL, TRANSHIST, STUAUDIT, OVRLOG, SIGNLOG,        *
      *  WSPAUDIT) giving how many months it keeps live. The   *
      *  month-end JRNL-ARCHIVE run moves anything older into  *
      *  yearly archive files named <journal>.<yyyy>.          *
      *========================================================*
           SELECT RETAIN-FILE ASSIGN TO "RETAIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
