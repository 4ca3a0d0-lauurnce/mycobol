      *========================================================*
      *  XTRAPPSL.cpy                                          *
      *  FILE-CONTROL entry for the tellers' raw extract, for  *
      *  the runs that release their own debits and credits    *
      *  into it ahead of TRANSEDIT (loans, time deposits,     *
      *  returned cheques, charges, imports).                  *
      *========================================================*
           SELECT XTRAPP-FILE ASSIGN TO "TRANSIN.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRAPP-STATUS.
