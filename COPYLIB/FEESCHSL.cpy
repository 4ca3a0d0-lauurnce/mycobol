      *========================================================*
      *  FEESCHSL.cpy                                          *
      *  FILE-CONTROL entry for the tuition fee schedule       *
      *  REFMAINT keeps: one record per course and year level  *
      *  giving the term's tuition and miscellaneous fees,     *
      *  which TUITION-ASSESS charges to the student ledger.   *
      *========================================================*
           SELECT FEE-FILE ASSIGN TO "FEESKED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
