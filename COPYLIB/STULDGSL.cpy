      *========================================================*
      *  STULDGSL.cpy                                          *
      *  FILE-CONTROL entry for the student ledger: the        *
      *  cashier's book, one record per charge or payment,     *
      *  each carrying the student's running balance after it. *
      *  TUITION-ASSESS charges each term's fees to it,        *
      *  TUITION-PAY posts the cashier's receipts, and the     *
      *  clearance hold TRANSCRIPT and PROMOTE-RUN respect is  *
      *  read off it.                                          *
      *========================================================*
           SELECT STULDG-FILE ASSIGN TO "STULEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLG-STATUS.
