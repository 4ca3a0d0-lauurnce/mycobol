      *========================================================*
      *  ARPAYSL.cpy                                           *
      *  FILE-CONTROL entry for the advertising receipts       *
      *  history: one record per payment posted to an invoice. *
      *========================================================*
           SELECT ARPAY-FILE ASSIGN TO "ADPAYMNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARPAY-STATUS.
