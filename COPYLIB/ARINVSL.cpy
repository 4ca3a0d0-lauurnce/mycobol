      *========================================================*
      *  ARINVSL.cpy                                           *
      *  FILE-CONTROL entry for the advertising open-invoice   *
      *  file: one record per invoice AD-BOOKING bills, paid   *
      *  down as receipts are posted against it.               *
      *========================================================*
           SELECT ARINV-FILE ASSIGN TO "ADOPNINV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARINV-STATUS.
