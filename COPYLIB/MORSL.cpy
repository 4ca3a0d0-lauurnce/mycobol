      *========================================================*
      *  MORSL.cpy                                             *
      *  FILE-CONTROL entry for the calamity moratorium file   *
      *  WSP-RELIEF writes: one record per account of a        *
      *  customer in a place a storm struck, with the period   *
      *  its charges are waived.                               *
      *========================================================*
           SELECT MOR-FILE ASSIGN TO "MORATOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOR-STATUS.
