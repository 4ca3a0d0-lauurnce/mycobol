      *========================================================*
      *  SCHLSL.cpy                                            *
      *  FILE-CONTROL entry for the scholarship master REFMAINT*
      *  keeps: one record per scholar, the grant held and the *
      *  standard the scholar must keep each term to retain it.*
      *========================================================*
           SELECT SCHOLAR-FILE ASSIGN TO "SCHOLAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
