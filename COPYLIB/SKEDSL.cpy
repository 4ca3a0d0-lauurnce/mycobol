      *========================================================*
      *  SKEDSL.cpy                                            *
      *  FILE-CONTROL entry for the show schedule REFMAINT     *
      *  keeps: when each show airs, one record per show.      *
      *========================================================*
           SELECT SKED-FILE ASSIGN TO "SHOWSKED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKED-STATUS.
