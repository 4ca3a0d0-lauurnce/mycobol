      *========================================================*
      *  ECTRSL.cpy                                            *
      *  FILE-CONTROL entry for the evacuation-center master   *
      *  REFMAINT keeps: one record per center, under the      *
      *  island group and sub-region of the AREAS table it     *
      *  serves.                                               *
      *========================================================*
           SELECT ECTR-FILE ASSIGN TO "EVACCTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ECTR-STATUS.
