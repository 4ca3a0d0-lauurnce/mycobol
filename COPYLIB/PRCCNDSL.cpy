      *========================================================*
      *  PRCCNDSL.cpy                                          *
      *  FILE-CONTROL entry for PRCCOND, the conditioned       *
      *  examinees PRC leaves for the removal examination.     *
      *========================================================*
           SELECT COND-FILE ASSIGN TO "PRCCOND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CND-STATUS.
