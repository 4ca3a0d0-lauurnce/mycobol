      *========================================================*
      *  CPDSL.cpy                                             *
      *  FILE-CONTROL entry for CPDCRED, the continuing        *
      *  professional development units credited to each       *
      *  licensee.                                             *
      *========================================================*
           SELECT CPD-FILE ASSIGN TO "CPDCRED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPD-STATUS.
