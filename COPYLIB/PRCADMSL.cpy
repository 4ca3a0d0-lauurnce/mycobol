      *========================================================*
      *  PRCADMSL.cpy                                          *
      *  FILE-CONTROL entry for PRCADMIT, the examinees        *
      *  admitted to a sitting by the PRC-APPLY assignment.    *
      *========================================================*
           SELECT ADM-FILE ASSIGN TO "PRCADMIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADM-STATUS.
