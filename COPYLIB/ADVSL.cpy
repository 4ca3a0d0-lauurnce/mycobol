      *========================================================*
      *  ADVSL.cpy                                             *
      *  FILE-CONTROL entry for the advertiser master REFMAINT *
      *  keeps: one record per advertiser AD-BOOKING takes     *
      *  bookings for, with its agency and credit terms.       *
      *========================================================*
           SELECT ADV-FILE ASSIGN TO "ADVMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.
