      *========================================================*
      *  OFFERSL.cpy                                           *
      *  FILE-CONTROL entry for the subject offerings: every   *
      *  section of every subject opened for a term, with its  *
      *  schedule, room, capacity and instructor. Kept through *
      *  REFMAINT; ENLISTMENT enlists students into it and     *
      *  SECTION-FILL reports the seats taken and open.        *
      *========================================================*
           SELECT OFFER-FILE ASSIGN TO "OFFERING"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFR-STATUS.
