      *========================================================*
      *  ADBKSL.cpy                                            *
      *  FILE-CONTROL entry for the ADBOOK commercial bookings *
      *  AD-BOOKING takes and bills.                           *
      *========================================================*
           SELECT BOOK-FILE ASSIGN TO "ADBOOK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.
