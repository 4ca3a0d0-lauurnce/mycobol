      *  the posting it reverses, so the pair reads as a       *
      *  correction. A journal left by the old layout should   *
      *  be converted before the first run of this build.      *
      *  A foreign-exchange deal journals two legs: the Dollar *
      *  leg as 'B' (Dollars bought from the customer) or 'V'  *
      *  (Dollars sold to them), amount in Dollars, and the    *
      *  peso leg as 'P' (pesos paid out on a buy) or 'R'      *
      *  (pesos received on a sale). A zero account on a leg   *
      *  is cash across the counter.                           *
      *========================================================*
           02 JR-SEQ          PIC 9(6).
           02 JR-TELLER       PIC X(8).
