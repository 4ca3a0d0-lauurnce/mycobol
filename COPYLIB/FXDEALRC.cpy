      *========================================================*
      *  FXDEALRC.cpy                                          *
      *  Common FXDEAL record layout: one record per foreign-  *
      *  exchange deal struck at the FINALQUIZ counter, read   *
      *  back by FX-POSITION for the end-of-day position.      *
      *  FXD-SIDE is the bank's side of the deal: 'B' the bank *
      *  bought Dollars from the customer, 'V' it sold them.   *
      *  The deal rate is the FXRATE mid-rate less the spread  *
      *  on a buy and plus it on a sale, and FXD-SPREAD-INC is *
      *  the peso income that spread earned. A zero account on *
      *  either leg is cash across the counter. FXD-SEQ is the *
      *  journal sequence of the deal's Dollar leg; the peso   *
      *  leg follows it. The parent 01 level is supplied by    *
      *  the calling program.                                  *
      *========================================================*
           05 FXD-DATE          PIC 9(8).
           05 FXD-SEQ           PIC 9(6).
           05 FXD-TELLER        PIC X(8).
           05 FXD-BRANCH-CODE   PIC X(3).
           05 FXD-BRANCH-NAME   PIC X(15).
           05 FXD-SIDE          PIC X.
              88 FXD-BUY        VALUE 'B'.
              88 FXD-SELL       VALUE 'V'.
           05 FXD-USD           PIC 9(7)V99.
           05 FXD-MID-RATE      PIC 9(3)V9(4).
           05 FXD-DEAL-RATE     PIC 9(3)V9(4).
           05 FXD-PESO          PIC 9(10)V99.
           05 FXD-SPREAD-INC    PIC 9(9)V99.
           05 FXD-USD-ACCT      PIC 9(10).
           05 FXD-PESO-ACCT     PIC 9(10).
