      *========================================================*
      *  CREGREC.cpy                                           *
      *  Common COMMREG commission register record layout,     *
      *  one record per salesman for the pay period SALE cut,  *
      *  shared by SALE and COMM-PAYOUT. The parent 01 level   *
      *  is supplied by the calling program. The commission    *
      *  earned is the sum of the three bands, net of the      *
      *  commission reversed on returns.                       *
      *========================================================*
           02  CR-FROM     PIC 9(8).
           02  CR-TO       PIC 9(8).
           02  CR-SNO      PIC 9(5).
           02  CR-NAME     PIC X(25).
           02  CR-SALES    PIC S9(8)V99.
           02  CR-RETURNS  PIC 9(8)V99.
           02  CR-COMM-1   PIC S9(7)V99.
           02  CR-COMM-2   PIC S9(7)V99.
           02  CR-COMM-3   PIC S9(7)V99.
