      *========================================================*
      *  SMANREC.cpy                                           *
      *  Common SALESMEN salesman master record layout shared  *
      *  by SALE and COMM-PAYOUT. The parent 01 level is       *
      *  supplied by the calling program. SM-PAYACCT is the    *
      *  ACCTMAST deposit account the salesman's commission is *
      *  credited to; blank when the salesman is paid by       *
      *  cheque.                                               *
      *========================================================*
           02  SM-SNO      PIC 9(5).
           02  SM-NAME     PIC X(25).
           02  SM-AREA     PIC X.
           02  SM-QUOTA    PIC 9(7)V99.
           02  SM-PAYACCT  PIC X(10).
