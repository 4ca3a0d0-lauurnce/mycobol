      *========================================================*
      *  HOLDREC.cpy                                           *
      *  Common HOLDMAST record layout: one record per hold    *
      *  placed against part of an account's balance, keyed    *
      *  on the account number and a sequence under it, so    *
      *  an account may carry several holds at once. A hold    *
      *  counts against the available balance from its        *
      *  placement date through its expiry date (zero for a    *
      *  hold kept until released) while HD-STATUS is active; *
      *  HOLD-REGISTER drops released and expired holds off    *
      *  the file. The parent 01 level is supplied by the      *
      *  calling program.                                      *
      *========================================================*
           05 HD-KEY.
              10 HD-ACCT-NO     PIC X(10).
              10 HD-SEQ         PIC 9(3).
           05 HD-AMOUNT         PIC 9(9)V99.
           05 HD-REASON         PIC X.
              88 HD-GARNISH     VALUE 'G'.
              88 HD-LEGAL       VALUE 'L'.
              88 HD-COLLATERAL  VALUE 'C'.
           05 HD-PLACED-BY      PIC X(8).
           05 HD-PLACE-DATE     PIC 9(8).
           05 HD-EXPIRY-DATE    PIC 9(8).
           05 HD-STATUS         PIC X.
              88 HD-ACTIVE      VALUE 'A'.
              88 HD-RELEASED    VALUE 'R'.
           05 HD-RELEASED-BY    PIC X(8).
           05 HD-RELEASE-DATE   PIC 9(8).
