      *========================================================*
      *  ACCRREC.cpy                                           *
      *  Common ACCRINT accrued-interest layout shared by      *
      *  INT-ACCRUE and INT-CAPITALIZE: one record per         *
      *  ACCTMAST account that has earned interest, keyed on   *
      *  the account number. AI-ACCRUED is the interest earned *
      *  since the last capitalization, carried to six places  *
      *  so no day's fraction is lost; AI-BOOKED is the part   *
      *  of it already logged to ACCRPOST for the ledger, in   *
      *  whole centavos. Capitalization credits AI-BOOKED and  *
      *  leaves the sub-centavo remainder in AI-ACCRUED for    *
      *  the next period, which is why it carries a sign.      *
      *  AI-LAST-DATE is the business date last accrued, so a  *
      *  night the run missed is caught up on the next, and a *
      *  night already accrued is not accrued twice. The       *
      *  parent 01 level is supplied by the calling program.   *
      *========================================================*
           05 AI-ACCT-NO        PIC X(10).
           05 AI-BRANCH-CODE    PIC X(2).
           05 AI-ACCRUED        PIC S9(9)V9(6).
           05 AI-BOOKED         PIC 9(9)V99.
           05 AI-DAYS           PIC 9(3).
           05 AI-PERIOD-START   PIC 9(8).
           05 AI-LAST-DATE      PIC 9(8).
           05 AI-LAST-BAL       PIC S9(9)V99.
           05 AI-LAST-RATE      PIC 9V9(4).
           05 AI-LAST-CAP-DATE  PIC 9(8).
