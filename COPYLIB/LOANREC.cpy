      *========================================================*
      *  LOANREC.cpy                                           *
      *  Common LOANMAST record layout shared by LOAN-MAINT,   *
      *  TRANSEDIT, BANK-REPORT and LOAN-AGING. The parent 01  *
      *  level is supplied by the calling program. LOANMAST is *
      *  indexed on LN-LOAN-NO: the branch prefix, an 'L' and  *
      *  a seven-digit sequence, so a loan number can never    *
      *  be mistaken for a deposit account on the extract.     *
      *  LN-RATE is the annual rate as a fraction (.1200 for   *
      *  twelve percent); LN-TERM counts installments of the   *
      *  LN-FREQ period, the first falling one period after    *
      *  LN-RELEASE-DATE. LN-BALANCE is the principal still    *
      *  outstanding; LN-TOTAL-PAID and LN-INT-PAID carry      *
      *  every payment applied, interest first. LN-LAST-POSTED *
      *  is the business date of the last nightly run that     *
      *  applied a payment.                                    *
      *========================================================*
           05 LN-LOAN-NO        PIC X(10).
           05 LN-LOAN-NO-SPLIT REDEFINES LN-LOAN-NO.
              10 LN-NO-BRANCH   PIC X(2).
              10 LN-NO-TAG      PIC X.
              10 LN-NO-SEQ      PIC 9(7).
           05 LN-CUST-NAME      PIC X(25).
           05 LN-BRANCH-CODE    PIC X(2).
           05 LN-TYPE           PIC X.
              88 LN-SALARY      VALUE 'S'.
              88 LN-HOUSING     VALUE 'H'.
           05 LN-DEP-ACCT       PIC X(10).
           05 LN-PRINCIPAL      PIC 9(9)V99.
           05 LN-RATE           PIC 9V9(4).
           05 LN-TERM           PIC 9(3).
           05 LN-FREQ           PIC X.
              88 LN-MONTHLY     VALUE 'M'.
              88 LN-QUARTERLY   VALUE 'Q'.
           05 LN-RELEASE-DATE   PIC 9(8).
           05 LN-INSTALLMENT    PIC 9(9)V99.
           05 LN-BALANCE        PIC 9(9)V99.
           05 LN-TOTAL-PAID     PIC 9(9)V99.
           05 LN-INT-PAID       PIC 9(9)V99.
           05 LN-LAST-PAID      PIC 9(8).
           05 LN-LAST-POSTED    PIC 9(8).
           05 LN-STATUS         PIC X.
              88 LN-ACTIVE      VALUE 'A'.
              88 LN-PAID-OFF    VALUE 'P'.
              88 LN-WRITTEN-OFF VALUE 'W'.
