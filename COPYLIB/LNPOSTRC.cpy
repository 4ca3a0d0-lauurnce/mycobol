      *========================================================*
      *  LNPOSTRC.cpy                                          *
      *  Common LOANPOST record layout: one line per loan      *
      *  release (LP-TYPE 'R', the principal put out), per     *
      *  payment applied (LP-TYPE 'P', split into the          *
      *  principal retired and the interest earned) and per    *
      *  overpayment passed on to the linked deposit account   *
      *  (LP-TYPE 'X', the excess in LP-PRINCIPAL), appended   *
      *  by LOAN-MAINT and BANK-REPORT under the business date *
      *  for GL-POST to book. The parent 01 level is supplied  *
      *  by the calling program.                               *
      *========================================================*
           05 LP-DATE           PIC 9(8).
           05 LP-LOAN-NO        PIC X(10).
           05 LP-TYPE           PIC X.
              88 LP-RELEASE     VALUE 'R'.
              88 LP-PAYMENT     VALUE 'P'.
              88 LP-EXCESS      VALUE 'X'.
           05 LP-PRINCIPAL      PIC 9(9)V99.
           05 LP-INTEREST       PIC 9(9)V99.
