      *========================================================*
      *  TDREC.cpy                                             *
      *  Common TDMAST time-deposit master layout shared by    *
      *  TD-MAINT, TD-MATURE and FINALQUIZ. The parent 01      *
      *  level is supplied by the calling program. TDMAST is   *
      *  indexed on TD-CERT-NO: the branch prefix, a 'T' and a *
      *  seven-digit sequence. A certificate is kept apart     *
      *  from ACCTMAST's running balance; TD-LINK-ACCT is the  *
      *  ACCTMAST account that funded it and takes whatever    *
      *  it pays out. TD-RATE is the fixed annual rate as a    *
      *  fraction, earned on actual days over a 365-day year;  *
      *  TD-TERM is in months from TD-PLACE-DATE to            *
      *  TD-MAT-DATE. At maturity TD-ROLL-INSTR decides: roll  *
      *  the principal and pay the interest out, roll the      *
      *  principal with the interest, or pay it all out.       *
      *  TD-INT-PAID and TD-TAX-PAID carry the gross interest  *
      *  and the final tax withheld over the certificate's     *
      *  life, every rollover included.                        *
      *========================================================*
           05 TD-CERT-NO        PIC X(10).
           05 TD-CERT-NO-SPLIT REDEFINES TD-CERT-NO.
              10 TD-NO-BRANCH   PIC X(2).
              10 TD-NO-TAG      PIC X.
              10 TD-NO-SEQ      PIC 9(7).
           05 TD-CUST-NAME      PIC X(25).
           05 TD-BRANCH-CODE    PIC X(2).
           05 TD-LINK-ACCT      PIC X(10).
           05 TD-PRINCIPAL      PIC 9(9)V99.
           05 TD-RATE           PIC 9V9(4).
           05 TD-TERM           PIC 9(3).
           05 TD-PLACE-DATE     PIC 9(8).
           05 TD-MAT-DATE       PIC 9(8).
           05 TD-ROLL-INSTR     PIC X.
              88 TD-ROLL-PRIN   VALUE 'P'.
              88 TD-ROLL-ALL    VALUE 'I'.
              88 TD-PAY-OUT     VALUE 'O'.
           05 TD-ROLL-COUNT     PIC 9(3).
           05 TD-INT-PAID       PIC 9(9)V99.
           05 TD-TAX-PAID       PIC 9(9)V99.
           05 TD-CLOSE-DATE     PIC 9(8).
           05 TD-STATUS         PIC X.
              88 TD-ACTIVE      VALUE 'A'.
              88 TD-MATURED     VALUE 'M'.
              88 TD-PRETERM     VALUE 'T'.
