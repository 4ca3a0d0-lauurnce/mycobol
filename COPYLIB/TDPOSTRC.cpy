      *========================================================*
      *  TDPOSTRC.cpy                                          *
      *  Common TDPOST record layout: the interest each time   *
      *  deposit earned and the final tax withheld from it,    *
      *  one line apiece (TP-TYPE 'I' the gross interest, 'X'  *
      *  the tax), appended by TD-MATURE at maturity and by    *
      *  FINALQUIZ at a pre-termination under the business     *
      *  date, and read back by the FINALQUIZ interest run     *
      *  for the month's final-tax remittance. TP-TELLER is    *
      *  the signed-on teller, or the run that posted it. The  *
      *  parent 01 level is supplied by the calling program.   *
      *========================================================*
           05 TP-DATE           PIC 9(8).
           05 TP-CERT-NO        PIC X(10).
           05 TP-TYPE           PIC X.
              88 TP-INTEREST    VALUE 'I'.
              88 TP-TAX         VALUE 'X'.
           05 TP-AMOUNT         PIC 9(9)V99.
           05 TP-TELLER         PIC X(8).
