      *========================================================*
      *  ACCPOSRC.cpy                                          *
      *  Common ACCRPOST record layout: the interest accrued   *
      *  on ACCTMAST accounts and its capitalization, one line *
      *  per account per event under the business date, for   *
      *  GL-POST to book. AP-TYPE 'A' is the night's accrual   *
      *  (interest expense into interest payable); 'C' is the  *
      *  net interest capitalized to the account at month-end  *
      *  and 'X' the final tax withheld from it, both drawn    *
      *  out of interest payable. The net reaches the account  *
      *  itself as a TRANSIN.TXT deposit. The parent 01 level  *
      *  is supplied by the calling program.                   *
      *========================================================*
           05 AP-DATE           PIC 9(8).
           05 AP-ACCT-NO        PIC X(10).
           05 AP-TYPE           PIC X.
              88 AP-ACCRUAL     VALUE 'A'.
              88 AP-CAPITAL     VALUE 'C'.
              88 AP-TAX         VALUE 'X'.
           05 AP-AMOUNT         PIC 9(9)V99.
