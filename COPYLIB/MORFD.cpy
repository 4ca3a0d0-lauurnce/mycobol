      *========================================================*
      *  MORFD.cpy                                             *
      *  FD/record for the calamity moratorium file.           *
      *  MR-ACCT-NO is the ACCTMAST or PANES account or the    *
      *  LOANMAST loan number, MR-KIND which of the three it   *
      *  is. MR-NOS is the storm the moratorium was declared   *
      *  for, MR-FROM and MR-TO the first and last days of the *
      *  period, both inclusive.                               *
      *========================================================*
       FD  MOR-FILE
           LABEL RECORD IS OMITTED.
       01  MOR-REC.
           02 MR-ACCT-NO     PIC X(10).
           02 MR-KIND        PIC X.
              88 MR-DEPOSIT  VALUE 'D'.
              88 MR-PANES    VALUE 'P'.
              88 MR-LOAN     VALUE 'L'.
           02 MR-CUST-NO     PIC 9(6).
           02 MR-BRANCH      PIC X(2).
           02 MR-NOS         PIC X(20).
           02 MR-FROM        PIC 9(8).
           02 MR-TO          PIC 9(8).
