      *========================================================*
      *  GLPERREC.cpy                                          *
      *  Common GLPERIOD record layout: the ledger's period    *
      *  lock, one line each time GL-CLOSE closes a month or   *
      *  an administrator reopens one. The file only grows -   *
      *  the last line for a period is its standing, so a      *
      *  period closed, reopened and closed again reads as     *
      *  closed. GL-POST posts nothing dated inside a closed   *
      *  period. The parent 01 level is supplied by the        *
      *  calling program.                                      *
      *========================================================*
           05 GP-PERIOD         PIC 9(6).
           05 GP-ACTION         PIC X.
              88 GP-CLOSED      VALUE 'C'.
              88 GP-REOPENED    VALUE 'R'.
           05 GP-BUS-DATE       PIC 9(8).
           05 GP-OPER           PIC X(8).
           05 GP-NET-INCOME     PIC S9(13)V99.
