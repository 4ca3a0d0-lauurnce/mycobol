      *========================================================*
      *  LOANCWS.cpy                                           *
      *  Working-storage for the shared loan arithmetic over   *
      *  the LOANREC fields. LOANC-SETUP-RTN derives the       *
      *  period from LN-FREQ and LN-RATE; LOANC-INSTALL-RTN    *
      *  prices the level installment; LOANC-DUE-DATE-RTN      *
      *  dates installment WS-LC-INST-NO; LOANC-COUNT-DUE-RTN  *
      *  counts the installments fallen due by WS-LC-AS-OF;    *
      *  LOANC-SCHED-RTN runs the schedule through             *
      *  WS-LC-INST-NO rows, leaving the scheduled balance,    *
      *  interest and payments to date. The caller also       *
      *  copies DATEWS/DATERTN.                                *
      *========================================================*
       01  WS-LC-PER-MONTHS PIC 9(02)     VALUE 1.
       01  WS-LC-PER-YEAR  PIC 9(02)      VALUE 12.
       01  WS-LC-PER-RATE  PIC 9V9(08)    VALUE ZERO.
       01  WS-LC-FACTOR    PIC 9(05)V9(10) VALUE ZERO.
       01  WS-LC-INST-NO   PIC 9(03)      VALUE ZERO.
       01  WS-LC-DUE-DATE  PIC 9(08)      VALUE ZERO.
       01  WS-LC-AS-OF     PIC 9(08)      VALUE ZERO.
       01  WS-LC-DUE-COUNT PIC 9(03)      VALUE ZERO.
       01  WS-LC-DONE-SW   PIC X          VALUE 'N'.
      * one schedule row, and the running figures through it
       01  WS-LC-ROW-NO    PIC 9(03)      VALUE ZERO.
       01  WS-LC-ROW-INT   PIC 9(09)V99   VALUE ZERO.
       01  WS-LC-ROW-PRIN  PIC 9(09)V99   VALUE ZERO.
       01  WS-LC-ROW-PAY   PIC 9(09)V99   VALUE ZERO.
       01  WS-LC-BAL       PIC 9(09)V99   VALUE ZERO.
       01  WS-LC-CUM-INT   PIC 9(09)V99   VALUE ZERO.
       01  WS-LC-CUM-PAY   PIC 9(09)V99   VALUE ZERO.
