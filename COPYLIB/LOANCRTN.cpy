      *========================================================*
      *  LOANCRTN.cpy                                          *
      *  Common loan paragraphs. The schedule is the level     *
      *  installment on the declining balance: each row's      *
      *  interest is the balance times the period rate, the    *
      *  rest of the installment retires principal, and the    *
      *  last row takes whatever principal is left so the      *
      *  loan closes at zero. LOAN-MAINT prints it row by row, *
      *  BANK-REPORT and LOAN-AGING ask it what ought to have  *
      *  been paid by a given date.                            *
      *========================================================*
       LOANC-SETUP-RTN.
           IF LN-QUARTERLY
               MOVE 3 TO WS-LC-PER-MONTHS
               MOVE 4 TO WS-LC-PER-YEAR
           ELSE
               MOVE 1 TO WS-LC-PER-MONTHS
               MOVE 12 TO WS-LC-PER-YEAR
           END-IF.
           COMPUTE WS-LC-PER-RATE = LN-RATE / WS-LC-PER-YEAR.

       LOANC-INSTALL-RTN.
           IF WS-LC-PER-RATE = 0
               COMPUTE LN-INSTALLMENT ROUNDED =
                   LN-PRINCIPAL / LN-TERM
           ELSE
               COMPUTE WS-LC-FACTOR ROUNDED =
                   (1 + WS-LC-PER-RATE) ** LN-TERM
               COMPUTE LN-INSTALLMENT ROUNDED =
                   LN-PRINCIPAL * WS-LC-PER-RATE * WS-LC-FACTOR
                   / (WS-LC-FACTOR - 1)
           END-IF.

       LOANC-DUE-DATE-RTN.
           MOVE LN-RELEASE-DATE TO WS-DC-DATE.
           COMPUTE WS-DC-MONTHS = WS-LC-INST-NO * WS-LC-PER-MONTHS.
           PERFORM DATE-ADD-MONTHS-RTN.
           MOVE WS-DC-DATE TO WS-LC-DUE-DATE.

       LOANC-COUNT-DUE-RTN.
           MOVE 0 TO WS-LC-DUE-COUNT.
           MOVE 'N' TO WS-LC-DONE-SW.
           PERFORM LOANC-COUNT-ONE-RTN UNTIL WS-LC-DONE-SW = 'Y'.

       LOANC-COUNT-ONE-RTN.
           COMPUTE WS-LC-INST-NO = WS-LC-DUE-COUNT + 1.
           IF WS-LC-INST-NO > LN-TERM
               MOVE 'Y' TO WS-LC-DONE-SW
           ELSE
               PERFORM LOANC-DUE-DATE-RTN
               IF WS-LC-DUE-DATE > WS-LC-AS-OF
                   MOVE 'Y' TO WS-LC-DONE-SW
               ELSE
                   ADD 1 TO WS-LC-DUE-COUNT
               END-IF
           END-IF.

      * the schedule from release through WS-LC-INST-NO rows
       LOANC-SCHED-RTN.
           PERFORM LOANC-SCHED-START-RTN.
           PERFORM LOANC-SCHED-ONE-RTN
               UNTIL WS-LC-ROW-NO NOT < WS-LC-INST-NO.

       LOANC-SCHED-START-RTN.
           MOVE LN-PRINCIPAL TO WS-LC-BAL.
           MOVE 0 TO WS-LC-ROW-NO.
           MOVE 0 TO WS-LC-CUM-INT.
           MOVE 0 TO WS-LC-CUM-PAY.

       LOANC-SCHED-ONE-RTN.
           ADD 1 TO WS-LC-ROW-NO.
           COMPUTE WS-LC-ROW-INT ROUNDED =
               WS-LC-BAL * WS-LC-PER-RATE.
           IF WS-LC-ROW-NO NOT < LN-TERM
               OR LN-INSTALLMENT - WS-LC-ROW-INT > WS-LC-BAL
               MOVE WS-LC-BAL TO WS-LC-ROW-PRIN
           ELSE
               COMPUTE WS-LC-ROW-PRIN =
                   LN-INSTALLMENT - WS-LC-ROW-INT
           END-IF.
           COMPUTE WS-LC-ROW-PAY = WS-LC-ROW-PRIN + WS-LC-ROW-INT.
           SUBTRACT WS-LC-ROW-PRIN FROM WS-LC-BAL.
           ADD WS-LC-ROW-INT TO WS-LC-CUM-INT.
           ADD WS-LC-ROW-PAY TO WS-LC-CUM-PAY.
