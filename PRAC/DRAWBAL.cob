      *DATE-WRITTEN. SEPTEMBER 1, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  The peso cash legs of the counter foreign-
      *                exchange deals now count in the drawer:
      *                pesos received for Dollars sold ('R') come
      *                in, pesos paid out for Dollars bought ('P')
      *                go out. A leg to an account moves no cash.
      *2026-09-01  LP  A teller file too large for the work table
      *                now aborts the run before TELLOVSH is
      *                rewritten - the fifty-first teller used to
           END-IF.

      * the day's cash movement per teller off the journal;
      *only deposits and withdrawals move drawer cash, with the
      *peso cash legs of the day's foreign-exchange deals
       LOAD-JOURNAL-RTN.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS = "35"
               NOT AT END
                   IF JR-DATE = WS-RUNLOG-DATE
                       AND (JR-TRANS-TYPE = 'D'
                           OR JR-TRANS-TYPE = 'W'
                           OR ((JR-TRANS-TYPE = 'R'
                               OR JR-TRANS-TYPE = 'P')
                               AND JR-ACCT-NUM = 0))
                       MOVE JR-TELLER TO WS-WANTED-ID
                       PERFORM FIND-TELLER-RTN
                       IF WS-TELLER-HIT > 0
                           SET TL-IDX TO WS-TELLER-HIT
                           IF JR-TRANS-TYPE = 'D'
                               OR JR-TRANS-TYPE = 'R'
                               ADD JR-AMOUNT TO TL-CASH-IN(TL-IDX)
                           ELSE
                               ADD JR-AMOUNT TO TL-CASH-OUT(TL-IDX)
