      *                the business date, for the nightly
      *                CONTROL-BALANCE report that proves every
      *                record is accounted for at each hand-off.
      *2026-10-15  LP  The extract now accepts loan payments (code
      *                L), keyed against the loan number in the
      *                account field. The loan must be on LOANMAST
      *                and active, or the payment is rejected under
      *                its own reason code; a loan payment skips the
      *                deposit-account standing check.
      *2026-10-15  LP  The name on every record that passes the edit
      *                is now screened against the compliance
      *                watchlist (shared WLSCR copybooks). A hit at
      *                or above the match score (FINPARMS key
      *                WL-MATCH-PCT, default 75) is written to
      *                SCRNHITS and the record held back to
      *                TRANSREJ.TXT under WATCHLIST HOLD until
      *                compliance decides it in WATCH-REVIEW; a
      *                cleared record is put back on the extract and
      *                released on the next run, a confirmed one
      *                rejects as WATCHLIST CONFIRMED. A watchlist
      *                too large for its table fails the controls
      *                rather than screen against part of it.
      *2026-10-15  LP  Account numbers now carry a check digit in the
      *                tenth place (shared ACCTCK copybooks). A
      *                record whose account number, or a transfer
      *                whose destination, fails the check is
      *                rejected under its own reason code instead of
      *                posting to whichever account the keying slip
      *                happened to hit. A loan payment's loan number
      *                is not an account number and is not checked.
      *2026-10-15  LP  The cheque float now counts business days off
      *                the shared holiday calendar (CALENDAR) in
      *                place of calendar days, so a clear date never
      *                lands on a weekend or holiday and a long
      *                weekend no longer eats into the float. A
      *                calendar too large for its table fails the
      *                controls rather than float against part of
      *                it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * the loan master, read by key for each loan payment
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LN-LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

      * one clearing item per released cheque, held until
      *the maturation run clears it
           SELECT CHEQ-FILE ASSIGN TO "CHEQCLR.TXT"
           COPY BATCTLSL.
      * shared job-control state for the nightly sequence
           COPY JOBCTLSL.
      * the watchlist and the screening results
           COPY WLSCRSL.
      * shared holiday calendar for the clearing float
           COPY CALNDSL.

       DATA DIVISION.
       FILE SECTION.
      * shared account-master layout
           COPY ACCTREC.

       FD  LOAN-MASTER.
       01  LOAN-REC.
      * shared loan-master layout
           COPY LOANREC.

       FD  CHEQ-FILE.
       01  CHEQ-REC.
           05 CQ-ACCT-NO        PIC X(10).
           COPY JOBCTLFD.
           COPY ALERTFD.
           COPY BATCTLFD.
           COPY WLSCRFD.
           COPY CALNDFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY BATCTLWS.
      * shared job-control working-storage
           COPY JOBCTLWS.
      * shared watchlist-screening working-storage
           COPY WLSCRWS.
      * shared account-number check-digit working-storage
           COPY ACCTCKWS.
      * shared calendar arithmetic working-storage
           COPY DATEWS.
      * shared holiday-calendar working-storage
           COPY CALNDWS.

       01  WS-FLAGS.
           05 WS-EOF            PIC X VALUE 'N'.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-OPEN-SW      PIC X VALUE 'N'.
       01  WS-ACCT-OK-SW        PIC X VALUE 'Y'.
       01  WS-LOAN-STATUS       PIC XX VALUE SPACES.
       01  WS-LOAN-OPEN-SW      PIC X VALUE 'N'.
       01  WS-LOAN-OK-SW        PIC X VALUE 'Y'.
       01  WS-ACCT-CK-SW        PIC X VALUE 'Y'.
       01  WS-DEST-CK-SW        PIC X VALUE 'Y'.
       01  WS-CHEQ-STATUS       PIC XX VALUE SPACES.
       01  WS-CQW-EOF           PIC X VALUE 'N'.
       01  WS-THW-EOF           PIC X VALUE 'N'.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-HIST-STATUS       PIC XX VALUE SPACES.

      * the clearing float in business days
       01  WS-FLOAT-DAYS        PIC 99 VALUE 3.

      * the data record, mapped over the raw record
       01  WS-TRANS-REC.
              88 IS-WITHDRAWAL  VALUE 'W'.
              88 IS-TRANSFER    VALUE 'T'.
              88 IS-CHEQUE      VALUE 'C'.
              88 IS-LOAN-PAYMENT VALUE 'L'.
           05 TR-AMOUNT         PIC 9(7)V99.
           05 TR-AMOUNT-X REDEFINES TR-AMOUNT PIC X(9).
           05 TR-TO-ACCT-NO     PIC X(10).
           05 WS-CLEAN-COUNT    PIC 9(7) VALUE 0.
           05 WS-CLEAN-HASH     PIC 9(11)V99 VALUE 0.
           05 WS-REJECT-COUNT   PIC 9(7) VALUE 0.
           05 WS-HELD-COUNT     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           MOVE WS-RUNLOG-DATE TO WS-AL-DATE.
           PERFORM 055-LOAD-PARMS.
           PERFORM 060-OPEN-MASTER.
           PERFORM 065-OPEN-LOAN-MASTER.
           PERFORM 068-LOAD-WATCHLIST.
           PERFORM 069-LOAD-CALENDAR.

           PERFORM 100-PROCESS-RECORD UNTIL END-OF-FILE.

           IF WS-MAST-OPEN-SW = 'Y'
               CLOSE ACCT-MASTER
           END-IF.
           IF WS-LOAN-OPEN-SW = 'Y'
               CLOSE LOAN-MASTER
           END-IF.
           IF CONTROL-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               REPLACING ==JOBCTL-STEP==   BY =="TRANSEDIT"==
                         ==JOBCTL-PREREQ== BY ==" "==.

      * shared watchlist-screening paragraphs
           COPY WLSCRRTN.

      * shared account-number check-digit paragraphs
           COPY ACCTCKRTN.

      * shared calendar paragraphs
           COPY DATERTN.
           COPY CALNDRTN.

      * the clearing float comes from the shared FINPARMS
      *file operations maintains; a missing file or key leaves
      *the compiled default in force
                   IF PARM-KEY = "CHQ-FLOAT-DY"
                       MOVE PARM-VALUE TO WS-FLOAT-DAYS
                   END-IF
                   IF PARM-KEY = "WL-MATCH-PCT"
                       MOVE PARM-VALUE TO WS-WL-MATCH-PCT
                   END-IF
           END-READ.

      * the master stays open for a keyed read per
               MOVE 'Y' TO WS-MAST-OPEN-SW
           END-IF.

      * the loan master stays open the same way; with no
      *loan master on the machine every loan payment is unknown
       065-OPEN-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOAN-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-LOAN-OPEN-SW
           END-IF.

      * with no watchlist on the machine the screen stays
      *quiet; a list too large for the table would screen
      *against only part of it, so the extract is failed
       068-LOAD-WATCHLIST.
           PERFORM WLSCR-LOAD-RTN.
           IF WS-WL-OVFL-SW = 'Y'
               SET CONTROL-FAILED TO TRUE
               DISPLAY "TRANSEDIT: WATCHLIST TOO LARGE FOR THE "
                   "SCREEN - MORE THAN 1000 NAMES."
           END-IF.

      * a clear date off part of the calendar could land on
      *a holiday past the table
       069-LOAD-CALENDAR.
           PERFORM CALNDR-LOAD-RTN.
           IF WS-CAL-OVFL-SW = 'Y'
               SET CONTROL-FAILED TO TRUE
               DISPLAY "TRANSEDIT: CALENDAR TOO LARGE FOR THE "
                   "TABLE - MORE THAN 400 DATES."
           END-IF.

      * an account the master carries as frozen or closed
      *fails the edit; an account the master has never heard of
      *passes - a first transaction is how accounts have always
      *been born in this chain
       250-CHECK-ACCT-STATUS.
           MOVE 'Y' TO WS-ACCT-OK-SW.
           IF WS-MAST-OPEN-SW = 'Y' AND NOT IS-LOAN-PAYMENT
               MOVE TR-ACCT-NO TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
               END-READ
           END-IF.

      * the account number, and a transfer's destination,
      *must carry the check digit its first nine places call
      *for; a loan payment's loan number is not an account
      *number and is let through to the loan check
       245-CHECK-DIGITS.
           MOVE 'Y' TO WS-ACCT-CK-SW.
           MOVE 'Y' TO WS-DEST-CK-SW.
           IF NOT IS-LOAN-PAYMENT AND TR-ACCT-NO NOT = SPACES
               MOVE TR-ACCT-NO TO WS-AK-ACCT
               PERFORM ACCTCK-VERIFY-RTN
               MOVE WS-AK-OK TO WS-ACCT-CK-SW
           END-IF.
           IF IS-TRANSFER AND TR-TO-ACCT-NO NOT = SPACES
               MOVE TR-TO-ACCT-NO TO WS-AK-ACCT
               PERFORM ACCTCK-VERIFY-RTN
               MOVE WS-AK-OK TO WS-DEST-CK-SW
           END-IF.

      * a loan payment carries the loan number in the
      *account field; unlike a deposit account, a loan is only
      *ever born at LOAN-MAINT, so one the master does not know
      *fails the edit, as does one paid off or written off
       255-CHECK-LOAN-STATUS.
           MOVE 'Y' TO WS-LOAN-OK-SW.
           IF IS-LOAN-PAYMENT
               IF WS-LOAN-OPEN-SW = 'N'
                   MOVE 'U' TO WS-LOAN-OK-SW
               ELSE
                   MOVE TR-ACCT-NO TO LN-LOAN-NO
                   READ LOAN-MASTER
                       INVALID KEY
                           MOVE 'U' TO WS-LOAN-OK-SW
                       NOT INVALID KEY
                           IF NOT LN-ACTIVE
                               MOVE 'N' TO WS-LOAN-OK-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.

       100-PROCESS-RECORD.
           READ RAW-FILE
               AT END SET END-OF-FILE TO TRUE

           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 250-CHECK-ACCT-STATUS.
           PERFORM 255-CHECK-LOAN-STATUS.
           PERFORM 245-CHECK-DIGITS.
           EVALUATE TRUE
               WHEN TR-ACCT-NO = SPACES
                   MOVE "BLANK ACCOUNT NO"    TO WS-REJECT-REASON
               WHEN WS-ACCT-CK-SW = 'N'
                   MOVE "BAD CHECK DIGIT"     TO WS-REJECT-REASON
               WHEN WS-ACCT-OK-SW = 'N'
                   MOVE "ACCOUNT NOT ACTIVE"  TO WS-REJECT-REASON
               WHEN WS-LOAN-OK-SW = 'U'
                   MOVE "UNKNOWN LOAN NO"     TO WS-REJECT-REASON
               WHEN WS-LOAN-OK-SW = 'N'
                   MOVE "LOAN NOT ACTIVE"     TO WS-REJECT-REASON
               WHEN NOT IS-DEPOSIT AND NOT IS-WITHDRAWAL
                       AND NOT IS-TRANSFER AND NOT IS-CHEQUE
                       AND NOT IS-LOAN-PAYMENT
                   MOVE "UNKNOWN TRAN CODE"   TO WS-REJECT-REASON
               WHEN TR-AMOUNT-X NOT NUMERIC
                   MOVE "NON-NUMERIC AMOUNT"  TO WS-REJECT-REASON
                   MOVE "ZERO AMOUNT"         TO WS-REJECT-REASON
               WHEN IS-TRANSFER AND TR-TO-ACCT-NO = SPACES
                   MOVE "BLANK TRANSFER DEST" TO WS-REJECT-REASON
               WHEN WS-DEST-CK-SW = 'N'
                   MOVE "BAD DEST CHECK DIGIT" TO WS-REJECT-REASON
               WHEN TR-DATE-X NOT NUMERIC
                   MOVE "NON-NUMERIC DATE"    TO WS-REJECT-REASON
               WHEN TR-DATE-MM < 1 OR TR-DATE-MM > 12
                   MOVE "BAD DAY IN DATE"     TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES AND WS-WL-COUNT > 0
               PERFORM 265-SCREEN-NAME
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE RAW-REC TO CLEAN-REC
               WRITE CLEAN-REC
           END-IF.

      * the released cheque's clearing item, dated with
      *the day its funds become available - the float's worth
      *of business days after the deposit, each weekend and
      *holiday stepped over
       260-WRITE-CLEARING-ITEM.
           MOVE TR-DATE TO WS-DC-DATE.
           PERFORM CALNDR-NEXT-BUSDAY-RTN WS-FLOAT-DAYS TIMES.
           MOVE TR-ACCT-NO TO WQ-ACCT-NO.
           MOVE TR-AMOUNT TO WQ-AMOUNT.
           MOVE TR-DATE TO WQ-DEP-DATE.
           MOVE WS-DC-DATE TO WQ-CLEAR-DATE.
           MOVE 'N' TO WQ-CLEARED-SW.
           WRITE CHEQ-WORK-REC FROM WS-CHEQ-IMAGE.

      * a record whose name hits the watchlist is held back
      *until compliance decides it; one compliance has already
      *cleared - put back on the extract by WATCH-REVIEW -
      *releases as normal
       265-SCREEN-NAME.
           MOVE TR-ACCT-NAME TO WS-WL-SUBJECT.
           PERFORM WLSCR-SCORE-RTN.
           IF WS-WL-BEST-SCORE NOT < WS-WL-MATCH-PCT
               MOVE 'T' TO WS-WL-ORIGIN
               MOVE TR-ACCT-NO TO WS-WL-REF
               MOVE RAW-REC TO WS-WL-TRANS
               MOVE WS-RUNLOG-DATE TO WS-WL-DATE
               PERFORM WLSCR-RECORD-HIT-RTN
               EVALUATE WS-WL-PRIOR
                   WHEN 'C'
                       CONTINUE
                   WHEN 'F'
                       MOVE "WATCHLIST CONFIRMED" TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE "WATCHLIST HOLD"      TO WS-REJECT-REASON
                       ADD 1 TO WS-HELD-COUNT
               END-EVALUATE
           END-IF.

      * balance the trailer's control figures against what
      *was actually read off the extract
       300-CHECK-TRAILER.
           DISPLAY "TRANSEDIT: READ " WS-READ-COUNT
               " RELEASED " WS-CLEAN-COUNT
               " REJECTED " WS-REJECT-COUNT.
           IF WS-HELD-COUNT > 0
               DISPLAY "TRANSEDIT: " WS-HELD-COUNT " OF THE "
                   "REJECTS HELD ON THE WATCHLIST FOR COMPLIANCE "
                   "REVIEW."
           END-IF.
           IF CONTROL-FAILED
               DISPLAY "TRANSEDIT: CONTROL FAILURE - DO NOT RUN "
                   "BANK-REPORT FROM THIS EXTRACT."
