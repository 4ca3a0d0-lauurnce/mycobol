      *2026-09-01  LP  A failed PANESCTL integrity check now also
      *                lands on the shared ALERTS.TXT file the
      *                morning alert report reads.
      *2026-10-15  LP  New (P)re-terminate run mode for the time
      *                deposits on TDMAST: the teller names the
      *                certificate, the interest for the days it
      *                actually ran is struck at the FINPARMS
      *                penalty rate (TD-PEN-RATE) in place of the
      *                contract rate, the final tax is withheld
      *                from it at the interest run's rate, and the
      *                principal and net interest go back to the
      *                linked ACCTMAST account through the
      *                TRANSIN.TXT extract. The gross interest and
      *                the tax each go on TDPOST as their own
      *                entry, and the interest run's remittance
      *                report now carries the month's time-deposit
      *                tax off TDPOST - pre-terminations and the
      *                TD-MATURE maturities alike - beside the
      *                branches' own.
      *2026-10-15  LP  A withdrawal is refused when it would leave
      *                the balance below the partial holds standing
      *                on the account in HOLDMAST (garnishment,
      *                legal, collateral - placed through
      *                HOLD-MAINT), at entry and again at commit
      *                after any correction; a hold past its expiry
      *                date no longer counts. Only the held part is
      *                off limits - the rest of the account draws
      *                as before, where a freeze stopped it all.
      *2026-10-15  LP  A withdrawal from a joint "and" account - one
      *                with a holder in the AND role on the ACCTHLDR
      *                holder file kept by CUST-MAINT - now takes
      *                two of its holders at the counter: the teller
      *                keys the customer numbers of both, and they
      *                must be two different primary or joint-and
      *                holders of the account. The confirmation is
      *                asked again after a correction to the
      *                account, type or amount, and the entry may
      *                not commit without it.
      *2026-10-15  LP  New (F)X run mode: Dollars bought from or
      *                sold to a customer over the counter. The
      *                bank's buying and selling rates are quoted
      *                off the business date's FXRATE mid-rate
      *                less or plus the FINPARMS spread (key
      *                FX-SPREAD, peso per Dollar), the Dollar leg
      *                posts to a Dollar account or to cash and
      *                the peso leg to a savings or checking
      *                account or to cash, each account leg under
      *                the same active, funds, hold and joint-and
      *                checks as a teller withdrawal. Both legs
      *                journal on FQJRNL (B/V the Dollar leg, P/R
      *                the peso leg) and the deal, with the spread
      *                income it earned, goes to FXDEAL for the
      *                FX-POSITION end-of-day report.
      *2026-10-15  LP  The account number keyed on the entry screen,
      *                at correction 1 and on either account leg of
      *                an FX deal must now carry its check digit
      *                (shared ACCTCK copybooks). The entry field is
      *                re-keyed until it passes; an FX deal naming a
      *                failing account is refused.
      *2026-10-15  LP  The branch list now comes from the shared
      *                branch master (BRMAST, kept in REFMAINT) in
      *                place of BRANCHES and the compiled five: the
      *                teller keys the two-character branch code, a
      *                closed branch is refused, and PANES carries
      *                the code instead of the name, so it compares
      *                with ACCTMAST's. A missing master refuses the
      *                start-up. The end-of-day summary lists the
      *                branches that took business today, and the
      *                tax remittance report names each branch off
      *                the master.
      *2026-10-15  LP  PANES is now indexed on the account number
      *                with one current record per account, and the
      *                per-posting snapshots go to the day's
      *                activity file PANESACT instead. The account
      *                table and its hundred-account ceiling are
      *                gone: the entry screen, a reversal and an FX
      *                deal read the account under its key, and a
      *                commit rewrites it in place (a new account is
      *                added) and drops its snapshot on PANESACT.
      *                The interest run reads the master in key
      *                order and rewrites each account it posts to.
      *                PANESCTL now holds the account count and the
      *                balance hash of the master, proven by one
      *                pass over the accounts at start-up and moved
      *                posting by posting, so start-up no longer
      *                grows with the day's activity.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "PANES"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FILE-ACCT-NUM
               FILE STATUS IS WS-FILE-STATUS.
      * the day's postings, one snapshot each, for the
      *extract and the end-of-day archive
           SELECT ACT-FILE ASSIGN TO "PANESACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
      * restart checkpoint so a rerun can pick up the
      *count of transactions already entered instead of losing track
           COPY CKPTSEL
               REPLACING ==CKPT-FILENAME== BY =="FQCKPT"==.
      * the master's integrity control record: account
      *count and balance hash, verified at every start-up
           SELECT CTL-FILE ASSIGN TO "PANESCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
      * shared branch master kept current by REFMAINT
           COPY BRMSTSL.
      * the time-deposit certificate master
           SELECT TD-MASTER ASSIGN TO "TDMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TD-CERT-NO
               FILE STATUS IS WS-TD-STATUS.
      * the time-deposit interest and tax entries
           SELECT TDPOST-FILE ASSIGN TO "TDPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TDPOST-STATUS.
      * the tellers' extract a pre-termination pays out
      *through
           COPY XTRAPPSL.
      * the partial holds against account balances
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
      * who holds each account, and in what capacity
           SELECT HOLDER-FILE ASSIGN TO "ACCTHLDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.
      * the foreign-exchange deals struck at the counter
           SELECT FXDEAL-FILE ASSIGN TO "FXDEAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXDEAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * shared PANES record layout
           COPY PANESREC.

       FD  ACT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACT-REC.
       01  ACT-REC            PIC X(107).

       COPY CKPTFD.

       FD  CTL-FILE
           02 PARM-KEY        PIC X(12).
           02 PARM-VALUE      PIC 9(7)V9(4).

           COPY BRMSTFD.

       FD  TD-MASTER
           LABEL RECORD IS STANDARD.
       01  TD-REC.
      * shared time-deposit master layout
           COPY TDREC.

       FD  TDPOST-FILE
           LABEL RECORD IS STANDARD.
       01  TDPOST-REC.
      * shared time-deposit posting layout
           COPY TDPOSTRC.

           COPY XTRAPPFD.

       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD.
       01  HOLD-REC.
      * shared hold-master layout
           COPY HOLDREC.

       FD  HOLDER-FILE
           LABEL RECORD IS STANDARD.
       01  HOLDER-REC.
      * shared account-holder layout
           COPY ACCHLDRC.

       FD  FXDEAL-FILE
           LABEL RECORD IS STANDARD.
       01  FXDEAL-REC.
      * shared foreign-exchange deal layout
           COPY FXDEALRC.

       WORKING-STORAGE SECTION.
      * shared restart-checkpoint working-storage

      * shared validation-loop switches
           COPY VALSW.

      * shared extract-append working-storage
           COPY XTRAPPWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared account-number check-digit working-storage
           COPY ACCTCKWS.
      * shared branch-master working-storage
           COPY BRMSTWS.
       01  ANS             PIC X VALUE SPACES.
       01  TOTAL-CUST      PIC 9(5) VALUE 0.

       01  IN-AMOUNT       PIC 9(7)V99 VALUE 0.
       01  IN-ACCT-TYPE    PIC X VALUE SPACES.
       01  IN-INIT-BAL     PIC S9(12)V99 VALUE 0.
       01  IN-BRANCH-CODE  PIC X(2) VALUE SPACES.

       01  DER-SN       PIC X(6)  VALUE SPACES.
       01  DER-TN       PIC X(12) VALUE SPACES.
       01  WS-CONFIRM     PIC X VALUE SPACES.
       01  WS-COMMIT-SW   PIC X VALUE 'N'.
       01  WS-BAL-OK-SW   PIC X VALUE 'Y'.
      * the holds standing on the keyed account today; a
      *withdrawal may not leave the balance below them
       01  WS-HOLD-STATUS PIC XX VALUE SPACES.
       01  WS-HOLD-EOF    PIC X VALUE 'N'.
       01  WS-HOLD-OK-SW  PIC X VALUE 'Y'.
       01  WS-HOLD-ACCT   PIC X(10) VALUE SPACES.
       01  WS-ACCT-HELD   PIC 9(11)V99 VALUE 0.
       01  DISPLAY-HELD   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      * the keyed account's holders; a withdrawal from a
      *joint "and" account waits on two of them
       01  WS-AH-STATUS   PIC XX VALUE SPACES.
       01  WS-AH-EOF      PIC X VALUE 'N'.
       01  WS-AND-ACCT-SW PIC X VALUE 'N'.
       01  WS-MANDATE-OK-SW PIC X VALUE 'Y'.
       01  WS-MANDATE-ACCT PIC X(10) VALUE SPACES.
       01  WS-SIGN-1      PIC 9(6) VALUE 0.
       01  WS-SIGN-2      PIC 9(6) VALUE 0.
       01  WS-SIGN-WANTED PIC 9(6) VALUE 0.
       01  WS-SIGN-FOUND  PIC X VALUE 'N'.
       01  WS-SIGN-OK-CNT PIC 9 VALUE 0.
       01  WS-MANDATE-TABLE.
           05 WS-MANDATE-COUNT PIC 99 VALUE 0.
           05 WS-MANDATE-ENTRY OCCURS 10 TIMES INDEXED BY MN-IDX.
              10 MN-CUST-NO PIC 9(6).
              10 MN-ROLE    PIC X.
      * the standing of the account keyed on the entry
      *screen; only an active account may commit
       01  WS-ENTRY-STATUS PIC X VALUE 'A'.
          88 ENTRY-ACCT-ACTIVE VALUES 'A' SPACE.
      * the matched branch-master slot, captured by the
      *lookup at the point of the match; the tallies follow at
      *commit time
       01  WS-BRANCH-HIT  PIC 99 VALUE 0.
       01  WS-BRANCH-MSG  PIC X(22) VALUE SPACES.

      * batch-run mode selector
       01  WS-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-ACT-STATUS   PIC XX VALUE SPACES.
       01  WS-RUN-MODE     PIC X VALUE SPACES.
       01  LOAD-EOF-SW     PIC X VALUE 'N'.

      * the integrity figures: what the start-up pass
      *actually saw, and the running totals maintained as
      *accounts are added and rewritten
       01  WS-CTL-STATUS   PIC XX VALUE SPACES.
       01  WS-LOAD-COUNT   PIC 9(5) VALUE 0.
       01  WS-LOAD-HASH    PIC S9(14)V99 VALUE 0.
           05 WS-RV-TYPE   PIC X.
           05 WS-RV-AMOUNT PIC 9(7)V99.
       01  WS-REV-NEW-TYPE PIC X VALUE SPACES.
       01  WS-REV-OLD-BAL  PIC S9(12)V99 VALUE 0.
       01  WS-REV-NEW-BAL  PIC S9(12)V99 VALUE 0.
       01  WS-REV-CONFIRM  PIC X VALUE SPACES.
       01  WS-JRNL-TIME    PIC 9(8) VALUE 0.
           02 JL-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(33) VALUE SPACES.

      * a running count per branch for the per-branch
      *end-of-day summary, slot for slot with the branch master
      *table
       01  WS-BRANCH-COUNT  PIC 9(4) OCCURS 50 TIMES VALUE 0.
       01  WS-BRANCH-TOTAL  PIC 9(12)V99 OCCURS 50 TIMES VALUE 0.
      * native dollar holdings per branch, shown next to
      *the peso-equivalent total
       01  WS-BRANCH-DOLLAR PIC 9(12)V99 OCCURS 50 TIMES VALUE 0.
       01  WS-FX-STATUS     PIC XX VALUE SPACES.
       01  WS-FX-EOF        PIC X VALUE 'N'.
       01  WS-FX-RATE       PIC 9(3)V9(4) VALUE 1.
       01  WS-TAX          PIC 9(12)V99 VALUE 0.
       01  WS-TAX-TOTAL    PIC 9(12)V99 VALUE 0.
      * the tax withheld per branch, accumulated by the
      *branch code carried on each account
       01  WS-TAXBR-TABLE.
           02 WS-TAXBR-COUNT PIC 99 VALUE 0.
           02 WS-TAXBR-ENTRY OCCURS 50 TIMES INDEXED BY TX-IDX.
              03 TB-CODE   PIC X(2).
              03 TB-AMOUNT PIC 9(12)V99.
       01  WS-TAXBR-HIT    PIC 99 VALUE 0.
      * the interest account's balance before the posting,
      *so the two PANES entries read gross then net
       01  WS-GROSS-BAL    PIC S9(12)V99 VALUE 0.

      * a pre-terminated time deposit earns this annual
      *rate for the days it ran instead of its contract rate,
      *unless FINPARMS overrides it (TD-PEN-RATE)
       01  WS-TD-PEN-RATE  PIC 9V9999 VALUE .0050.
       01  WS-TD-STATUS    PIC XX VALUE SPACES.
       01  WS-TDPOST-STATUS PIC XX VALUE SPACES.
       01  WS-TDPOST-EOF   PIC X VALUE 'N'.
       01  IN-CERT-NO      PIC X(10) VALUE SPACES.
       01  WS-TD-CONFIRM   PIC X VALUE SPACES.
       01  WS-TD-DAYS      PIC 9(4) VALUE 0.
       01  WS-TD-GROSS     PIC 9(9)V99 VALUE 0.
       01  WS-TD-TAX       PIC 9(9)V99 VALUE 0.
       01  WS-TD-NET       PIC 9(9)V99 VALUE 0.
       01  WS-TD-PAYOUT    PIC 9(11)V99 VALUE 0.
       01  WS-TD-LEFT      PIC 9(11)V99 VALUE 0.
       01  WS-TD-RECS      PIC 9(5) VALUE 0.
       01  DISPLAY-TD-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99.
      * the largest amount one extract record can carry; a
      *larger payout goes as several records
       01  WS-MAX-RELEASE  PIC 9(7)V99 VALUE 9999999.99.
      * the month's time-deposit tax, off TDPOST, for the
      *remittance report
       01  WS-TD-TAX-TOTAL PIC 9(12)V99 VALUE 0.

      * a counter foreign-exchange deal: the bank's rates
      *sit the FINPARMS spread either side of the FXRATE
      *mid-rate, and each leg goes to an account or to cash
       01  WS-FX-SPREAD    PIC 9(3)V9(4) VALUE .3000.
       01  WS-FX-BUY-RATE  PIC 9(3)V9(4) VALUE 0.
       01  WS-FX-SELL-RATE PIC 9(3)V9(4) VALUE 0.
       01  WS-FX-DEAL-RATE PIC 9(3)V9(4) VALUE 0.
       01  WS-FXDEAL-STATUS PIC XX VALUE SPACES.
       01  IN-FX-SIDE      PIC X VALUE SPACES.
       01  IN-FX-USD       PIC 9(7)V99 VALUE 0.
       01  IN-FX-USD-ACCT  PIC 9(10) VALUE 0.
       01  IN-FX-PESO-ACCT PIC 9(10) VALUE 0.
       01  WS-FX-PESO      PIC 9(10)V99 VALUE 0.
       01  WS-FX-SPREAD-INC PIC 9(9)V99 VALUE 0.
       01  WS-FX-USD-SW    PIC X VALUE 'N'.
       01  WS-FX-PESO-SW   PIC X VALUE 'N'.
       01  WS-FX-USD-BAL   PIC S9(12)V99 VALUE 0.
       01  WS-FX-PESO-BAL  PIC S9(12)V99 VALUE 0.
       01  WS-FX-LEG-BAL   PIC S9(12)V99 VALUE 0.
       01  WS-FX-CONFIRM   PIC X VALUE SPACES.
       01  WS-FX-USD-SEQ   PIC 9(6) VALUE 0.
       01  WS-FX-JR-ACCT   PIC 9(10) VALUE 0.
       01  WS-FX-JR-TYPE   PIC X VALUE SPACES.
       01  WS-FX-JR-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-FX-JR-BAL    PIC S9(12)V99 VALUE 0.
       01  WS-FX-TN        PIC X(12) VALUE SPACES.
       01  DISPLAY-FX-RATE PIC ZZ9.9999.
       01  DISPLAY-FX-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99.

      * the interest rates this posting run actually used
       01  RATE-PARMS-LINE.
           02 FILLER PIC X(13) VALUE "Rates used: S".
           02 TD-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(40) VALUE SPACES.

       01  TAX-TD-LINE.
           02 FILLER PIC X(4)  VALUE SPACES.
           02 FILLER PIC X(15) VALUE "Time Deposits".
           02 FILLER PIC X(5)  VALUE SPACES.
           02 TX-TD-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(40) VALUE SPACES.

       01  TAX-TOTAL-LINE.
           02 FILLER PIC X(4)  VALUE SPACES.
           02 FILLER PIC X(15) VALUE "Total Withheld:".
           02 DM-STATUS PIC X(17).
           02 FILLER PIC X(8)  VALUE SPACES.

      * the account as PANES held it when a posting read it
      *under its key, so a commit knows whether to rewrite or add
      *it and the control hash moves by the difference
       01  WS-PANES-FOUND-SW PIC X VALUE 'N'.
       01  WS-PANES-OLD-BAL  PIC S9(12)V99 VALUE 0.

       SCREEN SECTION.
       01  SCRE.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN.
           PERFORM LOAD-PARMS-RTN.
           PERFORM BRMAST-LOAD-RTN.
           PERFORM LOAD-FXRATE-RTN.
           DISPLAY SCRE.

      * no branch master, no branch to book an account or a
      *deal to
           IF WS-BRM-COUNT = 0
               DISPLAY (10, 25) "BRANCH MASTER (BRMAST) NOT FOUND - "
                   "NOTHING OPENED."
               STOP RUN
           END-IF.
           IF WS-BRM-OVFL-SW = 'Y'
               DISPLAY (10, 25) "BRANCH MASTER TOO LARGE FOR THE "
                   "TABLE - NOTHING OPENED."
               STOP RUN
           END-IF.

           DISPLAY (6, 25) "Teller ID:".
           ACCEPT  (6, 40) WS-TELLER-ID.

               STOP RUN
           END-IF.

           DISPLAY (8, 10)
               "(T)rans, (I)nterest, (J)ournal, (C)ash, (R)evers, "
               "(P)reterm, (F)X?".
           ACCEPT  (8, 78) WS-RUN-MODE.

           EVALUATE WS-RUN-MODE
               WHEN 'I' WHEN 'i'
                   PERFORM CASH-DECLARE-RTN
               WHEN 'R' WHEN 'r'
                   PERFORM REVERSAL-RTN THRU REVERSAL-EXIT
               WHEN 'P' WHEN 'p'
                   PERFORM PRETERM-RTN THRU PRETERM-EXIT
               WHEN 'F' WHEN 'f'
                   PERFORM FX-DEAL-RTN THRU FX-DEAL-EXIT
               WHEN OTHER
                   PERFORM TRANSACTION-ENTRY-RTN
                       THRU TRANSACTION-ENTRY-EXIT
               CLOSE BUSDATE-FILE
           END-IF.

      * the interest rates come from the shared FINPARMS
      *file operations maintains; a missing file or key leaves the
      *compiled table in force
                           MOVE PARM-VALUE TO RT-RATE(3)
                       WHEN "TAX-RATE-INT"
                           MOVE PARM-VALUE TO WS-TAX-RATE
                       WHEN "TD-PEN-RATE"
                           MOVE PARM-VALUE TO WS-TD-PEN-RATE
                       WHEN "FX-SPREAD"
                           MOVE PARM-VALUE TO WS-FX-SPREAD
                   END-EVALUATE
           END-READ.

           END-READ.

       TRANSACTION-ENTRY-RTN.
           PERFORM CHECK-PANES-RTN.
           IF WS-POST-BLOCKED = 'Y'
               DISPLAY (15, 10)
                   "POSTING REFUSED - PANES NOT SIGNED OFF."
               ACCEPT ANS
               GO TO TRANSACTION-ENTRY-EXIT
           END-IF.
           PERFORM OPEN-PANES-RTN.
           PERFORM LOAD-JRNL-SEQ-RTN.
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS = "35"
           PERFORM PROCESS-RTN THRU PROCESS-END
               UNTIL ANS = 'N' OR ANS = 'n'.
           PERFORM SUMMARY-RTN.
           PERFORM CLOSE-PANES-RTN.
           CLOSE JRNL-FILE.
           PERFORM WRITE-CTL-RTN.

       TRANSACTION-ENTRY-EXIT.
           CONTINUE.

      * one pass over the master proves it against its
      *control record before any posting - a read per account on
      *file, however busy the day has been
       CHECK-PANES-RTN.
           MOVE 'N' TO LOAD-EOF-SW.
           MOVE 0 TO WS-LOAD-COUNT.
           MOVE 0 TO WS-LOAD-HASH.
           OPEN INPUT OUTFILE.
           IF WS-FILE-STATUS NOT = "35"
               PERFORM COUNT-ONE-PANES-RTN UNTIL LOAD-EOF-SW = 'Y'
               CLOSE OUTFILE
           END-IF.
           PERFORM VERIFY-CTL-RTN.
           MOVE WS-LOAD-COUNT TO WS-CTL-COUNT.
           MOVE WS-LOAD-HASH TO WS-CTL-HASH.

       COUNT-ONE-PANES-RTN.
           READ OUTFILE NEXT
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LOAD-COUNT
                   ADD FILE-BAL TO WS-LOAD-HASH
           END-READ.

      * the control record written at the last clean
      *shutdown must match what the start-up pass actually saw;
      *a short or altered file raises a loud warning and blocks
      *posting until someone signs off
       VERIFY-CTL-RTN.
           MOVE 'N' TO WS-CTL-FOUND-SW.
           OPEN INPUT CTL-FILE.
                   DISPLAY (8, 10)
                       "*** PANES FAILED ITS INTEGRITY CHECK ***"
                   DISPLAY (9, 10) "Expected " PC-COUNT
                       " account(s), found " WS-LOAD-COUNT
                   DISPLAY (10, 10)
                       "The file may be truncated. Restore from"
                   DISPLAY (11, 10)
           WRITE CTL-REC.
           CLOSE CTL-FILE.

      * the master and the day's activity file open for a
      *posting session; the first run creates both
       OPEN-PANES-RTN.
           OPEN I-O OUTFILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT OUTFILE
               CLOSE OUTFILE
               OPEN I-O OUTFILE
           END-IF.
           OPEN EXTEND ACT-FILE.
           IF WS-ACT-STATUS = "35"
               OPEN OUTPUT ACT-FILE
           END-IF.

       CLOSE-PANES-RTN.
           CLOSE OUTFILE.
           CLOSE ACT-FILE.

      * the account's record under the key the caller set in
      *FILE-ACCT-NUM, with the balance as read kept for the
      *control hash; the master must be open
       READ-PANES-RTN.
           MOVE 'Y' TO WS-PANES-FOUND-SW.
           READ OUTFILE
               INVALID KEY MOVE 'N' TO WS-PANES-FOUND-SW
           END-READ.
           IF WS-PANES-FOUND-SW = 'Y'
               MOVE FILE-BAL TO WS-PANES-OLD-BAL
           ELSE
               MOVE 0 TO WS-PANES-OLD-BAL
           END-IF.

      * the same read for a run that has not opened the
      *master for posting yet
       FETCH-PANES-RTN.
           OPEN INPUT OUTFILE.
           IF WS-FILE-STATUS = "35"
               MOVE 'N' TO WS-PANES-FOUND-SW
           ELSE
               PERFORM READ-PANES-RTN
               CLOSE OUTFILE
           END-IF.

      * one posting onto the master: the account read by
      *READ-PANES-RTN is rewritten in place, or added when it was
      *not on file, its snapshot goes to the day's activity file,
      *and the control totals follow
       PUT-PANES-RTN.
           IF WS-PANES-FOUND-SW = 'Y'
               REWRITE OUTREC
                   INVALID KEY
                       DISPLAY (24, 1) "PANES REWRITE FAILED "
                           FILE-ACCT-NUM
                   NOT INVALID KEY
                       COMPUTE WS-CTL-HASH =
                           WS-CTL-HASH + FILE-BAL - WS-PANES-OLD-BAL
               END-REWRITE
           ELSE
               WRITE OUTREC
                   INVALID KEY
                       DISPLAY (24, 1) "PANES WRITE FAILED "
                           FILE-ACCT-NUM
                   NOT INVALID KEY
                       ADD 1 TO WS-CTL-COUNT
                       ADD FILE-BAL TO WS-CTL-HASH
               END-WRITE
           END-IF.
           WRITE ACT-REC FROM OUTREC.

      * looks up an account's carried-forward balance and
      *standing for the entry screen under its key, without
      *disturbing its stored balance; an account not yet on file
      *is active
       FIND-ACCT-BAL-RTN.
           MOVE IN-ACCT-NUM TO FILE-ACCT-NUM.
           PERFORM READ-PANES-RTN.
           IF WS-PANES-FOUND-SW = 'Y'
               MOVE 'Y' TO WS-FOUND-SW
               MOVE FILE-BAL TO IN-INIT-BAL
               MOVE FILE-ACCT-STATUS TO WS-ENTRY-STATUS
           END-IF.

       PROCESS-RTN.
           DISPLAY (5, 32) "Customer's Account".

           DISPLAY (7, 20) "Account Number:".
           MOVE 'N' TO VALID-SW.
           PERFORM ACCEPT-ACCT-NUM-RTN UNTIL VALID-SW = 'Y'.

           DISPLAY (8, 20) "Account Name:".
           ACCEPT  (8, 40) IN-ACCT-NAME.
           DISPLAY (15, 40) DER-ACCT-TYPE-NAME.

      * carry the balance forward for an account already
      *on file, instead of asking for a fresh Initial Balance
           MOVE 'A' TO WS-ENTRY-STATUS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM FIND-ACCT-BAL-RTN.

      * a frozen or closed account takes no postings; the
      *entry dies at the account number
               GO TO PROCESS-SKIP-WRITE
           END-IF.

      * nor may a withdrawal reach into funds under hold
           PERFORM LOAD-ACCT-HOLDS-RTN THRU LOAD-ACCT-HOLDS-EXIT.
           PERFORM CHECK-HOLDS-RTN.
           IF WS-HOLD-OK-SW = 'N'
               MOVE IN-INIT-BAL TO DER-CURR-BAL
               GO TO PROCESS-SKIP-WRITE
           END-IF.

      * and a joint "and" account pays out only with two of
      *its holders at the counter
           PERFORM LOAD-MANDATE-RTN THRU LOAD-MANDATE-EXIT.
           PERFORM CHECK-MANDATE-RTN.
           IF WS-MANDATE-OK-SW = 'N'
               MOVE IN-INIT-BAL TO DER-CURR-BAL
               GO TO PROCESS-SKIP-WRITE
           END-IF.

           MOVE DER-CURR-BAL TO DISPLAY-BAL.
           DISPLAY (17, 20) "Current Balance:".
           DISPLAY (17, 40) DISPLAY-BAL.
           MOVE 'N' TO VALID-SW.
           PERFORM UNTIL VALID-SW = 'Y'
               ACCEPT (18, 40) IN-BRANCH-CODE
               PERFORM FIND-BRANCH-RTN
               IF WS-FOUND-SW = 'Y'
                   MOVE 'Y' TO VALID-SW
               ELSE
                   DISPLAY (24, 1) WS-BRANCH-MSG
               END-IF
           END-PERFORM.

           END-IF.

           MOVE IN-ACCT-NUM       TO FILE-ACCT-NUM.
           PERFORM READ-PANES-RTN.
           MOVE IN-ACCT-NAME      TO FILE-ACCT-NAME.
           MOVE DER-SN      TO FILE-SN.
           MOVE DER-TN      TO FILE-TN.
           MOVE IN-ACCT-TYPE       TO FILE-ACCT-TYPE.
           MOVE DER-ACCT-TYPE-NAME TO FILE-ACCT-TYPE-NAME.
           MOVE DER-CURR-BAL      TO FILE-BAL.
           MOVE IN-BRANCH-CODE    TO FILE-BRANCH.
           MOVE WS-TODAY          TO FILE-LAST-ACT.
           MOVE WS-ENTRY-STATUS   TO FILE-ACCT-STATUS.

           PERFORM PUT-PANES-RTN.
           PERFORM WRITE-JOURNAL-RTN.
           PERFORM SAVE-CKPT-RTN.
           ADD 1 TO TOTAL-CUST.
           PERFORM TALLY-BRANCH-RTN.

       PROCESS-SKIP-WRITE.
           CONTINUE.
                       WHEN WS-BAL-OK-SW = 'N'
                           DISPLAY (24, 1)
                               "Withdrawal exceeds Dollar balance."
                       WHEN WS-HOLD-OK-SW = 'N'
                           DISPLAY (24, 1)
                               "WITHDRAWAL REACHES HELD FUNDS."
                       WHEN WS-MANDATE-OK-SW = 'N'
                           DISPLAY (24, 1)
                               "SECOND HOLDER HAS NOT CONFIRMED."
                       WHEN WS-BRANCH-HIT = 0
                           DISPLAY (24, 1)
                               "FIX FIELD 7 - BRANCH CODE.        "
                   MOVE 'X' TO WS-COMMIT-SW
               WHEN '1'
                   DISPLAY (7, 40) "          "
                   MOVE 'N' TO VALID-SW
                   PERFORM ACCEPT-ACCT-NUM-RTN UNTIL VALID-SW = 'Y'
      * the corrected account carries its own balance and
      *standing - the mis-keyed account's must not ride along
                   MOVE 'A' TO WS-ENTRY-STATUS
                   MOVE 'N' TO WS-FOUND-SW
                   PERFORM FIND-ACCT-BAL-RTN
                   IF WS-FOUND-SW = 'Y'
                       DISPLAY (16, 20)
                           "Initial Balance (carried forward):"
                           "Initial Balance:                  "
                       ACCEPT  (16, 40) IN-INIT-BAL
                   END-IF
                   PERFORM LOAD-ACCT-HOLDS-RTN THRU LOAD-ACCT-HOLDS-EXIT
                   PERFORM REDERIVE-BALANCE-RTN
                   PERFORM LOAD-MANDATE-RTN THRU LOAD-MANDATE-EXIT
                   PERFORM CHECK-MANDATE-RTN
               WHEN '2'
                   ACCEPT (8, 40) IN-ACCT-NAME
               WHEN '3'
                   END-EVALUATE
                   DISPLAY (12, 40) DER-TN
                   PERFORM REDERIVE-BALANCE-RTN
                   PERFORM CHECK-MANDATE-RTN
               WHEN '5'
                   DISPLAY (13, 40) "          "
                   ACCEPT (13, 40) IN-AMOUNT
                   PERFORM REDERIVE-BALANCE-RTN
                   PERFORM CHECK-MANDATE-RTN
               WHEN '6'
                   ACCEPT (14, 40) IN-ACCT-TYPE
                   EVALUATE IN-ACCT-TYPE
                   PERFORM REDERIVE-BALANCE-RTN
               WHEN '7'
                   ACCEPT (18, 40) IN-BRANCH-CODE
                   PERFORM FIND-BRANCH-RTN
                   IF WS-FOUND-SW = 'N'
                       DISPLAY (24, 1) WS-BRANCH-MSG
                   ELSE
                       DISPLAY (19, 40) DER-BRANCH-NAME
                   END-IF
               MOVE 'N' TO WS-BAL-OK-SW
               DISPLAY (24, 1) "Withdrawal exceeds Dollar balance."
           END-IF.
           PERFORM CHECK-HOLDS-RTN.
           MOVE DER-CURR-BAL TO DISPLAY-BAL.
           DISPLAY (17, 40) DISPLAY-BAL.

      * the holds the keyed account carries today, read off
      *the hold master under the account's key; released holds
      *and those past their expiry count for nothing
       LOAD-ACCT-HOLDS-RTN.
           MOVE 0 TO WS-ACCT-HELD.
           MOVE IN-ACCT-NUM TO WS-HOLD-ACCT.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS = "35"
               GO TO LOAD-ACCT-HOLDS-EXIT
           END-IF.
           MOVE 'N' TO WS-HOLD-EOF.
           MOVE WS-HOLD-ACCT TO HD-ACCT-NO.
           MOVE 0 TO HD-SEQ.
           START HOLD-MASTER KEY >= HD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START.
           PERFORM SUM-ONE-HOLD-RTN UNTIL WS-HOLD-EOF = 'Y'.
           CLOSE HOLD-MASTER.
       LOAD-ACCT-HOLDS-EXIT.
           EXIT.

       SUM-ONE-HOLD-RTN.
           READ HOLD-MASTER NEXT
               AT END MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   IF HD-ACCT-NO NOT = WS-HOLD-ACCT
                       MOVE 'Y' TO WS-HOLD-EOF
                   ELSE
                       IF HD-ACTIVE
                           AND (HD-EXPIRY-DATE = 0
                               OR HD-EXPIRY-DATE NOT < WS-TODAY)
                           ADD HD-AMOUNT TO WS-ACCT-HELD
                       END-IF
                   END-IF
           END-READ.

      * a withdrawal must leave at least the held amount on
      *the account; a deposit is never stopped by a hold
       CHECK-HOLDS-RTN.
           MOVE 'Y' TO WS-HOLD-OK-SW.
           IF IN-TRANS-TYPE = 'W' AND WS-ACCT-HELD > 0
               AND DER-CURR-BAL < WS-ACCT-HELD
               MOVE 'N' TO WS-HOLD-OK-SW
               MOVE WS-ACCT-HELD TO DISPLAY-HELD
               DISPLAY (24, 1) "WITHDRAWAL REACHES HELD FUNDS - HELD "
                   DISPLAY-HELD
           END-IF.

      * the keyed account's holders off the holder file; an
      *account with no holder records is held alone and signs
      *alone
       LOAD-MANDATE-RTN.
           MOVE 0 TO WS-MANDATE-COUNT.
           MOVE 'N' TO WS-AND-ACCT-SW.
           MOVE IN-ACCT-NUM TO WS-MANDATE-ACCT.
           OPEN INPUT HOLDER-FILE.
           IF WS-AH-STATUS = "35"
               GO TO LOAD-MANDATE-EXIT
           END-IF.
           MOVE 'N' TO WS-AH-EOF.
           PERFORM READ-ONE-MANDATE-RTN UNTIL WS-AH-EOF = 'Y'.
           CLOSE HOLDER-FILE.
       LOAD-MANDATE-EXIT.
           EXIT.

       READ-ONE-MANDATE-RTN.
           READ HOLDER-FILE
               AT END MOVE 'Y' TO WS-AH-EOF
               NOT AT END
                   IF AH-ACCT-NO = WS-MANDATE-ACCT
                       IF AH-JOINT-AND
                           MOVE 'Y' TO WS-AND-ACCT-SW
                       END-IF
                       IF WS-MANDATE-COUNT < 10
                           ADD 1 TO WS-MANDATE-COUNT
                           SET MN-IDX TO WS-MANDATE-COUNT
                           MOVE AH-CUST-NO TO MN-CUST-NO(MN-IDX)
                           MOVE AH-ROLE TO MN-ROLE(MN-IDX)
                       END-IF
                   END-IF
           END-READ.

      * a withdrawal from a joint "and" account needs two
      *different holders, each primary or joint-and, keyed by
      *customer number; anything else stands confirmed
       CHECK-MANDATE-RTN.
           MOVE 'Y' TO WS-MANDATE-OK-SW.
           DISPLAY (20, 1) "                                        "
               "                                      ".
           IF IN-TRANS-TYPE = 'W' AND WS-AND-ACCT-SW = 'Y'
               DISPLAY (20, 20) "Joint AND - Holders:"
               ACCEPT (20, 42) WS-SIGN-1
               ACCEPT (20, 50) WS-SIGN-2
               MOVE 0 TO WS-SIGN-OK-CNT
               MOVE WS-SIGN-1 TO WS-SIGN-WANTED
               PERFORM CHECK-ONE-SIGNER-RTN
               MOVE WS-SIGN-2 TO WS-SIGN-WANTED
               PERFORM CHECK-ONE-SIGNER-RTN
               IF WS-SIGN-OK-CNT < 2 OR WS-SIGN-1 = WS-SIGN-2
                   MOVE 'N' TO WS-MANDATE-OK-SW
                   DISPLAY (24, 1)
                       "SECOND HOLDER HAS NOT CONFIRMED - JOINT AND."
               END-IF
           END-IF.

       CHECK-ONE-SIGNER-RTN.
           MOVE 'N' TO WS-SIGN-FOUND.
           PERFORM FIND-SIGNER-RTN
               VARYING MN-IDX FROM 1 BY 1
               UNTIL MN-IDX > WS-MANDATE-COUNT OR WS-SIGN-FOUND = 'Y'.
           IF WS-SIGN-FOUND = 'Y'
               ADD 1 TO WS-SIGN-OK-CNT
           END-IF.

       FIND-SIGNER-RTN.
           IF MN-CUST-NO(MN-IDX) = WS-SIGN-WANTED
               AND (MN-ROLE(MN-IDX) = 'P' OR MN-ROLE(MN-IDX) = 'A')
               MOVE 'Y' TO WS-SIGN-FOUND
           END-IF.

      * branch-master lookup; only an open branch may take
      *new business. WS-BRANCH-HIT is captured here and the
      *summary tallies follow only at commit time so a corrected
      *or abandoned entry cannot count
       FIND-BRANCH-RTN.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-BRANCH-HIT.
           MOVE "Invalid Branch Code.  " TO WS-BRANCH-MSG.
           MOVE IN-BRANCH-CODE TO WS-BRM-WANTED.
           PERFORM BRMAST-FIND-RTN.
           IF WS-BRM-HIT > 0
               IF BMT-OPEN(WS-BRM-HIT)
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-BRM-NAME TO DER-BRANCH-NAME
                   MOVE WS-BRM-HIT TO WS-BRANCH-HIT
               ELSE
                   MOVE "Branch Is Closed.     " TO WS-BRANCH-MSG
               END-IF
           END-IF.

      * a Dollar account's balance is carried natively and
           DISPLAY (23, 55) TOTAL-CUST.

      * per-branch end-of-day summary, peso equivalent
      *beside the native dollar holdings, for the branches that
      *took business today
           DISPLAY (25, 10)
           "Branch            Customers     Total Bal(PHP)    USD Bal".
           MOVE 1 TO WS-SUMM-LINE.
           PERFORM PRINT-BRANCH-SUMMARY-RTN
               VARYING BM-IDX FROM 1 BY 1
               UNTIL BM-IDX > WS-BRM-COUNT.

           DISPLAY (32, 20) "Press Enter to Exit".
           ACCEPT ANS.

       PRINT-BRANCH-SUMMARY-RTN.
           IF WS-BRANCH-COUNT(BM-IDX) > 0
               COMPUTE WS-SUMM-ROW = 25 + WS-SUMM-LINE
               DISPLAY (WS-SUMM-ROW, 10) BMT-NAME(BM-IDX)
               DISPLAY (WS-SUMM-ROW, 30) WS-BRANCH-COUNT(BM-IDX)
               DISPLAY (WS-SUMM-ROW, 42) WS-BRANCH-TOTAL(BM-IDX)
               DISPLAY (WS-SUMM-ROW, 60) WS-BRANCH-DOLLAR(BM-IDX)
               ADD 1 TO WS-SUMM-LINE
           END-IF.

      * the next journal sequence number picks up past the
      *highest already on file, so a rerun cannot reissue one
               GO TO REVERSAL-EXIT
           END-IF.

           PERFORM CHECK-PANES-RTN.
           IF WS-POST-BLOCKED = 'Y'
               DISPLAY (15, 10)
                   "POSTING REFUSED - PANES NOT SIGNED OFF."

      * the account must still be on the book; the
      *opposite movement rederives its balance
           MOVE WS-RV-ACCT TO FILE-ACCT-NUM.
           PERFORM FETCH-PANES-RTN.
           IF WS-PANES-FOUND-SW = 'N'
               DISPLAY (15, 10) "ACCOUNT NO LONGER ON PANES - "
                   "CANNOT REVERSE."
               DISPLAY (17, 10) "Press Enter to Exit"
               GO TO REVERSAL-EXIT
           END-IF.

           MOVE FILE-BAL TO WS-REV-OLD-BAL.
           IF WS-RV-TYPE = 'D'
               MOVE 'W' TO WS-REV-NEW-TYPE
               COMPUTE WS-REV-NEW-BAL =
                   WS-REV-OLD-BAL - WS-RV-AMOUNT
           ELSE
               MOVE 'D' TO WS-REV-NEW-TYPE
               COMPUTE WS-REV-NEW-BAL =
                   WS-REV-OLD-BAL + WS-RV-AMOUNT
           END-IF.

           DISPLAY (14, 25) "Original: " WS-RV-TYPE " "

      * the normal commit path: the PANES entry, the
      *control totals, the linked journal entry
           PERFORM OPEN-PANES-RTN.
           MOVE WS-RV-ACCT            TO FILE-ACCT-NUM.
           PERFORM READ-PANES-RTN.
           MOVE "Reversal"            TO FILE-TN.
           MOVE WS-REV-NEW-BAL        TO FILE-BAL.
           MOVE WS-TODAY              TO FILE-LAST-ACT.
           PERFORM PUT-PANES-RTN.
           PERFORM CLOSE-PANES-RTN.
           PERFORM WRITE-CTL-RTN.

           OPEN EXTEND JRNL-FILE.
                   END-IF
           END-READ.

      * the daily journal report: every entry grouped by
      *teller, with a per-teller item count and amount total so
      *each drawer can be balanced
               ADD JT-AMOUNT(JR-IDX) TO WS-TELLER-TOTAL
           END-IF.

      * month-end interest posting run: reads every account
      *on PANES in key order, adds interest for its account type,
      *and rewrites each account posted to in place
       INTEREST-POSTING-RTN.
           PERFORM CHECK-PANES-RTN.
           IF WS-POST-BLOCKED = 'Y'
               DISPLAY (15, 10)
                   "POSTING REFUSED - PANES NOT SIGNED OFF."
               OPEN OUTPUT JRNL-FILE
           END-IF.

           PERFORM OPEN-PANES-RTN.
           MOVE 'N' TO LOAD-EOF-SW.
           PERFORM POST-INTEREST-RTN UNTIL LOAD-EOF-SW = 'Y'.
           PERFORM CLOSE-PANES-RTN.
           PERFORM WRITE-CTL-RTN.

           CLOSE JRNL-FILE.
           CLOSE DORM-RPT-FILE.
           PERFORM LOAD-TD-TAX-RTN.
           PERFORM PRINT-TAX-RMIT-RTN.

           DISPLAY SCRE.
           DISPLAY (10, 25) "Month-end interest posted to".
           DISPLAY (11, 25) WS-POSTED-CNT " account(s).".
       INTEREST-POSTING-EXIT.
           CONTINUE.

       POST-INTEREST-RTN.
           READ OUTFILE NEXT
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END PERFORM POST-ONE-ACCT-RTN
           END-READ.

      * the rate table gets its own index, RT-IDX, instead of
      *reusing the unrelated 5-occurrence branch table's BR-IDX; the
      *interest is computed inside FIND-RATE-RTN itself, at the
      *point of the match, since an index no longer points at the
      *match once the PERFORM VARYING that found it has returned
       POST-ONE-ACCT-RTN.
           MOVE 0 TO WS-INTEREST.
           PERFORM CHECK-DORMANCY-RTN.
           IF WS-STOP-SW = 'Y'
      * idle past the stop threshold: interest withheld
                   ADD 1 TO WS-POSTED-CNT
               END-IF
           END-IF.
           IF WS-INTEREST > 0
               PERFORM WRITE-POSTED-RTN
           END-IF.

      * months idle against the policy thresholds: flagged
      *at 12, interest withheld at 24; a record with no activity
       CHECK-DORMANCY-RTN.
           MOVE 'N' TO WS-DORM-SW.
           MOVE 'N' TO WS-STOP-SW.
           IF FILE-LAST-ACT = 0
               CONTINUE
           ELSE
               MOVE FILE-LAST-ACT TO WS-ACT-SPLIT
               COMPUTE WS-IDLE-MONTHS =
                   (WS-TODAY-YY * 12 + WS-TODAY-MM)
                   - (WS-ACT-YY * 12 + WS-ACT-MM)
           END-IF.

       WRITE-DORM-LINE-RTN.
           MOVE FILE-ACCT-NUM TO DM-ACCT.
           MOVE FILE-ACCT-NAME TO DM-NAME.
           MOVE FILE-LAST-ACT TO DM-LAST-ACT.
           WRITE DORM-RPT-LINE FROM DORM-DETAIL-LINE.

       FIND-RATE-RTN.
           IF RT-ACCT-TYPE(RT-IDX) = FILE-ACCT-TYPE
               MOVE 'Y' TO WS-FOUND-SW
               MOVE FILE-BAL TO WS-PANES-OLD-BAL
               COMPUTE WS-INTEREST ROUNDED =
                   FILE-BAL * RT-RATE(RT-IDX)
      * the final tax comes out of the gross before the
      *net lands, and each side leaves its own journal entry
               COMPUTE WS-TAX ROUNDED = WS-INTEREST * WS-TAX-RATE
               ADD WS-INTEREST TO FILE-BAL
               PERFORM WRITE-INT-JRNL-RTN
               SUBTRACT WS-TAX FROM FILE-BAL
               PERFORM WRITE-TAX-JRNL-RTN
               ADD WS-TAX TO WS-TAX-TOTAL
               PERFORM TALLY-TAX-BRANCH-RTN
           END-IF.
           MOVE WS-TELLER-ID  TO JR-TELLER.
           MOVE WS-TODAY      TO JR-DATE.
           MOVE WS-JRNL-TIME  TO JR-TIME.
           MOVE FILE-ACCT-NUM TO JR-ACCT-NUM.
           MOVE 'I'           TO JR-TRANS-TYPE.
           MOVE WS-INTEREST   TO JR-AMOUNT.
           MOVE FILE-BAL      TO JR-NEW-BAL.
           WRITE JRNL-REC.

       WRITE-TAX-JRNL-RTN.
           MOVE WS-TELLER-ID  TO JR-TELLER.
           MOVE WS-TODAY      TO JR-DATE.
           MOVE WS-JRNL-TIME  TO JR-TIME.
           MOVE FILE-ACCT-NUM TO JR-ACCT-NUM.
           MOVE 'X'           TO JR-TRANS-TYPE.
           MOVE WS-TAX        TO JR-AMOUNT.
           MOVE FILE-BAL      TO JR-NEW-BAL.
           WRITE JRNL-REC.

      * the tax rolls into its account's branch for the
           PERFORM FIND-TAXBR-RTN
               VARYING TX-IDX FROM 1 BY 1
               UNTIL TX-IDX > WS-TAXBR-COUNT OR WS-FOUND-SW = 'Y'.
           IF WS-TAXBR-HIT = 0 AND WS-TAXBR-COUNT < 50
               ADD 1 TO WS-TAXBR-COUNT
               MOVE WS-TAXBR-COUNT TO WS-TAXBR-HIT
               SET TX-IDX TO WS-TAXBR-HIT
               MOVE FILE-BRANCH-CODE TO TB-CODE(TX-IDX)
               MOVE 0 TO TB-AMOUNT(TX-IDX)
           END-IF.
           IF WS-TAXBR-HIT > 0
           END-IF.

       FIND-TAXBR-RTN.
           IF TB-CODE(TX-IDX) = FILE-BRANCH-CODE
               MOVE 'Y' TO WS-FOUND-SW
               MOVE TX-IDX TO WS-TAXBR-HIT
           END-IF.

      * an account interest was posted to gets two entries on
      *the activity file - the gross interest, then the final tax
      *coming out - so the passbook and the journal tell the same
      *story, and the master is rewritten at the net; its name,
      *branch and the rest ride through unchanged
       WRITE-POSTED-RTN.
           COMPUTE WS-GROSS-BAL = FILE-BAL + WS-TAX.
           MOVE "Interest"  TO FILE-TN.
           MOVE WS-GROSS-BAL TO FILE-BAL.
           WRITE ACT-REC FROM OUTREC.
           MOVE "Final Tax" TO FILE-TN.
           COMPUTE FILE-BAL = WS-GROSS-BAL - WS-TAX.
           MOVE 'Y' TO WS-PANES-FOUND-SW.
           PERFORM PUT-PANES-RTN.

      * the per-branch remittance report for the BIR filing
       PRINT-TAX-RMIT-RTN.
           PERFORM PRINT-ONE-TAXBR-RTN
               VARYING TX-IDX FROM 1 BY 1
               UNTIL TX-IDX > WS-TAXBR-COUNT.
           IF WS-TD-TAX-TOTAL > 0
               MOVE WS-TD-TAX-TOTAL TO TX-TD-AMOUNT
               WRITE TAX-RPT-LINE FROM TAX-TD-LINE
               ADD WS-TD-TAX-TOTAL TO WS-TAX-TOTAL
           END-IF.
           MOVE SPACES TO TAX-RPT-LINE.
           WRITE TAX-RPT-LINE.
           MOVE WS-TAX-TOTAL TO TT-AMOUNT.
           CLOSE TAX-RPT-FILE.

       PRINT-ONE-TAXBR-RTN.
           MOVE TB-CODE(TX-IDX) TO WS-BRM-WANTED.
           PERFORM BRMAST-FIND-RTN.
           MOVE WS-BRM-NAME TO TD-NAME.
           MOVE TB-AMOUNT(TX-IDX) TO TD-AMOUNT.
           WRITE TAX-RPT-LINE FROM TAX-DETAIL-LINE.

      * the time-deposit tax withheld this month, at the
      *maturities and at the counter, remits with the rest
       LOAD-TD-TAX-RTN.
           MOVE 0 TO WS-TD-TAX-TOTAL.
           MOVE 'N' TO WS-TDPOST-EOF.
           OPEN INPUT TDPOST-FILE.
           IF WS-TDPOST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-ONE-TDPOST-RTN UNTIL WS-TDPOST-EOF = 'Y'
               CLOSE TDPOST-FILE
           END-IF.

       READ-ONE-TDPOST-RTN.
           READ TDPOST-FILE
               AT END MOVE 'Y' TO WS-TDPOST-EOF
               NOT AT END
                   IF TP-TAX AND TP-DATE(1:6) = WS-TODAY(1:6)
                       ADD TP-AMOUNT TO WS-TD-TAX-TOTAL
                   END-IF
           END-READ.

      * a time deposit broken before maturity: the days it
      *ran earn the penalty rate, the final tax comes out of that
      *interest the same as at the interest run, and principal
      *plus net interest go back to the linked account on
      *tonight's extract
       PRETERM-RTN.
           DISPLAY SCRE.
           DISPLAY (2, 35) "ChinaTrust Bank".
           DISPLAY (4, 29) "Time Deposit Pre-termination".
           DISPLAY (7, 20) "Certificate Number:".
           ACCEPT  (7, 40) IN-CERT-NO.

           OPEN I-O TD-MASTER.
           IF WS-TD-STATUS = "35"
               DISPLAY (15, 10) "NO TIME DEPOSITS ON FILE."
               DISPLAY (17, 10) "Press Enter to Exit"
               ACCEPT ANS
               GO TO PRETERM-EXIT
           END-IF.
           MOVE IN-CERT-NO TO TD-CERT-NO.
           MOVE 'Y' TO WS-FOUND-SW.
           READ TD-MASTER
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = 'N'
               DISPLAY (15, 10) "NO SUCH CERTIFICATE ON TDMAST."
               GO TO PRETERM-CLOSE
           END-IF.
           IF NOT TD-ACTIVE
               DISPLAY (15, 10) "CERTIFICATE IS NO LONGER ACTIVE."
               GO TO PRETERM-CLOSE
           END-IF.
           IF WS-TODAY NOT < TD-MAT-DATE
               DISPLAY (15, 10) "CERTIFICATE HAS MATURED - IT "
                   "SETTLES IN THE MATURITY RUN."
               GO TO PRETERM-CLOSE
           END-IF.

           MOVE TD-PLACE-DATE TO WS-DC-DATE.
           MOVE WS-TODAY TO WS-DC-TO-DATE.
           PERFORM DATE-DAYS-BETWEEN-RTN.
           MOVE WS-DC-DAYS TO WS-TD-DAYS.
           COMPUTE WS-TD-GROSS ROUNDED =
               TD-PRINCIPAL * WS-TD-PEN-RATE * WS-TD-DAYS / 365.
           COMPUTE WS-TD-TAX ROUNDED = WS-TD-GROSS * WS-TAX-RATE.
           COMPUTE WS-TD-NET = WS-TD-GROSS - WS-TD-TAX.
           COMPUTE WS-TD-PAYOUT = TD-PRINCIPAL + WS-TD-NET.

           DISPLAY (8, 20) "Depositor:".
           DISPLAY (8, 40) TD-CUST-NAME.
           DISPLAY (9, 20) "Placed / Matures:".
           DISPLAY (9, 40) TD-PLACE-DATE " / " TD-MAT-DATE.
           DISPLAY (10, 20) "Days Run:".
           DISPLAY (10, 40) WS-TD-DAYS.
           MOVE TD-PRINCIPAL TO DISPLAY-TD-AMT.
           DISPLAY (11, 20) "Principal:".
           DISPLAY (11, 40) DISPLAY-TD-AMT.
           MOVE WS-TD-GROSS TO DISPLAY-TD-AMT.
           DISPLAY (12, 20) "Penalty Interest:".
           DISPLAY (12, 40) DISPLAY-TD-AMT.
           MOVE WS-TD-TAX TO DISPLAY-TD-AMT.
           DISPLAY (13, 20) "Final Tax:".
           DISPLAY (13, 40) DISPLAY-TD-AMT.
           MOVE WS-TD-PAYOUT TO DISPLAY-TD-AMT.
           DISPLAY (14, 20) "Paid to " TD-LINK-ACCT ":".
           DISPLAY (14, 40) DISPLAY-TD-AMT.

           DISPLAY (16, 20) "Pre-terminate? (Y/N): ".
           ACCEPT  (16, 45) WS-TD-CONFIRM.
           IF WS-TD-CONFIRM NOT = 'Y' AND WS-TD-CONFIRM NOT = 'y'
               DISPLAY (18, 20) "PRE-TERMINATION ABANDONED."
               GO TO PRETERM-CLOSE
           END-IF.

      * the whole payout must fit on the extract or the
      *certificate is left alone
           PERFORM XTRAPP-LOAD-RTN.
           COMPUTE WS-TD-RECS =
               (WS-TD-PAYOUT + WS-MAX-RELEASE - .01) / WS-MAX-RELEASE.
           IF WS-XA-OVFL-SW = 'Y'
               OR WS-XA-COUNT + WS-TD-RECS > 1000
               DISPLAY (18, 20) "TRANSIN.TXT IS FULL - NOTHING "
                   "PAID OUT."
               GO TO PRETERM-CLOSE
           END-IF.
           MOVE WS-TD-PAYOUT TO WS-TD-LEFT.
           PERFORM RELEASE-TD-PIECE-RTN UNTIL WS-TD-LEFT = 0.
           PERFORM XTRAPP-REWRITE-RTN.

           ADD WS-TD-GROSS TO TD-INT-PAID.
           ADD WS-TD-TAX TO TD-TAX-PAID.
           MOVE 'T' TO TD-STATUS.
           MOVE WS-TODAY TO TD-CLOSE-DATE.
           REWRITE TD-REC
               INVALID KEY
                   DISPLAY (24, 1) "TDMAST REWRITE FAILED."
           END-REWRITE.

           IF WS-TD-GROSS > 0
               OPEN EXTEND TDPOST-FILE
               IF WS-TDPOST-STATUS = "35"
                   OPEN OUTPUT TDPOST-FILE
               END-IF
               MOVE WS-TODAY TO TP-DATE
               MOVE TD-CERT-NO TO TP-CERT-NO
               MOVE WS-TELLER-ID TO TP-TELLER
               MOVE 'I' TO TP-TYPE
               MOVE WS-TD-GROSS TO TP-AMOUNT
               WRITE TDPOST-REC
               MOVE 'X' TO TP-TYPE
               MOVE WS-TD-TAX TO TP-AMOUNT
               WRITE TDPOST-REC
               CLOSE TDPOST-FILE
           END-IF.
           DISPLAY (18, 20) "PRE-TERMINATED - PAID OUT ON "
               "TONIGHT'S EXTRACT.".

       PRETERM-CLOSE.
           CLOSE TD-MASTER.
           DISPLAY (20, 20) "Press Enter to Exit".
           ACCEPT ANS.

       PRETERM-EXIT.
           CONTINUE.

      * one deposit record to the linked account, no larger
      *than an extract amount can hold
       RELEASE-TD-PIECE-RTN.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE TD-LINK-ACCT TO XA-ACCT-NO.
           MOVE TD-CUST-NAME TO XA-ACCT-NAME.
           MOVE 'D' TO XA-CODE.
           IF WS-TD-LEFT > WS-MAX-RELEASE
               MOVE WS-MAX-RELEASE TO XA-AMOUNT
           ELSE
               MOVE WS-TD-LEFT TO XA-AMOUNT
           END-IF.
           SUBTRACT XA-AMOUNT FROM WS-TD-LEFT.
           MOVE WS-TODAY TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.

      * a Dollar deal across the counter: the customer sells
      *Dollars to the bank at its buying rate or buys them at its
      *selling rate, each leg to an account or to cash; the
      *account giving up funds is held to a teller withdrawal's
      *rules, and the deal posts to PANES, the journal and FXDEAL
      *together once the teller commits it
       FX-DEAL-RTN.
           PERFORM CHECK-PANES-RTN.
           IF WS-POST-BLOCKED = 'Y'
               DISPLAY (15, 10)
                   "POSTING REFUSED - PANES NOT SIGNED OFF."
               DISPLAY (17, 10) "Press Enter to Exit"
               ACCEPT ANS
               GO TO FX-DEAL-EXIT
           END-IF.
           IF WS-FX-LOADED-SW = 'N'
               DISPLAY (15, 10) "NO FXRATE FOR THE BUSINESS DATE - "
                   "NO DEAL."
               DISPLAY (17, 10) "Press Enter to Exit"
               ACCEPT ANS
               GO TO FX-DEAL-EXIT
           END-IF.
           COMPUTE WS-FX-BUY-RATE = WS-FX-RATE - WS-FX-SPREAD.
           COMPUTE WS-FX-SELL-RATE = WS-FX-RATE + WS-FX-SPREAD.

           DISPLAY SCRE.
           DISPLAY (2, 35) "ChinaTrust Bank".
           DISPLAY (4, 30) "Foreign Exchange Deal".
           DISPLAY (6, 20) "Mid / We Buy / We Sell:".
           MOVE WS-FX-RATE TO DISPLAY-FX-RATE.
           DISPLAY (6, 45) DISPLAY-FX-RATE.
           MOVE WS-FX-BUY-RATE TO DISPLAY-FX-RATE.
           DISPLAY (6, 55) DISPLAY-FX-RATE.
           MOVE WS-FX-SELL-RATE TO DISPLAY-FX-RATE.
           DISPLAY (6, 65) DISPLAY-FX-RATE.

           DISPLAY (8, 20) "Bank (B)uys/(S)ells USD:".
           MOVE 'N' TO VALID-SW.
           PERFORM ACCEPT-FX-SIDE-RTN UNTIL VALID-SW = 'Y'.
           DISPLAY (9, 20) "USD Amount:".
           ACCEPT  (9, 45) IN-FX-USD.
           DISPLAY (10, 20) "Dollar Account (0=cash):".
           ACCEPT  (10, 45) IN-FX-USD-ACCT.
           DISPLAY (11, 20) "Peso Account (0=cash):".
           ACCEPT  (11, 45) IN-FX-PESO-ACCT.
           DISPLAY (12, 20) "Branch Code:".
           MOVE 'N' TO VALID-SW.
           PERFORM ACCEPT-FX-BRANCH-RTN UNTIL VALID-SW = 'Y'.
           DISPLAY (12, 50) DER-BRANCH-NAME.

           IF IN-FX-USD = 0
               DISPLAY (15, 10) "NO USD AMOUNT - NO DEAL."
               GO TO FX-DEAL-CLOSE
           END-IF.

      * each account leg must be an active account of the
      *right currency already on PANES
           MOVE 'N' TO WS-FX-USD-SW.
           IF IN-FX-USD-ACCT NOT = 0
               MOVE IN-FX-USD-ACCT TO WS-AK-ACCT
               PERFORM ACCTCK-VERIFY-RTN
               IF WS-AK-OK = 'N'
                   DISPLAY (15, 10) "DOLLAR ACCOUNT FAILS ITS CHECK "
                       "DIGIT."
                   GO TO FX-DEAL-CLOSE
               END-IF
               MOVE IN-FX-USD-ACCT TO FILE-ACCT-NUM
               PERFORM FETCH-PANES-RTN
               IF WS-PANES-FOUND-SW = 'N'
                   DISPLAY (15, 10) "DOLLAR ACCOUNT NOT ON PANES."
                   GO TO FX-DEAL-CLOSE
               END-IF
               MOVE 'Y' TO WS-FX-USD-SW
               MOVE FILE-BAL TO WS-FX-USD-BAL
               IF FILE-ACCT-TYPE NOT = 'D'
                   DISPLAY (15, 10) "DOLLAR LEG MUST BE A DOLLAR "
                       "ACCOUNT."
                   GO TO FX-DEAL-CLOSE
               END-IF
               MOVE FILE-ACCT-STATUS TO WS-ENTRY-STATUS
               IF NOT ENTRY-ACCT-ACTIVE
                   DISPLAY (15, 10) "DOLLAR ACCOUNT FROZEN/CLOSED."
                   GO TO FX-DEAL-CLOSE
               END-IF
           END-IF.
           MOVE 'N' TO WS-FX-PESO-SW.
           IF IN-FX-PESO-ACCT NOT = 0
               MOVE IN-FX-PESO-ACCT TO WS-AK-ACCT
               PERFORM ACCTCK-VERIFY-RTN
               IF WS-AK-OK = 'N'
                   DISPLAY (15, 10) "PESO ACCOUNT FAILS ITS CHECK "
                       "DIGIT."
                   GO TO FX-DEAL-CLOSE
               END-IF
               MOVE IN-FX-PESO-ACCT TO FILE-ACCT-NUM
               PERFORM FETCH-PANES-RTN
               IF WS-PANES-FOUND-SW = 'N'
                   DISPLAY (15, 10) "PESO ACCOUNT NOT ON PANES."
                   GO TO FX-DEAL-CLOSE
               END-IF
               MOVE 'Y' TO WS-FX-PESO-SW
               MOVE FILE-BAL TO WS-FX-PESO-BAL
               IF FILE-ACCT-TYPE = 'D'
                   DISPLAY (15, 10) "PESO LEG MAY NOT BE A DOLLAR "
                       "ACCOUNT."
                   GO TO FX-DEAL-CLOSE
               END-IF
               MOVE FILE-ACCT-STATUS TO WS-ENTRY-STATUS
               IF NOT ENTRY-ACCT-ACTIVE
                   DISPLAY (15, 10) "PESO ACCOUNT FROZEN/CLOSED."
                   GO TO FX-DEAL-CLOSE
               END-IF
           END-IF.

      * the customer is paid or charged at the bank's rate;
      *the spread from the mid-rate is the bank's income
           IF IN-FX-SIDE = 'B'
               MOVE WS-FX-BUY-RATE TO WS-FX-DEAL-RATE
           ELSE
               MOVE WS-FX-SELL-RATE TO WS-FX-DEAL-RATE
           END-IF.
           COMPUTE WS-FX-PESO ROUNDED = IN-FX-USD * WS-FX-DEAL-RATE.
           COMPUTE WS-FX-SPREAD-INC ROUNDED =
               IN-FX-USD * WS-FX-SPREAD.
           IF WS-FX-PESO > 9999999.99
               DISPLAY (15, 10) "PESO LEG TOO LARGE FOR ONE ENTRY - "
                   "SPLIT THE DEAL."
               GO TO FX-DEAL-CLOSE
           END-IF.

           MOVE WS-FX-DEAL-RATE TO DISPLAY-FX-RATE.
           DISPLAY (14, 20) "Rate Applied:".
           DISPLAY (14, 45) DISPLAY-FX-RATE.
           MOVE WS-FX-PESO TO DISPLAY-FX-AMT.
           DISPLAY (15, 20) "Peso Amount:".
           DISPLAY (15, 45) DISPLAY-FX-AMT.
           MOVE WS-FX-SPREAD-INC TO DISPLAY-FX-AMT.
           DISPLAY (16, 20) "Spread Income:".
           DISPLAY (16, 45) DISPLAY-FX-AMT.

      * the new balance on each account leg; the side the
      *customer gives up must cover the deal
           IF WS-FX-USD-SW = 'Y'
               IF IN-FX-SIDE = 'B'
                   COMPUTE WS-FX-USD-BAL = WS-FX-USD-BAL - IN-FX-USD
               ELSE
                   COMPUTE WS-FX-USD-BAL = WS-FX-USD-BAL + IN-FX-USD
               END-IF
           END-IF.
           IF WS-FX-PESO-SW = 'Y'
               IF IN-FX-SIDE = 'B'
                   COMPUTE WS-FX-PESO-BAL =
                       WS-FX-PESO-BAL + WS-FX-PESO
               ELSE
                   COMPUTE WS-FX-PESO-BAL =
                       WS-FX-PESO-BAL - WS-FX-PESO
               END-IF
           END-IF.
           IF IN-FX-SIDE = 'B' AND WS-FX-USD-SW = 'Y'
               MOVE IN-FX-USD-ACCT TO IN-ACCT-NUM
               MOVE WS-FX-USD-BAL TO DER-CURR-BAL
               PERFORM CHECK-FX-DEBIT-RTN
           END-IF.
           IF IN-FX-SIDE = 'S' AND WS-FX-PESO-SW = 'Y'
               MOVE IN-FX-PESO-ACCT TO IN-ACCT-NUM
               MOVE WS-FX-PESO-BAL TO DER-CURR-BAL
               PERFORM CHECK-FX-DEBIT-RTN
           END-IF.
           IF WS-BAL-OK-SW = 'N' OR WS-HOLD-OK-SW = 'N'
               OR WS-MANDATE-OK-SW = 'N'
               GO TO FX-DEAL-CLOSE
           END-IF.

           DISPLAY (18, 20) "Commit the deal? (Y/N): ".
           ACCEPT  (18, 45) WS-FX-CONFIRM.
           IF WS-FX-CONFIRM NOT = 'Y' AND WS-FX-CONFIRM NOT = 'y'
               DISPLAY (22, 20) "DEAL ABANDONED - NOT SAVED."
               GO TO FX-DEAL-CLOSE
           END-IF.

      * the account legs on PANES, under the control totals
           PERFORM OPEN-PANES-RTN.
           IF IN-FX-SIDE = 'B'
               MOVE "FX Bought" TO WS-FX-TN
           ELSE
               MOVE "FX Sold" TO WS-FX-TN
           END-IF.
           IF WS-FX-USD-SW = 'Y'
               MOVE IN-FX-USD-ACCT TO FILE-ACCT-NUM
               MOVE WS-FX-USD-BAL TO WS-FX-LEG-BAL
               PERFORM WRITE-FX-PANES-RTN
           END-IF.
           IF WS-FX-PESO-SW = 'Y'
               MOVE IN-FX-PESO-ACCT TO FILE-ACCT-NUM
               MOVE WS-FX-PESO-BAL TO WS-FX-LEG-BAL
               PERFORM WRITE-FX-PANES-RTN
           END-IF.
           PERFORM CLOSE-PANES-RTN.
           PERFORM WRITE-CTL-RTN.

      * both legs on the journal, the Dollar leg first
           PERFORM LOAD-JRNL-SEQ-RTN.
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           MOVE IN-FX-USD-ACCT TO WS-FX-JR-ACCT.
           MOVE IN-FX-USD TO WS-FX-JR-AMOUNT.
           MOVE 0 TO WS-FX-JR-BAL.
           IF WS-FX-USD-SW = 'Y'
               MOVE WS-FX-USD-BAL TO WS-FX-JR-BAL
           END-IF.
           IF IN-FX-SIDE = 'B'
               MOVE 'B' TO WS-FX-JR-TYPE
           ELSE
               MOVE 'V' TO WS-FX-JR-TYPE
           END-IF.
           PERFORM WRITE-FX-JRNL-RTN.
           MOVE WS-JRNL-NEXT-SEQ TO WS-FX-USD-SEQ.
           MOVE IN-FX-PESO-ACCT TO WS-FX-JR-ACCT.
           MOVE WS-FX-PESO TO WS-FX-JR-AMOUNT.
           MOVE 0 TO WS-FX-JR-BAL.
           IF WS-FX-PESO-SW = 'Y'
               MOVE WS-FX-PESO-BAL TO WS-FX-JR-BAL
           END-IF.
           IF IN-FX-SIDE = 'B'
               MOVE 'P' TO WS-FX-JR-TYPE
           ELSE
               MOVE 'R' TO WS-FX-JR-TYPE
           END-IF.
           PERFORM WRITE-FX-JRNL-RTN.
           CLOSE JRNL-FILE.

      * and the deal itself for the end-of-day position
           OPEN EXTEND FXDEAL-FILE.
           IF WS-FXDEAL-STATUS = "35"
               OPEN OUTPUT FXDEAL-FILE
           END-IF.
           MOVE WS-TODAY TO FXD-DATE.
           MOVE WS-FX-USD-SEQ TO FXD-SEQ.
           MOVE WS-TELLER-ID TO FXD-TELLER.
           MOVE IN-BRANCH-CODE TO FXD-BRANCH-CODE.
           MOVE DER-BRANCH-NAME TO FXD-BRANCH-NAME.
           IF IN-FX-SIDE = 'B'
               MOVE 'B' TO FXD-SIDE
           ELSE
               MOVE 'V' TO FXD-SIDE
           END-IF.
           MOVE IN-FX-USD TO FXD-USD.
           MOVE WS-FX-RATE TO FXD-MID-RATE.
           MOVE WS-FX-DEAL-RATE TO FXD-DEAL-RATE.
           MOVE WS-FX-PESO TO FXD-PESO.
           MOVE WS-FX-SPREAD-INC TO FXD-SPREAD-INC.
           MOVE IN-FX-USD-ACCT TO FXD-USD-ACCT.
           MOVE IN-FX-PESO-ACCT TO FXD-PESO-ACCT.
           WRITE FXDEAL-REC.
           CLOSE FXDEAL-FILE.
           DISPLAY (22, 20) "DEAL POSTED AS ENTRY " WS-FX-USD-SEQ ".".

       FX-DEAL-CLOSE.
           DISPLAY (23, 20) "Press Enter to Exit".
           ACCEPT ANS.

       FX-DEAL-EXIT.
           CONTINUE.

      * the account number is re-keyed until its tenth
      *place carries the check digit its first nine call for
       ACCEPT-ACCT-NUM-RTN.
           ACCEPT (7, 40) IN-ACCT-NUM.
           MOVE IN-ACCT-NUM TO WS-AK-ACCT.
           PERFORM ACCTCK-VERIFY-RTN.
           IF WS-AK-OK = 'Y'
               MOVE 'Y' TO VALID-SW
               DISPLAY (24, 1) "                              "
           ELSE
               DISPLAY (24, 1) "Account No. fails check digit "
           END-IF.

       ACCEPT-FX-SIDE-RTN.
           ACCEPT (8, 45) IN-FX-SIDE.
           EVALUATE IN-FX-SIDE
               WHEN 'b'
                   MOVE 'B' TO IN-FX-SIDE
               WHEN 's'
                   MOVE 'S' TO IN-FX-SIDE
           END-EVALUATE.
           IF IN-FX-SIDE = 'B' OR IN-FX-SIDE = 'S'
               MOVE 'Y' TO VALID-SW
               DISPLAY (24, 1) "                      "
           ELSE
               DISPLAY (24, 1) "Invalid Side (B/S)    "
           END-IF.

       ACCEPT-FX-BRANCH-RTN.
           ACCEPT (12, 45) IN-BRANCH-CODE.
           PERFORM FIND-BRANCH-RTN.
           IF WS-FOUND-SW = 'Y'
               MOVE 'Y' TO VALID-SW
               DISPLAY (24, 1) "                      "
           ELSE
               DISPLAY (24, 1) WS-BRANCH-MSG
           END-IF.

      * the account the customer pays out of is held to a
      *teller withdrawal's rules: no overdraft, no reaching into
      *held funds, and two holders on a joint "and" account
       CHECK-FX-DEBIT-RTN.
           MOVE 'W' TO IN-TRANS-TYPE.
           MOVE 'Y' TO WS-BAL-OK-SW.
           IF DER-CURR-BAL < 0
               MOVE 'N' TO WS-BAL-OK-SW
               DISPLAY (24, 1) "DEAL EXCEEDS THE ACCOUNT BALANCE."
           END-IF.
           PERFORM LOAD-ACCT-HOLDS-RTN THRU LOAD-ACCT-HOLDS-EXIT.
           PERFORM CHECK-HOLDS-RTN.
           IF WS-BAL-OK-SW = 'Y' AND WS-HOLD-OK-SW = 'Y'
               PERFORM LOAD-MANDATE-RTN THRU LOAD-MANDATE-EXIT
               PERFORM CHECK-MANDATE-RTN
           END-IF.

      * one PANES entry for an account leg of the deal, the
      *leg's account number already in FILE-ACCT-NUM
       WRITE-FX-PANES-RTN.
           PERFORM READ-PANES-RTN.
           MOVE WS-FX-TN              TO FILE-TN.
           MOVE WS-FX-LEG-BAL         TO FILE-BAL.
           MOVE WS-TODAY              TO FILE-LAST-ACT.
           PERFORM PUT-PANES-RTN.

      * one journal leg of the deal, stamped like a teller
      *posting
       WRITE-FX-JRNL-RTN.
           ACCEPT WS-JRNL-TIME FROM TIME.
           ADD 1 TO WS-JRNL-NEXT-SEQ.
           MOVE WS-JRNL-NEXT-SEQ TO JR-SEQ.
           MOVE 0 TO JR-REV-REF.
           MOVE WS-TELLER-ID  TO JR-TELLER.
           MOVE WS-TODAY      TO JR-DATE.
           MOVE WS-JRNL-TIME  TO JR-TIME.
           MOVE WS-FX-JR-ACCT TO JR-ACCT-NUM.
           MOVE WS-FX-JR-TYPE TO JR-TRANS-TYPE.
           MOVE WS-FX-JR-AMOUNT TO JR-AMOUNT.
           MOVE WS-FX-JR-BAL  TO JR-NEW-BAL.
           WRITE JRNL-REC.

      * shared extract-append paragraphs
       COPY XTRAPPRTN.

      * shared calendar paragraphs
       COPY DATERTN.

      * shared account-number check-digit paragraphs
       COPY ACCTCKRTN.

      * shared branch-master paragraphs
       COPY BRMSTRTN.

      * shared restart-checkpoint paragraphs
       COPY CKPTRTN.

