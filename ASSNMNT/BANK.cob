      *                table now refuses the run - items past the
      *                table were silently not held back, quietly
      *                overstating available balances.
      *2026-10-15  LP  Loan payments (code L, the loan number in the
      *                account field) no longer join a deposit
      *                group: a pre-pass on a fresh night applies
      *                each to its LOANMAST loan instead - interest
      *                the schedule has fallen due first, then
      *                principal - logs the split on LOANPOST for
      *                GL-POST, and lists every payment in a new
      *                Loan Payments section after the exceptions.
      *                Anything paid past the outstanding principal
      *                is credited to the loan's linked deposit
      *                account through the transfer-credit table.
      *                A loan already stamped with tonight's date by
      *                an earlier run is not posted again.
      *2026-10-15  LP  Partial holds on HOLDMAST (garnishment, legal,
      *                collateral - placed through HOLD-MAINT) now
      *                come off the available balance alongside the
      *                cheque float: each account's holds standing
      *                on the business date are summed, the
      *                minimum-balance fee is judged on what is left,
      *                and the available line shows the held figure
      *                beside the float. A hold larger than the
      *                balance does not on its own list the account
      *                as overdrawn. A hold file too large for its
      *                table refuses the run, as the float does.
      *2026-10-15  LP  The minimum-balance maintenance fee is waived
      *                for an account under a calamity moratorium on
      *                the business date - on the MORATOR file
      *                WSP-RELIEF writes for a storm's struck
      *                customers. A moratorium file too large for
      *                its table refuses the run.
      *2026-10-15  LP  More loan payments than the loan payment
      *                table holds, or more transfer credits - the
      *                night's transfers and the deposit accounts of
      *                overpaid loans - than the transfer table
      *                holds, now refuses the run before any loan or
      *                account is posted. Payments past the table
      *                were applied but never listed, and a loan
      *                past it was later taken for a duplicate;
      *                credits past it never reached their accounts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHEQ-STATUS.

      * the partial holds against account balances
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      * mid-file restart state, saved at every group close
           SELECT RESTART-FILE ASSIGN TO "BANKREST"
               ORGANIZATION IS SEQUENTIAL
      * the supervisor-override check and its trail
           COPY SUPAUTSL.

      * the loan master the loan payments post to, and the
      *release/payment log GL-POST books from
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LN-LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LNPOST-FILE ASSIGN TO "LOANPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LNPOST-STATUS.

      * the shared alerts file the morning report reads
           COPY ALERTSL.

      * the shared nightly control-count file
           COPY BATCTLSL.

      * the calamity moratoria the maintenance fee is waived
      *under
           COPY MORSL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
              88 IS-WITHDRAWAL  VALUE 'W'.
              88 IS-TRANSFER    VALUE 'T'.
              88 IS-CHEQUE      VALUE 'C'.
              88 IS-LOAN-PAYMENT VALUE 'L'.
           05 TR-AMOUNT         PIC 9(7)V99.
           05 TR-AMOUNT-X REDEFINES TR-AMOUNT PIC X(9).
           05 TR-TO-ACCT-NO     PIC X(10).
           05 CQ-CLEAR-DATE     PIC 9(8).
           05 CQ-CLEARED-SW     PIC X.

       FD  HOLD-MASTER.
       01  HOLD-REC.
      * shared hold-master layout
           COPY HOLDREC.

      * everything a rerun needs to pick up after the last
      *account the failed run closed
       FD  RESTART-FILE.
           05 RS-CLOSED-COUNT   PIC 9(3).
           05 RS-CLOSED-ENTRY   PIC X(10) OCCURS 200 TIMES.

       FD  LOAN-MASTER.
       01  LOAN-REC.
      * shared loan-master layout
           COPY LOANREC.

       FD  LNPOST-FILE.
       01  LNPOST-REC.
      * shared loan-posting layout
           COPY LNPOSTRC.

       FD  ANSWER-FILE.
       01  ANSWER-REC.
           05 ANS-KEY           PIC X(12).
           COPY SUPAUTFD.
           COPY ALERTFD.
           COPY BATCTLFD.
           COPY MORFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY BATCTLWS.
      * shared pagination working-storage
           COPY PAGEWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared loan-arithmetic working-storage
           COPY LOANCWS.
      * shared calamity-moratorium working-storage
           COPY MORWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-FLAGS.
       01  WS-REST-STATUS       PIC XX VALUE SPACES.
       01  WS-CHEQ-STATUS       PIC XX VALUE SPACES.
       01  WS-CHEQ-EOF          PIC X VALUE 'N'.
       01  WS-LOAN-STATUS       PIC XX VALUE SPACES.
       01  WS-LOAN-OPEN-SW      PIC X VALUE 'N'.
       01  WS-LNPOST-STATUS     PIC XX VALUE SPACES.
       01  WS-LNPAY-EOF         PIC X VALUE 'N'.

      * one loan payment split as it is applied: interest
      *the schedule has fallen due first, then principal, and
      *whatever the outstanding principal cannot take
       01  WS-LNPAY-CALCS.
           05 WS-LN-INT-DUE     PIC S9(9)V99 VALUE 0.
           05 WS-LN-INTEREST    PIC 9(9)V99 VALUE 0.
           05 WS-LN-PRINCIPAL   PIC 9(9)V99 VALUE 0.
           05 WS-LN-EXCESS      PIC 9(9)V99 VALUE 0.
           05 WS-LN-RESULT      PIC X VALUE SPACE.
              88 LN-PAY-POSTED  VALUE 'P'.
              88 LN-PAY-UNKNOWN VALUE 'U'.
              88 LN-PAY-CLOSED  VALUE 'C'.
              88 LN-PAY-DUPLICATE VALUE 'D'.
           05 WS-LN-HIT         PIC 9(3) VALUE 0.

      * every loan payment the pre-pass met, for the Loan
      *Payments section; a loan posted earlier in this same run
      *is not taken for a second night's posting
       01  WS-LNPAY-TABLE.
           05 WS-LNPAY-COUNT    PIC 9(3) VALUE 0.
           05 WS-LNPAY-OVFL-SW  PIC X VALUE 'N'.
           05 WS-LNPAY-ENTRY OCCURS 200 TIMES INDEXED BY LNP-IDX.
              10 LNP-LOAN-NO    PIC X(10).
              10 LNP-AMOUNT     PIC 9(7)V99.
              10 LNP-INTEREST   PIC 9(9)V99.
              10 LNP-PRINCIPAL  PIC 9(9)V99.
              10 LNP-EXCESS     PIC 9(9)V99.
              10 LNP-BALANCE    PIC 9(9)V99.
              10 LNP-DEP-ACCT   PIC X(10).
              10 LNP-RESULT     PIC X.

      * the pre-check ahead of the loan pass: the night's loan
      *payments, and the overpaid loans whose deposit accounts
      *would each need a transfer-credit entry
       01  WS-LNCHK-CALCS.
           05 WS-LNCHK-PAYS     PIC 9(5) VALUE 0.
           05 WS-LNCHK-NEED     PIC 9(5) VALUE 0.

      * the uncleared cheque items, loaded once; the sum
      *per account is what separates ledger from available
              10 CQT-ACCT-NO    PIC X(10).
              10 CQT-AMOUNT     PIC 9(7)V99.
       01  WS-GROUP-UNCLEARED   PIC S9(9)V99 VALUE 0.

      * the holds standing on the business date, loaded once;
      *the sum per account comes off available with the float
       01  WS-HOLD-STATUS       PIC XX VALUE SPACES.
       01  WS-HOLD-EOF          PIC X VALUE 'N'.
       01  WS-HOLD-DATE         PIC 9(8) VALUE 0.
       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT     PIC 9(3) VALUE 0.
           05 WS-HOLD-OVFL-SW   PIC X VALUE 'N'.
           05 WS-HOLD-ENTRY OCCURS 300 TIMES INDEXED BY HD-IDX.
              10 HDT-ACCT-NO    PIC X(10).
              10 HDT-AMOUNT     PIC 9(9)V99.
       01  WS-GROUP-HELD        PIC S9(9)V99 VALUE 0.
       01  WS-AVAIL-BALANCE     PIC S9(9)V99 VALUE 0.
       01  WS-RESUME-SW         PIC X VALUE 'N'.
          88 RESUMING-RUN       VALUE 'Y'.
      *preliminary pass over TRANS-FILE
       01  WS-XFER-TABLE.
           05 WS-XFER-COUNT     PIC 9(3) VALUE 0.
           05 WS-XFER-OVFL-SW   PIC X VALUE 'N'.
           05 WS-XFER-ENTRY OCCURS 50 TIMES INDEXED BY XFER-IDX.
              10 XT-ACCT-NO     PIC X(10) VALUE SPACES.
              10 XT-AMOUNT      PIC S9(9)V99 VALUE 0.
           05 FILLER            PIC X(35) VALUE SPACES.

      * available balance line, shown when cheques are
      *still in their clearing float or funds are under hold
       01  AVAIL-LINE.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(11) VALUE "Available: ".
           05 AV-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(9)  VALUE " (Float: ".
           05 AV-FLOAT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(7)  VALUE " Held: ".
           05 AV-HELD           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE ")".
           05 FILLER            PIC X(1)  VALUE SPACES.

      * branch subtotal line
       01  BRANCH-SUBTOTAL-LINE.
           05 UX-L-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(45) VALUE SPACES.

      * the loan payments the pre-pass applied or refused
       01  LOANPAY-HEADER.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
              "*** Loan Payments ***".
           05 FILLER            PIC X(45) VALUE SPACES.

       01  LOANPAY-COLS.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Loan No.".
           05 FILLER            PIC X(14) VALUE "        Paid".
           05 FILLER            PIC X(13) VALUE "    Interest".
           05 FILLER            PIC X(13) VALUE "   Principal".
           05 FILLER            PIC X(15) VALUE "    Balance".
           05 FILLER            PIC X(8)  VALUE " Result".

       01  LOANPAY-LINE.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 LP-L-LOAN-NO      PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LP-L-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LP-L-INTEREST     PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LP-L-PRINCIPAL    PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LP-L-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LP-L-RESULT       PIC X(7).

       01  LOANPAY-EXCESS-LINE.
           05 FILLER            PIC X(19) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
              "Overpaid, credited to ".
           05 LX-L-DEP-ACCT     PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LX-L-EXCESS       PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 080-GET-OPTIONS.
               GOBACK
           END-IF.

           PERFORM 067-LOAD-HOLDS.
           IF WS-HOLD-OVFL-SW = 'Y'
               DISPLAY "BANK-REPORT: *** HOLDMAST TOO LARGE FOR "
                   "THE HOLD TABLE - MORE THAN 300 HOLDS "
                   "STANDING. ***"
               DISPLAY "BANK-REPORT: RUN REFUSED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 'F' TO WS-AL-SEV
               MOVE "HOLD TABLE OVERFLOW - RUN REFUSED"
                   TO WS-AL-TEXT
               PERFORM ALERT-RAISE-RTN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * a moratorium the table could not hold would see its
      *accounts charged the fee it waives
           PERFORM MOR-LOAD-RTN.
           IF WS-MOR-OVFL-SW = 'Y'
               DISPLAY "BANK-REPORT: *** MORATOR TOO LARGE FOR "
                   "THE MORATORIUM TABLE - MORE THAN 2000 "
                   "ACCOUNTS. ***"
               DISPLAY "BANK-REPORT: RUN REFUSED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 'F' TO WS-AL-SEV
               MOVE "MORATORIUM TABLE OVERFLOW - RUN REFUSED"
                   TO WS-AL-TEXT
               PERFORM ALERT-RAISE-RTN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * a loan payment or transfer credit the tables could not
      *hold would be posted to the loan but lost from the report,
      *or never reach its deposit account - both are caught here,
      *before a loan or an account is touched
           IF NOT HISTORICAL-RERUN AND NOT RESUMING-RUN
               PERFORM 042-CHECK-LOAN-TABLES
           END-IF.
           IF WS-LNPAY-OVFL-SW = 'Y'
               DISPLAY "BANK-REPORT: *** TRANS.TXT TOO LARGE FOR "
                   "THE LOAN PAYMENT TABLE - MORE THAN 200 LOAN "
                   "PAYMENTS. ***"
               DISPLAY "BANK-REPORT: RUN REFUSED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 'F' TO WS-AL-SEV
               MOVE "LOAN PAYMENT TABLE OVERFLOW - RUN REFUSED"
                   TO WS-AL-TEXT
               PERFORM ALERT-RAISE-RTN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-XFER-OVFL-SW = 'Y'
               DISPLAY "BANK-REPORT: *** TRANSFER CREDITS TOO LARGE "
                   "FOR THE TRANSFER TABLE - MORE THAN 50 "
                   "ACCOUNTS. ***"
               DISPLAY "BANK-REPORT: RUN REFUSED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 'F' TO WS-AL-SEV
               MOVE "TRANSFER CREDIT TABLE OVERFLOW - RUN REFUSED"
                   TO WS-AL-TEXT
               PERFORM ALERT-RAISE-RTN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 062-OPEN-ACCT-MASTER.

      * loan payments post to their loans ahead of the
      *deposit groups, once, on the true night's first run; a
      *resumed run had them applied before it died
           IF NOT HISTORICAL-RERUN AND NOT RESUMING-RUN
               PERFORM 045-POST-LOAN-PAYMENTS
           END-IF.

           OPEN INPUT TRANS-FILE.
           IF RESUMING-RUN
               OPEN EXTEND REPORT-FILE
           PERFORM 470-CLOSE-BRANCH-FILE.
           PERFORM 400-PRINT-FOOTER.
           PERFORM 500-PRINT-EXCEPTIONS.
           PERFORM 550-PRINT-LOAN-PAYMENTS.

           CLOSE ACCT-MASTER.
           PERFORM 710-MARK-RESTART-DONE.
           COPY BATCTLRTN
               REPLACING ==BATCTL-PROGNAME== BY =="BANK-REPORT"==.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared loan-arithmetic paragraphs
           COPY LOANCRTN.

      * shared calamity-moratorium paragraphs
           COPY MORRTN.

      * the BATCHANS options file answers the prompts for an
      *unattended run; when it is absent the same build asks the
      *operator as it always has
                   END-IF
           END-READ.

      * the holds standing on the business date: active,
      *placed by then and not yet past their expiry. A period
      *rerun, which has no business date of its own, takes the
      *holds standing today
       067-LOAD-HOLDS.
           MOVE WS-JOBCTL-DATE TO WS-HOLD-DATE.
           IF WS-HOLD-DATE = 0
               ACCEPT WS-HOLD-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 068-LOAD-ONE-HOLD UNTIL WS-HOLD-EOF = 'Y'
               CLOSE HOLD-MASTER
           END-IF.

       068-LOAD-ONE-HOLD.
           READ HOLD-MASTER NEXT
               AT END MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   IF HD-ACTIVE
                       AND HD-PLACE-DATE NOT > WS-HOLD-DATE
                       AND (HD-EXPIRY-DATE = 0
                           OR HD-EXPIRY-DATE NOT < WS-HOLD-DATE)
                       IF WS-HOLD-COUNT < 300
                           ADD 1 TO WS-HOLD-COUNT
                           SET HD-IDX TO WS-HOLD-COUNT
                           MOVE HD-ACCT-NO TO HDT-ACCT-NO(HD-IDX)
                           MOVE HD-AMOUNT TO HDT-AMOUNT(HD-IDX)
                       ELSE
                           MOVE 'Y' TO WS-HOLD-OVFL-SW
                       END-IF
                   END-IF
           END-READ.

      * a read-only pass over the loan payments before any is
      *applied: more payments than the table holds, or more
      *overpaid loans than the transfer table has room left for,
      *refuses the run. Payments on one loan are summed against
      *its balance, and any loan whose payments could run past
      *that balance is counted as needing a credit entry for its
      *deposit account unless the account already has one
       042-CHECK-LOAN-TABLES.
           MOVE 0 TO WS-LNCHK-PAYS.
           MOVE 0 TO WS-LNCHK-NEED.
           MOVE 0 TO WS-LNPAY-COUNT.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOAN-STATUS = "35"
               MOVE 'N' TO WS-LOAN-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-LOAN-OPEN-SW
           END-IF.
           OPEN INPUT TRANS-FILE.
           MOVE 'N' TO WS-LNPAY-EOF.
           PERFORM 043-CHECK-ONE-LOAN-PAY UNTIL WS-LNPAY-EOF = 'Y'.
           CLOSE TRANS-FILE.
           IF WS-LOAN-OPEN-SW = 'Y'
               CLOSE LOAN-MASTER
           END-IF.
           IF WS-LNCHK-PAYS > 200
               MOVE 'Y' TO WS-LNPAY-OVFL-SW
           ELSE
               PERFORM 044-CHECK-ONE-EXCESS
                   VARYING LNP-IDX FROM 1 BY 1
                   UNTIL LNP-IDX > WS-LNPAY-COUNT
               IF WS-XFER-COUNT + WS-LNCHK-NEED > 50
                   MOVE 'Y' TO WS-XFER-OVFL-SW
               END-IF
           END-IF.
           MOVE 0 TO WS-LNPAY-COUNT.

       043-CHECK-ONE-LOAN-PAY.
           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-LNPAY-EOF
               NOT AT END
                   IF TRANS-REC(1:3) = "TRL"
                       MOVE 'Y' TO WS-LNPAY-EOF
                   ELSE
                       IF IS-LOAN-PAYMENT
                           PERFORM 057-SUM-ONE-LOAN-PAY
                       END-IF
                   END-IF
           END-READ.

      * the table holds one entry per loan here; the payments
      *sum into LNP-PRINCIPAL and LNP-RESULT says whether the
      *loan would take them at all
       057-SUM-ONE-LOAN-PAY.
           ADD 1 TO WS-LNCHK-PAYS.
           MOVE 0 TO WS-LN-HIT.
           PERFORM 059-FIND-ONE-CHECKED
               VARYING LNP-IDX FROM 1 BY 1
               UNTIL LNP-IDX > WS-LNPAY-COUNT OR WS-LN-HIT > 0.
           IF WS-LN-HIT > 0
               SET LNP-IDX TO WS-LN-HIT
               ADD TR-AMOUNT TO LNP-PRINCIPAL(LNP-IDX)
           ELSE
               IF WS-LNPAY-COUNT < 200
                   ADD 1 TO WS-LNPAY-COUNT
                   SET LNP-IDX TO WS-LNPAY-COUNT
                   MOVE TR-ACCT-NO TO LNP-LOAN-NO(LNP-IDX)
                   MOVE TR-AMOUNT TO LNP-PRINCIPAL(LNP-IDX)
                   MOVE 'P' TO LNP-RESULT(LNP-IDX)
                   IF WS-LOAN-OPEN-SW = 'N'
                       MOVE 'U' TO LNP-RESULT(LNP-IDX)
                   ELSE
                       MOVE TR-ACCT-NO TO LN-LOAN-NO
                       READ LOAN-MASTER
                           INVALID KEY
                               MOVE 'U' TO LNP-RESULT(LNP-IDX)
                       END-READ
                   END-IF
                   IF LNP-RESULT(LNP-IDX) = 'P'
                       AND NOT LN-ACTIVE
                       MOVE 'C' TO LNP-RESULT(LNP-IDX)
                   END-IF
                   IF LNP-RESULT(LNP-IDX) = 'P'
                       MOVE LN-BALANCE TO LNP-BALANCE(LNP-IDX)
                       MOVE LN-DEP-ACCT TO LNP-DEP-ACCT(LNP-IDX)
                   END-IF
               END-IF
           END-IF.

       059-FIND-ONE-CHECKED.
           IF LNP-LOAN-NO(LNP-IDX) = TR-ACCT-NO
               SET WS-LN-HIT TO LNP-IDX
           END-IF.

       044-CHECK-ONE-EXCESS.
           IF LNP-RESULT(LNP-IDX) = 'P'
               AND LNP-PRINCIPAL(LNP-IDX) > LNP-BALANCE(LNP-IDX)
               MOVE LNP-DEP-ACCT(LNP-IDX) TO WS-XIN-ACCT
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 053-FIND-XFER-ACCT
                   VARYING XFER-IDX FROM 1 BY 1
                   UNTIL XFER-IDX > WS-XFER-COUNT OR ENTRY-FOUND
               IF NOT ENTRY-FOUND
                   ADD 1 TO WS-LNCHK-NEED
               END-IF
           END-IF.

       053-FIND-XFER-ACCT.
           IF XT-ACCT-NO(XFER-IDX) = WS-XIN-ACCT
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      * a pass over the released file for the loan
      *payments alone; each posts to its loan and is logged on
      *LOANPOST for the ledger. With no loan master on the
      *machine every payment is listed as unknown
       045-POST-LOAN-PAYMENTS.
           OPEN I-O LOAN-MASTER.
           IF WS-LOAN-STATUS = "35"
               MOVE 'N' TO WS-LOAN-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-LOAN-OPEN-SW
           END-IF.
           OPEN EXTEND LNPOST-FILE.
           IF WS-LNPOST-STATUS = "35"
               OPEN OUTPUT LNPOST-FILE
           END-IF.
           OPEN INPUT TRANS-FILE.
           MOVE 'N' TO WS-LNPAY-EOF.
           PERFORM 046-READ-ONE-LOAN-PAY UNTIL WS-LNPAY-EOF = 'Y'.
           CLOSE TRANS-FILE
                 LNPOST-FILE.
           IF WS-LOAN-OPEN-SW = 'Y'
               CLOSE LOAN-MASTER
           END-IF.

       046-READ-ONE-LOAN-PAY.
           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-LNPAY-EOF
               NOT AT END
                   IF TRANS-REC(1:3) = "TRL"
                       MOVE 'Y' TO WS-LNPAY-EOF
                   ELSE
                       IF IS-LOAN-PAYMENT
                           PERFORM 047-APPLY-LOAN-PAYMENT
                       END-IF
                   END-IF
           END-READ.

       047-APPLY-LOAN-PAYMENT.
           ADD 1 TO WS-BT-IN.
           MOVE 0 TO WS-LN-INTEREST.
           MOVE 0 TO WS-LN-PRINCIPAL.
           MOVE 0 TO WS-LN-EXCESS.
           MOVE 'P' TO WS-LN-RESULT.
           MOVE SPACES TO LN-DEP-ACCT.
           MOVE 0 TO LN-BALANCE.
           IF WS-LOAN-OPEN-SW = 'N'
               MOVE 'U' TO WS-LN-RESULT
           ELSE
               MOVE TR-ACCT-NO TO LN-LOAN-NO
               READ LOAN-MASTER
                   INVALID KEY MOVE 'U' TO WS-LN-RESULT
               END-READ
           END-IF.
           IF LN-PAY-POSTED AND NOT LN-ACTIVE
               MOVE 'C' TO WS-LN-RESULT
           END-IF.
      * a loan an earlier run already stamped with tonight's
      *date had tonight's payments applied by that run
           IF LN-PAY-POSTED AND LN-LAST-POSTED = WS-JOBCTL-DATE
               PERFORM 048-FIND-POSTED-LOAN
               IF WS-LN-HIT = 0
                   MOVE 'D' TO WS-LN-RESULT
               END-IF
           END-IF.

           IF LN-PAY-POSTED
               PERFORM 049-SPLIT-LOAN-PAYMENT
               ADD 1 TO WS-BT-OUT
           ELSE
               ADD 1 TO WS-BT-REJ
           END-IF.

           IF WS-LNPAY-COUNT < 200
               ADD 1 TO WS-LNPAY-COUNT
               SET LNP-IDX TO WS-LNPAY-COUNT
               MOVE TR-ACCT-NO TO LNP-LOAN-NO(LNP-IDX)
               MOVE TR-AMOUNT TO LNP-AMOUNT(LNP-IDX)
               MOVE WS-LN-INTEREST TO LNP-INTEREST(LNP-IDX)
               MOVE WS-LN-PRINCIPAL TO LNP-PRINCIPAL(LNP-IDX)
               MOVE WS-LN-EXCESS TO LNP-EXCESS(LNP-IDX)
               MOVE LN-BALANCE TO LNP-BALANCE(LNP-IDX)
               MOVE LN-DEP-ACCT TO LNP-DEP-ACCT(LNP-IDX)
               MOVE WS-LN-RESULT TO LNP-RESULT(LNP-IDX)
           END-IF.

       048-FIND-POSTED-LOAN.
           MOVE 0 TO WS-LN-HIT.
           PERFORM 058-FIND-ONE-POSTED
               VARYING LNP-IDX FROM 1 BY 1
               UNTIL LNP-IDX > WS-LNPAY-COUNT OR WS-LN-HIT > 0.

       058-FIND-ONE-POSTED.
           IF LNP-LOAN-NO(LNP-IDX) = TR-ACCT-NO
               AND LNP-RESULT(LNP-IDX) = 'P'
               SET WS-LN-HIT TO LNP-IDX
           END-IF.

      * interest first: what the schedule has charged on the
      *installments fallen due by the payment date, less the
      *interest already paid; the rest retires principal, and
      *anything past the outstanding principal goes back to the
      *borrower's deposit account with tonight's transfer credits
       049-SPLIT-LOAN-PAYMENT.
           PERFORM LOANC-SETUP-RTN.
           MOVE TR-DATE TO WS-LC-AS-OF.
           PERFORM LOANC-COUNT-DUE-RTN.
           MOVE 0 TO WS-LN-INT-DUE.
           IF WS-LC-DUE-COUNT > 0
               MOVE WS-LC-DUE-COUNT TO WS-LC-INST-NO
               PERFORM LOANC-SCHED-RTN
               COMPUTE WS-LN-INT-DUE = WS-LC-CUM-INT - LN-INT-PAID
           END-IF.
           IF WS-LN-INT-DUE < 0
               MOVE 0 TO WS-LN-INT-DUE
           END-IF.
           IF TR-AMOUNT < WS-LN-INT-DUE
               MOVE TR-AMOUNT TO WS-LN-INTEREST
           ELSE
               MOVE WS-LN-INT-DUE TO WS-LN-INTEREST
           END-IF.
           COMPUTE WS-LN-PRINCIPAL = TR-AMOUNT - WS-LN-INTEREST.
           IF WS-LN-PRINCIPAL > LN-BALANCE
               COMPUTE WS-LN-EXCESS = WS-LN-PRINCIPAL - LN-BALANCE
               MOVE LN-BALANCE TO WS-LN-PRINCIPAL
           END-IF.

           SUBTRACT WS-LN-PRINCIPAL FROM LN-BALANCE.
           ADD WS-LN-INTEREST WS-LN-PRINCIPAL TO LN-TOTAL-PAID.
           ADD WS-LN-INTEREST TO LN-INT-PAID.
           MOVE TR-DATE TO LN-LAST-PAID.
           MOVE WS-JOBCTL-DATE TO LN-LAST-POSTED.
           IF LN-BALANCE = 0
               MOVE 'P' TO LN-STATUS
           END-IF.
           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY "BANK-REPORT: LOAN REWRITE FAILED FOR "
                       LN-LOAN-NO
           END-REWRITE.

           MOVE WS-JOBCTL-DATE TO LP-DATE.
           MOVE LN-LOAN-NO TO LP-LOAN-NO.
           MOVE 'P' TO LP-TYPE.
           MOVE WS-LN-PRINCIPAL TO LP-PRINCIPAL.
           MOVE WS-LN-INTEREST TO LP-INTEREST.
           WRITE LNPOST-REC.

           IF WS-LN-EXCESS > 0
               MOVE 'X' TO LP-TYPE
               MOVE WS-LN-EXCESS TO LP-PRINCIPAL
               MOVE 0 TO LP-INTEREST
               WRITE LNPOST-REC
               MOVE LN-DEP-ACCT TO WS-XIN-ACCT
               MOVE WS-LN-EXCESS TO WS-XIN-AMOUNT
               PERFORM 055-ADD-XFER-CREDIT
           END-IF.

       255-SUM-UNCLEARED.
           MOVE 0 TO WS-GROUP-UNCLEARED.
           PERFORM 256-SUM-ONE-CHEQ
               VARYING CQ-IDX FROM 1 BY 1
               UNTIL CQ-IDX > WS-CHEQ-COUNT.

           MOVE 0 TO WS-GROUP-HELD.
           PERFORM 257-SUM-ONE-HOLD
               VARYING HD-IDX FROM 1 BY 1
               UNTIL HD-IDX > WS-HOLD-COUNT.

       256-SUM-ONE-CHEQ.
           IF CQT-ACCT-NO(CQ-IDX) = PREV-ACCT-NO
               ADD CQT-AMOUNT(CQ-IDX) TO WS-GROUP-UNCLEARED
           END-IF.

       257-SUM-ONE-HOLD.
           IF HDT-ACCT-NO(HD-IDX) = PREV-ACCT-NO
               ADD HDT-AMOUNT(HD-IDX) TO WS-GROUP-HELD
           END-IF.

      * open the account's group on its carried-forward
      *master balance instead of zero, fetched by key
       250-APPLY-OPENING-BALANCE.
               VARYING XFER-IDX FROM 1 BY 1
               UNTIL XFER-IDX > WS-XFER-COUNT.

           IF NOT ENTRY-FOUND
               IF WS-XFER-COUNT < 50
                   ADD 1 TO WS-XFER-COUNT
                   SET XFER-IDX TO WS-XFER-COUNT
                   MOVE WS-XIN-ACCT TO XT-ACCT-NO(XFER-IDX)
                   MOVE WS-XIN-AMOUNT TO XT-AMOUNT(XFER-IDX)
               ELSE
                   MOVE 'Y' TO WS-XFER-OVFL-SW
               END-IF
           END-IF.

       056-FIND-XFER-ENTRY.
           PERFORM 201-READ-TRANS.

      * the next released record; the control trailer
      *closes the file the same way end-of-file does. Loan
      *payments were applied by the pre-pass and never join a
      *deposit group
       201-READ-TRANS.
           PERFORM 202-READ-ONE-TRANS.
           PERFORM 202-READ-ONE-TRANS
               UNTIL END-OF-FILE OR NOT IS-LOAN-PAYMENT.

       202-READ-ONE-TRANS.
           READ TRANS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.
      *is struck for an account that falls below the minimum;
      *an account whose postings were refused is not charged,
      *and the minimum is judged on available funds - cheques
      *still in their clearing float and funds under hold do
      *not count. An account under a calamity moratorium on
      *the business date is not charged
           COMPUTE WS-AVAIL-BALANCE =
               WS-ACCT-BALANCE - WS-GROUP-UNCLEARED - WS-GROUP-HELD.
           MOVE 'N' TO WS-FEE-CHARGED-SW.
           MOVE PREV-ACCT-NO TO WS-MOR-FIND-ACCT.
           MOVE WS-HOLD-DATE TO WS-MOR-FIND-DATE.
           PERFORM MOR-CHECK-RTN.
           IF GROUP-ACTIVE
               AND WS-MOR-HIT = 0
               AND WS-AVAIL-BALANCE < WS-MIN-BALANCE
               SUBTRACT WS-MAINT-FEE FROM WS-ACCT-BALANCE
               SUBTRACT WS-MAINT-FEE FROM WS-AVAIL-BALANCE
               END-IF
           END-IF.

      * an account with cheques in float or funds under hold
      *shows what it can actually draw under the ledger figure
           IF WS-GROUP-UNCLEARED > 0 OR WS-GROUP-HELD > 0
               MOVE WS-AVAIL-BALANCE TO AV-BALANCE
               MOVE WS-GROUP-UNCLEARED TO AV-FLOAT
               MOVE WS-GROUP-HELD TO AV-HELD
               MOVE AVAIL-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               IF BRANCH-FILE-OPEN

      * list every account that went negative at any point
      *during the statement, with the overdraft judged on
      *available funds rather than the ledger figure; funds
      *under hold are the customer's own and do not make an
      *overdraft by themselves
           IF ACCT-WENT-NEGATIVE
               OR WS-AVAIL-BALANCE + WS-GROUP-HELD < 0
               PERFORM 510-RECORD-OVERDRAWN
           END-IF.

               MOVE UNAPPLIED-XFER-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

      * every loan payment the pre-pass met, posted or not,
      *so the loans clerk can match the tellers' receipts
       550-PRINT-LOAN-PAYMENTS.
           IF WS-LNPAY-COUNT > 0
               MOVE SPACES TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               MOVE LOANPAY-HEADER TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               MOVE LOANPAY-COLS TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               PERFORM 555-PRINT-ONE-LOAN-PAY
                   VARYING LNP-IDX FROM 1 BY 1
                   UNTIL LNP-IDX > WS-LNPAY-COUNT
           END-IF.

       555-PRINT-ONE-LOAN-PAY.
           MOVE LNP-LOAN-NO(LNP-IDX) TO LP-L-LOAN-NO.
           MOVE LNP-AMOUNT(LNP-IDX) TO LP-L-AMOUNT.
           MOVE LNP-INTEREST(LNP-IDX) TO LP-L-INTEREST.
           MOVE LNP-PRINCIPAL(LNP-IDX) TO LP-L-PRINCIPAL.
           MOVE LNP-BALANCE(LNP-IDX) TO LP-L-BALANCE.
           EVALUATE LNP-RESULT(LNP-IDX)
               WHEN 'P'
                   IF LNP-BALANCE(LNP-IDX) = 0
                       MOVE "PAID UP" TO LP-L-RESULT
                   ELSE
                       MOVE "POSTED" TO LP-L-RESULT
                   END-IF
               WHEN 'U'
                   MOVE "NO LOAN" TO LP-L-RESULT
               WHEN 'C'
                   MOVE "CLOSED" TO LP-L-RESULT
               WHEN 'D'
                   MOVE "ALREADY" TO LP-L-RESULT
           END-EVALUATE.
           MOVE LOANPAY-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           IF LNP-EXCESS(LNP-IDX) > 0
               MOVE LNP-DEP-ACCT(LNP-IDX) TO LX-L-DEP-ACCT
               MOVE LNP-EXCESS(LNP-IDX) TO LX-L-EXCESS
               MOVE LOANPAY-EXCESS-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
