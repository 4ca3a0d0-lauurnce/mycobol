      *                joined the chart, reporting a balanced
      *                journal OUT OF BALANCE on any night with
      *                withheld tax.
      *2026-10-15  LP  The loan book now reaches the ledger off the
      *                LOANPOST log LOAN-MAINT and BANK-REPORT keep:
      *                a release debits 1201 LOANS RECEIVABLE
      *                against cash (the proceeds deposit books with
      *                the night's deposits as before), a payment
      *                credits 1201 with the principal retired and
      *                4101 LOAN INTEREST INCOME with the interest,
      *                and an overpayment passed to the borrower's
      *                deposit account books as a deposit. Loan
      *                payments on TRANS.TXT are left to LOANPOST.
      *                Both accounts join the compiled chart.
      *2026-10-15  LP  The ACCTMAST interest accrual reaches the
      *                ledger off the ACCRPOST log INT-ACCRUE and
      *                INT-CAPITALIZE keep: the night's accrual
      *                debits 5001 INTEREST EXPENSE and credits the
      *                new 2201 INTEREST PAYABLE; at month-end the
      *                tax withheld moves from 2201 to 2101, and the
      *                net credit is drawn from 2201 against cash,
      *                since the credit itself books with the
      *                night's deposits off TRANS.TXT. 2201 joins
      *                the compiled chart.
      *2026-10-15  LP  A night dated inside a period GL-CLOSE has
      *                closed on GLPERIOD is now refused before a
      *                line is posted, supervisor override or not -
      *                only an administrator's reopen lets it
      *                through. The closing entries GL-CLOSE dates
      *                on a period's last day no longer read as
      *                that night already posted. 3001 RETAINED
      *                EARNINGS joins the compiled chart, which now
      *                holds twenty accounts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "GLTRIAL.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * the loan releases and payments, split into principal
      *and interest
           SELECT LNPOST-FILE ASSIGN TO "LOANPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LNPOST-STATUS.

      * the interest accrued on ACCTMAST accounts and its
      *month-end capitalization
           SELECT ACCPOST-FILE ASSIGN TO "ACCRPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCPOST-STATUS.

      * the periods GL-CLOSE has closed, and any reopened
           SELECT PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
              88 IS-CHEQUE      VALUE 'C'.
              88 IS-WITHDRAWAL  VALUE 'W'.
              88 IS-TRANSFER    VALUE 'T'.
              88 IS-LOAN-PAYMENT VALUE 'L'.
           05 TR-AMOUNT         PIC 9(7)V99.
           05 TR-TO-ACCT-NO     PIC X(10).
           05 TR-DATE           PIC 9(8).
       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

       FD  LNPOST-FILE.
       01  LNPOST-REC.
      * shared loan-posting layout
           COPY LNPOSTRC.

       FD  ACCPOST-FILE.
       01  ACCPOST-REC.
      * shared accrual-posting layout
           COPY ACCPOSRC.

       FD  PERIOD-FILE.
       01  PERIOD-REC.
      * shared period-lock layout
           COPY GLPERREC.

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-KEY          PIC X(12).
           05 WS-CSV-EOF        PIC X VALUE 'N'.
           05 WS-JRNL-EOF       PIC X VALUE 'N'.
           05 WS-CHART-EOF      PIC X VALUE 'N'.
           05 WS-LNPOST-EOF     PIC X VALUE 'N'.
           05 WS-ACCPOST-EOF    PIC X VALUE 'N'.
           05 WS-FOUND-SW       PIC X VALUE 'N'.
              88 ENTRY-FOUND    VALUE 'Y'.

       01  WS-JRNL-STATUS       PIC XX VALUE SPACES.
       01  WS-CHART-STATUS      PIC XX VALUE SPACES.
       01  WS-GLJ-STATUS        PIC XX VALUE SPACES.
       01  WS-LNPOST-STATUS     PIC XX VALUE SPACES.
       01  WS-ACCPOST-STATUS    PIC XX VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-PERIOD-STATUS     PIC XX VALUE SPACES.
       01  WS-PERIOD-EOF        PIC X VALUE 'N'.

      * the standing of every period GLPERIOD names - the
      *last line for a period wins
       01  WS-PER-TABLE.
           05 WS-PER-COUNT      PIC 9(3) VALUE 0.
           05 WS-PER-ENTRY OCCURS 240 TIMES INDEXED BY PR-IDX.
              10 PR-PERIOD      PIC 9(6).
              10 PR-ACTION      PIC X.
       01  WS-PER-HIT           PIC 9(3) VALUE 0.
       01  WS-PER-OVFL-SW       PIC X VALUE 'N'.
       01  WS-WANTED-PERIOD     PIC 9(6) VALUE 0.
       01  WS-LOCKED-SW         PIC X VALUE 'N'.

      * the fee each flagged account was charged, off the
      *same FINPARMS key BANK-REPORT posts it from
           02 FILLER PIC 9(4)  VALUE 2101.
           02 FILLER PIC X(25) VALUE "WITHHOLDING TAX DUE".
           02 FILLER PIC X     VALUE "L".
           02 FILLER PIC 9(4)  VALUE 1201.
           02 FILLER PIC X(25) VALUE "LOANS RECEIVABLE".
           02 FILLER PIC X     VALUE "A".
           02 FILLER PIC 9(4)  VALUE 4101.
           02 FILLER PIC X(25) VALUE "LOAN INTEREST INCOME".
           02 FILLER PIC X     VALUE "I".
           02 FILLER PIC 9(4)  VALUE 2201.
           02 FILLER PIC X(25) VALUE "INTEREST PAYABLE".
           02 FILLER PIC X     VALUE "L".
           02 FILLER PIC 9(4)  VALUE 3001.
           02 FILLER PIC X(25) VALUE "RETAINED EARNINGS".
           02 FILLER PIC X     VALUE "Q".
           02 FILLER PIC X(300) VALUE SPACES.
       01  WS-CHART-TABLE REDEFINES WS-CHART-NAMES-TABLE.
           02 WS-CHART-ENTRY OCCURS 20 TIMES INDEXED BY CH-IDX.
              03 CT-ACCT        PIC 9(4).
              03 CT-NAME        PIC X(25).
              03 CT-TYPE        PIC X.
       01  WS-CHART-MAX         PIC 99 VALUE 10.
      * debit/credit totals per chart slot, for the trial
      *balance over the entries this run posted
       01  WS-CHART-TOTALS.
           02 WS-CT-DR PIC 9(13)V99 OCCURS 20 TIMES VALUE 0.
           02 WS-CT-CR PIC 9(13)V99 OCCURS 20 TIMES VALUE 0.
       01  WS-CHART-HIT         PIC 99 VALUE 0.
       01  WS-WANTED-ACCT       PIC 9(4) VALUE 0.

              10 MV-FEE         PIC 9(11)V99.
              10 MV-INT         PIC 9(11)V99.
              10 MV-TAX         PIC 9(11)V99.
              10 MV-LNR         PIC 9(11)V99.
              10 MV-LNP         PIC 9(11)V99.
              10 MV-LNI         PIC 9(11)V99.
              10 MV-LNX         PIC 9(11)V99.
              10 MV-ACR         PIC 9(11)V99.
              10 MV-ACC         PIC 9(11)V99.
              10 MV-ACX         PIC 9(11)V99.
       01  WS-MOVE-HIT          PIC 9(3) VALUE 0.
       01  WS-MOVE-OVFL-SW      PIC X VALUE 'N'.
       01  WS-SLOT-BRANCH       PIC X(2) VALUE SPACES.
           PERFORM 100-TALLY-TRANS.
           PERFORM 150-TALLY-FEES.
           PERFORM 170-TALLY-INTEREST.
           PERFORM 190-TALLY-LOANS.
           PERFORM 195-TALLY-ACCRUALS.

      * a movement the table could not hold never tallied;
      *posting the rest would put an unbalanced night on the
               GOBACK
           END-IF.

      * a closed period's figures are already reported -
      *a single slot dated inside one refuses the whole night,
      *since posting the rest would leave the ledger short of
      *what the subledgers carry
           PERFORM 040-LOAD-PERIODS.
           IF WS-PER-OVFL-SW = 'Y'
               DISPLAY "GL-POST: *** MORE THAN 240 PERIODS ON "
                   "GLPERIOD - TABLE OVERFLOW. ***"
               DISPLAY "GL-POST: NOTHING POSTED. RAISE THE TABLE "
                   "AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               CLOSE GLJRNL-FILE
                     REPORT-FILE
               GOBACK
           END-IF.
           PERFORM 080-CHECK-ONE-SLOT
               VARYING MV-IDX FROM 1 BY 1
               UNTIL MV-IDX > WS-MOVE-COUNT.
           IF WS-LOCKED-SW = 'Y'
               DISPLAY "GL-POST: NOTHING POSTED. AN ADMINISTRATOR "
                   "MUST REOPEN THE PERIOD IN GL-CLOSE."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               CLOSE GLJRNL-FILE
                     REPORT-FILE
               GOBACK
           END-IF.

           PERFORM 200-POST-ONE-SLOT
               VARYING MV-IDX FROM 1 BY 1
               UNTIL MV-IDX > WS-MOVE-COUNT.
               REPLACING ==SUPAUTH-PROGNAME== BY =="GL-POST"==.

      * a single entry under the run's business date means
      *the night is already on the ledger; GL-CLOSE's closing
      *entries, dated a period's last day, are not the night's
       030-CHECK-POSTED.
           MOVE 'N' TO WS-POSTED-SW.
           MOVE 'N' TO WS-GJCHK-EOF.
               AT END MOVE 'Y' TO WS-GJCHK-EOF
               NOT AT END
                   IF GJ-DATE = WS-RUNLOG-DATE
                       AND GJ-SOURCE NOT = "PERCLOSE"
                       MOVE 'Y' TO WS-POSTED-SW
                       MOVE 'Y' TO WS-GJCHK-EOF
                   END-IF
               MOVE 0 TO WS-CHART-MAX
               PERFORM 051-READ-ONE-CHART UNTIL WS-CHART-EOF = 'Y'
               CLOSE CHART-FILE
      * all ten compiled accounts come back, 2101, the
      *loan accounts, 2201 and 3001 included
               IF WS-CHART-MAX = 0
                   MOVE 10 TO WS-CHART-MAX
               END-IF
           END-IF.

           READ CHART-FILE
               AT END MOVE 'Y' TO WS-CHART-EOF
               NOT AT END
                   IF WS-CHART-MAX < 20
                       ADD 1 TO WS-CHART-MAX
                       SET CH-IDX TO WS-CHART-MAX
                       MOVE GC-ACCT TO CT-ACCT(CH-IDX)
                   END-IF
           END-READ.

      * every period GLPERIOD names, at its last standing
       040-LOAD-PERIODS.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 041-READ-ONE-PERIOD
                   UNTIL WS-PERIOD-EOF = 'Y'
               CLOSE PERIOD-FILE
           END-IF.

       041-READ-ONE-PERIOD.
           READ PERIOD-FILE
               AT END MOVE 'Y' TO WS-PERIOD-EOF
               NOT AT END
                   MOVE GP-PERIOD TO WS-WANTED-PERIOD
                   PERFORM 045-FIND-PERIOD
                   IF WS-PER-HIT = 0
                       IF WS-PER-COUNT < 240
                           ADD 1 TO WS-PER-COUNT
                           MOVE WS-PER-COUNT TO WS-PER-HIT
                           MOVE GP-PERIOD TO PR-PERIOD(WS-PER-HIT)
                       ELSE
                           MOVE 'Y' TO WS-PER-OVFL-SW
                       END-IF
                   END-IF
                   IF WS-PER-HIT > 0
                       MOVE GP-ACTION TO PR-ACTION(WS-PER-HIT)
                   END-IF
           END-READ.

      * WS-PER-HIT is captured inside 046-FIND-ONE-PERIOD, at
      *the point of the match, since PR-IDX no longer points at
      *it once the PERFORM VARYING has returned
       045-FIND-PERIOD.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-PER-HIT.
           PERFORM 046-FIND-ONE-PERIOD
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PER-COUNT OR ENTRY-FOUND.

       046-FIND-ONE-PERIOD.
           IF PR-PERIOD(PR-IDX) = WS-WANTED-PERIOD
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-PER-HIT TO PR-IDX
           END-IF.

      * each slot's date against the lock
       080-CHECK-ONE-SLOT.
           MOVE MV-DATE(MV-IDX)(1:6) TO WS-WANTED-PERIOD.
           PERFORM 045-FIND-PERIOD.
           IF WS-PER-HIT > 0
               IF PR-ACTION(WS-PER-HIT) = 'C'
                   MOVE 'Y' TO WS-LOCKED-SW
                   DISPLAY "GL-POST: *** BRANCH " MV-BRANCH(MV-IDX)
                       " DATE " MV-DATE(MV-IDX)
                       " FALLS IN CLOSED PERIOD "
                       WS-WANTED-PERIOD " ***"
               END-IF
           END-IF.

      * the fee figure comes from the shared FINPARMS file
      *operations maintains; a missing file or key leaves the
      *compiled default in force
                   MOVE TR-AMOUNT TO WS-SLOT-AMOUNT
                   PERFORM 120-FIND-MOVE-SLOT
                   EVALUATE TRUE
      * a loan payment books off LOANPOST, where it is
      *split into principal and interest
                       WHEN IS-LOAN-PAYMENT
                           CONTINUE
      * the ledger balance took the cheque the night it
      *was posted, so the GL books it with the deposits; the
      *float is an availability hold, not a GL event
               MOVE 0 TO MV-FEE(MV-IDX)
               MOVE 0 TO MV-INT(MV-IDX)
               MOVE 0 TO MV-TAX(MV-IDX)
               MOVE 0 TO MV-LNR(MV-IDX)
               MOVE 0 TO MV-LNP(MV-IDX)
               MOVE 0 TO MV-LNI(MV-IDX)
               MOVE 0 TO MV-LNX(MV-IDX)
               MOVE 0 TO MV-ACR(MV-IDX)
               MOVE 0 TO MV-ACC(MV-IDX)
               MOVE 0 TO MV-ACX(MV-IDX)
           END-IF.

       121-FIND-ONE-SLOT.
                   END-IF
           END-READ.

      * the loan releases, payments and overpayments
      *logged under the run's business date; the loan number's
      *prefix is the branch
       190-TALLY-LOANS.
           OPEN INPUT LNPOST-FILE.
           IF WS-LNPOST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 191-TALLY-ONE-LOAN UNTIL WS-LNPOST-EOF = 'Y'
               CLOSE LNPOST-FILE
           END-IF.

       191-TALLY-ONE-LOAN.
           READ LNPOST-FILE
               AT END MOVE 'Y' TO WS-LNPOST-EOF
               NOT AT END
                   IF LP-DATE = WS-RUNLOG-DATE
                       MOVE LP-LOAN-NO(1:2) TO WS-SLOT-BRANCH
                       MOVE LP-DATE TO WS-SLOT-DATE
                       PERFORM 120-FIND-MOVE-SLOT
                       IF WS-MOVE-HIT > 0
                           EVALUATE TRUE
                               WHEN LP-RELEASE
                                   ADD LP-PRINCIPAL
                                       TO MV-LNR(WS-MOVE-HIT)
                               WHEN LP-PAYMENT
                                   ADD LP-PRINCIPAL
                                       TO MV-LNP(WS-MOVE-HIT)
                                   ADD LP-INTEREST
                                       TO MV-LNI(WS-MOVE-HIT)
                               WHEN LP-EXCESS
                                   ADD LP-PRINCIPAL
                                       TO MV-LNX(WS-MOVE-HIT)
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

      * the accruals and capitalizations logged under the
      *run's business date; the account number's prefix is the
      *branch
       195-TALLY-ACCRUALS.
           OPEN INPUT ACCPOST-FILE.
           IF WS-ACCPOST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 196-TALLY-ONE-ACCRUAL
                   UNTIL WS-ACCPOST-EOF = 'Y'
               CLOSE ACCPOST-FILE
           END-IF.

       196-TALLY-ONE-ACCRUAL.
           READ ACCPOST-FILE
               AT END MOVE 'Y' TO WS-ACCPOST-EOF
               NOT AT END
                   IF AP-DATE = WS-RUNLOG-DATE
                       MOVE AP-ACCT-NO(1:2) TO WS-SLOT-BRANCH
                       MOVE AP-DATE TO WS-SLOT-DATE
                       PERFORM 120-FIND-MOVE-SLOT
                       IF WS-MOVE-HIT > 0
                           EVALUATE TRUE
                               WHEN AP-ACCRUAL
                                   ADD AP-AMOUNT
                                       TO MV-ACR(WS-MOVE-HIT)
                               WHEN AP-CAPITAL
                                   ADD AP-AMOUNT
                                       TO MV-ACC(WS-MOVE-HIT)
                               WHEN AP-TAX
                                   ADD AP-AMOUNT
                                       TO MV-ACX(WS-MOVE-HIT)
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

      * one balanced pair per movement kind per slot:
      *deposits debit cash and credit deposits, withdrawals the
      *reverse, a transfer moves deposits through the
               MOVE 'C' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
           END-IF.
      * a release puts cash out as a receivable; a payment
      *brings it back as principal and interest income
           IF MV-LNR(MV-IDX) > 0
               MOVE MV-LNR(MV-IDX) TO WS-SLOT-AMOUNT
               MOVE "LOANREL" TO GJ-SOURCE
               MOVE 1201 TO GJ-ACCT
               MOVE 'D' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
               MOVE 1001 TO GJ-ACCT
               MOVE 'C' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
           END-IF.
           IF MV-LNP(MV-IDX) > 0
               MOVE MV-LNP(MV-IDX) TO WS-SLOT-AMOUNT
               MOVE "LOANPRIN" TO GJ-SOURCE
               MOVE 1001 TO GJ-ACCT
               MOVE 'D' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
               MOVE 1201 TO GJ-ACCT
               MOVE 'C' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
           END-IF.
           IF MV-LNI(MV-IDX) > 0
               MOVE MV-LNI(MV-IDX) TO WS-SLOT-AMOUNT
               MOVE "LOANINT" TO GJ-SOURCE
               MOVE 1001 TO GJ-ACCT
               MOVE 'D' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
               MOVE 4101 TO GJ-ACCT
               MOVE 'C' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
           END-IF.
           IF MV-LNX(MV-IDX) > 0
               MOVE MV-LNX(MV-IDX) TO WS-SLOT-AMOUNT
               MOVE "LOANXCES" TO GJ-SOURCE
               PERFORM 310-WRITE-DR-CR-1001-2001
           END-IF.
      * the accrual is owed before it is paid; at month-end
      *the net credit goes to the account as a deposit on
      *TRANS.TXT, which debits cash - the payable settles that
      *cash back, so what leaves 2201 lands in 2001 and 2101
           IF MV-ACR(MV-IDX) > 0
               MOVE MV-ACR(MV-IDX) TO WS-SLOT-AMOUNT
               MOVE "INTACCR" TO GJ-SOURCE
               MOVE 5001 TO GJ-ACCT
               MOVE 'D' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
               MOVE 2201 TO GJ-ACCT
               MOVE 'C' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
           END-IF.
           IF MV-ACC(MV-IDX) > 0
               MOVE MV-ACC(MV-IDX) TO WS-SLOT-AMOUNT
               MOVE "INTCAP" TO GJ-SOURCE
               MOVE 2201 TO GJ-ACCT
               MOVE 'D' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
               MOVE 1001 TO GJ-ACCT
               MOVE 'C' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
           END-IF.
           IF MV-ACX(MV-IDX) > 0
               MOVE MV-ACX(MV-IDX) TO WS-SLOT-AMOUNT
               MOVE "INTCAPTX" TO GJ-SOURCE
               MOVE 2201 TO GJ-ACCT
               MOVE 'D' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
               MOVE 2101 TO GJ-ACCT
               MOVE 'C' TO GJ-DC
               PERFORM 300-WRITE-ENTRY
           END-IF.

       310-WRITE-DR-CR-1001-2001.
           MOVE 1001 TO GJ-ACCT.
