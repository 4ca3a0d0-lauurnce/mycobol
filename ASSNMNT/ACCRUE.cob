       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-ACCRUE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - daily interest accrual for the
      *                accounts kept on ACCTMAST, which had earned
      *                nothing while the PANES book earned through
      *                FINALQUIZ's interest run. Runs after
      *                BANK-REPORT on the step board: every active
      *                account with a credit closing ledger balance
      *                earns a day's interest (a missed night is
      *                caught up on the next) at the annual rate for
      *                its balance tier off FINPARMS, on a 365-day
      *                year, into the ACCRINT accrued-interest file.
      *                The night's accrual, in whole centavos, is
      *                logged to ACCRPOST for GL-POST to book as
      *                interest payable. INT-CAPITALIZE credits the
      *                accrual at month-end. The tier summary prints
      *                to ACCRUE.OUT.
      *2026-10-15  LP  A frozen, closed, nil or overdrawn account
      *                on ACCRINT now has its last accrual date
      *                moved up each night it is passed over, so the
      *                catch-up no longer accrues over those days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

           SELECT ACCR-MASTER ASSIGN TO "ACCRINT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AI-ACCT-NO
               FILE STATUS IS WS-ACCR-STATUS.

      * the night's accrual for the ledger
           SELECT ACCPOST-FILE ASSIGN TO "ACCRPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCPOST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCRUE.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

      * shared job-control state (step board)
           COPY JOBCTLSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
       01  ACCT-MASTER-REC.
      * shared ACCTMAST record layout
           COPY ACCTREC.

       FD  ACCR-MASTER.
       01  ACCR-REC.
      * shared accrued-interest layout
           COPY ACCRREC.

       FD  ACCPOST-FILE.
       01  ACCPOST-REC.
      * shared accrual-posting layout
           COPY ACCPOSRC.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-KEY          PIC X(12).
           05 PARM-VALUE        PIC 9(7)V9(4).

           COPY RUNLOGFD.
           COPY JOBCTLFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared job-control working-storage
           COPY JOBCTLWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-ACCR-STATUS       PIC XX VALUE SPACES.
       01  WS-ACCPOST-STATUS    PIC XX VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-MAST-EOF          PIC X VALUE 'N'.
       01  WS-NEW-SW            PIC X VALUE 'N'.

      * the balance tiers and their annual rates; the whole
      *balance earns the rate of the tier it falls in. FINPARMS
      *overrides any of them (ACR-T1-MAX, ACR-T1-RATE,
      *ACR-T2-MAX, ACR-T2-RATE, ACR-T3-RATE)
       01  WS-TIER1-MAX         PIC 9(9)V99 VALUE 100000.00.
       01  WS-TIER1-RATE        PIC 9V9999 VALUE .0025.
       01  WS-TIER2-MAX         PIC 9(9)V99 VALUE 1000000.00.
       01  WS-TIER2-RATE        PIC 9V9999 VALUE .0050.
       01  WS-TIER3-RATE        PIC 9V9999 VALUE .0075.

       01  WS-ACR-CALCS.
           05 WS-ACR-DAYS       PIC 9(4) VALUE 0.
           05 WS-ACR-RATE       PIC 9V9999 VALUE 0.
           05 WS-ACR-TIER       PIC 9 VALUE 0.
           05 WS-ACR-INT        PIC 9(9)V9(6) VALUE 0.
           05 WS-ACR-BOOKED     PIC S9(9)V99 VALUE 0.
           05 WS-ACR-POST       PIC 9(9)V99 VALUE 0.

      * per-tier tallies for the summary
       01  WS-TIER-TALLY.
           05 WS-TIER-ENTRY OCCURS 3 TIMES INDEXED BY TR-IDX.
              10 TR-COUNT       PIC 9(7).
              10 TR-BALANCE     PIC 9(13)V99.
              10 TR-INTEREST    PIC 9(9)V9(6).

       01  WS-TOTALS.
           05 WS-ACCRUED-COUNT  PIC 9(7) VALUE 0.
           05 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
           05 WS-NOBAL-COUNT    PIC 9(7) VALUE 0.
           05 WS-DONE-COUNT     PIC 9(7) VALUE 0.
           05 WS-TOT-BALANCE    PIC 9(13)V99 VALUE 0.
           05 WS-TOT-INTEREST   PIC 9(9)V9(6) VALUE 0.
           05 WS-TOT-POSTED     PIC 9(11)V99 VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(29) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
              "Daily Interest Accrual".
           05 FILLER            PIC X(29) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(6)  VALUE " Tier".
           05 FILLER            PIC X(24) VALUE "Balance Band".
           05 FILLER            PIC X(6)  VALUE "  Rate".
           05 FILLER            PIC X(9)  VALUE " Accounts".
           05 FILLER            PIC X(19) VALUE
              "           Balances".
           05 FILLER            PIC X(14) VALUE "      Interest".
           05 FILLER            PIC X(2)  VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-TIER           PIC 9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DL-BAND           PIC X(6).
           05 DL-LIMIT          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-RATE           PIC 9.9999.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-BALANCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-INTEREST       PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(32) VALUE "Total accrued".
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TL-BALANCE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TL-INTEREST       PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.

       01  COUNT-LINE.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 CL-LABEL          PIC X(32).
           05 CL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(35) VALUE SPACES.

       01  POSTED-LINE.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(32) VALUE
              "Logged to ACCRPOST for the GL".
           05 PL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
      * the step board rules before any file is touched
           PERFORM JOBCTL-VERIFY-RTN.
           IF WS-JOBCTL-BLOCKED = 'Y'
               DISPLAY "INT-ACCRUE: RUN REFUSED BY THE STEP BOARD."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM RUNLOG-START-RTN.
           PERFORM 050-LOAD-PARMS.
           PERFORM 060-CLEAR-ONE-TIER
               VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > 3.

           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY "INT-ACCRUE: ACCTMAST NOT FOUND - NO "
                   "ACCOUNTS TO ACCRUE."
               PERFORM 400-PRINT-SUMMARY
               PERFORM RUNLOG-END-RTN
               PERFORM JOBCTL-MARK-RTN
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

      * the accrued-interest file starts empty the first
      *night
           OPEN I-O ACCR-MASTER.
           IF WS-ACCR-STATUS = "35"
               OPEN OUTPUT ACCR-MASTER
               CLOSE ACCR-MASTER
               OPEN I-O ACCR-MASTER
           END-IF.

           OPEN EXTEND ACCPOST-FILE.
           IF WS-ACCPOST-STATUS = "35"
               OPEN OUTPUT ACCPOST-FILE
           END-IF.

           PERFORM 100-READ-ONE-ACCT UNTIL WS-MAST-EOF = 'Y'.
           CLOSE ACCT-MASTER.
           CLOSE ACCR-MASTER.
           CLOSE ACCPOST-FILE.

           PERFORM 400-PRINT-SUMMARY.

           MOVE WS-ACCRUED-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           PERFORM JOBCTL-MARK-RTN.

           CLOSE REPORT-FILE.
           DISPLAY "INT-ACCRUE: " WS-ACCRUED-COUNT
               " ACCOUNT(S) ACCRUED.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="INT-ACCRUE"==.

      * shared job-control paragraphs
           COPY JOBCTLRTN
               REPLACING ==JOBCTL-STEP==   BY =="INT-ACCRUE"==
                         ==JOBCTL-PREREQ== BY =="BANK-REPORT"==.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * the tiers come from the shared FINPARMS file
      *operations maintains; a missing file or key leaves the
      *compiled tier in force
       050-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 055-READ-ONE-PARM UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARM-FILE
           END-IF.

       055-READ-ONE-PARM.
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   EVALUATE PARM-KEY
                       WHEN "ACR-T1-MAX"
                           MOVE PARM-VALUE TO WS-TIER1-MAX
                       WHEN "ACR-T1-RATE"
                           MOVE PARM-VALUE TO WS-TIER1-RATE
                       WHEN "ACR-T2-MAX"
                           MOVE PARM-VALUE TO WS-TIER2-MAX
                       WHEN "ACR-T2-RATE"
                           MOVE PARM-VALUE TO WS-TIER2-RATE
                       WHEN "ACR-T3-RATE"
                           MOVE PARM-VALUE TO WS-TIER3-RATE
                   END-EVALUATE
           END-READ.

       060-CLEAR-ONE-TIER.
           MOVE 0 TO TR-COUNT(TR-IDX).
           MOVE 0 TO TR-BALANCE(TR-IDX).
           MOVE 0 TO TR-INTEREST(TR-IDX).

       100-READ-ONE-ACCT.
           READ ACCT-MASTER NEXT
               AT END MOVE 'Y' TO WS-MAST-EOF
               NOT AT END PERFORM 200-ACCRUE-ACCT THRU 200-EXIT
           END-READ.

      * frozen and closed accounts earn nothing, nor does a
      *nil or overdrawn balance; an account already accrued for
      *the business date is left alone so a rerun adds nothing.
      *An account passed over still has its last accrual date
      *moved up to the business date, so the catch-up on the
      *night it next earns does not reach back over the days it
      *was not entitled to
       200-ACCRUE-ACCT.
           MOVE MA-ACCT-NO TO AI-ACCT-NO.
           READ ACCR-MASTER
               INVALID KEY MOVE 'Y' TO WS-NEW-SW
               NOT INVALID KEY MOVE 'N' TO WS-NEW-SW
           END-READ.

           IF NOT MA-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
               PERFORM 220-PASS-OVER-ACCT
               GO TO 200-EXIT
           END-IF.
           IF MA-BALANCE NOT > 0
               ADD 1 TO WS-NOBAL-COUNT
               PERFORM 220-PASS-OVER-ACCT
               GO TO 200-EXIT
           END-IF.

           IF WS-NEW-SW = 'Y'
               MOVE MA-ACCT-NO TO AI-ACCT-NO
               MOVE MA-BRANCH-CODE TO AI-BRANCH-CODE
               MOVE 0 TO AI-ACCRUED
               MOVE 0 TO AI-BOOKED
               MOVE 0 TO AI-DAYS
               MOVE WS-RUNLOG-DATE TO AI-PERIOD-START
               MOVE 0 TO AI-LAST-DATE
               MOVE 0 TO AI-LAST-CAP-DATE
           ELSE
               IF AI-LAST-DATE NOT < WS-RUNLOG-DATE
                   ADD 1 TO WS-DONE-COUNT
                   GO TO 200-EXIT
               END-IF
           END-IF.

      * the days since the account last accrued, so a night
      *the run did not go is earned on the next; the first
      *accrual is the one night
           IF AI-LAST-DATE = 0
               MOVE 1 TO WS-ACR-DAYS
           ELSE
               MOVE AI-LAST-DATE TO WS-DC-DATE
               MOVE WS-RUNLOG-DATE TO WS-DC-TO-DATE
               PERFORM DATE-DAYS-BETWEEN-RTN
               MOVE WS-DC-DAYS TO WS-ACR-DAYS
           END-IF.

           PERFORM 210-FIND-TIER.
           COMPUTE WS-ACR-INT ROUNDED =
               MA-BALANCE * WS-ACR-RATE * WS-ACR-DAYS / 365.
           ADD WS-ACR-INT TO AI-ACCRUED.
           ADD WS-ACR-DAYS TO AI-DAYS
               ON SIZE ERROR MOVE 999 TO AI-DAYS
           END-ADD.

      * the ledger takes the accrual in whole centavos: what
      *the running figure rounds to, less what is already booked
           COMPUTE WS-ACR-BOOKED ROUNDED = AI-ACCRUED.
           IF WS-ACR-BOOKED > AI-BOOKED
               COMPUTE WS-ACR-POST = WS-ACR-BOOKED - AI-BOOKED
               MOVE WS-RUNLOG-DATE TO AP-DATE
               MOVE MA-ACCT-NO TO AP-ACCT-NO
               MOVE 'A' TO AP-TYPE
               MOVE WS-ACR-POST TO AP-AMOUNT
               WRITE ACCPOST-REC
               ADD WS-ACR-POST TO AI-BOOKED
               ADD WS-ACR-POST TO WS-TOT-POSTED
           END-IF.

           MOVE WS-RUNLOG-DATE TO AI-LAST-DATE.
           MOVE MA-BALANCE TO AI-LAST-BAL.
           MOVE WS-ACR-RATE TO AI-LAST-RATE.
           IF WS-NEW-SW = 'Y'
               WRITE ACCR-REC
                   INVALID KEY
                       DISPLAY "INT-ACCRUE: WRITE FAILED FOR "
                           MA-ACCT-NO " STATUS " WS-ACCR-STATUS
               END-WRITE
           ELSE
               REWRITE ACCR-REC
                   INVALID KEY
                       DISPLAY "INT-ACCRUE: REWRITE FAILED FOR "
                           MA-ACCT-NO " STATUS " WS-ACCR-STATUS
               END-REWRITE
           END-IF.

           ADD 1 TO WS-ACCRUED-COUNT.
           ADD MA-BALANCE TO WS-TOT-BALANCE.
           ADD WS-ACR-INT TO WS-TOT-INTEREST.
           SET TR-IDX TO WS-ACR-TIER.
           ADD 1 TO TR-COUNT(TR-IDX).
           ADD MA-BALANCE TO TR-BALANCE(TR-IDX).
           ADD WS-ACR-INT TO TR-INTEREST(TR-IDX).

       200-EXIT.
           EXIT.

      * an account with nothing on ACCRINT has no catch-up to
      *guard; one that has accrued before is stamped with the
      *business date and nothing added
       220-PASS-OVER-ACCT.
           IF WS-NEW-SW = 'N'
               AND AI-LAST-DATE < WS-RUNLOG-DATE
               MOVE WS-RUNLOG-DATE TO AI-LAST-DATE
               REWRITE ACCR-REC
                   INVALID KEY
                       DISPLAY "INT-ACCRUE: REWRITE FAILED FOR "
                           MA-ACCT-NO " STATUS " WS-ACCR-STATUS
               END-REWRITE
           END-IF.

      * a tier's limit is the top of its band, inclusive
       210-FIND-TIER.
           EVALUATE TRUE
               WHEN MA-BALANCE NOT > WS-TIER1-MAX
                   MOVE 1 TO WS-ACR-TIER
                   MOVE WS-TIER1-RATE TO WS-ACR-RATE
               WHEN MA-BALANCE NOT > WS-TIER2-MAX
                   MOVE 2 TO WS-ACR-TIER
                   MOVE WS-TIER2-RATE TO WS-ACR-RATE
               WHEN OTHER
                   MOVE 3 TO WS-ACR-TIER
                   MOVE WS-TIER3-RATE TO WS-ACR-RATE
           END-EVALUATE.

       400-PRINT-SUMMARY.
           PERFORM 410-PRINT-ONE-TIER
               VARYING TR-IDX FROM 1 BY 1 UNTIL TR-IDX > 3.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-ACCRUED-COUNT TO TL-COUNT.
           MOVE WS-TOT-BALANCE TO TL-BALANCE.
           COMPUTE TL-INTEREST ROUNDED = WS-TOT-INTEREST.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-TOT-POSTED TO PL-AMOUNT.
           MOVE POSTED-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Not active - not accrued" TO CL-LABEL.
           MOVE WS-INACTIVE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Nil or overdrawn - not accrued" TO CL-LABEL.
           MOVE WS-NOBAL-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Already accrued for the date" TO CL-LABEL.
           MOVE WS-DONE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * the top tier has no limit; its band starts above the
      *second tier's
       410-PRINT-ONE-TIER.
           SET DL-TIER TO TR-IDX.
           EVALUATE DL-TIER
               WHEN 1
                   MOVE "Up to " TO DL-BAND
                   MOVE WS-TIER1-MAX TO DL-LIMIT
                   MOVE WS-TIER1-RATE TO DL-RATE
               WHEN 2
                   MOVE "Up to " TO DL-BAND
                   MOVE WS-TIER2-MAX TO DL-LIMIT
                   MOVE WS-TIER2-RATE TO DL-RATE
               WHEN OTHER
                   MOVE "Above " TO DL-BAND
                   MOVE WS-TIER2-MAX TO DL-LIMIT
                   MOVE WS-TIER3-RATE TO DL-RATE
           END-EVALUATE.
           MOVE TR-COUNT(TR-IDX) TO DL-COUNT.
           MOVE TR-BALANCE(TR-IDX) TO DL-BALANCE.
           COMPUTE DL-INTEREST ROUNDED = TR-INTEREST(TR-IDX).
           MOVE DETAIL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-RUNLOG-DATE TO DT-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-3.
           ADD 5 TO WS-LINE-CNT.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
