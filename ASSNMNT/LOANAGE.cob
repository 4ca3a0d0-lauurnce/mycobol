       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-AGING.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - nightly loan delinquency aging.
      *                For every active loan on LOANMAST it works out
      *                from the amortization schedule what ought to
      *                have been paid by the business date, compares
      *                it with what the loan has actually been paid,
      *                and dates the oldest installment still short
      *                to age the arrears into the 1-30, 31-60,
      *                61-90 and over-90 days past due buckets.
      *                Prints the collections list to LOANAGE.OUT
      *                by branch, with bucket subtotals per branch
      *                and for the bank.
      *2026-10-15  LP  A loan under a calamity moratorium on the
      *                business date - on the MORATOR file
      *                WSP-RELIEF writes for a storm's struck
      *                customers - is not aged into arrears while
      *                the moratorium runs; what it is short is
      *                shown apart in the bank totals. A moratorium
      *                file too large for its table refuses the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LOANAGE.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

      * the calamity moratoria collections holds off under
           COPY MORSL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       01  LOAN-REC.
      * shared loan-master layout
           COPY LOANREC.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.
           COPY MORFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared loan-arithmetic working-storage
           COPY LOANCWS.
      * shared pagination working-storage
           COPY PAGEWS.
      * shared calamity-moratorium working-storage
           COPY MORWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-LOAN-STATUS       PIC XX VALUE SPACES.
       01  WS-LOAN-EOF          PIC X VALUE 'N'.
       01  WS-LOAN-COUNT        PIC 9(7) VALUE 0.
       01  WS-LATE-COUNT        PIC 9(7) VALUE 0.
       01  WS-PREV-BRANCH       PIC X(2) VALUE SPACES.
       01  WS-OVERDUE           PIC S9(9)V99 VALUE 0.
       01  WS-OLDEST-DUE        PIC 9(8) VALUE 0.
       01  WS-DAYS-LATE         PIC 9(4) VALUE 0.
       01  WS-BKT-IDX           PIC 9 VALUE 0.
       01  WS-BR-COUNT          PIC 9(5) VALUE 0.
       01  WS-BR-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-MOR-LOANS         PIC 9(5) VALUE 0.
       01  WS-MOR-OVERDUE       PIC 9(11)V99 VALUE 0.

      * the aging buckets collections works by
       01  WS-BKT-NAMES-TABLE.
           02 FILLER PIC X(16) VALUE "1-30 days".
           02 FILLER PIC X(16) VALUE "31-60 days".
           02 FILLER PIC X(16) VALUE "61-90 days".
           02 FILLER PIC X(16) VALUE "90+ days".
       01  WS-BKT-NAME REDEFINES WS-BKT-NAMES-TABLE
               PIC X(16) OCCURS 4 TIMES.
      * the current branch's buckets, and the bank's
       01  WS-BR-BKT-COUNT  PIC 9(5) OCCURS 4 TIMES VALUE 0.
       01  WS-BR-BKT-TOTAL  PIC 9(11)V99 OCCURS 4 TIMES VALUE 0.
       01  WS-GR-BKT-COUNT  PIC 9(5) OCCURS 4 TIMES VALUE 0.
       01  WS-GR-BKT-TOTAL  PIC 9(11)V99 OCCURS 4 TIMES VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(29) VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
              "Loan Delinquency Aging".
           05 FILLER            PIC X(29) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(11) VALUE " Loan No.".
           05 FILLER            PIC X(17) VALUE "Borrower".
           05 FILLER            PIC X(11) VALUE "Deposit".
           05 FILLER            PIC X(9)  VALUE "Oldest".
           05 FILLER            PIC X(5)  VALUE " Days".
           05 FILLER            PIC X(15) VALUE "        Overdue".
           05 FILLER            PIC X(12) VALUE "  Bucket".

       01  BRANCH-LINE.
           05 FILLER            PIC X(8)  VALUE "Branch: ".
           05 BR-CODE           PIC X(2).
           05 FILLER            PIC X(70) VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-LOAN-NO        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-NAME           PIC X(16).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-DEP-ACCT       PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-DUE            PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-DAYS           PIC ZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-OVERDUE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-BUCKET         PIC X(10).

       01  BUCKET-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 BL-NAME           PIC X(16).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 BL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE " loan(s)  ".
           05 BL-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(25) VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 TL-LABEL          PIC X(16).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE " loan(s)  ".
           05 TL-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(25) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "No loans in arrears.".
           05 FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RUNLOG-START-RTN.
           MOVE WS-RUNLOG-DATE TO WS-LC-AS-OF.

           PERFORM MOR-LOAD-RTN.
           IF WS-MOR-OVFL-SW = 'Y'
               DISPLAY "LOAN-AGING: *** MORATOR TOO LARGE FOR THE "
                   "WORK TABLE - MORE THAN 2000 ACCOUNTS. ***"
               DISPLAY "LOAN-AGING: RUN REFUSED. RAISE THE TABLE "
                   "AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           OPEN INPUT LOAN-MASTER.
           IF WS-LOAN-STATUS = "35"
               DISPLAY "LOAN-AGING: LOANMAST NOT FOUND - "
                   "NO LOANS ON BOOK."
           ELSE
               PERFORM 100-AGE-ONE-LOAN UNTIL WS-LOAN-EOF = 'Y'
               CLOSE LOAN-MASTER
           END-IF.

           IF WS-PREV-BRANCH NOT = SPACES
               PERFORM 300-PRINT-BRANCH-TOTALS
           END-IF.
           PERFORM 400-PRINT-BANK-TOTALS.

           MOVE WS-LOAN-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE REPORT-FILE.
           DISPLAY "LOAN-AGING: " WS-LOAN-COUNT " ACTIVE LOAN(S), "
               WS-LATE-COUNT " IN ARREARS.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="LOAN-AGING"==.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared loan-arithmetic paragraphs
           COPY LOANCRTN.

      * shared calamity-moratorium paragraphs
           COPY MORRTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * what the schedule says was due by tonight, less
      *what the loan has been paid, is the arrears; paid-off
      *and written-off loans are not collections' business
       100-AGE-ONE-LOAN.
           READ LOAN-MASTER NEXT
               AT END MOVE 'Y' TO WS-LOAN-EOF
               NOT AT END
                   IF LN-ACTIVE
                       ADD 1 TO WS-LOAN-COUNT
                       PERFORM 110-MEASURE-ARREARS
                   END-IF
           END-READ.

       110-MEASURE-ARREARS.
           PERFORM LOANC-SETUP-RTN.
           PERFORM LOANC-COUNT-DUE-RTN.
           MOVE 0 TO WS-OVERDUE.
           IF WS-LC-DUE-COUNT > 0
               MOVE WS-LC-DUE-COUNT TO WS-LC-INST-NO
               PERFORM LOANC-SCHED-RTN
               COMPUTE WS-OVERDUE = WS-LC-CUM-PAY - LN-TOTAL-PAID
           END-IF.
           IF WS-OVERDUE > 0
               MOVE LN-LOAN-NO TO WS-MOR-FIND-ACCT
               MOVE WS-LC-AS-OF TO WS-MOR-FIND-DATE
               PERFORM MOR-CHECK-RTN
               IF WS-MOR-HIT > 0
                   ADD 1 TO WS-MOR-LOANS
                   ADD WS-OVERDUE TO WS-MOR-OVERDUE
               ELSE
                   PERFORM 120-FIND-OLDEST-UNPAID
                   PERFORM 130-BUCKET-LOAN
                   PERFORM 200-PRINT-LOAN
               END-IF
           END-IF.

      * payments go against the oldest installment first, so
      *the oldest one still short is the first schedule row
      *whose running total the loan has not yet paid up to
       120-FIND-OLDEST-UNPAID.
           PERFORM LOANC-SCHED-START-RTN.
           PERFORM LOANC-SCHED-ONE-RTN
               UNTIL WS-LC-CUM-PAY > LN-TOTAL-PAID
                  OR WS-LC-ROW-NO NOT < WS-LC-DUE-COUNT.
           MOVE WS-LC-ROW-NO TO WS-LC-INST-NO.
           PERFORM LOANC-DUE-DATE-RTN.
           MOVE WS-LC-DUE-DATE TO WS-OLDEST-DUE.
           MOVE WS-LC-DUE-DATE TO WS-DC-DATE.
           MOVE WS-LC-AS-OF TO WS-DC-TO-DATE.
           PERFORM DATE-DAYS-BETWEEN-RTN.
           MOVE WS-DC-DAYS TO WS-DAYS-LATE.

      * an installment falling due tonight is a day late
      *tomorrow, not today; it still shows in the first bucket
       130-BUCKET-LOAN.
           EVALUATE TRUE
               WHEN WS-DAYS-LATE NOT > 30
                   MOVE 1 TO WS-BKT-IDX
               WHEN WS-DAYS-LATE NOT > 60
                   MOVE 2 TO WS-BKT-IDX
               WHEN WS-DAYS-LATE NOT > 90
                   MOVE 3 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BKT-IDX
           END-EVALUATE.
           ADD 1 TO WS-LATE-COUNT.
           ADD 1 TO WS-BR-BKT-COUNT(WS-BKT-IDX).
           ADD WS-OVERDUE TO WS-BR-BKT-TOTAL(WS-BKT-IDX).
           ADD 1 TO WS-GR-BKT-COUNT(WS-BKT-IDX).
           ADD WS-OVERDUE TO WS-GR-BKT-TOTAL(WS-BKT-IDX).

      * the master reads in loan-number order, which is
      *branch order, so a new prefix closes the last branch
       200-PRINT-LOAN.
           IF LN-BRANCH-CODE NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = SPACES
                   PERFORM 300-PRINT-BRANCH-TOTALS
               END-IF
               MOVE LN-BRANCH-CODE TO WS-PREV-BRANCH
               MOVE LN-BRANCH-CODE TO BR-CODE
               MOVE SPACES TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               MOVE BRANCH-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE LN-LOAN-NO TO DL-LOAN-NO.
           MOVE LN-CUST-NAME TO DL-NAME.
           MOVE LN-DEP-ACCT TO DL-DEP-ACCT.
           MOVE WS-OLDEST-DUE TO DL-DUE.
           MOVE WS-DAYS-LATE TO DL-DAYS.
           MOVE WS-OVERDUE TO DL-OVERDUE.
           MOVE WS-BKT-NAME(WS-BKT-IDX) TO DL-BUCKET.
           MOVE DETAIL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       300-PRINT-BRANCH-TOTALS.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE 0 TO WS-BR-COUNT.
           MOVE 0 TO WS-BR-TOTAL.
           PERFORM 310-PRINT-ONE-BR-BUCKET
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4.
           MOVE "Branch total" TO TL-LABEL.
           MOVE WS-BR-COUNT TO TL-COUNT.
           MOVE WS-BR-TOTAL TO TL-TOTAL.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       310-PRINT-ONE-BR-BUCKET.
           MOVE WS-BKT-NAME(WS-BKT-IDX) TO BL-NAME.
           MOVE WS-BR-BKT-COUNT(WS-BKT-IDX) TO BL-COUNT.
           MOVE WS-BR-BKT-TOTAL(WS-BKT-IDX) TO BL-TOTAL.
           MOVE BUCKET-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           ADD WS-BR-BKT-COUNT(WS-BKT-IDX) TO WS-BR-COUNT.
           ADD WS-BR-BKT-TOTAL(WS-BKT-IDX) TO WS-BR-TOTAL.
           MOVE 0 TO WS-BR-BKT-COUNT(WS-BKT-IDX).
           MOVE 0 TO WS-BR-BKT-TOTAL(WS-BKT-IDX).

       400-PRINT-BANK-TOTALS.
           IF WS-LATE-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Bank Totals:" TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE 0 TO WS-BR-COUNT.
           MOVE 0 TO WS-BR-TOTAL.
           PERFORM 410-PRINT-ONE-GR-BUCKET
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > 4.
           MOVE "Total in arrears" TO TL-LABEL.
           MOVE WS-BR-COUNT TO TL-COUNT.
           MOVE WS-BR-TOTAL TO TL-TOTAL.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
      * short but under a calamity moratorium - not arrears
      *until the moratorium ends
           IF WS-MOR-LOANS > 0
               MOVE "Under moratorium" TO TL-LABEL
               MOVE WS-MOR-LOANS TO TL-COUNT
               MOVE WS-MOR-OVERDUE TO TL-TOTAL
               MOVE TOTAL-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

       410-PRINT-ONE-GR-BUCKET.
           MOVE WS-BKT-NAME(WS-BKT-IDX) TO BL-NAME.
           MOVE WS-GR-BKT-COUNT(WS-BKT-IDX) TO BL-COUNT.
           MOVE WS-GR-BKT-TOTAL(WS-BKT-IDX) TO BL-TOTAL.
           MOVE BUCKET-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           ADD WS-GR-BKT-COUNT(WS-BKT-IDX) TO WS-BR-COUNT.
           ADD WS-GR-BKT-TOTAL(WS-BKT-IDX) TO WS-BR-TOTAL.

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
