       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-CAPITALIZE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - month-end capitalization of
      *                the interest INT-ACCRUE has accrued on
      *                ACCTMAST accounts. Runs after the month's
      *                last accrual on the step board (a run on any
      *                other date asks first): each account's
      *                accrual in whole centavos has the final tax
      *                withheld at the FINPARMS rate (TAX-RATE-INT,
      *                the rate every interest run here withholds
      *                at) and the net is credited to the account
      *                as a deposit through the TRANSIN.TXT
      *                extract. The net and the tax are logged to
      *                ACCRPOST so GL-POST draws them out of
      *                interest payable. A frozen, closed or
      *                missing account keeps its accrual until it
      *                can take the credit. The accrual-to-date
      *                report prints by branch to ACCRCAP.OUT with
      *                the figures for the books.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCR-MASTER ASSIGN TO "ACCRINT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AI-ACCT-NO
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * the net credited and the tax withheld, for the ledger
           SELECT ACCPOST-FILE ASSIGN TO "ACCRPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCPOST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCRCAP.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * the tellers' extract the credits are released into
           COPY XTRAPPSL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

      * shared job-control state (step board)
           COPY JOBCTLSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCR-MASTER.
       01  ACCR-REC.
      * shared accrued-interest layout
           COPY ACCRREC.

       FD  ACCT-MASTER.
       01  ACCT-MASTER-REC.
      * shared ACCTMAST record layout
           COPY ACCTREC.

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

           COPY XTRAPPFD.

           COPY RUNLOGFD.
           COPY JOBCTLFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared job-control working-storage
           COPY JOBCTLWS.
      * shared extract-append working-storage
           COPY XTRAPPWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-ACCR-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-ACCPOST-STATUS    PIC XX VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-ACCR-EOF          PIC X VALUE 'N'.
       01  WS-MONTH-END-SW      PIC X VALUE 'N'.
       01  WS-ANSWER            PIC X VALUE SPACE.
       01  WS-CUR-BRANCH        PIC X(2) VALUE SPACES.
       01  WS-NEXT-START        PIC 9(8) VALUE 0.

      * the final tax on interest income, 20% per the BIR
      *unless FINPARMS overrides it (TAX-RATE-INT)
       01  WS-TAX-RATE          PIC 9V9999 VALUE .2000.
      * the largest amount one extract record can carry; a
      *larger credit goes as several records
       01  WS-MAX-RELEASE       PIC 9(7)V99 VALUE 9999999.99.

       01  WS-CAP-CALCS.
           05 WS-CAP-GROSS      PIC 9(9)V99 VALUE 0.
           05 WS-CAP-TAX        PIC 9(9)V99 VALUE 0.
           05 WS-CAP-NET        PIC 9(9)V99 VALUE 0.
           05 WS-CAP-LEFT       PIC 9(9)V99 VALUE 0.
           05 WS-CAP-RECS       PIC 9(5) VALUE 0.

       01  WS-BRANCH-TOTALS.
           05 WS-BR-GROSS       PIC 9(11)V99 VALUE 0.
           05 WS-BR-TAX         PIC 9(11)V99 VALUE 0.
           05 WS-BR-NET         PIC 9(11)V99 VALUE 0.

       01  WS-TOTALS.
           05 WS-CAP-COUNT      PIC 9(7) VALUE 0.
           05 WS-HELD-COUNT     PIC 9(7) VALUE 0.
           05 WS-TOT-GROSS      PIC 9(11)V99 VALUE 0.
           05 WS-TOT-TAX        PIC 9(11)V99 VALUE 0.
           05 WS-TOT-NET        PIC 9(11)V99 VALUE 0.
           05 WS-TOT-HELD       PIC 9(11)V99 VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(32) VALUE
              "Accrued Interest Capitalization".
           05 FILLER            PIC X(24) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(12) VALUE " Account No.".
           05 FILLER            PIC X(17) VALUE "Name".
           05 FILLER            PIC X(4)  VALUE "Days".
           05 FILLER            PIC X(13) VALUE "      Accrued".
           05 FILLER            PIC X(13) VALUE "          Tax".
           05 FILLER            PIC X(14) VALUE "    Net Credit".
           05 FILLER            PIC X(7)  VALUE " Action".

       01  BRANCH-LINE.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(7)  VALUE "Branch ".
           05 BL-BRANCH         PIC X(2).
           05 FILLER            PIC X(70) VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-NAME           PIC X(16).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-DAYS           PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-GROSS          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-TAX            PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-NET            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-ACTION         PIC X(6).

       01  TOTAL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 TL-LABEL          PIC X(29).
           05 TL-GROSS          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 TL-TAX            PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 TL-NET            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(7)  VALUE SPACES.

       01  COUNT-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Credited: ".
           05 CL-CAP            PIC ZZZ,ZZ9.
           05 FILLER            PIC X(14) VALUE "   Held over: ".
           05 CL-HELD           PIC ZZZ,ZZ9.
           05 FILLER            PIC X(38) VALUE SPACES.

      * the figures for the books: what leaves interest
      *payable, and where it goes
       01  BOOK-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 BK-LABEL          PIC X(44).
           05 BK-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(15) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "No accrued interest to capitalize.".
           05 FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
      * the step board rules before any file is touched
           PERFORM JOBCTL-VERIFY-RTN.
           IF WS-JOBCTL-BLOCKED = 'Y'
               DISPLAY "INT-CAPITALIZE: RUN REFUSED BY THE STEP "
                   "BOARD."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * the credit belongs on the last day of the month; any
      *other day is the operator's call
           PERFORM 030-CHECK-MONTH-END.
           IF WS-MONTH-END-SW = 'N'
               DISPLAY "INT-CAPITALIZE: " WS-JOBCTL-DATE
                   " IS NOT A MONTH-END."
               DISPLAY "INT-CAPITALIZE: CAPITALIZE ANYWAY? (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   CONTINUE
               ELSE
                   DISPLAY "INT-CAPITALIZE: NOTHING CAPITALIZED."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM RUNLOG-START-RTN.
           PERFORM 050-LOAD-PARMS.

           OPEN I-O ACCR-MASTER.
           IF WS-ACCR-STATUS = "35"
               DISPLAY "INT-CAPITALIZE: ACCRINT NOT FOUND - "
                   "NOTHING ACCRUED."
               PERFORM 400-PRINT-TOTALS
               PERFORM RUNLOG-END-RTN
               PERFORM JOBCTL-MARK-RTN
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

      * without the account master no credit can be checked
      *against the account's standing
           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY "INT-CAPITALIZE: *** ACCTMAST NOT FOUND. ***"
               DISPLAY "INT-CAPITALIZE: NOTHING CAPITALIZED."
               MOVE 8 TO RETURN-CODE
               CLOSE ACCR-MASTER
               PERFORM RUNLOG-END-RTN
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

      * an extract too large for the work table would come
      *back short at the rewrite - capitalize nothing
           PERFORM XTRAPP-LOAD-RTN.
           IF WS-XA-OVFL-SW = 'Y'
               DISPLAY "INT-CAPITALIZE: *** TRANSIN.TXT TOO LARGE "
                   "FOR THE WORK TABLE - MORE THAN 1000 RECORDS. ***"
               DISPLAY "INT-CAPITALIZE: NOTHING CAPITALIZED. RAISE "
                   "THE TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               CLOSE ACCR-MASTER
               CLOSE ACCT-MASTER
               PERFORM RUNLOG-END-RTN
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           OPEN EXTEND ACCPOST-FILE.
           IF WS-ACCPOST-STATUS = "35"
               OPEN OUTPUT ACCPOST-FILE
           END-IF.

      * the next period opens the day after this one
           MOVE WS-RUNLOG-DATE TO WS-DC-DATE.
           PERFORM DATE-ADD-DAY-RTN.
           MOVE WS-DC-DATE TO WS-NEXT-START.

           PERFORM 100-READ-ONE-ACCR UNTIL WS-ACCR-EOF = 'Y'.
           IF WS-CUR-BRANCH NOT = SPACES
               PERFORM 350-PRINT-BRANCH-TOTAL
           END-IF.
           CLOSE ACCR-MASTER.
           CLOSE ACCT-MASTER.
           CLOSE ACCPOST-FILE.

           IF WS-XA-ADDED > 0
               PERFORM XTRAPP-REWRITE-RTN
           END-IF.

           PERFORM 400-PRINT-TOTALS.

           MOVE WS-CAP-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           PERFORM JOBCTL-MARK-RTN.

           CLOSE REPORT-FILE.
           DISPLAY "INT-CAPITALIZE: " WS-CAP-COUNT " CREDITED, "
               WS-HELD-COUNT " HELD OVER.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="INT-CAPITALIZE"==.

      * shared job-control paragraphs
           COPY JOBCTLRTN
               REPLACING ==JOBCTL-STEP==   BY =="INT-CAPITALIZE"==
                         ==JOBCTL-PREREQ== BY =="INT-ACCRUE"==.

      * shared extract-append paragraphs
           COPY XTRAPPRTN.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * the business date is a month-end when the day after
      *it falls in another month
       030-CHECK-MONTH-END.
           MOVE WS-JOBCTL-DATE TO WS-DC-DATE.
           PERFORM DATE-ADD-DAY-RTN.
           IF WS-DC-DATE(5:2) = WS-JOBCTL-DATE(5:2)
               MOVE 'N' TO WS-MONTH-END-SW
           ELSE
               MOVE 'Y' TO WS-MONTH-END-SW
           END-IF.

      * the tax rate comes from the shared FINPARMS file
      *operations maintains; a missing file or key leaves the
      *compiled rate in force
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
                   IF PARM-KEY = "TAX-RATE-INT"
                       MOVE PARM-VALUE TO WS-TAX-RATE
                   END-IF
           END-READ.

      * ACCRINT runs in account-number order, and the
      *number's prefix is the branch, so the branches come
      *together for the subtotals
       100-READ-ONE-ACCR.
           READ ACCR-MASTER NEXT
               AT END MOVE 'Y' TO WS-ACCR-EOF
               NOT AT END PERFORM 200-CAPITALIZE-ACCT THRU 200-EXIT
           END-READ.

      * an account with less than a centavo accrued has
      *nothing to credit and keeps accruing
       200-CAPITALIZE-ACCT.
           IF AI-BOOKED = 0
               GO TO 200-EXIT
           END-IF.

           IF AI-ACCT-NO(1:2) NOT = WS-CUR-BRANCH
               IF WS-CUR-BRANCH NOT = SPACES
                   PERFORM 350-PRINT-BRANCH-TOTAL
               END-IF
               MOVE AI-ACCT-NO(1:2) TO WS-CUR-BRANCH
               MOVE AI-ACCT-NO(1:2) TO BL-BRANCH
               MOVE SPACES TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               MOVE BRANCH-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

           MOVE AI-BOOKED TO WS-CAP-GROSS.
           COMPUTE WS-CAP-TAX ROUNDED = WS-CAP-GROSS * WS-TAX-RATE.
           COMPUTE WS-CAP-NET = WS-CAP-GROSS - WS-CAP-TAX.

      * the account must still be there and take postings;
      *otherwise the accrual waits for it
           MOVE AI-ACCT-NO TO MA-ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE SPACES TO MA-ACCT-NAME
                   MOVE "NO ACC" TO DL-ACTION
                   PERFORM 220-HOLD-ACCT
                   GO TO 200-EXIT
           END-READ.
           IF NOT MA-ACTIVE
               MOVE "HELD" TO DL-ACTION
               PERFORM 220-HOLD-ACCT
               GO TO 200-EXIT
           END-IF.

      * the whole credit must fit on the extract or none of
      *it goes; the accrual then waits for the next run
           MOVE 0 TO WS-CAP-RECS.
           IF WS-CAP-NET > 0
               COMPUTE WS-CAP-RECS =
                   (WS-CAP-NET + WS-MAX-RELEASE - .01)
                   / WS-MAX-RELEASE
           END-IF.
           IF WS-XA-COUNT + WS-CAP-RECS > 1000
               MOVE "HELD" TO DL-ACTION
               PERFORM 220-HOLD-ACCT
               GO TO 200-EXIT
           END-IF.

           MOVE WS-CAP-NET TO WS-CAP-LEFT.
           PERFORM 210-RELEASE-ONE-PIECE UNTIL WS-CAP-LEFT = 0.

           MOVE WS-RUNLOG-DATE TO AP-DATE.
           MOVE AI-ACCT-NO TO AP-ACCT-NO.
           IF WS-CAP-NET > 0
               MOVE 'C' TO AP-TYPE
               MOVE WS-CAP-NET TO AP-AMOUNT
               WRITE ACCPOST-REC
           END-IF.
           IF WS-CAP-TAX > 0
               MOVE 'X' TO AP-TYPE
               MOVE WS-CAP-TAX TO AP-AMOUNT
               WRITE ACCPOST-REC
           END-IF.

      * the sub-centavo remainder stays with the account
      *and carries into the new period
           MOVE "CREDIT" TO DL-ACTION.
           PERFORM 300-PRINT-ACCT.
           SUBTRACT WS-CAP-GROSS FROM AI-ACCRUED.
           MOVE 0 TO AI-BOOKED.
           MOVE 0 TO AI-DAYS.
           MOVE WS-NEXT-START TO AI-PERIOD-START.
           MOVE WS-RUNLOG-DATE TO AI-LAST-CAP-DATE.
           REWRITE ACCR-REC
               INVALID KEY
                   DISPLAY "INT-CAPITALIZE: REWRITE FAILED FOR "
                       AI-ACCT-NO " STATUS " WS-ACCR-STATUS
           END-REWRITE.

           ADD 1 TO WS-CAP-COUNT.
           ADD WS-CAP-GROSS TO WS-BR-GROSS.
           ADD WS-CAP-TAX TO WS-BR-TAX.
           ADD WS-CAP-NET TO WS-BR-NET.
           ADD WS-CAP-GROSS TO WS-TOT-GROSS.
           ADD WS-CAP-TAX TO WS-TOT-TAX.
           ADD WS-CAP-NET TO WS-TOT-NET.

       200-EXIT.
           EXIT.

      * one deposit record to the account, no larger than an
      *extract amount can hold
       210-RELEASE-ONE-PIECE.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE AI-ACCT-NO TO XA-ACCT-NO.
           MOVE MA-ACCT-NAME TO XA-ACCT-NAME.
           MOVE 'D' TO XA-CODE.
           IF WS-CAP-LEFT > WS-MAX-RELEASE
               MOVE WS-MAX-RELEASE TO XA-AMOUNT
           ELSE
               MOVE WS-CAP-LEFT TO XA-AMOUNT
           END-IF.
           SUBTRACT XA-AMOUNT FROM WS-CAP-LEFT.
           MOVE WS-RUNLOG-DATE TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.

      * a held accrual prints with no tax or credit and is
      *left on ACCRINT exactly as it was
       220-HOLD-ACCT.
           MOVE 0 TO WS-CAP-TAX.
           MOVE 0 TO WS-CAP-NET.
           PERFORM 300-PRINT-ACCT.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-CAP-GROSS TO WS-TOT-HELD.

       300-PRINT-ACCT.
           MOVE AI-ACCT-NO TO DL-ACCT-NO.
           MOVE MA-ACCT-NAME TO DL-NAME.
           MOVE AI-DAYS TO DL-DAYS.
           MOVE WS-CAP-GROSS TO DL-GROSS.
           MOVE WS-CAP-TAX TO DL-TAX.
           MOVE WS-CAP-NET TO DL-NET.
           MOVE DETAIL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       350-PRINT-BRANCH-TOTAL.
           MOVE "Branch credited" TO TL-LABEL.
           MOVE WS-BR-GROSS TO TL-GROSS.
           MOVE WS-BR-TAX TO TL-TAX.
           MOVE WS-BR-NET TO TL-NET.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE 0 TO WS-BR-GROSS.
           MOVE 0 TO WS-BR-TAX.
           MOVE 0 TO WS-BR-NET.

       400-PRINT-TOTALS.
           IF WS-CAP-COUNT = 0 AND WS-HELD-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Total credited" TO TL-LABEL.
           MOVE WS-TOT-GROSS TO TL-GROSS.
           MOVE WS-TOT-TAX TO TL-TAX.
           MOVE WS-TOT-NET TO TL-NET.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-CAP-COUNT TO CL-CAP.
           MOVE WS-HELD-COUNT TO CL-HELD.
           MOVE COUNT-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Drawn from 2201 interest payable" TO BK-LABEL.
           MOVE WS-TOT-GROSS TO BK-AMOUNT.
           MOVE BOOK-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "  to 2001 customer deposits (net credit)"
               TO BK-LABEL.
           MOVE WS-TOT-NET TO BK-AMOUNT.
           MOVE BOOK-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "  to 2101 withholding tax due" TO BK-LABEL.
           MOVE WS-TOT-TAX TO BK-AMOUNT.
           MOVE BOOK-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Still payable on held accounts" TO BK-LABEL.
           MOVE WS-TOT-HELD TO BK-AMOUNT.
           MOVE BOOK-LINE TO WS-PRT-HOLD.
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
