       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-AGING.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - compliance case aging. Reads
      *                CASEMAST and lists, per branch (the
      *                account-number prefix), every case still
      *                outstanding - open, escalated, or reportable
      *                but not yet on a CTR-FILE filing - whose
      *                filing deadline has passed by the business
      *                date, with the days it is over. The footer
      *                counts what is overdue, what is outstanding
      *                but still within its deadline, and what is
      *                waiting on the filing run. Report to
      *                CASEAGE.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "CASEMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CS-CASE-NO
               FILE STATUS IS WS-CASE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CASEAGE.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-REC.
      * shared case-master layout
           COPY CASEREC.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
      * shared calendar working-storage
           COPY DATEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-CASE-STATUS       PIC XX VALUE SPACES.
       01  WS-CASE-EOF          PIC X VALUE 'N'.

      * one slot per overdue case, in case-number order
       01  WS-AGE-TABLE.
           05 WS-AG-COUNT       PIC 9(4) VALUE 0.
           05 WS-AG-ENTRY OCCURS 1000 TIMES INDEXED BY AG-IDX.
              10 AG-BRANCH      PIC X(2).
              10 AG-CASE-NO     PIC 9(6).
              10 AG-ACCT-NO     PIC X(10).
              10 AG-TRIGGER     PIC X(5).
              10 AG-AMOUNT      PIC 9(11)V99.
              10 AG-DUE-DATE    PIC 9(8).
              10 AG-DAYS-OVER   PIC 9(4).
              10 AG-STATE       PIC X(9).
       01  WS-AG-OVFL-SW        PIC X VALUE 'N'.

       01  WS-BRANCH-CTL.
           05 WS-LAST-BRANCH    PIC X(2) VALUE LOW-VALUES.
           05 WS-NEXT-BRANCH    PIC X(2) VALUE HIGH-VALUES.

       01  WS-TOTALS.
           05 WS-BR-LISTED      PIC 9(4) VALUE 0.
           05 WS-OVERDUE-COUNT  PIC 9(5) VALUE 0.
           05 WS-WITHIN-COUNT   PIC 9(5) VALUE 0.
           05 WS-TO-FILE-COUNT  PIC 9(5) VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "Compliance Cases Past Filing Deadline".
           05 FILLER            PIC X(20) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE "Br".
           05 FILLER            PIC X(8)  VALUE "Case".
           05 FILLER            PIC X(12) VALUE "Account".
           05 FILLER            PIC X(7)  VALUE "Type".
           05 FILLER            PIC X(19) VALUE "           Amount".
           05 FILLER            PIC X(10) VALUE "Due".
           05 FILLER            PIC X(6)  VALUE "Over".
           05 FILLER            PIC X(13) VALUE "Status".

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-BRANCH         PIC X(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-CASE-NO        PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-TRIGGER        PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DUE-DATE       PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DAYS-OVER      PIC ZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-STATE          PIC X(9).
           05 FILLER            PIC X(4)  VALUE SPACES.

       01  BRANCH-TOTAL-LINE.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "Branch ".
           05 BT-BRANCH         PIC X(2).
           05 FILLER            PIC X(2)  VALUE ": ".
           05 BT-COUNT          PIC ZZZ9.
           05 FILLER            PIC X(30) VALUE
              " case(s) past deadline".
           05 FILLER            PIC X(30) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(9)  VALUE "Overdue: ".
           05 FT-OVERDUE        PIC ZZZZ9.
           05 FILLER            PIC X(20) VALUE
              "   Within deadline: ".
           05 FT-WITHIN         PIC ZZZZ9.
           05 FILLER            PIC X(20) VALUE
              "   Awaiting filing: ".
           05 FT-TO-FILE        PIC ZZZZ9.
           05 FILLER            PIC X(15) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(50) VALUE
              "No outstanding case is past its filing deadline.".
           05 FILLER            PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS = "35"
               DISPLAY "CASE-AGING: *** CASEMAST NOT FOUND. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 100-READ-ONE-CASE UNTIL WS-CASE-EOF = 'Y'.
           CLOSE CASE-FILE.

      * an aging list that quietly stopped looking is worse
      *than none - print nothing
           IF WS-AG-OVFL-SW = 'Y'
               DISPLAY "CASE-AGING: *** MORE THAN 1000 OVERDUE "
                   "CASES - TABLE OVERFLOW. ***"
               DISPLAY "CASE-AGING: NOTHING PRINTED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 600-PRINT-REPORT.
           CLOSE REPORT-FILE.

           MOVE WS-AG-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "CASE-AGING: " WS-OVERDUE-COUNT " OVERDUE, "
               WS-WITHIN-COUNT " WITHIN DEADLINE, "
               WS-TO-FILE-COUNT " AWAITING FILING.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="CASE-AGING"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * shared calendar paragraphs
           COPY DATERTN.

      * a cleared or filed case is done with; anything else
      *is outstanding, and overdue once its deadline is behind
      *the business date
       100-READ-ONE-CASE.
           READ CASE-FILE NEXT
               AT END MOVE 'Y' TO WS-CASE-EOF
               NOT AT END
                   IF CS-UNRESOLVED
                       IF CS-REPORTABLE
                           ADD 1 TO WS-TO-FILE-COUNT
                       END-IF
                       IF CS-DUE-DATE < WS-RUNLOG-DATE
                           ADD 1 TO WS-OVERDUE-COUNT
                           PERFORM 110-TAKE-ONE-CASE
                       ELSE
                           ADD 1 TO WS-WITHIN-COUNT
                       END-IF
                   END-IF
           END-READ.

       110-TAKE-ONE-CASE.
           IF WS-AG-COUNT < 1000
               ADD 1 TO WS-AG-COUNT
               SET AG-IDX TO WS-AG-COUNT
               MOVE CS-ACCT-NO(1:2) TO AG-BRANCH(AG-IDX)
               MOVE CS-CASE-NO TO AG-CASE-NO(AG-IDX)
               MOVE CS-ACCT-NO TO AG-ACCT-NO(AG-IDX)
               IF CS-SPLIT
                   MOVE "SPLIT" TO AG-TRIGGER(AG-IDX)
               ELSE
                   MOVE "LARGE" TO AG-TRIGGER(AG-IDX)
               END-IF
               MOVE CS-AMOUNT TO AG-AMOUNT(AG-IDX)
               MOVE CS-DUE-DATE TO AG-DUE-DATE(AG-IDX)
               MOVE CS-DUE-DATE TO WS-DC-DATE
               MOVE WS-RUNLOG-DATE TO WS-DC-TO-DATE
               PERFORM DATE-DAYS-BETWEEN-RTN
               MOVE WS-DC-DAYS TO AG-DAYS-OVER(AG-IDX)
               EVALUATE TRUE
                   WHEN CS-OPEN
                       MOVE "OPEN" TO AG-STATE(AG-IDX)
                   WHEN CS-ESCALATED
                       MOVE "ESCALATED" TO AG-STATE(AG-IDX)
                   WHEN OTHER
                       MOVE "REPORT" TO AG-STATE(AG-IDX)
               END-EVALUATE
           ELSE
               MOVE 'Y' TO WS-AG-OVFL-SW
           END-IF.

      * branches in code order, each with its own count
       600-PRINT-REPORT.
           IF WS-AG-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-BRANCH.
           PERFORM 610-FIND-NEXT-BRANCH.
           PERFORM 620-PRINT-ONE-BRANCH
               UNTIL WS-NEXT-BRANCH = HIGH-VALUES.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-OVERDUE-COUNT TO FT-OVERDUE.
           MOVE WS-WITHIN-COUNT TO FT-WITHIN.
           MOVE WS-TO-FILE-COUNT TO FT-TO-FILE.
           MOVE FOOTER-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       610-FIND-NEXT-BRANCH.
           MOVE HIGH-VALUES TO WS-NEXT-BRANCH.
           PERFORM 615-CHECK-ONE-BRANCH
               VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > WS-AG-COUNT.

       615-CHECK-ONE-BRANCH.
           IF AG-BRANCH(AG-IDX) > WS-LAST-BRANCH
               AND AG-BRANCH(AG-IDX) < WS-NEXT-BRANCH
               MOVE AG-BRANCH(AG-IDX) TO WS-NEXT-BRANCH
           END-IF.

       620-PRINT-ONE-BRANCH.
           MOVE 0 TO WS-BR-LISTED.
           PERFORM 630-PRINT-ONE-ENTRY
               VARYING AG-IDX FROM 1 BY 1
               UNTIL AG-IDX > WS-AG-COUNT.
           MOVE WS-NEXT-BRANCH TO BT-BRANCH.
           MOVE WS-BR-LISTED TO BT-COUNT.
           MOVE BRANCH-TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-NEXT-BRANCH TO WS-LAST-BRANCH.
           PERFORM 610-FIND-NEXT-BRANCH.

       630-PRINT-ONE-ENTRY.
           IF AG-BRANCH(AG-IDX) = WS-NEXT-BRANCH
               MOVE AG-BRANCH(AG-IDX) TO DL-BRANCH
               MOVE AG-CASE-NO(AG-IDX) TO DL-CASE-NO
               MOVE AG-ACCT-NO(AG-IDX) TO DL-ACCT-NO
               MOVE AG-TRIGGER(AG-IDX) TO DL-TRIGGER
               MOVE AG-AMOUNT(AG-IDX) TO DL-AMOUNT
               MOVE AG-DUE-DATE(AG-IDX) TO DL-DUE-DATE
               MOVE AG-DAYS-OVER(AG-IDX) TO DL-DAYS-OVER
               MOVE AG-STATE(AG-IDX) TO DL-STATE
               MOVE DETAIL-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               ADD 1 TO WS-BR-LISTED
           END-IF.

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
