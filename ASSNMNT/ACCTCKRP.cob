       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CHECK-SCAN.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - one-off conversion listing for
      *                the account-number check digit. Account
      *                numbers issued before ACCT-MAINT began
      *                striking the check digit mostly fail it, and
      *                TRANSEDIT, FINALQUIZ, STORD-GEN and
      *                CUST-MAINT now refuse a number that fails.
      *                This run reads every ACCTMAST entry and the
      *                latest snapshot of every PANES account and
      *                lists, by branch prefix, each number whose
      *                tenth place does not carry the digit its
      *                first nine call for, with the name, standing
      *                and balance, to ACCTCKRP.OUT, so the
      *                renumbering can be planned. A PANES account
      *                the master also carries is listed once, on
      *                the master side, marked as on both books.
      *                Nothing is changed on either file.
      *2026-10-15  LP  PANES is now indexed on the account number
      *                with one current record per account; it is
      *                read through in key order, each account once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * FINALQUIZ's book - the latest snapshot per account
      *wins
           SELECT PANES-FILE ASSIGN TO "PANES"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FILE-ACCT-NUM
               FILE STATUS IS WS-PANES-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCTCKRP.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
       01  ACCT-MASTER-REC.
      * shared ACCTMAST record layout
           COPY ACCTREC.

       FD  PANES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PANES-REC.
       01  PANES-REC.
      * shared PANES record layout
           COPY PANESREC.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
      * shared account-number check-digit working-storage
           COPY ACCTCKWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-PANES-STATUS      PIC XX VALUE SPACES.
       01  WS-MAST-EOF          PIC X VALUE 'N'.
       01  WS-PANES-EOF         PIC X VALUE 'N'.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 ENTRY-FOUND       VALUE 'Y'.
       01  WS-MAST-OPEN-SW      PIC X VALUE 'N'.

      * the latest snapshot per PANES account, and whether
      *ACCTMAST carries it - a carried account is listed once,
      *on the master side
       01  WS-PANES-TABLE.
           05 WS-PN-COUNT       PIC 9(4) VALUE 0.
           05 WS-PN-ENTRY OCCURS 1000 TIMES INDEXED BY PN-IDX.
              10 PN-NUM         PIC 9(10).
              10 PN-NUM-X REDEFINES PN-NUM PIC X(10).
              10 PN-NAME        PIC X(25).
              10 PN-BAL         PIC S9(12)V99.
              10 PN-STATUS      PIC X.
              10 PN-MAST-SW     PIC X.
       01  WS-PN-HIT            PIC 9(4) VALUE 0.
       01  WS-PN-OVFL-SW        PIC X VALUE 'N'.
       01  WS-WANTED-NUM        PIC 9(10) VALUE 0.
       01  WS-WANTED-NUM-X REDEFINES WS-WANTED-NUM PIC X(10).

      * the failing numbers, gathered from both books and
      *printed in branch-prefix order
       01  WS-FAIL-TABLE.
           05 WS-FL-COUNT       PIC 9(4) VALUE 0.
           05 WS-FL-ENTRY OCCURS 2000 TIMES INDEXED BY FL-IDX.
              10 FL-ACCT        PIC X(10).
              10 FL-NAME        PIC X(25).
              10 FL-BOOK        PIC X(8).
              10 FL-STATUS      PIC X.
              10 FL-BAL         PIC S9(12)V99.
              10 FL-CALLS-FOR   PIC X.
       01  WS-FL-OVFL-SW        PIC X VALUE 'N'.

       01  WS-ACCT-CTL.
           05 WS-LAST-ACCT      PIC X(10) VALUE LOW-VALUES.
           05 WS-NEXT-ACCT      PIC X(10) VALUE HIGH-VALUES.
           05 WS-NEXT-HIT       PIC 9(4) VALUE 0.
           05 WS-CUR-BRANCH     PIC X(2) VALUE LOW-VALUES.

       01  WS-TOTALS.
           05 WS-MAST-READ      PIC 9(6) VALUE 0.
           05 WS-MAST-FAIL      PIC 9(6) VALUE 0.
           05 WS-PANES-READ     PIC 9(6) VALUE 0.
           05 WS-PANES-FAIL     PIC 9(6) VALUE 0.
           05 WS-BR-FAIL        PIC 9(6) VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "Account Numbers Failing the Check Digit".
           05 FILLER            PIC X(20) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE "Account".
           05 FILLER            PIC X(26) VALUE "Name".
           05 FILLER            PIC X(9)  VALUE "Book".
           05 FILLER            PIC X(3)  VALUE "St".
           05 FILLER            PIC X(18) VALUE
              "           Balance".
           05 FILLER            PIC X(6)  VALUE " Needs".
           05 FILLER            PIC X(6)  VALUE SPACES.

       01  BRANCH-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Branch prefix: ".
           05 BL-BRANCH         PIC X(2).
           05 FILLER            PIC X(62) VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-ACCT           PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-NAME           PIC X(25).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-BOOK           PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-STATUS         PIC X.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-BAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DL-CALLS-FOR      PIC X.
           05 FILLER            PIC X(7)  VALUE SPACES.

       01  BRANCH-TOTAL-LINE.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
              "Failing in this branch: ".
           05 BT-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(37) VALUE SPACES.

       01  COUNT-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-BOOK           PIC X(10).
           05 FILLER            PIC X(7)  VALUE "read: ".
           05 CL-READ           PIC ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "   failing: ".
           05 CL-FAIL           PIC ZZZ,ZZ9.
           05 FILLER            PIC X(36) VALUE SPACES.

       01  NOTE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 NL-TEXT           PIC X(72).
           05 FILLER            PIC X(7)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

           PERFORM 100-LOAD-PANES.
           PERFORM 200-SCAN-MASTER.
           IF WS-MAST-OPEN-SW = 'N'
               DISPLAY "ACCT-CHECK-SCAN: ACCTMAST NOT FOUND - PANES "
                   "SIDE ONLY."
           END-IF.
           PERFORM 250-SCAN-PANES-ONLY
               VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > WS-PN-COUNT.

      * a number the tables could not hold was never
      *checked; a short list would pass for a complete one
           IF WS-PN-OVFL-SW = 'Y' OR WS-FL-OVFL-SW = 'Y'
               DISPLAY "ACCT-CHECK-SCAN: *** MORE THAN 1000 PANES "
                   "ACCOUNTS OR 2000 FAILING NUMBERS - TABLE "
                   "OVERFLOW. ***"
               DISPLAY "ACCT-CHECK-SCAN: NOTHING LISTED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 600-PRINT-REPORT.
           CLOSE REPORT-FILE.

           COMPUTE WS-RUNLOG-COUNT = WS-MAST-FAIL + WS-PANES-FAIL.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "ACCT-CHECK-SCAN: " WS-MAST-FAIL " OF "
               WS-MAST-READ " ACCTMAST AND " WS-PANES-FAIL " OF "
               WS-PANES-READ " PANES-ONLY NUMBERS FAIL.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="ACCT-CHECK-SCAN"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * shared account-number check-digit paragraphs
           COPY ACCTCKRTN.

      * the latest snapshot per PANES account wins, the
      *same way the end-of-day consolidation takes it
       100-LOAD-PANES.
           OPEN INPUT PANES-FILE.
           IF WS-PANES-STATUS = "35"
               DISPLAY "ACCT-CHECK-SCAN: PANES NOT FOUND - MASTER "
                   "SIDE ONLY."
           ELSE
               PERFORM 110-LOAD-ONE-PANES UNTIL WS-PANES-EOF = 'Y'
               CLOSE PANES-FILE
           END-IF.

       110-LOAD-ONE-PANES.
           READ PANES-FILE
               AT END MOVE 'Y' TO WS-PANES-EOF
               NOT AT END
                   MOVE FILE-ACCT-NUM TO WS-WANTED-NUM
                   PERFORM 120-FIND-PANES
                   IF WS-PN-HIT = 0
                       IF WS-PN-COUNT < 1000
                           ADD 1 TO WS-PN-COUNT
                           MOVE WS-PN-COUNT TO WS-PN-HIT
                           MOVE FILE-ACCT-NUM TO PN-NUM(WS-PN-HIT)
                           MOVE 'N' TO PN-MAST-SW(WS-PN-HIT)
                       ELSE
                           MOVE 'Y' TO WS-PN-OVFL-SW
                       END-IF
                   END-IF
                   IF WS-PN-HIT > 0
                       MOVE FILE-ACCT-NAME TO PN-NAME(WS-PN-HIT)
                       MOVE FILE-BAL TO PN-BAL(WS-PN-HIT)
                       MOVE FILE-ACCT-STATUS TO PN-STATUS(WS-PN-HIT)
                   END-IF
           END-READ.

      * WS-PN-HIT is captured inside 121-FIND-ONE-PANES, at
      *the point of the match, since PN-IDX no longer points at
      *it once the PERFORM VARYING has returned
       120-FIND-PANES.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-PN-HIT.
           PERFORM 121-FIND-ONE-PANES
               VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > WS-PN-COUNT OR ENTRY-FOUND.

       121-FIND-ONE-PANES.
           IF PN-NUM(PN-IDX) = WS-WANTED-NUM
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-PN-HIT TO PN-IDX
           END-IF.

      * every master entry is checked; the PANES accounts
      *it carries are marked so they are not listed twice
       200-SCAN-MASTER.
           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               MOVE 'N' TO WS-MAST-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-MAST-OPEN-SW
               PERFORM 210-SCAN-ONE-MAST UNTIL WS-MAST-EOF = 'Y'
               CLOSE ACCT-MASTER
           END-IF.

       210-SCAN-ONE-MAST.
           READ ACCT-MASTER
               AT END MOVE 'Y' TO WS-MAST-EOF
               NOT AT END
                   ADD 1 TO WS-MAST-READ
                   MOVE 0 TO WS-PN-HIT
                   IF MA-ACCT-NO NUMERIC
                       MOVE MA-ACCT-NO TO WS-WANTED-NUM-X
                       PERFORM 120-FIND-PANES
                       IF WS-PN-HIT > 0
                           MOVE 'Y' TO PN-MAST-SW(WS-PN-HIT)
                       END-IF
                   END-IF
                   MOVE MA-ACCT-NO TO WS-AK-ACCT
                   PERFORM ACCTCK-VERIFY-RTN
                   IF WS-AK-OK = 'N'
                       ADD 1 TO WS-MAST-FAIL
                       PERFORM 220-TAKE-MAST-FAIL
                   END-IF
           END-READ.

       220-TAKE-MAST-FAIL.
           IF WS-FL-COUNT < 2000
               ADD 1 TO WS-FL-COUNT
               SET FL-IDX TO WS-FL-COUNT
               MOVE MA-ACCT-NO TO FL-ACCT(FL-IDX)
               MOVE MA-ACCT-NAME TO FL-NAME(FL-IDX)
               MOVE MA-STATUS TO FL-STATUS(FL-IDX)
               MOVE MA-BALANCE TO FL-BAL(FL-IDX)
               IF WS-PN-HIT > 0
                   MOVE "BOTH" TO FL-BOOK(FL-IDX)
               ELSE
                   MOVE "ACCTMAST" TO FL-BOOK(FL-IDX)
               END-IF
               PERFORM 230-SET-CALLS-FOR
           ELSE
               MOVE 'Y' TO WS-FL-OVFL-SW
           END-IF.

      * the digit the first nine places call for, or a
      *star when a place holds neither a digit nor a letter and
      *no digit can be struck at all
       230-SET-CALLS-FOR.
           PERFORM ACCTCK-STRIKE-RTN.
           IF WS-AK-OK = 'Y'
               MOVE WS-AK-DIGIT TO FL-CALLS-FOR(FL-IDX)
           ELSE
               MOVE '*' TO FL-CALLS-FOR(FL-IDX)
           END-IF.

      * a PANES account the master does not carry is
      *checked off the PANES book alone
       250-SCAN-PANES-ONLY.
           IF PN-MAST-SW(PN-IDX) = 'N'
               ADD 1 TO WS-PANES-READ
               MOVE PN-NUM-X(PN-IDX) TO WS-AK-ACCT
               PERFORM ACCTCK-VERIFY-RTN
               IF WS-AK-OK = 'N'
                   ADD 1 TO WS-PANES-FAIL
                   PERFORM 260-TAKE-PANES-FAIL
               END-IF
           END-IF.

       260-TAKE-PANES-FAIL.
           IF WS-FL-COUNT < 2000
               ADD 1 TO WS-FL-COUNT
               SET FL-IDX TO WS-FL-COUNT
               MOVE PN-NUM-X(PN-IDX) TO FL-ACCT(FL-IDX)
               MOVE PN-NAME(PN-IDX) TO FL-NAME(FL-IDX)
               MOVE PN-STATUS(PN-IDX) TO FL-STATUS(FL-IDX)
               MOVE PN-BAL(PN-IDX) TO FL-BAL(FL-IDX)
               MOVE "PANES" TO FL-BOOK(FL-IDX)
               PERFORM 230-SET-CALLS-FOR
           ELSE
               MOVE 'Y' TO WS-FL-OVFL-SW
           END-IF.

      * the failing numbers in account order, so each
      *branch prefix prints together under its own count
       600-PRINT-REPORT.
           MOVE LOW-VALUES TO WS-LAST-ACCT.
           PERFORM 610-FIND-NEXT-ACCT.
           PERFORM 620-PRINT-ONE-ACCT
               UNTIL WS-NEXT-HIT = 0.
           IF WS-FL-COUNT > 0
               PERFORM 640-PRINT-BRANCH-TOTAL
           ELSE
               MOVE "No account number on either book fails the "
                   TO NL-TEXT
               MOVE NOTE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               MOVE "check digit." TO NL-TEXT
               MOVE NOTE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "ACCTMAST" TO CL-BOOK.
           MOVE WS-MAST-READ TO CL-READ.
           MOVE WS-MAST-FAIL TO CL-FAIL.
           MOVE COUNT-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "PANES only" TO CL-BOOK.
           MOVE WS-PANES-READ TO CL-READ.
           MOVE WS-PANES-FAIL TO CL-FAIL.
           MOVE COUNT-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "BOTH = on ACCTMAST and PANES; Needs = the tenth "
               TO NL-TEXT.
           MOVE NOTE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "place the first nine call for (* = a place is not "
               TO NL-TEXT.
           MOVE NOTE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "a digit or capital letter)." TO NL-TEXT.
           MOVE NOTE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * WS-NEXT-HIT is captured inside 615-CHECK-ONE-ACCT,
      *at the point of the match - the lowest number above the
      *one last printed
       610-FIND-NEXT-ACCT.
           MOVE HIGH-VALUES TO WS-NEXT-ACCT.
           MOVE 0 TO WS-NEXT-HIT.
           PERFORM 615-CHECK-ONE-ACCT
               VARYING FL-IDX FROM 1 BY 1
               UNTIL FL-IDX > WS-FL-COUNT.

       615-CHECK-ONE-ACCT.
           IF FL-ACCT(FL-IDX) > WS-LAST-ACCT
               AND FL-ACCT(FL-IDX) < WS-NEXT-ACCT
               MOVE FL-ACCT(FL-IDX) TO WS-NEXT-ACCT
               SET WS-NEXT-HIT TO FL-IDX
           END-IF.

       620-PRINT-ONE-ACCT.
           SET FL-IDX TO WS-NEXT-HIT.
           IF FL-ACCT(FL-IDX)(1:2) NOT = WS-CUR-BRANCH
               IF WS-CUR-BRANCH NOT = LOW-VALUES
                   PERFORM 640-PRINT-BRANCH-TOTAL
               END-IF
               MOVE FL-ACCT(FL-IDX)(1:2) TO WS-CUR-BRANCH
               MOVE 0 TO WS-BR-FAIL
               MOVE SPACES TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               MOVE WS-CUR-BRANCH TO BL-BRANCH
               MOVE BRANCH-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE FL-ACCT(FL-IDX) TO DL-ACCT.
           MOVE FL-NAME(FL-IDX) TO DL-NAME.
           MOVE FL-BOOK(FL-IDX) TO DL-BOOK.
           MOVE FL-STATUS(FL-IDX) TO DL-STATUS.
           MOVE FL-BAL(FL-IDX) TO DL-BAL.
           MOVE FL-CALLS-FOR(FL-IDX) TO DL-CALLS-FOR.
           MOVE DETAIL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           ADD 1 TO WS-BR-FAIL.

           MOVE FL-ACCT(FL-IDX) TO WS-LAST-ACCT.
           PERFORM 610-FIND-NEXT-ACCT.

       640-PRINT-BRANCH-TOTAL.
           MOVE WS-BR-FAIL TO BT-COUNT.
           MOVE BRANCH-TOTAL-LINE TO WS-PRT-HOLD.
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
