      *2026-09-01  LP  ACCTMAST went indexed with BANK-REPORT's
      *                conversion; the master side reads it through
      *                in key order. Report content unchanged.
      *2026-10-15  LP  PANES now carries the branch-master code, the
      *                same code ACCTMAST carries, so an account the
      *                balances agree on is also matched on branch:
      *                a PANES branch other than the master's prints
      *                as BRANCH DIFFERS, and one not on the shared
      *                branch master (BRMAST) as BRANCH UNKNOWN, both
      *                counted in the new footer branch figure.
      *2026-10-15  LP  PANES is now indexed with one current record
      *                per account, and PANESXST one record per
      *                account under the same key. The run reads
      *                PANES through in key order and looks each
      *                account up on ACCTMAST and PANESXST under its
      *                key, reconciling as it goes - the
      *                hundred-account table is gone, and the footer
      *                account count widened to match.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "PANES"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FILE-ACCT-NUM
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * the balances the last extract left off at
           SELECT STATE-FILE ASSIGN TO "PANESXST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ST-NUM
               FILE STATUS IS WS-STATE-STATUS.

           SELECT RPT-FILE ASSIGN TO "RECON.OUT"

      * shared run-log written alongside the reconciliation
           COPY RUNLOGSL.
      * shared branch master
           COPY BRMSTSL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS OMITTED
           DATA RECORD IS STATE-REC.
       01  STATE-REC.
           02 ST-NUM PIC 9(10).
           02 ST-BAL PIC S9(12)V99.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE PIC X(80).

           COPY RUNLOGFD.
           COPY BRMSTFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared branch-master working-storage
           COPY BRMSTWS.

      * shared validation-loop switches
           COPY VALSW.
       01  WS-MAST-STATUS  PIC XX VALUE SPACES.
       01  WS-STATE-STATUS PIC XX VALUE SPACES.
       01  LOAD-EOF-SW     PIC X VALUE 'N'.
       01  WS-ACCT-COUNT   PIC 9(5) VALUE 0.
       01  WS-DIFF-COUNT   PIC 9(4) VALUE 0.
       01  WS-PEND-COUNT   PIC 9(4) VALUE 0.
       01  WS-BRDIFF-COUNT PIC 9(4) VALUE 0.
       01  WS-MAST-ACCT-NUM PIC 9(10) VALUE 0.
       01  WS-MAST-ACCT-X REDEFINES WS-MAST-ACCT-NUM PIC X(10).
       01  WS-DIFF         PIC S9(12)V99 VALUE 0.

      * whether each side could be opened at all, and what
      *it holds for the account in hand
       01  WS-MAST-OPEN-SW PIC X VALUE 'N'.
       01  WS-XST-OPEN-SW  PIC X VALUE 'N'.
       01  WS-MAST-SW      PIC X VALUE 'N'.
       01  WS-MAST-BAL     PIC S9(12)V99 VALUE 0.
       01  WS-MAST-BRANCH  PIC X(2) VALUE SPACES.
       01  WS-XST-SW       PIC X VALUE 'N'.
       01  WS-XST-BAL      PIC S9(12)V99 VALUE 0.
       01  WS-BR-KNOWN-SW  PIC X VALUE 'Y'.

       01  HDR-1.
           02 FILLER PIC X(26) VALUE SPACES.

       01  FOOTER-LINE.
           02 FILLER PIC X(21) VALUE "Accounts Reconciled: ".
           02 FT-COUNT PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  Differences:".
           02 FT-DIFF PIC ZZZ9.
           02 FILLER PIC X(18) VALUE "  Extract Pending:".
           02 FT-PEND PIC ZZZ9.
           02 FILLER PIC X(9) VALUE "  Branch:".
           02 FT-BRDIFF PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.
           PERFORM BRMAST-LOAD-RTN.
           IF WS-BRM-COUNT = 0
               DISPLAY "PANES-RECON: BRMAST NOT FOUND - BRANCH CODES "
                   "NOT CHECKED AGAINST IT."
           END-IF.

           PERFORM OPEN-SIDES-RTN.
           PERFORM PRINT-HEADING-RTN.

      * one current record per account, in key order; each
      *is matched and reported as it is read
           PERFORM UNTIL LOAD-EOF-SW = 'Y'
               READ INFILE
                   AT END MOVE 'Y' TO LOAD-EOF-SW
                   NOT AT END PERFORM RECON-ONE-RTN
               END-READ
           END-PERFORM.
           CLOSE INFILE.
           IF WS-MAST-OPEN-SW = 'Y'
               CLOSE ACCT-MASTER
           END-IF.
           IF WS-XST-OPEN-SW = 'Y'
               CLOSE STATE-FILE
           END-IF.

           PERFORM PRINT-FOOTER-RTN.

           MOVE WS-ACCT-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           CLOSE RPT-FILE.
           DISPLAY "PANES-RECON: " WS-ACCT-COUNT " ACCOUNT(S), "
               WS-DIFF-COUNT " DIFFERENCE(S), "
               WS-PEND-COUNT " PENDING EXTRACT, "
               WS-BRDIFF-COUNT " BRANCH MISMATCH(ES).".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="PANES-RECON"==.

      * shared branch-master paragraphs
           COPY BRMSTRTN.

      * only accounts FINALQUIZ knows are reconciled - the
      *rest of ACCTMAST belongs to the other book
       OPEN-SIDES-RTN.
           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY "PANES-RECON: ACCTMAST NOT FOUND - MASTER "
                   "SIDE NOT CHECKED."
           ELSE
               MOVE 'Y' TO WS-MAST-OPEN-SW
           END-IF.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = "35"
               DISPLAY "PANES-RECON: PANESXST NOT FOUND - CARRIED "
                   "STATE NOT CHECKED."
           ELSE
               MOVE 'Y' TO WS-XST-OPEN-SW
           END-IF.

       RECON-ONE-RTN.
           ADD 1 TO WS-ACCT-COUNT.
           PERFORM MATCH-MASTER-RTN.
           PERFORM MATCH-STATE-RTN.
           PERFORM CHECK-BRANCH-RTN.
           PERFORM CHECK-ONE-ACCT-RTN.

      * the account master under the PANES account number
       MATCH-MASTER-RTN.
           MOVE 'N' TO WS-MAST-SW.
           MOVE 0 TO WS-MAST-BAL.
           MOVE SPACES TO WS-MAST-BRANCH.
           IF WS-MAST-OPEN-SW = 'Y'
               MOVE FILE-ACCT-NUM TO WS-MAST-ACCT-NUM
               MOVE WS-MAST-ACCT-X TO MA-ACCT-NO
               MOVE 'Y' TO WS-MAST-SW
               READ ACCT-MASTER
                   INVALID KEY MOVE 'N' TO WS-MAST-SW
               END-READ
               IF WS-MAST-SW = 'Y'
                   MOVE MA-BALANCE TO WS-MAST-BAL
                   MOVE MA-BRANCH-CODE TO WS-MAST-BRANCH
               END-IF
           END-IF.

      * a PANES branch is known when it is on the branch
      *master, or when there is no master to hold it against
       CHECK-BRANCH-RTN.
           MOVE 'Y' TO WS-BR-KNOWN-SW.
           IF WS-BRM-COUNT > 0
               MOVE FILE-BRANCH-CODE TO WS-BRM-WANTED
               PERFORM BRMAST-FIND-RTN
               IF WS-BRM-HIT = 0
                   MOVE 'N' TO WS-BR-KNOWN-SW
               END-IF
           END-IF.

      * the balance the last extract left the account at
       MATCH-STATE-RTN.
           MOVE 'N' TO WS-XST-SW.
           MOVE 0 TO WS-XST-BAL.
           IF WS-XST-OPEN-SW = 'Y'
               MOVE FILE-ACCT-NUM TO ST-NUM
               MOVE 'Y' TO WS-XST-SW
               READ STATE-FILE
                   INVALID KEY MOVE 'N' TO WS-XST-SW
               END-READ
               IF WS-XST-SW = 'Y'
                   MOVE ST-BAL TO WS-XST-BAL
               END-IF
           END-IF.

       PRINT-HEADING-RTN.
           WRITE PRINT-LINE FROM HDR-1.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HDR-DATE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HDR-COLS.

       PRINT-FOOTER-RTN.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-ACCT-COUNT TO FT-COUNT.
           MOVE WS-DIFF-COUNT TO FT-DIFF.
           MOVE WS-PEND-COUNT TO FT-PEND.
           MOVE WS-BRDIFF-COUNT TO FT-BRDIFF.
           WRITE PRINT-LINE FROM FOOTER-LINE.

      * a PANES balance the master disagrees with is a
      *movement the next extract will release
       CHECK-ONE-ACCT-RTN.
           EVALUATE TRUE
               WHEN WS-MAST-SW = 'N'
                   MOVE FILE-BAL TO WS-DIFF
                   MOVE "NOT ON MASTER" TO DL-NOTE
                   MOVE 0 TO DL-MAST
                   PERFORM PRINT-ONE-DIFF-RTN
                   ADD 1 TO WS-DIFF-COUNT
               WHEN WS-MAST-BAL NOT = FILE-BAL
                   COMPUTE WS-DIFF = FILE-BAL - WS-MAST-BAL
                   MOVE "BOOKS DIFFER" TO DL-NOTE
                   MOVE WS-MAST-BAL TO DL-MAST
                   PERFORM PRINT-ONE-DIFF-RTN
                   ADD 1 TO WS-DIFF-COUNT
               WHEN WS-XST-SW = 'Y'
                   AND WS-XST-BAL NOT = FILE-BAL
                   COMPUTE WS-DIFF = FILE-BAL - WS-XST-BAL
                   MOVE "EXTRACT PENDG" TO DL-NOTE
                   MOVE WS-MAST-BAL TO DL-MAST
                   PERFORM PRINT-ONE-DIFF-RTN
                   ADD 1 TO WS-PEND-COUNT
      * the balances agree; the two books must also put the
      *account under the same branch
               WHEN FILE-BRANCH-CODE NOT = WS-MAST-BRANCH
                   MOVE 0 TO WS-DIFF
                   MOVE "BRANCH DIFFERS" TO DL-NOTE
                   MOVE WS-MAST-BAL TO DL-MAST
                   PERFORM PRINT-ONE-DIFF-RTN
                   ADD 1 TO WS-BRDIFF-COUNT
               WHEN WS-BR-KNOWN-SW = 'N'
                   MOVE 0 TO WS-DIFF
                   MOVE "BRANCH UNKNOWN" TO DL-NOTE
                   MOVE WS-MAST-BAL TO DL-MAST
                   PERFORM PRINT-ONE-DIFF-RTN
                   ADD 1 TO WS-BRDIFF-COUNT
           END-EVALUATE.

       PRINT-ONE-DIFF-RTN.
           MOVE FILE-ACCT-NUM TO DL-ACCT.
           MOVE FILE-BAL TO DL-PANES.
           MOVE WS-DIFF TO DL-DIFF.
           WRITE PRINT-LINE FROM DETAIL-LINE.
