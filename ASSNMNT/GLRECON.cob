       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-RECON.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - ledger-to-subledger
      *                reconciliation of the deposit control
      *                account. PANES-RECON proves PANES and
      *                ACCTMAST agree with each other, but nothing
      *                proved the ledger agrees with either. Run
      *                after GL-POST, this sums the ACCTMAST closing
      *                balances per branch (the account-number
      *                prefix, as the ledger takes it), adds the
      *                latest balance of every PANES account the
      *                master does not carry, and sets the total
      *                against the branch's 2001 CUSTOMER DEPOSITS
      *                balance accumulated off GLJRNL to the
      *                business date. The difference per branch goes
      *                to GLRECON.OUT with the business dates the
      *                gap opened or moved, off the nightly figures
      *                kept on GLRECON.HST, so a missed posting is
      *                traced to its night the same week.
      *2026-10-15  LP  PANES is now indexed on the account number
      *                with one current record per account; it is
      *                read through in key order, each account once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the ledger GL-POST accumulates
           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

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

      * one line per branch per night reconciled
           SELECT RCNHIST-FILE ASSIGN TO "GLRECON.HST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCNHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GLRECON.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLJRNL-FILE.
       01  GLJRNL-REC.
           05 GJ-DATE           PIC 9(8).
           05 GJ-BRANCH         PIC X(2).
           05 GJ-ACCT           PIC 9(4).
           05 GJ-DC             PIC X.
           05 GJ-AMOUNT         PIC 9(11)V99.
           05 GJ-SOURCE         PIC X(8).

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

       FD  RCNHIST-FILE.
       01  RCNHIST-REC.
           05 RH-DATE           PIC 9(8).
           05 RH-BRANCH         PIC X(2).
           05 RH-GL-ACCT        PIC 9(4).
           05 RH-GL-BAL         PIC S9(13)V99.
           05 RH-SUB-BAL        PIC S9(13)V99.
           05 RH-DIFF           PIC S9(13)V99.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-GLJ-STATUS        PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-PANES-STATUS      PIC XX VALUE SPACES.
       01  WS-RCNHIST-STATUS    PIC XX VALUE SPACES.
       01  WS-GLJ-EOF           PIC X VALUE 'N'.
       01  WS-MAST-EOF          PIC X VALUE 'N'.
       01  WS-PANES-EOF         PIC X VALUE 'N'.
       01  WS-RCNHIST-EOF       PIC X VALUE 'N'.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 ENTRY-FOUND       VALUE 'Y'.
       01  WS-MAST-OPEN-SW      PIC X VALUE 'N'.

      * the deposit-liability control account the two
      *subledgers answer to
       01  WS-DEP-ACCT          PIC 9(4) VALUE 2001.

      * the latest balance per PANES account, and whether
      *ACCTMAST carries it - a carried account is counted once,
      *on the master side
       01  WS-PANES-TABLE.
           05 WS-PN-COUNT       PIC 9(4) VALUE 0.
           05 WS-PN-ENTRY OCCURS 1000 TIMES INDEXED BY PN-IDX.
              10 PN-NUM         PIC 9(10).
              10 PN-NUM-X REDEFINES PN-NUM PIC X(10).
              10 PN-BAL         PIC S9(12)V99.
              10 PN-MAST-SW     PIC X.
       01  WS-PN-HIT            PIC 9(4) VALUE 0.
       01  WS-PN-OVFL-SW        PIC X VALUE 'N'.
       01  WS-WANTED-NUM        PIC 9(10) VALUE 0.
       01  WS-WANTED-NUM-X REDEFINES WS-WANTED-NUM PIC X(10).

      * one slot per branch: the ledger balance (credit
      *positive), the subledger sums, and the gap's history -
      *the dates the difference opened or moved since it last
      *stood at zero
       01  WS-BR-TABLE.
           05 WS-BR-COUNT       PIC 9(3) VALUE 0.
           05 WS-BR-ENTRY OCCURS 50 TIMES INDEXED BY BR-IDX.
              10 BR-CODE        PIC X(2).
              10 BR-GL-BAL      PIC S9(13)V99.
              10 BR-MAST-BAL    PIC S9(13)V99.
              10 BR-PANES-BAL   PIC S9(13)V99.
              10 BR-DIFF        PIC S9(13)V99.
              10 BR-FIRST-DATE  PIC 9(8).
              10 BR-LAST-DATE   PIC 9(8).
              10 BR-PREV-DIFF   PIC S9(13)V99.
              10 BR-PRIOR-DIFF  PIC S9(13)V99.
              10 BR-PRIOR-COUNT PIC 99.
              10 BR-OPEN-COUNT  PIC 99.
              10 BR-OPEN-ENTRY OCCURS 10 TIMES.
                 15 BR-OPEN-DATE PIC 9(8).
                 15 BR-OPEN-MOVE PIC S9(13)V99.
       01  WS-BR-HIT            PIC 9(3) VALUE 0.
       01  WS-BR-OVFL-SW        PIC X VALUE 'N'.
       01  WS-WANTED-BRANCH     PIC X(2) VALUE SPACES.
       01  WS-OPEN-SUB          PIC 99 VALUE 0.

      * the night being applied to a branch's gap history
       01  WS-STEP-DATE         PIC 9(8) VALUE 0.
       01  WS-STEP-DIFF         PIC S9(13)V99 VALUE 0.

       01  WS-BRANCH-CTL.
           05 WS-LAST-BRANCH    PIC X(2) VALUE LOW-VALUES.
           05 WS-NEXT-BRANCH    PIC X(2) VALUE HIGH-VALUES.

       01  WS-TOTALS.
           05 WS-TOT-GL         PIC S9(13)V99 VALUE 0.
           05 WS-TOT-MAST       PIC S9(13)V99 VALUE 0.
           05 WS-TOT-PANES      PIC S9(13)V99 VALUE 0.
           05 WS-TOT-DIFF       PIC S9(13)V99 VALUE 0.
           05 WS-OUT-COUNT      PIC 9(3) VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(34) VALUE
              "GL Deposit Control Reconciliation".
           05 FILLER            PIC X(23) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE "Br".
           05 FILLER            PIC X(6)  VALUE "GL".
           05 FILLER            PIC X(17) VALUE "       GL Balance".
           05 FILLER            PIC X(17) VALUE "         ACCTMAST".
           05 FILLER            PIC X(17) VALUE "       PANES Only".
           05 FILLER            PIC X(17) VALUE "      Difference".
           05 FILLER            PIC X(1)  VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-BRANCH         PIC X(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-ACCT           PIC 9(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-GL             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 DL-MAST           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 DL-PANES          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 DL-DIFF           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.

       01  OPEN-LINE.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 OL-TEXT           PIC X(20).
           05 OL-DATE           PIC 9(8).
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "difference moved".
           05 OL-MOVE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.

       01  NOTE-LINE.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 NL-TEXT           PIC X(60).
           05 FILLER            PIC X(9)  VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "All".
           05 TL-GL             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-MAST           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-PANES          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 TL-DIFF           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.

       01  COUNT-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
              "Branches out of balance: ".
           05 CL-OUT            PIC ZZ9.
           05 FILLER            PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

           PERFORM 100-LOAD-PANES.
           PERFORM 200-TALLY-MASTER.
           IF WS-MAST-OPEN-SW = 'N'
               DISPLAY "GL-RECON: *** ACCTMAST NOT FOUND. ***"
               DISPLAY "GL-RECON: NOTHING RECONCILED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 250-ADD-PANES-ONLY
               VARYING PN-IDX FROM 1 BY 1
               UNTIL PN-IDX > WS-PN-COUNT.
           PERFORM 300-TALLY-LEDGER.

      * a balance the tables could not hold never summed;
      *the differences printed would be false - reconcile
      *nothing
           IF WS-PN-OVFL-SW = 'Y' OR WS-BR-OVFL-SW = 'Y'
               DISPLAY "GL-RECON: *** MORE THAN 1000 PANES "
                   "ACCOUNTS OR 50 BRANCHES - TABLE OVERFLOW. ***"
               DISPLAY "GL-RECON: NOTHING RECONCILED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM 400-LOAD-HISTORY.
           PERFORM 450-APPLY-TONIGHT
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BR-COUNT.
           PERFORM 500-WRITE-HISTORY.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 600-PRINT-REPORT.
           CLOSE REPORT-FILE.

           MOVE WS-BR-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "GL-RECON: " WS-BR-COUNT " BRANCH(ES), "
               WS-OUT-COUNT " OUT OF BALANCE.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="GL-RECON"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * the latest snapshot per PANES account wins, the
      *same way the end-of-day consolidation takes it
       100-LOAD-PANES.
           OPEN INPUT PANES-FILE.
           IF WS-PANES-STATUS = "35"
               DISPLAY "GL-RECON: PANES NOT FOUND - MASTER SIDE "
                   "ONLY."
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
                       MOVE FILE-BAL TO PN-BAL(WS-PN-HIT)
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

      * every ACCTMAST closing balance into its branch, the
      *PANES accounts it carries marked as counted
       200-TALLY-MASTER.
           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               MOVE 'N' TO WS-MAST-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-MAST-OPEN-SW
               PERFORM 210-TALLY-ONE-MAST UNTIL WS-MAST-EOF = 'Y'
               CLOSE ACCT-MASTER
           END-IF.

       210-TALLY-ONE-MAST.
           READ ACCT-MASTER
               AT END MOVE 'Y' TO WS-MAST-EOF
               NOT AT END
                   MOVE MA-ACCT-NO(1:2) TO WS-WANTED-BRANCH
                   PERFORM 280-FIND-BRANCH
                   IF WS-BR-HIT > 0
                       ADD MA-BALANCE TO BR-MAST-BAL(WS-BR-HIT)
                   END-IF
                   IF MA-ACCT-NO NUMERIC
                       MOVE MA-ACCT-NO TO WS-WANTED-NUM-X
                       PERFORM 120-FIND-PANES
                       IF WS-PN-HIT > 0
                           MOVE 'Y' TO PN-MAST-SW(WS-PN-HIT)
                       END-IF
                   END-IF
           END-READ.

      * a PANES account the master does not carry is
      *deposit money only the PANES book holds
       250-ADD-PANES-ONLY.
           IF PN-MAST-SW(PN-IDX) = 'N'
               MOVE PN-NUM-X(PN-IDX)(1:2) TO WS-WANTED-BRANCH
               PERFORM 280-FIND-BRANCH
               IF WS-BR-HIT > 0
                   ADD PN-BAL(PN-IDX) TO BR-PANES-BAL(WS-BR-HIT)
               END-IF
           END-IF.

      * an unseen branch opens a new slot with every
      *figure at zero
       280-FIND-BRANCH.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-BR-HIT.
           PERFORM 281-FIND-ONE-BRANCH
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BR-COUNT OR ENTRY-FOUND.
           IF WS-BR-HIT = 0
               IF WS-BR-COUNT < 50
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-HIT
                   INITIALIZE WS-BR-ENTRY(WS-BR-HIT)
                   MOVE WS-WANTED-BRANCH TO BR-CODE(WS-BR-HIT)
               ELSE
                   MOVE 'Y' TO WS-BR-OVFL-SW
               END-IF
           END-IF.

       281-FIND-ONE-BRANCH.
           IF BR-CODE(BR-IDX) = WS-WANTED-BRANCH
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-BR-HIT TO BR-IDX
           END-IF.

      * the control account's balance per branch to the
      *business date, credit positive as a liability stands
       300-TALLY-LEDGER.
           OPEN INPUT GLJRNL-FILE.
           IF WS-GLJ-STATUS = "35"
               DISPLAY "GL-RECON: GLJRNL NOT FOUND - LEDGER SIDE "
                   "AT ZERO."
           ELSE
               PERFORM 310-TALLY-ONE-LINE UNTIL WS-GLJ-EOF = 'Y'
               CLOSE GLJRNL-FILE
           END-IF.

       310-TALLY-ONE-LINE.
           READ GLJRNL-FILE
               AT END MOVE 'Y' TO WS-GLJ-EOF
               NOT AT END
                   IF GJ-ACCT = WS-DEP-ACCT
                       AND GJ-DATE NOT > WS-RUNLOG-DATE
                       MOVE GJ-BRANCH TO WS-WANTED-BRANCH
                       PERFORM 280-FIND-BRANCH
                       IF WS-BR-HIT > 0
                           IF GJ-DC = 'C'
                               ADD GJ-AMOUNT
                                   TO BR-GL-BAL(WS-BR-HIT)
                           ELSE
                               SUBTRACT GJ-AMOUNT
                                   FROM BR-GL-BAL(WS-BR-HIT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * the earlier nights' differences, replayed in date
      *order per branch; tonight's own lines from an earlier run
      *are left for tonight's figures to replace
       400-LOAD-HISTORY.
           OPEN INPUT RCNHIST-FILE.
           IF WS-RCNHIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 410-LOAD-ONE-HISTORY
                   UNTIL WS-RCNHIST-EOF = 'Y'
               CLOSE RCNHIST-FILE
           END-IF.

       410-LOAD-ONE-HISTORY.
           READ RCNHIST-FILE
               AT END MOVE 'Y' TO WS-RCNHIST-EOF
               NOT AT END
                   IF RH-DATE < WS-RUNLOG-DATE
                       AND RH-GL-ACCT = WS-DEP-ACCT
                       MOVE 'N' TO WS-FOUND-SW
                       MOVE 0 TO WS-BR-HIT
                       MOVE RH-BRANCH TO WS-WANTED-BRANCH
                       PERFORM 281-FIND-ONE-BRANCH
                           VARYING BR-IDX FROM 1 BY 1
                           UNTIL BR-IDX > WS-BR-COUNT
                               OR ENTRY-FOUND
                       IF WS-BR-HIT > 0
                           MOVE RH-DATE TO WS-STEP-DATE
                           MOVE RH-DIFF TO WS-STEP-DIFF
                           PERFORM 420-STEP-ONE-NIGHT THRU 420-EXIT
                       END-IF
                   END-IF
           END-READ.

      * a night at zero clears the branch's gap; a night
      *whose difference differs from the night before opened or
      *moved it. A second line for the night last applied (a
      *rerun) replaces that night's
       420-STEP-ONE-NIGHT.
           IF WS-STEP-DATE < BR-LAST-DATE(WS-BR-HIT)
               GO TO 420-EXIT
           END-IF.
           IF WS-STEP-DATE = BR-LAST-DATE(WS-BR-HIT)
               MOVE BR-PRIOR-DIFF(WS-BR-HIT)
                   TO BR-PREV-DIFF(WS-BR-HIT)
               MOVE BR-PRIOR-COUNT(WS-BR-HIT)
                   TO BR-OPEN-COUNT(WS-BR-HIT)
           END-IF.
           MOVE BR-PREV-DIFF(WS-BR-HIT) TO BR-PRIOR-DIFF(WS-BR-HIT).
           MOVE BR-OPEN-COUNT(WS-BR-HIT)
               TO BR-PRIOR-COUNT(WS-BR-HIT).
           IF BR-FIRST-DATE(WS-BR-HIT) = 0
               MOVE WS-STEP-DATE TO BR-FIRST-DATE(WS-BR-HIT)
           END-IF.
           MOVE WS-STEP-DATE TO BR-LAST-DATE(WS-BR-HIT).

           IF WS-STEP-DIFF = 0
               MOVE 0 TO BR-OPEN-COUNT(WS-BR-HIT)
           ELSE
               IF WS-STEP-DIFF NOT = BR-PREV-DIFF(WS-BR-HIT)
                   AND BR-OPEN-COUNT(WS-BR-HIT) < 10
                   ADD 1 TO BR-OPEN-COUNT(WS-BR-HIT)
                   MOVE BR-OPEN-COUNT(WS-BR-HIT) TO WS-OPEN-SUB
                   MOVE WS-STEP-DATE
                       TO BR-OPEN-DATE(WS-BR-HIT, WS-OPEN-SUB)
                   COMPUTE BR-OPEN-MOVE(WS-BR-HIT, WS-OPEN-SUB) =
                       WS-STEP-DIFF - BR-PREV-DIFF(WS-BR-HIT)
               END-IF
           END-IF.
           MOVE WS-STEP-DIFF TO BR-PREV-DIFF(WS-BR-HIT).
       420-EXIT.
           EXIT.

      * tonight's difference is the subledgers' total less
      *the ledger; it steps the gap history like any night
       450-APPLY-TONIGHT.
           COMPUTE BR-DIFF(BR-IDX) =
               BR-MAST-BAL(BR-IDX) + BR-PANES-BAL(BR-IDX)
               - BR-GL-BAL(BR-IDX).
           SET WS-BR-HIT TO BR-IDX.
           MOVE WS-RUNLOG-DATE TO WS-STEP-DATE.
           MOVE BR-DIFF(BR-IDX) TO WS-STEP-DIFF.
           PERFORM 420-STEP-ONE-NIGHT THRU 420-EXIT.

       500-WRITE-HISTORY.
           OPEN EXTEND RCNHIST-FILE.
           IF WS-RCNHIST-STATUS = "35"
               OPEN OUTPUT RCNHIST-FILE
           END-IF.
           PERFORM 510-WRITE-ONE-HISTORY
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BR-COUNT.
           CLOSE RCNHIST-FILE.

       510-WRITE-ONE-HISTORY.
           MOVE WS-RUNLOG-DATE TO RH-DATE.
           MOVE BR-CODE(BR-IDX) TO RH-BRANCH.
           MOVE WS-DEP-ACCT TO RH-GL-ACCT.
           MOVE BR-GL-BAL(BR-IDX) TO RH-GL-BAL.
           COMPUTE RH-SUB-BAL =
               BR-MAST-BAL(BR-IDX) + BR-PANES-BAL(BR-IDX).
           MOVE BR-DIFF(BR-IDX) TO RH-DIFF.
           WRITE RCNHIST-REC.

      * the branches in code order, each difference
      *followed by the nights its gap opened or moved
       600-PRINT-REPORT.
           MOVE LOW-VALUES TO WS-LAST-BRANCH.
           PERFORM 610-FIND-NEXT-BRANCH.
           PERFORM 620-PRINT-ONE-BRANCH
               UNTIL WS-NEXT-BRANCH = HIGH-VALUES.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-TOT-GL TO TL-GL.
           MOVE WS-TOT-MAST TO TL-MAST.
           MOVE WS-TOT-PANES TO TL-PANES.
           MOVE WS-TOT-DIFF TO TL-DIFF.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-OUT-COUNT TO CL-OUT.
           MOVE COUNT-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * the lowest branch code above the one last printed
       610-FIND-NEXT-BRANCH.
           MOVE HIGH-VALUES TO WS-NEXT-BRANCH.
           PERFORM 615-CHECK-ONE-BRANCH
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BR-COUNT.

       615-CHECK-ONE-BRANCH.
           IF BR-CODE(BR-IDX) > WS-LAST-BRANCH
               AND BR-CODE(BR-IDX) < WS-NEXT-BRANCH
               MOVE BR-CODE(BR-IDX) TO WS-NEXT-BRANCH
           END-IF.

       620-PRINT-ONE-BRANCH.
           MOVE WS-NEXT-BRANCH TO WS-WANTED-BRANCH.
           PERFORM 280-FIND-BRANCH.
           MOVE BR-CODE(WS-BR-HIT) TO DL-BRANCH.
           MOVE WS-DEP-ACCT TO DL-ACCT.
           MOVE BR-GL-BAL(WS-BR-HIT) TO DL-GL.
           MOVE BR-MAST-BAL(WS-BR-HIT) TO DL-MAST.
           MOVE BR-PANES-BAL(WS-BR-HIT) TO DL-PANES.
           MOVE BR-DIFF(WS-BR-HIT) TO DL-DIFF.
           MOVE DETAIL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           ADD BR-GL-BAL(WS-BR-HIT) TO WS-TOT-GL.
           ADD BR-MAST-BAL(WS-BR-HIT) TO WS-TOT-MAST.
           ADD BR-PANES-BAL(WS-BR-HIT) TO WS-TOT-PANES.
           ADD BR-DIFF(WS-BR-HIT) TO WS-TOT-DIFF.

           IF BR-DIFF(WS-BR-HIT) NOT = 0
               ADD 1 TO WS-OUT-COUNT
               PERFORM 630-PRINT-ONE-OPEN
                   VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > BR-OPEN-COUNT(WS-BR-HIT)
      * a gap already open on the first night on file
      *may have opened before the history began
               IF BR-OPEN-COUNT(WS-BR-HIT) > 0
                   IF BR-OPEN-DATE(WS-BR-HIT, 1)
                       = BR-FIRST-DATE(WS-BR-HIT)
                       MOVE "Already open on the first night on file"
                           TO NL-TEXT
                       MOVE NOTE-LINE TO WS-PRT-HOLD
                       PERFORM 910-WRITE-LINE
                   END-IF
               END-IF
           END-IF.

           MOVE WS-NEXT-BRANCH TO WS-LAST-BRANCH.
           PERFORM 610-FIND-NEXT-BRANCH.

       630-PRINT-ONE-OPEN.
           IF WS-OPEN-SUB = 1
               MOVE "Gap opened" TO OL-TEXT
           ELSE
               MOVE "Gap moved" TO OL-TEXT
           END-IF.
           MOVE BR-OPEN-DATE(WS-BR-HIT, WS-OPEN-SUB) TO OL-DATE.
           MOVE BR-OPEN-MOVE(WS-BR-HIT, WS-OPEN-SUB) TO OL-MOVE.
           MOVE OPEN-LINE TO WS-PRT-HOLD.
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
