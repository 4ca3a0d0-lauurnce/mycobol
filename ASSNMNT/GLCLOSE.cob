       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CLOSE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - general-ledger month-end
      *                close. GLJRNL accumulated night after night
      *                with nothing to stop a late correction
      *                landing in a month accounting had already
      *                reported. The close rolls each branch's
      *                income and expense accounts (by GC-TYPE on
      *                the chart) into 3001 RETAINED EARNINGS with
      *                closing entries on GLJRNL dated the last day
      *                of the period, prints a balance sheet and an
      *                income statement per branch and consolidated
      *                to GLCLOSE.OUT, and records the period as
      *                closed on GLPERIOD, after which GL-POST
      *                posts nothing dated inside it. An
      *                administrator may reopen a closed period
      *                from the same run; closing it again rolls
      *                only what was posted since.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the chart of accounts operations maintains
           SELECT CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

      * the ledger GL-POST accumulates; read whole, then
      *extended with the closing entries
           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

      * the period lock, one line per close or reopen
           SELECT PERIOD-FILE ASSIGN TO "GLPERIOD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GLCLOSE.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

      * the supervisor-override check and its trail
           COPY SUPAUTSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE.
       01  CHART-REC.
           05 GC-ACCT           PIC 9(4).
           05 GC-NAME           PIC X(25).
           05 GC-TYPE           PIC X.

       FD  GLJRNL-FILE.
       01  GLJRNL-REC.
           05 GJ-DATE           PIC 9(8).
           05 GJ-BRANCH         PIC X(2).
           05 GJ-ACCT           PIC 9(4).
           05 GJ-DC             PIC X.
           05 GJ-AMOUNT         PIC 9(11)V99.
           05 GJ-SOURCE         PIC X(8).

       FD  PERIOD-FILE.
       01  PERIOD-REC.
      * shared period-lock layout
           COPY GLPERREC.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.
           COPY SUPAUTFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared supervisor-override working-storage
           COPY SUPAUTWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-CHART-STATUS      PIC XX VALUE SPACES.
       01  WS-GLJ-STATUS        PIC XX VALUE SPACES.
       01  WS-PERIOD-STATUS     PIC XX VALUE SPACES.
       01  WS-CHART-EOF         PIC X VALUE 'N'.
       01  WS-GLJ-EOF           PIC X VALUE 'N'.
       01  WS-PERIOD-EOF        PIC X VALUE 'N'.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 ENTRY-FOUND       VALUE 'Y'.
       01  WS-ACTION            PIC X VALUE SPACE.
       01  WS-PERIOD-IN         PIC X(6) VALUE SPACES.
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD-IN PIC 9(6).

      * the period being closed or reopened, and its last day
       01  WS-PERIOD            PIC 9(6) VALUE 0.
       01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05 WS-PERIOD-YY      PIC 9(4).
           05 WS-PERIOD-MM      PIC 9(2).
       01  WS-DEFAULT-PERIOD    PIC 9(6) VALUE 0.
       01  WS-PERIOD-END        PIC 9(8) VALUE 0.

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
       01  WS-PERIOD-CLOSED-SW  PIC X VALUE 'N'.

      * the compiled fallback chart; GLCHART replaces it
      *when present, the same way GL-POST works. Types: A asset,
      *L liability, Q equity, I income, E expense
       01  WS-CHART-NAMES-TABLE.
           02 FILLER PIC 9(4)  VALUE 1001.
           02 FILLER PIC X(25) VALUE "CASH ON HAND".
           02 FILLER PIC X     VALUE "A".
           02 FILLER PIC 9(4)  VALUE 1101.
           02 FILLER PIC X(25) VALUE "DUE FROM BRANCHES".
           02 FILLER PIC X     VALUE "A".
           02 FILLER PIC 9(4)  VALUE 2001.
           02 FILLER PIC X(25) VALUE "CUSTOMER DEPOSITS".
           02 FILLER PIC X     VALUE "L".
           02 FILLER PIC 9(4)  VALUE 4001.
           02 FILLER PIC X(25) VALUE "SERVICE FEE INCOME".
           02 FILLER PIC X     VALUE "I".
           02 FILLER PIC 9(4)  VALUE 5001.
           02 FILLER PIC X(25) VALUE "INTEREST EXPENSE".
           02 FILLER PIC X     VALUE "E".
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
       01  WS-CHART-HIT         PIC 99 VALUE 0.
       01  WS-WANTED-ACCT       PIC 9(4) VALUE 0.
      * the account the period's result is closed into
       01  WS-RE-ACCT           PIC 9(4) VALUE 3001.
       01  WS-RE-HIT            PIC 99 VALUE 0.
       01  WS-UNKNOWN-SW        PIC X VALUE 'N'.
       01  WS-UNKNOWN-ACCT      PIC 9(4) VALUE 0.

      * each branch's balance per chart slot to the period
      *end, debit positive, and the income and expense balances
      *as they stood before the close
       01  WS-BR-TABLE.
           05 WS-BR-COUNT       PIC 9(3) VALUE 0.
           05 WS-BR-ENTRY OCCURS 50 TIMES INDEXED BY BR-IDX.
              10 BR-CODE        PIC X(2).
              10 BR-FIGURES.
                 15 BR-BAL      PIC S9(13)V99 OCCURS 20 TIMES.
                 15 BR-PL       PIC S9(13)V99 OCCURS 20 TIMES.
       01  WS-BR-HIT            PIC 9(3) VALUE 0.
       01  WS-BR-OVFL-SW        PIC X VALUE 'N'.
       01  WS-WANTED-BRANCH     PIC X(2) VALUE SPACES.
       01  WS-SLOT-SUB          PIC 99 VALUE 0.

      * all branches together
       01  WS-CON-FIGURES.
           05 CN-BAL            PIC S9(13)V99 OCCURS 20 TIMES.
           05 CN-PL             PIC S9(13)V99 OCCURS 20 TIMES.

      * the figures being printed - one branch's or the
      *consolidated
       01  WS-PRT-FIGURES.
           05 PF-BAL            PIC S9(13)V99 OCCURS 20 TIMES.
           05 PF-PL             PIC S9(13)V99 OCCURS 20 TIMES.

       01  WS-BRANCH-CTL.
           05 WS-LAST-BRANCH    PIC X(2) VALUE LOW-VALUES.
           05 WS-NEXT-BRANCH    PIC X(2) VALUE HIGH-VALUES.

       01  WS-CALCS.
           05 WS-ENTRY-COUNT    PIC 9(5) VALUE 0.
           05 WS-CLOSE-AMOUNT   PIC S9(13)V99 VALUE 0.
           05 WS-LINE-AMOUNT    PIC S9(13)V99 VALUE 0.
           05 WS-SEC-TYPE       PIC X VALUE SPACE.
           05 WS-SEC-TOTAL      PIC S9(13)V99 VALUE 0.
           05 WS-TOT-ASSETS     PIC S9(13)V99 VALUE 0.
           05 WS-TOT-LIAB       PIC S9(13)V99 VALUE 0.
           05 WS-TOT-EQUITY     PIC S9(13)V99 VALUE 0.
           05 WS-TOT-INCOME     PIC S9(13)V99 VALUE 0.
           05 WS-TOT-EXPENSE    PIC S9(13)V99 VALUE 0.
           05 WS-NET-INCOME     PIC S9(13)V99 VALUE 0.
           05 WS-CON-NET        PIC S9(13)V99 VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(25) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
              "General Ledger Month-End Close".
           05 FILLER            PIC X(25) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

      * which branch the page's statements are for
       01  HEADING-3.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 H3-ENTITY         PIC X(40).
           05 FILLER            PIC X(36) VALUE SPACES.

       01  BS-TITLE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE
              "BALANCE SHEET AS AT ".
           05 BS-DATE           PIC 9(8).
           05 FILLER            PIC X(48) VALUE SPACES.

       01  IS-TITLE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(28) VALUE
              "INCOME STATEMENT FOR PERIOD ".
           05 IS-PERIOD         PIC 9(6).
           05 FILLER            PIC X(42) VALUE SPACES.

       01  SECTION-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 SE-TEXT           PIC X(30).
           05 FILLER            PIC X(46) VALUE SPACES.

       01  ACCT-LINE.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 AL-ACCT           PIC 9(4).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 AL-NAME           PIC X(25).
           05 FILLER            PIC X(25) VALUE SPACES.
           05 AL-AMOUNT         PIC --,---,---,--9.99.

       01  TOTAL-LINE.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 TL-TEXT           PIC X(57).
           05 TL-AMOUNT         PIC --,---,---,--9.99.

       01  CHECK-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 CK-TEXT           PIC X(40).
           05 FILLER            PIC X(36) VALUE SPACES.

       01  COUNT-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(25) VALUE
              "Closing entries posted: ".
           05 CL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 050-LOAD-CHART.
           PERFORM RUNLOG-START-RTN.
           PERFORM 060-LOAD-PERIODS.
           IF WS-PER-OVFL-SW = 'Y'
               DISPLAY "GL-CLOSE: *** MORE THAN 240 PERIODS ON "
                   "GLPERIOD - TABLE OVERFLOW. ***"
               DISPLAY "GL-CLOSE: NOTHING DONE. RAISE THE TABLE "
                   "AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           DISPLAY "GL-CLOSE: (C)lose a period or (R)eopen one? ".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN 'C' WHEN 'c'
                   PERFORM 100-CLOSE-PERIOD THRU 100-EXIT
               WHEN 'R' WHEN 'r'
                   PERFORM 500-REOPEN-PERIOD THRU 500-EXIT
               WHEN OTHER
                   DISPLAY "GL-CLOSE: NOTHING DONE."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           MOVE WS-ENTRY-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="GL-CLOSE"==.

      * shared supervisor-override paragraphs
           COPY SUPAUTRTN
               REPLACING ==SUPAUTH-PROGNAME== BY =="GL-CLOSE"==.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * the chart comes from GLCHART when operations keeps
      *one; a missing or empty file leaves the compiled chart in
      *force
       050-LOAD-CHART.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 0 TO WS-CHART-MAX
               PERFORM 051-READ-ONE-CHART UNTIL WS-CHART-EOF = 'Y'
               CLOSE CHART-FILE
               IF WS-CHART-MAX = 0
                   MOVE 10 TO WS-CHART-MAX
               END-IF
           END-IF.

       051-READ-ONE-CHART.
           READ CHART-FILE
               AT END MOVE 'Y' TO WS-CHART-EOF
               NOT AT END
                   IF WS-CHART-MAX < 20
                       ADD 1 TO WS-CHART-MAX
                       SET CH-IDX TO WS-CHART-MAX
                       MOVE GC-ACCT TO CT-ACCT(CH-IDX)
                       MOVE GC-NAME TO CT-NAME(CH-IDX)
                       MOVE GC-TYPE TO CT-TYPE(CH-IDX)
                   END-IF
           END-READ.

      * every period GLPERIOD names, at its last standing
       060-LOAD-PERIODS.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 061-READ-ONE-PERIOD
                   UNTIL WS-PERIOD-EOF = 'Y'
               CLOSE PERIOD-FILE
           END-IF.

       061-READ-ONE-PERIOD.
           READ PERIOD-FILE
               AT END MOVE 'Y' TO WS-PERIOD-EOF
               NOT AT END
                   MOVE GP-PERIOD TO WS-WANTED-PERIOD
                   PERFORM 065-FIND-PERIOD
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

      * WS-PER-HIT is captured inside 066-FIND-ONE-PERIOD, at
      *the point of the match, since PR-IDX no longer points at
      *it once the PERFORM VARYING has returned
       065-FIND-PERIOD.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-PER-HIT.
           MOVE 'N' TO WS-PERIOD-CLOSED-SW.
           PERFORM 066-FIND-ONE-PERIOD
               VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PER-COUNT OR ENTRY-FOUND.
           IF WS-PER-HIT > 0
               IF PR-ACTION(WS-PER-HIT) = 'C'
                   MOVE 'Y' TO WS-PERIOD-CLOSED-SW
               END-IF
           END-IF.

       066-FIND-ONE-PERIOD.
           IF PR-PERIOD(PR-IDX) = WS-WANTED-PERIOD
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-PER-HIT TO PR-IDX
           END-IF.

      * the period keyed in, or the default on a blank: the
      *business date's month when the business date is its last
      *day, the month before otherwise
       070-GET-PERIOD.
           MOVE WS-RUNLOG-DATE TO WS-DC-DATE.
           PERFORM DATE-ADD-DAY-RTN.
           IF WS-DC-DATE(5:2) NOT = WS-RUNLOG-DATE(5:2)
               MOVE WS-RUNLOG-DATE(1:6) TO WS-DEFAULT-PERIOD
           ELSE
               MOVE WS-RUNLOG-DATE(1:6) TO WS-PERIOD
               IF WS-PERIOD-MM = 1
                   MOVE 12 TO WS-PERIOD-MM
                   SUBTRACT 1 FROM WS-PERIOD-YY
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MM
               END-IF
               MOVE WS-PERIOD TO WS-DEFAULT-PERIOD
           END-IF.

           DISPLAY "GL-CLOSE: PERIOD (YYYYMM) - BLANK FOR "
               WS-DEFAULT-PERIOD ": ".
           MOVE SPACES TO WS-PERIOD-IN.
           ACCEPT WS-PERIOD-IN.
           MOVE 0 TO WS-PERIOD.
           IF WS-PERIOD-IN = SPACES
               MOVE WS-DEFAULT-PERIOD TO WS-PERIOD
           ELSE
               IF WS-PERIOD-IN IS NUMERIC
                   MOVE WS-PERIOD-NUM TO WS-PERIOD
               END-IF
           END-IF.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               MOVE 0 TO WS-PERIOD
           END-IF.

           IF WS-PERIOD > 0
               MOVE WS-PERIOD TO WS-DC-DATE(1:6)
               MOVE 1 TO WS-DC-DD
               PERFORM DATE-MONTH-LEN-RTN
               MOVE WS-DC-MONTH-LEN TO WS-DC-DD
               MOVE WS-DC-DATE TO WS-PERIOD-END
               MOVE WS-PERIOD TO WS-WANTED-PERIOD
               PERFORM 065-FIND-PERIOD
           END-IF.

      * a period closes once its last day has been
      *processed, and only while it stands open
       100-CLOSE-PERIOD.
           PERFORM 070-GET-PERIOD.
           IF WS-PERIOD = 0
               DISPLAY "GL-CLOSE: NOT A PERIOD - NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           IF WS-PERIOD-END > WS-RUNLOG-DATE
               DISPLAY "GL-CLOSE: PERIOD " WS-PERIOD
                   " HAS NOT ENDED - NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           IF WS-PERIOD-CLOSED-SW = 'Y'
               DISPLAY "GL-CLOSE: PERIOD " WS-PERIOD
                   " IS ALREADY CLOSED - NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           MOVE WS-RE-ACCT TO WS-WANTED-ACCT.
           PERFORM 130-FIND-CHART-ENTRY.
           MOVE WS-CHART-HIT TO WS-RE-HIT.
           IF WS-RE-HIT = 0
               DISPLAY "GL-CLOSE: *** " WS-RE-ACCT
                   " RETAINED EARNINGS IS NOT ON THE CHART. ***"
               DISPLAY "GL-CLOSE: NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           PERFORM 120-TALLY-LEDGER.

      * a ledger line the tables could not place never
      *tallied; closing the rest would roll a wrong result and
      *print statements that do not foot - close nothing
           IF WS-UNKNOWN-SW = 'Y'
               DISPLAY "GL-CLOSE: *** GLJRNL ACCOUNT "
                   WS-UNKNOWN-ACCT " IS NOT ON THE CHART. ***"
               DISPLAY "GL-CLOSE: NOTHING CLOSED."
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.
           IF WS-BR-OVFL-SW = 'Y'
               DISPLAY "GL-CLOSE: *** MORE THAN 50 BRANCHES ON "
                   "GLJRNL - TABLE OVERFLOW. ***"
               DISPLAY "GL-CLOSE: NOTHING CLOSED. RAISE THE TABLE "
                   "AND RERUN."
               MOVE 8 TO RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           OPEN EXTEND GLJRNL-FILE.
           IF WS-GLJ-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
           END-IF.
           PERFORM 200-CLOSE-ONE-BRANCH
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BR-COUNT.
           CLOSE GLJRNL-FILE.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 300-PRINT-STATEMENTS.
           CLOSE REPORT-FILE.

           PERFORM 250-WRITE-CLOSED.
           DISPLAY "GL-CLOSE: PERIOD " WS-PERIOD " CLOSED - "
               WS-ENTRY-COUNT " CLOSING ENTR(IES) POSTED.".
       100-EXIT.
           EXIT.

      * every ledger line up to the period end, net per
      *branch per account with debits positive; the closing
      *entries of earlier periods have already emptied their
      *income and expense, so what stands there now is what
      *this close rolls
       120-TALLY-LEDGER.
           OPEN INPUT GLJRNL-FILE.
           IF WS-GLJ-STATUS = "35"
               DISPLAY "GL-CLOSE: GLJRNL NOT FOUND - NOTHING TO "
                   "ROLL."
           ELSE
               PERFORM 125-TALLY-ONE-LINE UNTIL WS-GLJ-EOF = 'Y'
               CLOSE GLJRNL-FILE
           END-IF.

       125-TALLY-ONE-LINE.
           READ GLJRNL-FILE
               AT END MOVE 'Y' TO WS-GLJ-EOF
               NOT AT END
                   IF GJ-DATE NOT > WS-PERIOD-END
                       MOVE GJ-ACCT TO WS-WANTED-ACCT
                       PERFORM 130-FIND-CHART-ENTRY
                       MOVE GJ-BRANCH TO WS-WANTED-BRANCH
                       PERFORM 140-FIND-BRANCH
                       IF WS-CHART-HIT = 0
                           MOVE 'Y' TO WS-UNKNOWN-SW
                           MOVE GJ-ACCT TO WS-UNKNOWN-ACCT
                       END-IF
                       IF WS-CHART-HIT > 0 AND WS-BR-HIT > 0
                           IF GJ-DC = 'D'
                               ADD GJ-AMOUNT TO
                                   BR-BAL(WS-BR-HIT, WS-CHART-HIT)
                           ELSE
                               SUBTRACT GJ-AMOUNT FROM
                                   BR-BAL(WS-BR-HIT, WS-CHART-HIT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * WS-CHART-HIT is captured here, at the point of the
      *match, since CH-IDX no longer points at it once the
      *PERFORM VARYING has returned
       130-FIND-CHART-ENTRY.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-CHART-HIT.
           PERFORM 131-FIND-ONE-CHART
               VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > WS-CHART-MAX OR ENTRY-FOUND.

       131-FIND-ONE-CHART.
           IF CT-ACCT(CH-IDX) = WS-WANTED-ACCT
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-CHART-HIT TO CH-IDX
           END-IF.

      * an unseen branch opens a new slot with every
      *figure at zero
       140-FIND-BRANCH.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-BR-HIT.
           PERFORM 141-FIND-ONE-BRANCH
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BR-COUNT OR ENTRY-FOUND.
           IF WS-BR-HIT = 0
               IF WS-BR-COUNT < 50
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-HIT
                   MOVE WS-WANTED-BRANCH TO BR-CODE(WS-BR-HIT)
                   PERFORM 142-CLEAR-ONE-SLOT
                       VARYING WS-SLOT-SUB FROM 1 BY 1
                       UNTIL WS-SLOT-SUB > 20
               ELSE
                   MOVE 'Y' TO WS-BR-OVFL-SW
               END-IF
           END-IF.

       141-FIND-ONE-BRANCH.
           IF BR-CODE(BR-IDX) = WS-WANTED-BRANCH
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-BR-HIT TO BR-IDX
           END-IF.

       142-CLEAR-ONE-SLOT.
           MOVE 0 TO BR-BAL(WS-BR-HIT, WS-SLOT-SUB).
           MOVE 0 TO BR-PL(WS-BR-HIT, WS-SLOT-SUB).

       200-CLOSE-ONE-BRANCH.
           PERFORM 210-CLOSE-ONE-ACCT
               VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > WS-CHART-MAX.

      * a debit balance (an expense, as a rule) is credited
      *out against retained earnings, a credit balance debited
      *out; either way the account stands at zero after, and the
      *balance before is kept for the income statement
       210-CLOSE-ONE-ACCT.
           IF CT-TYPE(CH-IDX) = 'I' OR CT-TYPE(CH-IDX) = 'E'
               MOVE BR-BAL(BR-IDX, CH-IDX) TO BR-PL(BR-IDX, CH-IDX)
               MOVE BR-BAL(BR-IDX, CH-IDX) TO WS-CLOSE-AMOUNT
               IF WS-CLOSE-AMOUNT > 0
                   MOVE CT-ACCT(CH-IDX) TO GJ-ACCT
                   MOVE 'C' TO GJ-DC
                   PERFORM 220-WRITE-ENTRY
                   MOVE WS-RE-ACCT TO GJ-ACCT
                   MOVE 'D' TO GJ-DC
                   PERFORM 220-WRITE-ENTRY
               END-IF
               IF WS-CLOSE-AMOUNT < 0
                   MOVE CT-ACCT(CH-IDX) TO GJ-ACCT
                   MOVE 'D' TO GJ-DC
                   PERFORM 220-WRITE-ENTRY
                   MOVE WS-RE-ACCT TO GJ-ACCT
                   MOVE 'C' TO GJ-DC
                   PERFORM 220-WRITE-ENTRY
               END-IF
               ADD WS-CLOSE-AMOUNT TO BR-BAL(BR-IDX, WS-RE-HIT)
               MOVE 0 TO BR-BAL(BR-IDX, CH-IDX)
           END-IF.

      * GJ-AMOUNT is unsigned - the side is in GJ-DC
       220-WRITE-ENTRY.
           MOVE WS-PERIOD-END TO GJ-DATE.
           MOVE BR-CODE(BR-IDX) TO GJ-BRANCH.
           MOVE WS-CLOSE-AMOUNT TO GJ-AMOUNT.
           MOVE "PERCLOSE" TO GJ-SOURCE.
           WRITE GLJRNL-REC.
           ADD 1 TO WS-ENTRY-COUNT.

      * the close goes on the lock once its entries are on
      *the ledger
       250-WRITE-CLOSED.
           OPEN EXTEND PERIOD-FILE.
           IF WS-PERIOD-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
           END-IF.
           MOVE WS-PERIOD TO GP-PERIOD.
           MOVE 'C' TO GP-ACTION.
           MOVE WS-RUNLOG-DATE TO GP-BUS-DATE.
           MOVE WS-RUNLOG-OPER TO GP-OPER.
           MOVE WS-CON-NET TO GP-NET-INCOME.
           WRITE PERIOD-REC.
           CLOSE PERIOD-FILE.

      * each branch in code order, then all branches
      *together, each on its own page
       300-PRINT-STATEMENTS.
           MOVE LOW-VALUES TO WS-LAST-BRANCH.
           PERFORM 310-FIND-NEXT-BRANCH.
           PERFORM 320-PRINT-ONE-BRANCH
               UNTIL WS-NEXT-BRANCH = HIGH-VALUES.

           INITIALIZE WS-CON-FIGURES.
           PERFORM 330-ADD-ONE-BRANCH
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BR-COUNT.
           MOVE WS-CON-FIGURES TO WS-PRT-FIGURES.
           MOVE "Consolidated - all branches" TO H3-ENTITY.
           PERFORM 400-PRINT-ENTITY.
           MOVE WS-NET-INCOME TO WS-CON-NET.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-ENTRY-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * the lowest branch code above the one last printed
       310-FIND-NEXT-BRANCH.
           MOVE HIGH-VALUES TO WS-NEXT-BRANCH.
           PERFORM 315-CHECK-ONE-BRANCH
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BR-COUNT.

       315-CHECK-ONE-BRANCH.
           IF BR-CODE(BR-IDX) > WS-LAST-BRANCH
               AND BR-CODE(BR-IDX) < WS-NEXT-BRANCH
               MOVE BR-CODE(BR-IDX) TO WS-NEXT-BRANCH
           END-IF.

       320-PRINT-ONE-BRANCH.
           MOVE WS-NEXT-BRANCH TO WS-WANTED-BRANCH.
           PERFORM 140-FIND-BRANCH.
           MOVE BR-FIGURES(WS-BR-HIT) TO WS-PRT-FIGURES.
           MOVE SPACES TO H3-ENTITY.
           STRING "Branch " WS-NEXT-BRANCH
               DELIMITED BY SIZE INTO H3-ENTITY.
           PERFORM 400-PRINT-ENTITY.
           MOVE WS-NEXT-BRANCH TO WS-LAST-BRANCH.
           PERFORM 310-FIND-NEXT-BRANCH.

       330-ADD-ONE-BRANCH.
           PERFORM 335-ADD-ONE-SLOT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 20.

       335-ADD-ONE-SLOT.
           ADD BR-BAL(BR-IDX, WS-SLOT-SUB) TO CN-BAL(WS-SLOT-SUB).
           ADD BR-PL(BR-IDX, WS-SLOT-SUB) TO CN-PL(WS-SLOT-SUB).

      * the balance sheet after the close, then the income
      *statement of what the close rolled. Assets show their
      *debit balance, liabilities and equity their credit
      *balance; each branch's entries pair within the branch, so
      *every branch's sheet foots on its own
       400-PRINT-ENTITY.
           MOVE 99 TO WS-LINE-CNT.
           MOVE WS-PERIOD-END TO BS-DATE.
           MOVE BS-TITLE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

           MOVE 'A' TO WS-SEC-TYPE.
           MOVE "ASSETS" TO SE-TEXT.
           MOVE "Total assets" TO TL-TEXT.
           PERFORM 410-PRINT-SECTION.
           MOVE WS-SEC-TOTAL TO WS-TOT-ASSETS.

           MOVE 'L' TO WS-SEC-TYPE.
           MOVE "LIABILITIES" TO SE-TEXT.
           MOVE "Total liabilities" TO TL-TEXT.
           PERFORM 410-PRINT-SECTION.
           MOVE WS-SEC-TOTAL TO WS-TOT-LIAB.

           MOVE 'Q' TO WS-SEC-TYPE.
           MOVE "EQUITY" TO SE-TEXT.
           MOVE "Total equity" TO TL-TEXT.
           PERFORM 410-PRINT-SECTION.
           MOVE WS-SEC-TOTAL TO WS-TOT-EQUITY.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Total liabilities and equity" TO TL-TEXT.
           COMPUTE TL-AMOUNT = WS-TOT-LIAB + WS-TOT-EQUITY.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           IF WS-TOT-ASSETS = WS-TOT-LIAB + WS-TOT-EQUITY
               MOVE "*** IN BALANCE ***" TO CK-TEXT
           ELSE
               MOVE "*** OUT OF BALANCE - DO NOT REPORT ***"
                   TO CK-TEXT
           END-IF.
           MOVE CHECK-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-PERIOD TO IS-PERIOD.
           MOVE IS-TITLE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

           MOVE 'I' TO WS-SEC-TYPE.
           MOVE "INCOME" TO SE-TEXT.
           MOVE "Total income" TO TL-TEXT.
           PERFORM 410-PRINT-SECTION.
           MOVE WS-SEC-TOTAL TO WS-TOT-INCOME.

           MOVE 'E' TO WS-SEC-TYPE.
           MOVE "EXPENSES" TO SE-TEXT.
           MOVE "Total expenses" TO TL-TEXT.
           PERFORM 410-PRINT-SECTION.
           MOVE WS-SEC-TOTAL TO WS-TOT-EXPENSE.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           COMPUTE WS-NET-INCOME = WS-TOT-INCOME - WS-TOT-EXPENSE.
           MOVE "Net income (loss)" TO TL-TEXT.
           MOVE WS-NET-INCOME TO TL-AMOUNT.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * the section's accounts off the chart, in chart
      *order, and their total; the caller has set the type,
      *heading and total label
       410-PRINT-SECTION.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SECTION-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE 0 TO WS-SEC-TOTAL.
           PERFORM 420-PRINT-ONE-ACCT
               VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > WS-CHART-MAX.
           MOVE WS-SEC-TOTAL TO TL-AMOUNT.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       420-PRINT-ONE-ACCT.
           IF CT-TYPE(CH-IDX) = WS-SEC-TYPE
               EVALUATE WS-SEC-TYPE
                   WHEN 'A'
                       MOVE PF-BAL(CH-IDX) TO WS-LINE-AMOUNT
                   WHEN 'E'
                       MOVE PF-PL(CH-IDX) TO WS-LINE-AMOUNT
                   WHEN 'I'
                       COMPUTE WS-LINE-AMOUNT = 0 - PF-PL(CH-IDX)
                   WHEN OTHER
                       COMPUTE WS-LINE-AMOUNT = 0 - PF-BAL(CH-IDX)
               END-EVALUATE
               MOVE CT-ACCT(CH-IDX) TO AL-ACCT
               MOVE CT-NAME(CH-IDX) TO AL-NAME
               MOVE WS-LINE-AMOUNT TO AL-AMOUNT
               MOVE ACCT-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               ADD WS-LINE-AMOUNT TO WS-SEC-TOTAL
           END-IF.

      * reopening takes an administrator, keyed at the point
      *of the reopen and logged; the reopen goes on the lock
      *under the administrator's ID
       500-REOPEN-PERIOD.
           PERFORM 070-GET-PERIOD.
           IF WS-PERIOD = 0
               DISPLAY "GL-CLOSE: NOT A PERIOD - NOTHING REOPENED."
               MOVE 8 TO RETURN-CODE
               GO TO 500-EXIT
           END-IF.
           IF WS-PERIOD-CLOSED-SW = 'N'
               DISPLAY "GL-CLOSE: PERIOD " WS-PERIOD
                   " IS NOT CLOSED - NOTHING REOPENED."
               MOVE 8 TO RETURN-CODE
               GO TO 500-EXIT
           END-IF.

           MOVE "REOPEN CLOSED GL PERIOD" TO WS-SA-WHAT.
           PERFORM SUPAUTH-CHECK-RTN.
           IF WS-SA-OK = 'N' OR WS-SA-LEVEL NOT = 'A'
               DISPLAY "GL-CLOSE: ADMINISTRATOR CREDENTIALS "
                   "REQUIRED - NOTHING REOPENED."
               MOVE 8 TO RETURN-CODE
               GO TO 500-EXIT
           END-IF.

           OPEN EXTEND PERIOD-FILE.
           IF WS-PERIOD-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
           END-IF.
           MOVE WS-PERIOD TO GP-PERIOD.
           MOVE 'R' TO GP-ACTION.
           MOVE WS-RUNLOG-DATE TO GP-BUS-DATE.
           MOVE WS-SA-TRY-ID TO GP-OPER.
           MOVE 0 TO GP-NET-INCOME.
           WRITE PERIOD-REC.
           CLOSE PERIOD-FILE.
           DISPLAY "GL-CLOSE: PERIOD " WS-PERIOD " REOPENED.".
       500-EXIT.
           EXIT.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-RUNLOG-DATE TO DT-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.
           WRITE PRINT-LINE FROM HEADING-3.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 5 TO WS-LINE-CNT.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
