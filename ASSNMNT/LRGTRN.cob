      *                fails the run - a structuring sweep that
      *                quietly stopped looking was worse than one
      *                that says so.
      *2026-10-15  LP  Customers CUSTMAST rates high risk are held
      *                to a lower threshold (FINPARMS key
      *                LRG-HIGH-RISK, default 100,000.00), both for
      *                the outright listing and for the structuring
      *                sweep; their lines are marked HI-RSK. A
      *                high-risk list too large for its table fails
      *                the run the same way an aggregation overflow
      *                does.
      *2026-10-15  LP  Every hit now opens a compliance case on the
      *                CASEMAST case master - account, dates,
      *                amount, trigger - with its filing deadline
      *                (FINPARMS key CTR-DUE-DAYS, default 5 days
      *                after the transaction). A hit already carried
      *                by a case is not raised again; its line shows
      *                the case number and where it stands, so last
      *                week's reviewed hit reads as reviewed.
      *2026-10-15  LP  FQJRNL is now cut back at month-end to its
      *                live window by JRNL-ARCHIVE; a journal date
      *                range reaching back past the window (or left
      *                open) also sweeps the yearly archives
      *                (FQJRNL.yyyy) the RETAIN table says hold it,
      *                and the report says which years were swept.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

      * the live journal, or one of its yearly archives
           SELECT JRNL-FILE ASSIGN USING WS-JRNL-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * the customer links, for each account's KYC risk
      *rating
           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

      * the compliance case master every hit is carried on
           SELECT CASE-FILE ASSIGN TO "CASEMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CASE-NO
               FILE STATUS IS WS-CASE-STATUS.

      * shared run-log written alongside the spool
           COPY RUNLOGSL.
      * shared journal retention table
           COPY RETNSL.

       DATA DIVISION.
       FILE SECTION.
           05 PARM-KEY          PIC X(12).
           05 PARM-VALUE        PIC 9(7)V9(4).

       FD  CUST-FILE.
       01  CUST-REC.
      * shared customer-link layout
           COPY CUSTREC.

       FD  CASE-FILE.
       01  CASE-REC.
      * shared case-master layout
           COPY CASEREC.

           COPY RUNLOGFD.
           COPY RETNFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared journal retention working-storage
           COPY RETNWS.
      * shared calendar working-storage
           COPY DATEWS.

       01  WS-FLAGS.
           05 WS-EOF            PIC X VALUE 'N'.

       01  WS-TRANS-STATUS      PIC XX VALUE SPACES.
       01  WS-JRNL-STATUS       PIC XX VALUE SPACES.
       01  WS-JRNL-NAME         PIC X(24) VALUE "FQJRNL".
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-CUST-EOF          PIC X VALUE 'N'.
       01  WS-CASE-STATUS       PIC XX VALUE SPACES.
       01  WS-CASE-EOF          PIC X VALUE 'N'.
       01  WS-CASE-FOUND-SW     PIC X VALUE 'N'.

      * the reporting threshold, overridable by compliance
      *without a code change
       01  WS-THRESHOLD         PIC 9(9)V99 VALUE 500000.00.
      * the lower threshold high-risk customers are held to
       01  WS-HIGH-THRESHOLD    PIC 9(9)V99 VALUE 100000.00.
      * whichever of the two applies to the account in hand
       01  WS-APPLY-THRESHOLD   PIC 9(9)V99 VALUE 0.
       01  WS-LARGE-COUNT       PIC 9(4) VALUE 0.
       01  WS-STRUCT-COUNT      PIC 9(4) VALUE 0.
       01  WS-NEW-CASES         PIC 9(4) VALUE 0.
      * days from the transaction to the filing deadline
       01  WS-DUE-DAYS          PIC 9(3) VALUE 5.
       01  WS-LAST-CASE         PIC 9(6) VALUE 0.

      * the transaction under examination, whichever file
      *it arrived on
           05 WS-EX-AMOUNT      PIC 9(7)V99.
           05 WS-EX-DATE        PIC 9(8).
           05 WS-EX-SOURCE      PIC X(6).
           05 WS-EX-REF         PIC 9(6).

      * the hit a case is looked up or opened for, and the
      *case that carries it
       01  WS-CASE-KEY.
           05 WS-CK-ACCT        PIC X(10).
           05 WS-CK-TRIGGER     PIC X.
           05 WS-CK-SOURCE      PIC X(6).
           05 WS-CK-REF         PIC 9(6).
           05 WS-CK-CODE        PIC X.
           05 WS-CK-DATE        PIC 9(8).
           05 WS-CK-AMOUNT      PIC 9(11)V99.
           05 WS-CK-PIECES      PIC 9(4).
           05 WS-CK-RISK        PIC X.
           05 WS-CK-CASE-NO     PIC 9(6).
           05 WS-CK-STATE       PIC X(9).

      * same-account same-date deposit aggregation, for
      *catching amounts split into sub-threshold pieces
              10 AG-MAX-SINGLE  PIC 9(7)V99.
       01  WS-AGG-HIT           PIC 9(3) VALUE 0.
       01  WS-AGG-OVFL-SW       PIC X VALUE 'N'.
      * every account CUSTMAST links to a high-risk customer
       01  WS-RISK-TABLE.
           05 WS-RISK-COUNT     PIC 9(3) VALUE 0.
           05 WS-RISK-ACCT OCCURS 500 TIMES INDEXED BY RK-IDX
                                PIC X(10).
       01  WS-RISK-OVFL-SW      PIC X VALUE 'N'.
       01  WS-RISK-ACCT-IN      PIC X(10) VALUE SPACES.
       01  WS-HIGH-RISK-SW      PIC X VALUE 'N'.
       01  WS-FROM-DATE         PIC 9(8) VALUE 0.
       01  WS-TO-DATE           PIC 9(8) VALUE 0.

           05 TH-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(21) VALUE SPACES.

       01  HIGH-THRESH-LINE.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(21) VALUE
              "High-Risk Customers: ".
           05 HT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(21) VALUE SPACES.

       01  RANGE-LINE.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Journal scope: ".
           05 RG-TO             PIC 9(8).
           05 FILLER            PIC X(22) VALUE " (0 = open)".

       01  ARCHIVE-LINE.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Archive years: ".
           05 AR-LO             PIC 9(4).
           05 FILLER            PIC X(3)  VALUE " - ".
           05 AR-HI             PIC 9(4).
           05 FILLER            PIC X(30) VALUE SPACES.

       01  OVFL-LINE.
           05 FILLER            PIC X(54) VALUE
              "*** AGGREGATION TABLE OVERFLOWED - STRUCTURING SWEEP ".
           05 FILLER            PIC X(16) VALUE "INCOMPLETE. ***".
           05 FILLER            PIC X(10) VALUE SPACES.

       01  RISK-OVFL-LINE.
           05 FILLER            PIC X(54) VALUE
              "*** HIGH-RISK TABLE OVERFLOWED - SOME HIGH-RISK ACCOUN".
           05 FILLER            PIC X(26) VALUE
              "TS AT NORMAL THRESHOLD ***".

       01  LARGE-HEADER.
           05 FILLER            PIC X(40) VALUE
              "Transactions At Or Above The Threshold:".
           05 LL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-DATE           PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-RISK           PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-CASE-NO        PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 LL-CASE-STATE     PIC X(9).
           05 FILLER            PIC X(7)  VALUE SPACES.

       01  STRUCT-HEADER.
           05 FILLER            PIC X(47) VALUE
           05 SL-PIECES         PIC ZZZ9.
           05 FILLER            PIC X(11) VALUE " piece(s)  ".
           05 SL-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-RISK           PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 SL-CASE-NO        PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 SL-CASE-STATE     PIC X(9).

       01  FOOTER-LINE.
           05 FILLER            PIC X(19) VALUE "Large Listed:      ".
           05 FILLER            PIC X(25) VALUE
              "  Structuring Suspects:  ".
           05 FT-STRUCT         PIC ZZZ9.
           05 FILLER            PIC X(14) VALUE "  New Cases: ".
           05 FT-NEW-CASES      PIC ZZZ9.
           05 FILLER            PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 070-LOAD-PARMS.
           PERFORM 080-LOAD-HIGH-RISK.
           PERFORM 060-OPEN-CASES.

      * the journal is cumulative; the sweep takes only the
      *dates compliance asked for
           DISPLAY "Journal date to   (YYYYMMDD, 0 = open): ".
           ACCEPT WS-TO-DATE.

      * a range reaching back past the live window is swept
      *in the yearly archives as well
           PERFORM RETAIN-LOAD-RTN.
           IF WS-RTN-OVFL-SW = 'Y'
               DISPLAY "LARGE-TRANS: *** RETAIN TOO LARGE FOR THE "
                   "TABLE - ARCHIVES CANNOT BE LOCATED. ***"
               MOVE 8 TO RETURN-CODE
               CLOSE CASE-FILE
               GOBACK
           END-IF.
           MOVE "FQJRNL" TO WS-RTN-FILE.
           MOVE WS-FROM-DATE TO WS-RTN-FROM.
           MOVE WS-TO-DATE TO WS-RTN-TO.
           PERFORM RETAIN-YEARS-RTN.

           OPEN OUTPUT REPORT-FILE.
           PERFORM RUNLOG-START-RTN.

           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE WS-THRESHOLD TO TH-AMOUNT.
           WRITE PRINT-LINE FROM THRESH-LINE.
           MOVE WS-HIGH-THRESHOLD TO HT-AMOUNT.
           WRITE PRINT-LINE FROM HIGH-THRESH-LINE.
           MOVE WS-FROM-DATE TO RG-FROM.
           MOVE WS-TO-DATE TO RG-TO.
           WRITE PRINT-LINE FROM RANGE-LINE.
           IF WS-RTN-YEAR-LO NOT > WS-RTN-YEAR-HI
               MOVE WS-RTN-YEAR-LO TO AR-LO
               MOVE WS-RTN-YEAR-HI TO AR-HI
               WRITE PRINT-LINE FROM ARCHIVE-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM LARGE-HEADER.
               WRITE PRINT-LINE FROM OVFL-LINE
           END-IF.

           IF WS-RISK-OVFL-SW = 'Y'
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM RISK-OVFL-LINE
           END-IF.

           PERFORM 300-PRINT-STRUCTURING.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LARGE-COUNT TO FT-LARGE.
           MOVE WS-STRUCT-COUNT TO FT-STRUCT.
           MOVE WS-NEW-CASES TO FT-NEW-CASES.
           WRITE PRINT-LINE FROM FOOTER-LINE.
           CLOSE CASE-FILE.

           MOVE WS-LARGE-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
                   "DATE RANGE AND RERUN. ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-RISK-OVFL-SW = 'Y'
               DISPLAY "LARGE-TRANS: *** HIGH-RISK TABLE "
                   "OVERFLOW - MORE THAN 500 HIGH-RISK LINKS. "
                   "RAISE THE TABLE AND RERUN. ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "LARGE-TRANS: " WS-LARGE-COUNT " LISTED, "
               WS-STRUCT-COUNT " STRUCTURING SUSPECT(S), "
               WS-NEW-CASES " NEW CASE(S) OPENED.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="LARGE-TRANS"==.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared journal retention paragraphs
           COPY RETNRTN.

      * the case master is created empty the first time this
      *runs on a machine where it doesn't exist yet
       060-OPEN-CASES.
           OPEN I-O CASE-FILE.
           IF WS-CASE-STATUS = "35"
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.

      * the threshold comes from the shared FINPARMS file
      *operations maintains; a missing file or key leaves the
      *compiled default in force
                   IF PARM-KEY = "LRG-THRESH"
                       MOVE PARM-VALUE TO WS-THRESHOLD
                   END-IF
                   IF PARM-KEY = "LRG-HIGH-RISK"
                       MOVE PARM-VALUE TO WS-HIGH-THRESHOLD
                   END-IF
                   IF PARM-KEY = "CTR-DUE-DAYS"
                       MOVE PARM-VALUE TO WS-DUE-DAYS
                   END-IF
           END-READ.

      * the accounts of every customer CUSTMAST rates high
      *risk; with no CUSTMAST on the machine everyone is held
      *to the normal threshold
       080-LOAD-HIGH-RISK.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 081-READ-ONE-CUST UNTIL WS-CUST-EOF = 'Y'
               CLOSE CUST-FILE
           END-IF.

       081-READ-ONE-CUST.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF
               NOT AT END
                   IF CU-RISK-HIGH
                       IF WS-RISK-COUNT < 500
                           ADD 1 TO WS-RISK-COUNT
                           SET RK-IDX TO WS-RISK-COUNT
                           MOVE CU-ACCT-NO TO WS-RISK-ACCT(RK-IDX)
                       ELSE
                           MOVE 'Y' TO WS-RISK-OVFL-SW
                       END-IF
                   END-IF
           END-READ.

      * sets WS-APPLY-THRESHOLD and WS-HIGH-RISK-SW for the
      *account in WS-RISK-ACCT-IN
       090-PICK-THRESHOLD.
           MOVE 'N' TO WS-HIGH-RISK-SW.
           PERFORM 091-CHECK-ONE-RISK
               VARYING RK-IDX FROM 1 BY 1
               UNTIL RK-IDX > WS-RISK-COUNT OR WS-HIGH-RISK-SW = 'Y'.
           IF WS-HIGH-RISK-SW = 'Y'
               MOVE WS-HIGH-THRESHOLD TO WS-APPLY-THRESHOLD
           ELSE
               MOVE WS-THRESHOLD TO WS-APPLY-THRESHOLD
           END-IF.

       091-CHECK-ONE-RISK.
           IF WS-RISK-ACCT(RK-IDX) = WS-RISK-ACCT-IN
               MOVE 'Y' TO WS-HIGH-RISK-SW
           END-IF.

       100-SCAN-TRANS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "35"
                       MOVE TR-AMOUNT TO WS-EX-AMOUNT
                       MOVE TR-DATE TO WS-EX-DATE
                       MOVE "TRANS " TO WS-EX-SOURCE
                       MOVE 0 TO WS-EX-REF
                       PERFORM 200-EXAMINE-ONE
                   END-IF
           END-READ.

       150-SCAN-JOURNAL.
           PERFORM 155-SCAN-ARCHIVE-YEAR
               VARYING WS-RTN-YEAR FROM WS-RTN-YEAR-LO BY 1
               UNTIL WS-RTN-YEAR > WS-RTN-YEAR-HI.
           MOVE "FQJRNL" TO WS-JRNL-NAME.
           MOVE 'N' TO WS-JRNL-EOF.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS = "35"
               CONTINUE
               CLOSE JRNL-FILE
           END-IF.

      * a year with nothing archived has no file
       155-SCAN-ARCHIVE-YEAR.
           PERFORM RETAIN-ARC-NAME-RTN.
           MOVE WS-RTN-ARC-NAME TO WS-JRNL-NAME.
           MOVE 'N' TO WS-JRNL-EOF.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS NOT = "35"
               PERFORM 160-SCAN-ONE-JRNL UNTIL WS-JRNL-EOF = 'Y'
               CLOSE JRNL-FILE
           END-IF.

      * only teller cash movement monitors; the interest
      *and tax postings are the bank's own entries
       160-SCAN-ONE-JRNL.
                       MOVE JR-AMOUNT TO WS-EX-AMOUNT
                       MOVE JR-DATE TO WS-EX-DATE
                       MOVE "FQJRNL" TO WS-EX-SOURCE
                       MOVE JR-SEQ TO WS-EX-REF
                       PERFORM 200-EXAMINE-ONE
                   END-IF
           END-READ.
      *deposit also joins its account's same-day aggregate for
      *the structuring sweep
       200-EXAMINE-ONE.
           MOVE WS-EX-ACCT TO WS-RISK-ACCT-IN.
           PERFORM 090-PICK-THRESHOLD.
           IF WS-EX-AMOUNT >= WS-APPLY-THRESHOLD
               MOVE WS-EX-SOURCE TO LL-SOURCE
               MOVE WS-EX-ACCT TO LL-ACCT-NO
               MOVE WS-EX-CODE TO LL-CODE
               MOVE WS-EX-AMOUNT TO LL-AMOUNT
               MOVE WS-EX-DATE TO LL-DATE
               MOVE SPACES TO LL-RISK
               IF WS-HIGH-RISK-SW = 'Y'
                   MOVE "HI-RSK" TO LL-RISK
               END-IF
               MOVE WS-EX-ACCT TO WS-CK-ACCT
               MOVE 'L' TO WS-CK-TRIGGER
               MOVE WS-EX-SOURCE TO WS-CK-SOURCE
               MOVE WS-EX-REF TO WS-CK-REF
               MOVE WS-EX-CODE TO WS-CK-CODE
               MOVE WS-EX-DATE TO WS-CK-DATE
               MOVE WS-EX-AMOUNT TO WS-CK-AMOUNT
               MOVE 1 TO WS-CK-PIECES
               MOVE WS-HIGH-RISK-SW TO WS-CK-RISK
               PERFORM 400-RECORD-CASE
               MOVE WS-CK-CASE-NO TO LL-CASE-NO
               MOVE WS-CK-STATE TO LL-CASE-STATE
               WRITE PRINT-LINE FROM LARGE-LINE
               ADD 1 TO WS-LARGE-COUNT
           END-IF.
               UNTIL AG-IDX > WS-AGG-COUNT.

       310-CHECK-ONE-AGG.
           MOVE AG-ACCT-NO(AG-IDX) TO WS-RISK-ACCT-IN.
           PERFORM 090-PICK-THRESHOLD.
           IF AG-TOTAL(AG-IDX) >= WS-APPLY-THRESHOLD
               AND AG-MAX-SINGLE(AG-IDX) < WS-APPLY-THRESHOLD
               AND AG-PIECES(AG-IDX) > 1
               MOVE AG-ACCT-NO(AG-IDX) TO SL-ACCT-NO
               MOVE AG-DATE(AG-IDX) TO SL-DATE
               MOVE AG-PIECES(AG-IDX) TO SL-PIECES
               MOVE AG-TOTAL(AG-IDX) TO SL-TOTAL
               MOVE SPACES TO SL-RISK
               IF WS-HIGH-RISK-SW = 'Y'
                   MOVE "HI-RSK" TO SL-RISK
               END-IF
               MOVE AG-ACCT-NO(AG-IDX) TO WS-CK-ACCT
               MOVE 'S' TO WS-CK-TRIGGER
               MOVE "SPLIT " TO WS-CK-SOURCE
               MOVE 0 TO WS-CK-REF
               MOVE 'D' TO WS-CK-CODE
               MOVE AG-DATE(AG-IDX) TO WS-CK-DATE
               MOVE AG-TOTAL(AG-IDX) TO WS-CK-AMOUNT
               MOVE AG-PIECES(AG-IDX) TO WS-CK-PIECES
               MOVE WS-HIGH-RISK-SW TO WS-CK-RISK
               PERFORM 400-RECORD-CASE
               MOVE WS-CK-CASE-NO TO SL-CASE-NO
               MOVE WS-CK-STATE TO SL-CASE-STATE
               WRITE PRINT-LINE FROM STRUCT-LINE
               ADD 1 TO WS-STRUCT-COUNT
           END-IF.

      * the case master is read front to back for a case
      *already carrying the hit; a single item is the same hit
      *when its source, journal sequence, code and amount agree,
      *a day's split deposits when the account and day do.
      *Having read to the end, the last case number read is the
      *highest on file
       400-RECORD-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW.
           MOVE 'N' TO WS-CASE-EOF.
           MOVE 0 TO WS-LAST-CASE.
           MOVE 0 TO CS-CASE-NO.
           START CASE-FILE KEY >= CS-CASE-NO
               INVALID KEY MOVE 'Y' TO WS-CASE-EOF
           END-START.
           PERFORM 410-SCAN-ONE-CASE
               UNTIL WS-CASE-EOF = 'Y' OR WS-CASE-FOUND-SW = 'Y'.
           IF WS-CASE-FOUND-SW = 'Y'
               PERFORM 420-REFRESH-CASE
           ELSE
               PERFORM 430-OPEN-CASE
           END-IF.

       410-SCAN-ONE-CASE.
           READ CASE-FILE NEXT
               AT END MOVE 'Y' TO WS-CASE-EOF
               NOT AT END
                   MOVE CS-CASE-NO TO WS-LAST-CASE
                   IF CS-ACCT-NO = WS-CK-ACCT
                       AND CS-TRIGGER = WS-CK-TRIGGER
                       AND CS-TRANS-DATE = WS-CK-DATE
                       AND (CS-SPLIT
                           OR (CS-SOURCE = WS-CK-SOURCE
                               AND CS-REF = WS-CK-REF
                               AND CS-TRANS-CODE = WS-CK-CODE
                               AND CS-AMOUNT = WS-CK-AMOUNT))
                       MOVE 'Y' TO WS-CASE-FOUND-SW
                   END-IF
           END-READ.

      * a split day a wider date range has since found more
      *of is brought up to the larger total while the case is
      *still with the analyst
       420-REFRESH-CASE.
           MOVE CS-CASE-NO TO WS-CK-CASE-NO.
           EVALUATE TRUE
               WHEN CS-OPEN        MOVE "OPEN"      TO WS-CK-STATE
               WHEN CS-ESCALATED   MOVE "ESCALATED" TO WS-CK-STATE
               WHEN CS-CLEARED     MOVE "CLEARED"   TO WS-CK-STATE
               WHEN CS-REPORTABLE  MOVE "REPORT"    TO WS-CK-STATE
               WHEN CS-FILED       MOVE "FILED"     TO WS-CK-STATE
               WHEN OTHER          MOVE "UNKNOWN"   TO WS-CK-STATE
           END-EVALUATE.
           IF CS-SPLIT AND WS-CK-AMOUNT > CS-AMOUNT
               AND (CS-OPEN OR CS-ESCALATED)
               MOVE WS-CK-AMOUNT TO CS-AMOUNT
               MOVE WS-CK-PIECES TO CS-PIECES
               REWRITE CASE-REC
                   INVALID KEY
                       DISPLAY "LARGE-TRANS: CASE " CS-CASE-NO
                           " NOT UPDATED."
               END-REWRITE
           END-IF.

      * the filing deadline runs from the transaction date
       430-OPEN-CASE.
           MOVE SPACES TO CASE-REC.
           ADD 1 TO WS-LAST-CASE.
           MOVE WS-LAST-CASE TO CS-CASE-NO.
           MOVE WS-CK-ACCT TO CS-ACCT-NO.
           MOVE WS-CK-TRIGGER TO CS-TRIGGER.
           MOVE WS-CK-SOURCE TO CS-SOURCE.
           MOVE WS-CK-REF TO CS-REF.
           MOVE WS-CK-CODE TO CS-TRANS-CODE.
           MOVE WS-CK-DATE TO CS-TRANS-DATE.
           MOVE WS-CK-AMOUNT TO CS-AMOUNT.
           MOVE WS-CK-PIECES TO CS-PIECES.
           MOVE WS-CK-RISK TO CS-HIGH-RISK.
           MOVE WS-RUNLOG-DATE TO CS-OPEN-DATE.
           MOVE WS-CK-DATE TO WS-DC-DATE.
           PERFORM DATE-ADD-DAY-RTN WS-DUE-DAYS TIMES.
           MOVE WS-DC-DATE TO CS-DUE-DATE.
           MOVE 'O' TO CS-STATUS.
           MOVE 0 TO CS-DISP-DATE.
           MOVE 0 TO CS-FILED-DATE.
           WRITE CASE-REC
               INVALID KEY
                   DISPLAY "LARGE-TRANS: CASE " CS-CASE-NO
                       " COULD NOT BE OPENED."
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-CASES
           END-WRITE.
           MOVE CS-CASE-NO TO WS-CK-CASE-NO.
           MOVE "NEW" TO WS-CK-STATE.
