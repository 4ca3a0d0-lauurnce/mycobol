       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MATURE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - daily time-deposit maturity
      *                run. Every active certificate on TDMAST
      *                whose maturity date has arrived at the
      *                business date earns its fixed rate for the
      *                days it ran, has the final tax withheld
      *                from the interest at the FINPARMS rate
      *                (TAX-RATE-INT, the same rate the FINALQUIZ
      *                interest run withholds at), and is settled
      *                on its rollover instruction: the principal
      *                rolled with the net interest paid out, the
      *                principal rolled with the net interest
      *                added, or the whole of it paid out. Payouts
      *                go to the linked ACCTMAST account as
      *                deposits through the TRANSIN.TXT extract;
      *                the interest and tax go on TDPOST for the
      *                month's remittance. What matured prints to
      *                TDMATUR.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-MASTER ASSIGN TO "TDMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TD-CERT-NO
               FILE STATUS IS WS-TD-STATUS.

      * the interest earned and the tax withheld
           SELECT TDPOST-FILE ASSIGN TO "TDPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TDPOST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TDMATUR.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * the tellers' extract the payouts are released into
           COPY XTRAPPSL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  TD-MASTER.
       01  TD-REC.
      * shared time-deposit master layout
           COPY TDREC.

       FD  TDPOST-FILE.
       01  TDPOST-REC.
      * shared time-deposit posting layout
           COPY TDPOSTRC.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-KEY          PIC X(12).
           05 PARM-VALUE        PIC 9(7)V9(4).

           COPY XTRAPPFD.

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared extract-append working-storage
           COPY XTRAPPWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-TD-STATUS         PIC XX VALUE SPACES.
       01  WS-TDPOST-STATUS     PIC XX VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-TD-EOF            PIC X VALUE 'N'.
      * a certificate whose payout the extract cannot take
      *tonight is left exactly as it was, for tomorrow's run
       01  WS-HELD-SW           PIC X VALUE 'N'.

      * the final tax on interest income, 20% per the BIR
      *unless FINPARMS overrides it (TAX-RATE-INT)
       01  WS-TAX-RATE          PIC 9V9999 VALUE .2000.
      * the largest amount one extract record can carry; a
      *larger payout goes as several records
       01  WS-MAX-RELEASE       PIC 9(7)V99 VALUE 9999999.99.

       01  WS-TD-CALCS.
           05 WS-TD-DAYS        PIC 9(4) VALUE 0.
           05 WS-TD-GROSS       PIC 9(9)V99 VALUE 0.
           05 WS-TD-TAX         PIC 9(9)V99 VALUE 0.
           05 WS-TD-NET         PIC 9(9)V99 VALUE 0.
           05 WS-TD-PAYOUT      PIC 9(11)V99 VALUE 0.
           05 WS-TD-LEFT        PIC 9(11)V99 VALUE 0.
           05 WS-TD-RECS        PIC 9(5) VALUE 0.

       01  WS-TOTALS.
           05 WS-MATURED-COUNT  PIC 9(5) VALUE 0.
           05 WS-HELD-COUNT     PIC 9(5) VALUE 0.
           05 WS-TOT-GROSS      PIC 9(11)V99 VALUE 0.
           05 WS-TOT-TAX        PIC 9(11)V99 VALUE 0.
           05 WS-TOT-PAYOUT     PIC 9(11)V99 VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
              "Time Deposit Maturities".
           05 FILLER            PIC X(28) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(12) VALUE " Cert No.".
           05 FILLER            PIC X(15) VALUE "Depositor".
           05 FILLER            PIC X(10) VALUE "Action".
           05 FILLER            PIC X(12) VALUE "    Interest".
           05 FILLER            PIC X(13) VALUE "          Tax".
           05 FILLER            PIC X(13) VALUE "     Paid Out".
           05 FILLER            PIC X(5)  VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-CERT-NO        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-NAME           PIC X(14).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-ACTION         PIC X(9).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-GROSS          PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-TAX            PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-PAYOUT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(5)  VALUE SPACES.

       01  TOTAL-LINE-1.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Matured: ".
           05 TL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(14) VALUE "   Held over: ".
           05 TL-HELD           PIC ZZ,ZZ9.
           05 FILLER            PIC X(40) VALUE SPACES.

       01  TOTAL-LINE-2.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Interest ".
           05 TL-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(7)  VALUE "  Tax ".
           05 TL-TAX            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(12) VALUE "  Paid out ".
           05 TL-PAYOUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(5)  VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "No certificates matured.".
           05 FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RUNLOG-START-RTN.
           PERFORM 050-LOAD-PARMS.

           OPEN I-O TD-MASTER.
           IF WS-TD-STATUS = "35"
               DISPLAY "TD-MATURE: TDMAST NOT FOUND - "
                   "NO CERTIFICATES ON BOOK."
               PERFORM 400-PRINT-TOTALS
               PERFORM RUNLOG-END-RTN
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

      * an extract too large for the work table would come
      *back short at the rewrite - settle nothing
           PERFORM XTRAPP-LOAD-RTN.
           IF WS-XA-OVFL-SW = 'Y'
               DISPLAY "TD-MATURE: *** TRANSIN.TXT TOO LARGE FOR "
                   "THE WORK TABLE - MORE THAN 1000 RECORDS. ***"
               DISPLAY "TD-MATURE: NOTHING SETTLED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               CLOSE TD-MASTER
               PERFORM RUNLOG-END-RTN
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           OPEN EXTEND TDPOST-FILE.
           IF WS-TDPOST-STATUS = "35"
               OPEN OUTPUT TDPOST-FILE
           END-IF.

           PERFORM 100-CHECK-ONE-CERT UNTIL WS-TD-EOF = 'Y'.
           CLOSE TD-MASTER.
           CLOSE TDPOST-FILE.

           IF WS-XA-ADDED > 0
               PERFORM XTRAPP-REWRITE-RTN
           END-IF.

           PERFORM 400-PRINT-TOTALS.

           MOVE WS-MATURED-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE REPORT-FILE.
           DISPLAY "TD-MATURE: " WS-MATURED-COUNT " MATURED, "
               WS-HELD-COUNT " HELD OVER.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="TD-MATURE"==.

      * shared extract-append paragraphs
           COPY XTRAPPRTN.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

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

      * a rolled certificate that is still due - the run
      *was missed for a whole term - settles again until it
      *catches up with the business date
       100-CHECK-ONE-CERT.
           READ TD-MASTER NEXT
               AT END MOVE 'Y' TO WS-TD-EOF
               NOT AT END
                   MOVE 'N' TO WS-HELD-SW
                   PERFORM 200-SETTLE-CERT THRU 200-EXIT
                       UNTIL NOT TD-ACTIVE
                          OR TD-MAT-DATE > WS-RUNLOG-DATE
                          OR WS-HELD-SW = 'Y'
           END-READ.

      * the fixed rate for the days the term actually ran,
      *on a 365-day year, with the final tax coming out of the
      *gross before anything is paid or rolled
       200-SETTLE-CERT.
           MOVE TD-PLACE-DATE TO WS-DC-DATE.
           MOVE TD-MAT-DATE TO WS-DC-TO-DATE.
           PERFORM DATE-DAYS-BETWEEN-RTN.
           MOVE WS-DC-DAYS TO WS-TD-DAYS.
           COMPUTE WS-TD-GROSS ROUNDED =
               TD-PRINCIPAL * TD-RATE * WS-TD-DAYS / 365.
           COMPUTE WS-TD-TAX ROUNDED = WS-TD-GROSS * WS-TAX-RATE.
           COMPUTE WS-TD-NET = WS-TD-GROSS - WS-TD-TAX.

           EVALUATE TRUE
               WHEN TD-ROLL-ALL
                   MOVE 0 TO WS-TD-PAYOUT
               WHEN TD-PAY-OUT
                   COMPUTE WS-TD-PAYOUT = TD-PRINCIPAL + WS-TD-NET
               WHEN OTHER
                   MOVE WS-TD-NET TO WS-TD-PAYOUT
           END-EVALUATE.

      * the whole payout must fit on the extract or none of
      *it goes; the certificate then waits for tomorrow
           MOVE 0 TO WS-TD-RECS.
           IF WS-TD-PAYOUT > 0
               COMPUTE WS-TD-RECS =
                   (WS-TD-PAYOUT + WS-MAX-RELEASE - .01)
                   / WS-MAX-RELEASE
           END-IF.
           IF WS-XA-COUNT + WS-TD-RECS > 1000
               MOVE 'Y' TO WS-HELD-SW
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD" TO DL-ACTION
               MOVE 0 TO WS-TD-PAYOUT
               PERFORM 300-PRINT-CERT
               GO TO 200-EXIT
           END-IF.

           MOVE WS-TD-PAYOUT TO WS-TD-LEFT.
           PERFORM 210-RELEASE-ONE-PIECE UNTIL WS-TD-LEFT = 0.

           ADD WS-TD-GROSS TO TD-INT-PAID.
           ADD WS-TD-TAX TO TD-TAX-PAID.
           EVALUATE TRUE
               WHEN TD-PAY-OUT
                   MOVE "PAID OUT" TO DL-ACTION
                   MOVE 'M' TO TD-STATUS
                   MOVE WS-RUNLOG-DATE TO TD-CLOSE-DATE
               WHEN TD-ROLL-ALL
                   MOVE "ROLL+INT" TO DL-ACTION
                   ADD WS-TD-NET TO TD-PRINCIPAL
                   PERFORM 220-ROLL-TERM
               WHEN OTHER
                   MOVE "ROLLED" TO DL-ACTION
                   PERFORM 220-ROLL-TERM
           END-EVALUATE.
           REWRITE TD-REC.

           IF WS-TD-GROSS > 0
               MOVE WS-RUNLOG-DATE TO TP-DATE
               MOVE TD-CERT-NO TO TP-CERT-NO
               MOVE "TD-MATUR" TO TP-TELLER
               MOVE 'I' TO TP-TYPE
               MOVE WS-TD-GROSS TO TP-AMOUNT
               WRITE TDPOST-REC
               MOVE 'X' TO TP-TYPE
               MOVE WS-TD-TAX TO TP-AMOUNT
               WRITE TDPOST-REC
           END-IF.

           ADD 1 TO WS-MATURED-COUNT.
           ADD WS-TD-GROSS TO WS-TOT-GROSS.
           ADD WS-TD-TAX TO WS-TOT-TAX.
           ADD WS-TD-PAYOUT TO WS-TOT-PAYOUT.
           PERFORM 300-PRINT-CERT.

       200-EXIT.
           EXIT.

      * one deposit record to the linked account, no larger
      *than an extract amount can hold
       210-RELEASE-ONE-PIECE.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE TD-LINK-ACCT TO XA-ACCT-NO.
           MOVE TD-CUST-NAME TO XA-ACCT-NAME.
           MOVE 'D' TO XA-CODE.
           IF WS-TD-LEFT > WS-MAX-RELEASE
               MOVE WS-MAX-RELEASE TO XA-AMOUNT
           ELSE
               MOVE WS-TD-LEFT TO XA-AMOUNT
           END-IF.
           SUBTRACT XA-AMOUNT FROM WS-TD-LEFT.
           MOVE WS-RUNLOG-DATE TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.

      * the new term runs from the old maturity date at the
      *certificate's own fixed rate
       220-ROLL-TERM.
           MOVE TD-MAT-DATE TO TD-PLACE-DATE.
           MOVE TD-MAT-DATE TO WS-DC-DATE.
           MOVE TD-TERM TO WS-DC-MONTHS.
           PERFORM DATE-ADD-MONTHS-RTN.
           MOVE WS-DC-DATE TO TD-MAT-DATE.
           ADD 1 TO TD-ROLL-COUNT.

       300-PRINT-CERT.
           MOVE TD-CERT-NO TO DL-CERT-NO.
           MOVE TD-CUST-NAME TO DL-NAME.
           MOVE WS-TD-GROSS TO DL-GROSS.
           MOVE WS-TD-TAX TO DL-TAX.
           MOVE WS-TD-PAYOUT TO DL-PAYOUT.
           MOVE DETAIL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       400-PRINT-TOTALS.
           IF WS-MATURED-COUNT = 0 AND WS-HELD-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-MATURED-COUNT TO TL-COUNT.
           MOVE WS-HELD-COUNT TO TL-HELD.
           MOVE TOTAL-LINE-1 TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-TOT-GROSS TO TL-GROSS.
           MOVE WS-TOT-TAX TO TL-TAX.
           MOVE WS-TOT-PAYOUT TO TL-PAYOUT.
           MOVE TOTAL-LINE-2 TO WS-PRT-HOLD.
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
