       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-IMPORT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - corporate payroll intake.
      *                Tellers had been keying every employee's pay
      *                as a counter deposit. The employer's batch
      *                (PAYROLIN: a header with the employer account,
      *                batch reference, pay date, declared count and
      *                declared total, then one line per employee
      *                account and amount) is balanced against its
      *                header, every credit account is checked on
      *                ACCTMAST, and the employer account must be
      *                active and able to fund the credits from its
      *                balance less the holds standing on it. A
      *                batch that passes releases the credits and one
      *                employer debit for their total into
      *                TRANSIN.TXT, the way STORD-GEN releases its
      *                transfers. Lines for unknown, closed or frozen
      *                accounts - or every line, when the batch
      *                itself fails - go back to the employer on the
      *                PAYRET.TXT returns file with the reason. A
      *                batch already imported (PAYROLL.HST) is
      *                imported again only on a supervisor's
      *                override. Report PAYIMP.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the employer's payroll batch
           SELECT PAY-FILE ASSIGN TO "PAYROLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * the holds standing against the employer's balance
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      * the lines going back to the employer
           SELECT RETURN-FILE ASSIGN TO "PAYRET.TXT"
               ORGANIZATION IS SEQUENTIAL.

      * one record per batch imported
           SELECT PAYHIST-FILE ASSIGN TO "PAYROLL.HST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PAYIMP.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * the tellers' extract the payroll is released into
           COPY XTRAPPSL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

      * the supervisor-override check and its trail
           COPY SUPAUTSL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-FILE.
       01  PAY-REC.
           05 PY-REC-TYPE       PIC X.
              88 PY-HEADER      VALUE 'H'.
              88 PY-DETAIL      VALUE 'D'.
           05 FILLER            PIC X(79).
      * the batch header's view
       01  PAY-HDR-REC.
           05 FILLER            PIC X.
           05 PH-EMPLOYER-ACCT  PIC X(10).
           05 PH-BATCH-REF      PIC X(12).
           05 PH-PAY-DATE       PIC 9(8).
           05 PH-DECL-COUNT     PIC 9(5).
           05 PH-DECL-TOTAL     PIC 9(11)V99.
           05 FILLER            PIC X(31).
      * one employee's credit
       01  PAY-DTL-REC.
           05 FILLER            PIC X.
           05 PD-EMP-ACCT       PIC X(10).
           05 PD-EMP-NAME       PIC X(25).
           05 PD-AMOUNT         PIC 9(7)V99.
           05 PD-AMOUNT-X REDEFINES PD-AMOUNT PIC X(9).
           05 PD-EMP-REF        PIC X(10).
           05 FILLER            PIC X(25).

       FD  ACCT-MASTER.
       01  ACCT-MASTER-REC.
      * shared ACCTMAST record layout
           COPY ACCTREC.

       FD  HOLD-MASTER.
       01  HOLD-REC.
      * shared hold-master layout
           COPY HOLDREC.

       FD  RETURN-FILE.
       01  RETURN-REC.
           05 RT-BUS-DATE       PIC 9(8).
           05 RT-EMPLOYER-ACCT  PIC X(10).
           05 RT-BATCH-REF      PIC X(12).
           05 RT-REASON         PIC X(20).
           05 RT-PAY-LINE       PIC X(80).

       FD  PAYHIST-FILE.
       01  PAYHIST-REC.
           05 PS-EMPLOYER-ACCT  PIC X(10).
           05 PS-BATCH-REF      PIC X(12).
           05 PS-RUN-DATE       PIC 9(8).
           05 PS-COUNT          PIC 9(5).
           05 PS-TOTAL          PIC 9(11)V99.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY XTRAPPFD.

           COPY RUNLOGFD.
           COPY SUPAUTFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared supervisor-override working-storage
           COPY SUPAUTWS.
      * shared extract-append working-storage
           COPY XTRAPPWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-PAY-STATUS        PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS       PIC XX VALUE SPACES.
       01  WS-PAYHIST-STATUS    PIC XX VALUE SPACES.
       01  WS-PAY-EOF           PIC X VALUE 'N'.
       01  WS-HOLD-EOF          PIC X VALUE 'N'.
       01  WS-PAYHIST-EOF       PIC X VALUE 'N'.
       01  WS-IMPORTED-SW       PIC X VALUE 'N'.
       01  WS-HEADER-SW         PIC X VALUE 'N'.

      * the largest amount one extract record can carry; a
      *larger employer debit goes as several records
       01  WS-MAX-RELEASE       PIC 9(7)V99 VALUE 9999999.99.
       01  WS-DEBIT-LEFT        PIC 9(11)V99 VALUE 0.
       01  WS-DEBIT-PIECES      PIC 9(5) VALUE 0.
       01  WS-ROOM-NEEDED       PIC 9(7) VALUE 0.

      * the batch as its header declares it
       01  WS-BATCH.
           05 WS-EMPLOYER-ACCT  PIC X(10) VALUE SPACES.
           05 WS-EMPLOYER-NAME  PIC X(25) VALUE SPACES.
           05 WS-BATCH-REF      PIC X(12) VALUE SPACES.
           05 WS-PAY-DATE       PIC 9(8) VALUE 0.
           05 WS-DECL-COUNT     PIC 9(5) VALUE 0.
           05 WS-DECL-TOTAL     PIC 9(11)V99 VALUE 0.

      * why the whole batch goes back, and why one line does
       01  WS-BATCH-REASON      PIC X(20) VALUE SPACES.
       01  WS-LINE-REASON       PIC X(20) VALUE SPACES.

       01  WS-TOTALS.
           05 WS-READ-COUNT     PIC 9(5) VALUE 0.
           05 WS-READ-TOTAL     PIC 9(11)V99 VALUE 0.
           05 WS-OK-COUNT       PIC 9(5) VALUE 0.
           05 WS-OK-TOTAL       PIC 9(11)V99 VALUE 0.
           05 WS-RET-COUNT      PIC 9(5) VALUE 0.
           05 WS-RET-TOTAL      PIC 9(11)V99 VALUE 0.
           05 WS-HELD-TOTAL     PIC 9(11)V99 VALUE 0.
           05 WS-AVAILABLE      PIC S9(11)V99 VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE
              "Payroll File Intake".
           05 FILLER            PIC X(30) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  BATCH-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Employer: ".
           05 BL-EMPLOYER       PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 BL-NAME           PIC X(25).
           05 FILLER            PIC X(8)  VALUE " Batch: ".
           05 BL-BATCH-REF      PIC X(12).
           05 FILLER            PIC X(13) VALUE SPACES.

       01  PAY-DATE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Pay date: ".
           05 PL-PAY-DATE       PIC 9(8).
           05 FILLER            PIC X(61) VALUE SPACES.

       01  RETURN-HEADER.
           05 FILLER            PIC X(30) VALUE
              "Lines Returned To Employer:".
           05 FILLER            PIC X(50) VALUE SPACES.

       01  RETURN-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RL-EMP-ACCT       PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RL-EMP-NAME       PIC X(25).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RL-AMOUNT         PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RL-REASON         PIC X(20).
           05 FILLER            PIC X(9)  VALUE SPACES.
       01  WS-RL-AMOUNT-ED      PIC Z,ZZZ,ZZ9.99.

       01  NONE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "None - every line credited.".
           05 FILLER            PIC X(36) VALUE SPACES.

       01  FIGURE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FL-LABEL          PIC X(36).
           05 FL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(14) VALUE SPACES.

       01  OUTCOME-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "Batch outcome: ".
           05 OL-OUTCOME        PIC X(60).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

           OPEN INPUT PAY-FILE.
           IF WS-PAY-STATUS = "35"
               DISPLAY "PAYROLL-IMPORT: *** PAYROLIN NOT FOUND. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 100-TOTAL-ONE-LINE UNTIL WS-PAY-EOF = 'Y'.
           CLOSE PAY-FILE.

      * a batch that does not add up to its own header goes
      *back whole
           EVALUATE TRUE
               WHEN WS-HEADER-SW = 'N'
                   MOVE "NO BATCH HEADER" TO WS-BATCH-REASON
               WHEN WS-READ-COUNT NOT = WS-DECL-COUNT
                   OR WS-READ-TOTAL NOT = WS-DECL-TOTAL
                   MOVE "BATCH TOTAL MISMATCH" TO WS-BATCH-REASON
           END-EVALUATE.

      * a batch already imported would pay everyone twice -
      *only a supervisor waves a second import through
           IF WS-BATCH-REASON = SPACES
               PERFORM 040-CHECK-IMPORTED
               IF WS-IMPORTED-SW = 'Y'
                   DISPLAY "PAYROLL-IMPORT: *** BATCH "
                       WS-BATCH-REF " FOR " WS-EMPLOYER-ACCT
                       " HAS ALREADY BEEN IMPORTED ***"
                   MOVE "PAYROLL BATCH REIMPORT" TO WS-SA-WHAT
                   PERFORM SUPAUTH-CHECK-RTN
                   IF WS-SA-OK = 'N'
                       DISPLAY "PAYROLL-IMPORT: RUN REFUSED."
                       MOVE 8 TO RETURN-CODE
                       PERFORM RUNLOG-END-RTN
                       GOBACK
                   END-IF
               END-IF
           END-IF.

           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY "PAYROLL-IMPORT: *** ACCTMAST NOT FOUND. ***"
               DISPLAY "PAYROLL-IMPORT: NOTHING IMPORTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           IF WS-BATCH-REASON = SPACES
               PERFORM 050-CHECK-EMPLOYER
           END-IF.
           IF WS-BATCH-REASON = SPACES
               PERFORM 200-CHECK-LINES
           END-IF.
           IF WS-BATCH-REASON = SPACES
               PERFORM 060-CHECK-FUNDING
           END-IF.

      * an extract too large for the work table would come
      *back short at the rewrite - import nothing; the room
      *for every record this batch releases is made sure of
      *before the first goes on
           IF WS-BATCH-REASON = SPACES
               PERFORM XTRAPP-LOAD-RTN
               PERFORM 070-COUNT-DEBIT-PIECES
               COMPUTE WS-ROOM-NEEDED =
                   WS-XA-COUNT + WS-OK-COUNT + WS-DEBIT-PIECES
               IF WS-XA-OVFL-SW = 'Y' OR WS-ROOM-NEEDED > 1000
                   DISPLAY "PAYROLL-IMPORT: *** TRANSIN.TXT TOO "
                       "LARGE FOR THE WORK TABLE WITH THIS BATCH - "
                       "MORE THAN 1000 RECORDS. ***"
                   DISPLAY "PAYROLL-IMPORT: NOTHING IMPORTED. RAISE "
                       "THE TABLE AND RERUN."
                   MOVE 8 TO RETURN-CODE
                   CLOSE ACCT-MASTER
                   PERFORM RUNLOG-END-RTN
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT RETURN-FILE.
           MOVE RETURN-HEADER TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           PERFORM 300-RELEASE-AND-RETURN.
           CLOSE RETURN-FILE.
           CLOSE ACCT-MASTER.

           IF WS-BATCH-REASON = SPACES
               PERFORM 400-RELEASE-EMPLOYER-DEBIT
                   UNTIL WS-DEBIT-LEFT = 0
               IF WS-XA-ADDED > 0
                   PERFORM XTRAPP-REWRITE-RTN
               END-IF
               PERFORM 700-WRITE-IMPORTED
           END-IF.

           PERFORM 800-PRINT-TOTALS.
           CLOSE REPORT-FILE.

           MOVE WS-OK-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           IF WS-BATCH-REASON NOT = SPACES
               DISPLAY "PAYROLL-IMPORT: *** BATCH RETURNED - "
                   WS-BATCH-REASON " ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "PAYROLL-IMPORT: " WS-OK-COUNT " CREDITED, "
               WS-RET-COUNT " RETURNED.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="PAYROLL-IMPORT"==.

      * shared supervisor-override paragraphs
           COPY SUPAUTRTN
               REPLACING ==SUPAUTH-PROGNAME== BY =="PAYROLL-IMPORT"==.

      * shared extract-append paragraphs
           COPY XTRAPPRTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

       040-CHECK-IMPORTED.
           MOVE 'N' TO WS-IMPORTED-SW.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PAYHIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 045-CHECK-ONE-BATCH
                   UNTIL WS-PAYHIST-EOF = 'Y'
               CLOSE PAYHIST-FILE
           END-IF.

       045-CHECK-ONE-BATCH.
           READ PAYHIST-FILE
               AT END MOVE 'Y' TO WS-PAYHIST-EOF
               NOT AT END
                   IF PS-EMPLOYER-ACCT = WS-EMPLOYER-ACCT
                       AND PS-BATCH-REF = WS-BATCH-REF
                       MOVE 'Y' TO WS-IMPORTED-SW
                       MOVE 'Y' TO WS-PAYHIST-EOF
                   END-IF
           END-READ.

      * the employer pays from an account the chain will
      *post to
       050-CHECK-EMPLOYER.
           MOVE WS-EMPLOYER-ACCT TO MA-ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "EMPLOYER UNKNOWN" TO WS-BATCH-REASON
               NOT INVALID KEY
                   IF MA-ACTIVE
                       MOVE MA-ACCT-NAME TO WS-EMPLOYER-NAME
                       MOVE MA-BALANCE TO WS-AVAILABLE
                   ELSE
                       MOVE "EMPLOYER NOT ACTIVE" TO WS-BATCH-REASON
                   END-IF
           END-READ.

      * the credits that will go must come out of what the
      *employer can draw today: the balance less every hold
      *standing on it, as BANK-REPORT nets them
       060-CHECK-FUNDING.
           MOVE 0 TO WS-HELD-TOTAL.
           MOVE 'N' TO WS-HOLD-EOF.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS NOT = "35"
               MOVE WS-EMPLOYER-ACCT TO HD-ACCT-NO
               MOVE 0 TO HD-SEQ
               START HOLD-MASTER KEY >= HD-KEY
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
               END-START
               PERFORM 065-ADD-ONE-HOLD UNTIL WS-HOLD-EOF = 'Y'
               CLOSE HOLD-MASTER
           END-IF.
           SUBTRACT WS-HELD-TOTAL FROM WS-AVAILABLE.
           IF WS-OK-TOTAL > WS-AVAILABLE
               MOVE "EMPLOYER CANNOT FUND" TO WS-BATCH-REASON
           END-IF.

       065-ADD-ONE-HOLD.
           READ HOLD-MASTER NEXT
               AT END MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   IF HD-ACCT-NO NOT = WS-EMPLOYER-ACCT
                       MOVE 'Y' TO WS-HOLD-EOF
                   ELSE
                       IF HD-ACTIVE
                           AND HD-PLACE-DATE NOT > WS-RUNLOG-DATE
                           AND (HD-EXPIRY-DATE = 0
                               OR HD-EXPIRY-DATE NOT < WS-RUNLOG-DATE)
                           ADD HD-AMOUNT TO WS-HELD-TOTAL
                       END-IF
                   END-IF
           END-READ.

       070-COUNT-DEBIT-PIECES.
           MOVE 0 TO WS-DEBIT-PIECES.
           MOVE WS-OK-TOTAL TO WS-DEBIT-LEFT.
           PERFORM 075-COUNT-ONE-PIECE UNTIL WS-DEBIT-LEFT = 0.
           MOVE WS-OK-TOTAL TO WS-DEBIT-LEFT.

       075-COUNT-ONE-PIECE.
           ADD 1 TO WS-DEBIT-PIECES.
           IF WS-DEBIT-LEFT > WS-MAX-RELEASE
               SUBTRACT WS-MAX-RELEASE FROM WS-DEBIT-LEFT
           ELSE
               MOVE 0 TO WS-DEBIT-LEFT
           END-IF.

      * the first pass only adds up the lines against the
      *header; an amount that is not a number counts as a line
      *but adds nothing, so the totals will not agree
       100-TOTAL-ONE-LINE.
           READ PAY-FILE
               AT END MOVE 'Y' TO WS-PAY-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN PY-HEADER AND WS-HEADER-SW = 'N'
                           MOVE 'Y' TO WS-HEADER-SW
                           MOVE PH-EMPLOYER-ACCT TO WS-EMPLOYER-ACCT
                           MOVE PH-BATCH-REF TO WS-BATCH-REF
                           MOVE PH-PAY-DATE TO WS-PAY-DATE
                           MOVE PH-DECL-COUNT TO WS-DECL-COUNT
                           MOVE PH-DECL-TOTAL TO WS-DECL-TOTAL
                       WHEN PY-DETAIL
                           ADD 1 TO WS-READ-COUNT
                           IF PD-AMOUNT-X NUMERIC
                               ADD PD-AMOUNT TO WS-READ-TOTAL
                           END-IF
                   END-EVALUATE
           END-READ.

      * the second pass checks every credit account, for the
      *total the employer must fund
       200-CHECK-LINES.
           MOVE 'N' TO WS-PAY-EOF.
           OPEN INPUT PAY-FILE.
           PERFORM 210-CHECK-ONE-LINE UNTIL WS-PAY-EOF = 'Y'.
           CLOSE PAY-FILE.

       210-CHECK-ONE-LINE.
           READ PAY-FILE
               AT END MOVE 'Y' TO WS-PAY-EOF
               NOT AT END
                   IF PY-DETAIL
                       PERFORM 220-CHECK-CREDIT
                       IF WS-LINE-REASON = SPACES
                           ADD 1 TO WS-OK-COUNT
                           ADD PD-AMOUNT TO WS-OK-TOTAL
                       END-IF
                   END-IF
           END-READ.

      * a frozen account is refused across the chain the
      *same as a closed one; crediting it would only bounce at
      *TRANSEDIT with the employer already debited
       220-CHECK-CREDIT.
           MOVE SPACES TO WS-LINE-REASON.
           IF PD-AMOUNT-X NOT NUMERIC OR PD-AMOUNT = 0
               MOVE "INVALID AMOUNT" TO WS-LINE-REASON
           ELSE
               MOVE PD-EMP-ACCT TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE "UNKNOWN ACCOUNT" TO WS-LINE-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN MA-CLOSED
                               MOVE "ACCOUNT CLOSED"
                                   TO WS-LINE-REASON
                           WHEN MA-FROZEN
                               MOVE "ACCOUNT FROZEN"
                                   TO WS-LINE-REASON
                       END-EVALUATE
               END-READ
           END-IF.

      * the last pass releases the good lines and returns the
      *rest; when the batch itself failed every line goes back
      *under the batch's reason
       300-RELEASE-AND-RETURN.
           MOVE 'N' TO WS-PAY-EOF.
           OPEN INPUT PAY-FILE.
           PERFORM 310-RELEASE-ONE-LINE UNTIL WS-PAY-EOF = 'Y'.
           CLOSE PAY-FILE.
           IF WS-RET-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

       310-RELEASE-ONE-LINE.
           READ PAY-FILE
               AT END MOVE 'Y' TO WS-PAY-EOF
               NOT AT END
                   IF PY-DETAIL
                       IF WS-BATCH-REASON = SPACES
                           PERFORM 220-CHECK-CREDIT
                       ELSE
                           MOVE WS-BATCH-REASON TO WS-LINE-REASON
                       END-IF
                       IF WS-LINE-REASON = SPACES
                           PERFORM 320-RELEASE-CREDIT
                       ELSE
                           PERFORM 330-RETURN-LINE
                       END-IF
                   END-IF
           END-READ.

       320-RELEASE-CREDIT.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE PD-EMP-ACCT TO XA-ACCT-NO.
           MOVE MA-ACCT-NAME TO XA-ACCT-NAME.
           MOVE 'D' TO XA-CODE.
           MOVE PD-AMOUNT TO XA-AMOUNT.
           MOVE "PAYROLL" TO XA-TO-ACCT-NO.
           MOVE WS-RUNLOG-DATE TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.

       330-RETURN-LINE.
           ADD 1 TO WS-RET-COUNT.
           IF PD-AMOUNT-X NUMERIC
               ADD PD-AMOUNT TO WS-RET-TOTAL
               MOVE PD-AMOUNT TO WS-RL-AMOUNT-ED
               MOVE WS-RL-AMOUNT-ED TO RL-AMOUNT
           ELSE
               MOVE PD-AMOUNT-X TO RL-AMOUNT
           END-IF.
           MOVE WS-RUNLOG-DATE TO RT-BUS-DATE.
           MOVE WS-EMPLOYER-ACCT TO RT-EMPLOYER-ACCT.
           MOVE WS-BATCH-REF TO RT-BATCH-REF.
           MOVE WS-LINE-REASON TO RT-REASON.
           MOVE PAY-REC TO RT-PAY-LINE.
           WRITE RETURN-REC.
           MOVE PD-EMP-ACCT TO RL-EMP-ACCT.
           MOVE PD-EMP-NAME TO RL-EMP-NAME.
           MOVE WS-LINE-REASON TO RL-REASON.
           MOVE RETURN-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * one debit record, no larger than an extract amount
      *can hold, against the employer for the credits released
       400-RELEASE-EMPLOYER-DEBIT.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE WS-EMPLOYER-ACCT TO XA-ACCT-NO.
           MOVE WS-EMPLOYER-NAME TO XA-ACCT-NAME.
           MOVE 'W' TO XA-CODE.
           IF WS-DEBIT-LEFT > WS-MAX-RELEASE
               MOVE WS-MAX-RELEASE TO XA-AMOUNT
           ELSE
               MOVE WS-DEBIT-LEFT TO XA-AMOUNT
           END-IF.
           SUBTRACT XA-AMOUNT FROM WS-DEBIT-LEFT.
           MOVE "PAYROLL" TO XA-TO-ACCT-NO.
           MOVE WS-RUNLOG-DATE TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.

      * the batch goes on record as imported once it is on
      *the extract
       700-WRITE-IMPORTED.
           OPEN EXTEND PAYHIST-FILE.
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAYHIST-FILE
           END-IF.
           MOVE WS-EMPLOYER-ACCT TO PS-EMPLOYER-ACCT.
           MOVE WS-BATCH-REF TO PS-BATCH-REF.
           MOVE WS-RUNLOG-DATE TO PS-RUN-DATE.
           MOVE WS-OK-COUNT TO PS-COUNT.
           MOVE WS-OK-TOTAL TO PS-TOTAL.
           WRITE PAYHIST-REC.
           CLOSE PAYHIST-FILE.

       800-PRINT-TOTALS.
           IF WS-BATCH-REASON NOT = SPACES
               MOVE 0 TO WS-OK-COUNT
               MOVE 0 TO WS-OK-TOTAL
           END-IF.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Declared by the employer" TO FL-LABEL.
           MOVE WS-DECL-COUNT TO FL-COUNT.
           MOVE WS-DECL-TOTAL TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Lines on the file" TO FL-LABEL.
           MOVE WS-READ-COUNT TO FL-COUNT.
           MOVE WS-READ-TOTAL TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Credited to employees" TO FL-LABEL.
           MOVE WS-OK-COUNT TO FL-COUNT.
           MOVE WS-OK-TOTAL TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Returned to the employer" TO FL-LABEL.
           MOVE WS-RET-COUNT TO FL-COUNT.
           MOVE WS-RET-TOTAL TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Employer available before the debit" TO FL-LABEL.
           MOVE 0 TO FL-COUNT.
           MOVE WS-AVAILABLE TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           IF WS-BATCH-REASON = SPACES
               MOVE "RELEASED - ONE EMPLOYER DEBIT FOR THE CREDITS"
                   TO OL-OUTCOME
           ELSE
               MOVE SPACES TO OL-OUTCOME
               STRING "RETURNED WHOLE - " DELIMITED BY SIZE
                   WS-BATCH-REASON DELIMITED BY SIZE
                   INTO OL-OUTCOME
               END-STRING
           END-IF.
           MOVE OUTCOME-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-RUNLOG-DATE TO DT-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE WS-EMPLOYER-ACCT TO BL-EMPLOYER.
           MOVE WS-EMPLOYER-NAME TO BL-NAME.
           MOVE WS-BATCH-REF TO BL-BATCH-REF.
           WRITE PRINT-LINE FROM BATCH-LINE.
           MOVE WS-PAY-DATE TO PL-PAY-DATE.
           WRITE PRINT-LINE FROM PAY-DATE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 6 TO WS-LINE-CNT.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
