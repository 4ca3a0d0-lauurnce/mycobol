       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM-PAYOUT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - salesmen's commission payout.
      *                Accounting had been writing a cheque by hand
      *                for every line on COMMREG. The period's
      *                commission register SALE leaves on COMMREG
      *                is paid net of the withholding tax on
      *                commissions (FINPARMS WTAX-COMM, 10% when
      *                the file or key is absent): one credit per
      *                salesman into the payout account SALESMEN
      *                names, checked on ACCTMAST, and one debit
      *                for their total against the company's
      *                commission disbursement account, released
      *                into TRANSIN.TXT under a fresh HDR/TRL the
      *                way PAYROLL-IMPORT releases a payroll. The
      *                disbursement account is asked for (blank
      *                keeps the one last paid from); an unattended
      *                run, with BATCHANS on the machine, takes the
      *                one last paid from. A salesman with no
      *                account, or one the chain would refuse, goes
      *                on the cheque-payment list instead. A period
      *                already paid (COMMPAY.HST) is paid again only
      *                on a supervisor's override. Report
      *                COMMPAY.OUT: the payout register, the cheque
      *                list and the totals reconciled back to
      *                COMMREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the period's commission register SALE wrote
           SELECT CREG-FILE ASSIGN TO "COMMREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREG-STATUS.

      * the salesman master, for each salesman's payout account
           SELECT SMAN-FILE ASSIGN TO "SALESMEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMAN-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * the holds standing against the disbursement balance
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * present only when the run is to go unattended
           SELECT ANSWER-FILE ASSIGN TO "BATCHANS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANS-STATUS.

      * one record per pay period paid
           SELECT PAYHIST-FILE ASSIGN TO "COMMPAY.HST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "COMMPAY.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * the tellers' extract the payout is released into
           COPY XTRAPPSL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

      * the supervisor-override check and its trail
           COPY SUPAUTSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CREG-FILE.
       01  CREG-REC.
      * shared commission-register layout
           COPY CREGREC.

       FD  SMAN-FILE.
       01  SMAN-REC.
      * shared salesman-master layout
           COPY SMANREC.

       FD  ACCT-MASTER.
       01  ACCT-MASTER-REC.
      * shared ACCTMAST record layout
           COPY ACCTREC.

       FD  HOLD-MASTER.
       01  HOLD-REC.
      * shared hold-master layout
           COPY HOLDREC.

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-KEY          PIC X(12).
           05 PARM-VALUE        PIC 9(7)V9(4).

       FD  ANSWER-FILE.
       01  ANSWER-REC.
           05 ANS-KEY           PIC X(12).
           05 ANS-VALUE         PIC X(8).

       FD  PAYHIST-FILE.
       01  PAYHIST-REC.
           05 PS-FROM           PIC 9(8).
           05 PS-TO             PIC 9(8).
           05 PS-RUN-DATE       PIC 9(8).
           05 PS-DISB-ACCT      PIC X(10).
           05 PS-COUNT          PIC 9(5).
           05 PS-NET-TOTAL      PIC 9(11)V99.
           05 PS-TAX-TOTAL      PIC 9(11)V99.

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
      * shared account-number check-digit working-storage
           COPY ACCTCKWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-CREG-STATUS       PIC XX VALUE SPACES.
       01  WS-SMAN-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-ANS-STATUS        PIC XX VALUE SPACES.
       01  WS-PAYHIST-STATUS    PIC XX VALUE SPACES.
       01  WS-CREG-EOF          PIC X VALUE 'N'.
       01  WS-SMAN-EOF          PIC X VALUE 'N'.
       01  WS-HOLD-EOF          PIC X VALUE 'N'.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-PAYHIST-EOF       PIC X VALUE 'N'.
       01  WS-PAID-SW           PIC X VALUE 'N'.
       01  WS-UNATTENDED-SW     PIC X VALUE 'N'.

      * withholding tax on commissions, overridable from
      *FINPARMS (key WTAX-COMM)
       01  WS-WTAX-RATE         PIC 9V9(4) VALUE .1000.

      * the largest amount one extract record can carry; a
      *larger disbursement debit goes as several records
       01  WS-MAX-RELEASE       PIC 9(7)V99 VALUE 9999999.99.
       01  WS-DEBIT-LEFT        PIC 9(11)V99 VALUE 0.
       01  WS-DEBIT-PIECES      PIC 9(5) VALUE 0.
       01  WS-ROOM-NEEDED       PIC 9(7) VALUE 0.

      * the pay period as COMMREG carries it
       01  WS-PERIOD.
           05 WS-PAY-FROM       PIC 9(8) VALUE 0.
           05 WS-PAY-TO         PIC 9(8) VALUE 0.

      * the account the commissions are drawn from
       01  WS-DISB-ACCT         PIC X(10) VALUE SPACES.
       01  WS-DISB-NAME         PIC X(25) VALUE SPACES.
       01  WS-LAST-DISB-ACCT    PIC X(10) VALUE SPACES.
       01  WS-IN-ACCT           PIC X(10) VALUE SPACES.

      * why the whole payout is held back, and where one
      *salesman's commission goes
       01  WS-RUN-REASON        PIC X(30) VALUE SPACES.
       01  WS-LINE-REASON       PIC X(20) VALUE SPACES.
       01  WS-LINE-KIND         PIC X VALUE SPACE.
           88 LINE-CREDIT       VALUE 'C'.
           88 LINE-CHEQUE       VALUE 'Q'.
           88 LINE-NOTHING      VALUE 'N'.

      * one salesman's commission for the period
       01  WS-LINE-FIGURES.
           05 WS-GROSS          PIC S9(9)V99 VALUE 0.
           05 WS-TAX            PIC 9(9)V99 VALUE 0.
           05 WS-NET            PIC S9(9)V99 VALUE 0.
           05 WS-PAY-ACCT       PIC X(10) VALUE SPACES.
           05 WS-PAY-NAME       PIC X(25) VALUE SPACES.

      * the salesman master, held for the payout accounts
       01  WS-SMAN-TABLE.
           05 WS-SMAN-COUNT     PIC 999 VALUE ZERO.
           05 WS-SMAN-ENTRY OCCURS 100 TIMES.
              10 SL-SNO         PIC 9(5).
              10 SL-PAYACCT     PIC X(10).
       01  WS-SMAN-IDX          PIC 999 VALUE ZERO.
       01  WS-SMAN-HIT          PIC 999 VALUE ZERO.
       01  WS-SMAN-OVFL-SW      PIC X VALUE 'N'.

       01  WS-TOTALS.
           05 WS-READ-COUNT     PIC 9(5) VALUE 0.
           05 WS-READ-TOTAL     PIC S9(11)V99 VALUE 0.
           05 WS-OK-COUNT       PIC 9(5) VALUE 0.
           05 WS-OK-GROSS       PIC S9(11)V99 VALUE 0.
           05 WS-OK-TAX         PIC 9(11)V99 VALUE 0.
           05 WS-OK-TOTAL       PIC 9(11)V99 VALUE 0.
           05 WS-CHQ-COUNT      PIC 9(5) VALUE 0.
           05 WS-CHQ-GROSS      PIC S9(11)V99 VALUE 0.
           05 WS-CHQ-TAX        PIC 9(11)V99 VALUE 0.
           05 WS-CHQ-TOTAL      PIC S9(11)V99 VALUE 0.
           05 WS-NIL-COUNT      PIC 9(5) VALUE 0.
           05 WS-NIL-GROSS      PIC S9(11)V99 VALUE 0.
           05 WS-ACCOUNTED      PIC S9(11)V99 VALUE 0.
           05 WS-DIFFERENCE     PIC S9(11)V99 VALUE 0.
           05 WS-HELD-TOTAL     PIC 9(11)V99 VALUE 0.
           05 WS-AVAILABLE      PIC S9(11)V99 VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(27) VALUE SPACES.
           05 FILLER            PIC X(26) VALUE
              "Salesmen Commission Payout".
           05 FILLER            PIC X(27) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  PERIOD-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "Pay period: ".
           05 PL-FROM           PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " to ".
           05 PL-TO             PIC 9(8).
           05 FILLER            PIC X(10) VALUE "  WH tax: ".
           05 PL-RATE           PIC Z9.99.
           05 FILLER            PIC X(1)  VALUE "%".
           05 FILLER            PIC X(31) VALUE SPACES.

       01  DISB-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "Disbursement: ".
           05 DL-ACCT           PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-NAME           PIC X(25).
           05 FILLER            PIC X(29) VALUE SPACES.

       01  REGISTER-HEADER.
           05 FILLER            PIC X(30) VALUE
              "Payout Register:".
           05 FILLER            PIC X(50) VALUE SPACES.

       01  REGISTER-COLUMNS.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "SNO".
           05 FILLER            PIC X(21) VALUE "NAME".
           05 FILLER            PIC X(14) VALUE "   COMMISSION".
           05 FILLER            PIC X(11) VALUE "   WH TAX".
           05 FILLER            PIC X(14) VALUE "      NET DUE".
           05 FILLER            PIC X(13) VALUE "PAID TO".

       01  REGISTER-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RG-SNO            PIC 9(5).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RG-NAME           PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RG-GROSS          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RG-TAX            PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RG-NET            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RG-PAID-TO        PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACES.

       01  CHEQUE-HEADER.
           05 FILLER            PIC X(30) VALUE
              "Cheque-Payment List:".
           05 FILLER            PIC X(50) VALUE SPACES.

       01  CHEQUE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-SNO            PIC 9(5).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-NAME           PIC X(25).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-NET            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-REASON         PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-ACCT           PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "None - every salesman credited.".
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
           05 FILLER            PIC X(16) VALUE "Payout outcome: ".
           05 OL-OUTCOME        PIC X(60).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.
           PERFORM 050-LOAD-PARMS.

           OPEN INPUT CREG-FILE.
           IF WS-CREG-STATUS = "35"
               DISPLAY "COMM-PAYOUT: *** COMMREG NOT FOUND. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 100-TOTAL-ONE-CREG UNTIL WS-CREG-EOF = 'Y'.
           CLOSE CREG-FILE.
           IF WS-READ-COUNT = 0
               DISPLAY "COMM-PAYOUT: COMMREG IS EMPTY - NOTHING TO "
                   "PAY."
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM 080-LOAD-SALESMEN.
           IF WS-SMAN-OVFL-SW = 'Y'
               DISPLAY "COMM-PAYOUT: *** SALESMEN HOLDS MORE THAN "
                   "100 SALESMEN. ***"
               DISPLAY "COMM-PAYOUT: NOTHING PAID. RAISE THE TABLE "
                   "AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

      * a period already paid would pay everyone twice -
      *only a supervisor waves a second payout through
           PERFORM 040-CHECK-PAID.
           IF WS-PAID-SW = 'Y'
               DISPLAY "COMM-PAYOUT: *** PAY PERIOD " WS-PAY-FROM
                   " TO " WS-PAY-TO " HAS ALREADY BEEN PAID ***"
               MOVE "COMMISSION PAYOUT REPEAT" TO WS-SA-WHAT
               PERFORM SUPAUTH-CHECK-RTN
               IF WS-SA-OK = 'N'
                   DISPLAY "COMM-PAYOUT: RUN REFUSED."
                   MOVE 8 TO RETURN-CODE
                   PERFORM RUNLOG-END-RTN
                   GOBACK
               END-IF
           END-IF.

           PERFORM 090-GET-DISB-ACCT.
           IF WS-DISB-ACCT = SPACES
               DISPLAY "COMM-PAYOUT: *** NO DISBURSEMENT ACCOUNT ON "
                   "RECORD - RUN THE PAYOUT ATTENDED ONCE. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY "COMM-PAYOUT: *** ACCTMAST NOT FOUND. ***"
               DISPLAY "COMM-PAYOUT: NOTHING PAID."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM 060-CHECK-DISBURSEMENT.
           PERFORM 200-CHECK-LINES.
           IF WS-RUN-REASON = SPACES
               PERFORM 070-CHECK-FUNDING
           END-IF.

      * an extract too large for the work table would come
      *back short at the rewrite - pay nothing; the room for
      *every record this payout releases is made sure of
      *before the first goes on
           IF WS-RUN-REASON = SPACES
               PERFORM XTRAPP-LOAD-RTN
               PERFORM 075-COUNT-DEBIT-PIECES
               COMPUTE WS-ROOM-NEEDED =
                   WS-XA-COUNT + WS-OK-COUNT + WS-DEBIT-PIECES
               IF WS-XA-OVFL-SW = 'Y' OR WS-ROOM-NEEDED > 1000
                   DISPLAY "COMM-PAYOUT: *** TRANSIN.TXT TOO "
                       "LARGE FOR THE WORK TABLE WITH THIS PAYOUT - "
                       "MORE THAN 1000 RECORDS. ***"
                   DISPLAY "COMM-PAYOUT: NOTHING PAID. RAISE THE "
                       "TABLE AND RERUN."
                   MOVE 8 TO RETURN-CODE
                   CLOSE ACCT-MASTER
                   PERFORM RUNLOG-END-RTN
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE REGISTER-HEADER TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE REGISTER-COLUMNS TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           PERFORM 300-RELEASE-AND-REGISTER.
           PERFORM 400-PRINT-CHEQUE-LIST.
           CLOSE ACCT-MASTER.

           IF WS-RUN-REASON = SPACES
               PERFORM 500-RELEASE-DISB-DEBIT
                   UNTIL WS-DEBIT-LEFT = 0
               IF WS-XA-ADDED > 0
                   PERFORM XTRAPP-REWRITE-RTN
               END-IF
               PERFORM 700-WRITE-PAID
           END-IF.

           PERFORM 800-PRINT-TOTALS.
           CLOSE REPORT-FILE.

           MOVE WS-OK-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           IF WS-RUN-REASON NOT = SPACES
               DISPLAY "COMM-PAYOUT: *** PAYOUT HELD - "
                   WS-RUN-REASON " ***"
               DISPLAY "COMM-PAYOUT: NOTHING RELEASED."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "COMM-PAYOUT: " WS-OK-COUNT " CREDITED, "
                   WS-CHQ-COUNT " FOR CHEQUE, " WS-NIL-COUNT
                   " NOTHING DUE."
           END-IF.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="COMM-PAYOUT"==.

      * shared supervisor-override paragraphs
           COPY SUPAUTRTN
               REPLACING ==SUPAUTH-PROGNAME== BY =="COMM-PAYOUT"==.

      * shared extract-append paragraphs
           COPY XTRAPPRTN.

      * shared account-number check-digit paragraphs
           COPY ACCTCKRTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * the period must not already be on the payout history;
      *the disbursement account last paid from is kept as the
      *default for this run
       040-CHECK-PAID.
           MOVE 'N' TO WS-PAID-SW.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PAYHIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 045-CHECK-ONE-PERIOD
                   UNTIL WS-PAYHIST-EOF = 'Y'
               CLOSE PAYHIST-FILE
           END-IF.

       045-CHECK-ONE-PERIOD.
           READ PAYHIST-FILE
               AT END MOVE 'Y' TO WS-PAYHIST-EOF
               NOT AT END
                   MOVE PS-DISB-ACCT TO WS-LAST-DISB-ACCT
                   IF PS-FROM = WS-PAY-FROM
                       AND PS-TO = WS-PAY-TO
                       MOVE 'Y' TO WS-PAID-SW
                   END-IF
           END-READ.

      * the withholding rate comes from the shared FINPARMS
      *file operations maintains; a missing file or key leaves
      *the compiled rate in force
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
                   IF PARM-KEY = "WTAX-COMM"
                       MOVE PARM-VALUE TO WS-WTAX-RATE
                   END-IF
           END-READ.

      * the commissions are drawn from an account the chain
      *will post to, and one TRANSEDIT's check digit passes
       060-CHECK-DISBURSEMENT.
           MOVE WS-DISB-ACCT TO WS-AK-ACCT.
           PERFORM ACCTCK-VERIFY-RTN.
           IF WS-AK-OK = 'N'
               MOVE "DISBURSEMENT CHECK DIGIT FAILS"
                   TO WS-RUN-REASON
           ELSE
               MOVE WS-DISB-ACCT TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE "DISBURSEMENT ACCOUNT UNKNOWN"
                           TO WS-RUN-REASON
                   NOT INVALID KEY
                       MOVE MA-ACCT-NAME TO WS-DISB-NAME
                       IF MA-ACTIVE
                           MOVE MA-BALANCE TO WS-AVAILABLE
                       ELSE
                           MOVE "DISBURSEMENT NOT ACTIVE"
                               TO WS-RUN-REASON
                       END-IF
               END-READ
           END-IF.

      * the credits that will go must come out of what the
      *disbursement account can draw today: the balance less
      *every hold standing on it, as BANK-REPORT nets them
       070-CHECK-FUNDING.
           MOVE 0 TO WS-HELD-TOTAL.
           MOVE 'N' TO WS-HOLD-EOF.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS NOT = "35"
               MOVE WS-DISB-ACCT TO HD-ACCT-NO
               MOVE 0 TO HD-SEQ
               START HOLD-MASTER KEY >= HD-KEY
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
               END-START
               PERFORM 072-ADD-ONE-HOLD UNTIL WS-HOLD-EOF = 'Y'
               CLOSE HOLD-MASTER
           END-IF.
           SUBTRACT WS-HELD-TOTAL FROM WS-AVAILABLE.
           IF WS-OK-TOTAL > WS-AVAILABLE
               MOVE "DISBURSEMENT CANNOT FUND" TO WS-RUN-REASON
           END-IF.

       072-ADD-ONE-HOLD.
           READ HOLD-MASTER NEXT
               AT END MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   IF HD-ACCT-NO NOT = WS-DISB-ACCT
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

       075-COUNT-DEBIT-PIECES.
           MOVE 0 TO WS-DEBIT-PIECES.
           MOVE WS-OK-TOTAL TO WS-DEBIT-LEFT.
           PERFORM 077-COUNT-ONE-PIECE UNTIL WS-DEBIT-LEFT = 0.
           MOVE WS-OK-TOTAL TO WS-DEBIT-LEFT.

       077-COUNT-ONE-PIECE.
           ADD 1 TO WS-DEBIT-PIECES.
           IF WS-DEBIT-LEFT > WS-MAX-RELEASE
               SUBTRACT WS-MAX-RELEASE FROM WS-DEBIT-LEFT
           ELSE
               MOVE 0 TO WS-DEBIT-LEFT
           END-IF.

      * a missing SALESMEN leaves every salesman without a
      *payout account, so the whole period goes to cheque
       080-LOAD-SALESMEN.
           OPEN INPUT SMAN-FILE.
           IF WS-SMAN-STATUS = "35"
               DISPLAY "COMM-PAYOUT: SALESMEN NOT FOUND - EVERY "
                   "SALESMAN GOES TO CHEQUE."
           ELSE
               PERFORM 085-LOAD-ONE-SALESMAN UNTIL WS-SMAN-EOF = 'Y'
               CLOSE SMAN-FILE
           END-IF.

       085-LOAD-ONE-SALESMAN.
           READ SMAN-FILE
               AT END MOVE 'Y' TO WS-SMAN-EOF
               NOT AT END
                   IF WS-SMAN-COUNT < 100
                       ADD 1 TO WS-SMAN-COUNT
                       MOVE SM-SNO TO SL-SNO(WS-SMAN-COUNT)
                       MOVE SM-PAYACCT TO SL-PAYACCT(WS-SMAN-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-SMAN-OVFL-SW
                   END-IF
           END-READ.

      * WS-SMAN-HIT is captured here, at the point of the
      *match
       087-FIND-SALESMAN.
           IF SL-SNO(WS-SMAN-IDX) = CR-SNO
               MOVE WS-SMAN-IDX TO WS-SMAN-HIT
           END-IF.

      * an unattended run pays from the account last paid
      *from; the operator is asked otherwise, a blank answer
      *keeping that same account
       090-GET-DISB-ACCT.
           OPEN INPUT ANSWER-FILE.
           IF WS-ANS-STATUS = "35"
               MOVE 'N' TO WS-UNATTENDED-SW
           ELSE
               MOVE 'Y' TO WS-UNATTENDED-SW
               CLOSE ANSWER-FILE
           END-IF.
           MOVE WS-LAST-DISB-ACCT TO WS-DISB-ACCT.
           IF WS-UNATTENDED-SW = 'N'
               DISPLAY "Commission disbursement account ["
                   WS-LAST-DISB-ACCT "]: "
               MOVE SPACES TO WS-IN-ACCT
               ACCEPT WS-IN-ACCT
               IF WS-IN-ACCT NOT = SPACES
                   MOVE WS-IN-ACCT TO WS-DISB-ACCT
               END-IF
           END-IF.

      * the first pass adds up the register and takes the
      *period off it
       100-TOTAL-ONE-CREG.
           READ CREG-FILE
               AT END MOVE 'Y' TO WS-CREG-EOF
               NOT AT END
                   IF WS-READ-COUNT = 0
                       MOVE CR-FROM TO WS-PAY-FROM
                       MOVE CR-TO TO WS-PAY-TO
                   END-IF
                   ADD 1 TO WS-READ-COUNT
                   ADD CR-COMM-1 CR-COMM-2 CR-COMM-3
                       TO WS-READ-TOTAL
           END-READ.

      * the second pass decides where each salesman's
      *commission goes, for the total the disbursement account
      *must fund
       200-CHECK-LINES.
           MOVE 'N' TO WS-CREG-EOF.
           OPEN INPUT CREG-FILE.
           PERFORM 210-CHECK-ONE-LINE UNTIL WS-CREG-EOF = 'Y'.
           CLOSE CREG-FILE.

       210-CHECK-ONE-LINE.
           READ CREG-FILE
               AT END MOVE 'Y' TO WS-CREG-EOF
               NOT AT END
                   PERFORM 220-CHECK-SALESMAN
                   IF LINE-CREDIT
                       ADD 1 TO WS-OK-COUNT
                       ADD WS-NET TO WS-OK-TOTAL
                   END-IF
           END-READ.

      * commission net of the withholding; a salesman whose
      *returns took the period to nothing or less is owed
      *nothing. An account the chain would refuse - unknown,
      *closed, frozen, or failing its check digit at TRANSEDIT
      *- sends the commission to cheque rather than bounce
      *with the disbursement already debited
       220-CHECK-SALESMAN.
           MOVE SPACES TO WS-LINE-REASON.
           MOVE SPACES TO WS-PAY-ACCT.
           MOVE SPACES TO WS-PAY-NAME.
           MOVE 0 TO WS-TAX.
           COMPUTE WS-GROSS = CR-COMM-1 + CR-COMM-2 + CR-COMM-3.
           IF WS-GROSS NOT > 0
               MOVE WS-GROSS TO WS-NET
               MOVE 'N' TO WS-LINE-KIND
               MOVE "NOTHING DUE" TO WS-LINE-REASON
           ELSE
               COMPUTE WS-TAX ROUNDED = WS-GROSS * WS-WTAX-RATE
               COMPUTE WS-NET = WS-GROSS - WS-TAX
               MOVE 'Q' TO WS-LINE-KIND
               PERFORM 230-CHECK-PAYOUT-ACCT
           END-IF.

       230-CHECK-PAYOUT-ACCT.
           MOVE 0 TO WS-SMAN-HIT.
           PERFORM 087-FIND-SALESMAN
               VARYING WS-SMAN-IDX FROM 1 BY 1
               UNTIL WS-SMAN-IDX > WS-SMAN-COUNT OR WS-SMAN-HIT > 0.
           IF WS-SMAN-HIT = 0
               MOVE "NOT ON SALESMEN" TO WS-LINE-REASON
           ELSE
               MOVE SL-PAYACCT(WS-SMAN-HIT) TO WS-PAY-ACCT
           END-IF.
           IF WS-LINE-REASON = SPACES AND WS-PAY-ACCT = SPACES
               MOVE "NO PAYOUT ACCOUNT" TO WS-LINE-REASON
           END-IF.
           IF WS-LINE-REASON = SPACES AND WS-NET > WS-MAX-RELEASE
               MOVE "OVER CREDIT LIMIT" TO WS-LINE-REASON
           END-IF.
           IF WS-LINE-REASON = SPACES
               MOVE WS-PAY-ACCT TO WS-AK-ACCT
               PERFORM ACCTCK-VERIFY-RTN
               IF WS-AK-OK = 'N'
                   MOVE "CHECK DIGIT FAILS" TO WS-LINE-REASON
               END-IF
           END-IF.
           IF WS-LINE-REASON = SPACES
               MOVE WS-PAY-ACCT TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE "ACCOUNT UNKNOWN" TO WS-LINE-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN MA-CLOSED
                               MOVE "ACCOUNT CLOSED"
                                   TO WS-LINE-REASON
                           WHEN MA-FROZEN
                               MOVE "ACCOUNT FROZEN"
                                   TO WS-LINE-REASON
                           WHEN OTHER
                               MOVE MA-ACCT-NAME TO WS-PAY-NAME
                               MOVE 'C' TO WS-LINE-KIND
                       END-EVALUATE
               END-READ
           END-IF.

      * the third pass releases the credits and prints the
      *register; a payout held back whole releases nothing
       300-RELEASE-AND-REGISTER.
           MOVE 'N' TO WS-CREG-EOF.
           OPEN INPUT CREG-FILE.
           PERFORM 310-RELEASE-ONE-LINE UNTIL WS-CREG-EOF = 'Y'.
           CLOSE CREG-FILE.

       310-RELEASE-ONE-LINE.
           READ CREG-FILE
               AT END MOVE 'Y' TO WS-CREG-EOF
               NOT AT END
                   PERFORM 220-CHECK-SALESMAN
                   PERFORM 330-TALLY-LINE
                   IF LINE-CREDIT AND WS-RUN-REASON = SPACES
                       PERFORM 320-RELEASE-CREDIT
                   END-IF
                   PERFORM 340-PRINT-REGISTER-LINE
           END-READ.

       320-RELEASE-CREDIT.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE WS-PAY-ACCT TO XA-ACCT-NO.
           MOVE WS-PAY-NAME TO XA-ACCT-NAME.
           MOVE 'D' TO XA-CODE.
           MOVE WS-NET TO XA-AMOUNT.
           MOVE "COMMISSION" TO XA-TO-ACCT-NO.
           MOVE WS-RUNLOG-DATE TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.

      * the credit and cheque figures are recounted here for
      *the reconciliation; the second pass's credit total is
      *what the funding check used
       330-TALLY-LINE.
           EVALUATE TRUE
               WHEN LINE-CREDIT
                   ADD WS-GROSS TO WS-OK-GROSS
                   ADD WS-TAX TO WS-OK-TAX
               WHEN LINE-CHEQUE
                   ADD 1 TO WS-CHQ-COUNT
                   ADD WS-GROSS TO WS-CHQ-GROSS
                   ADD WS-TAX TO WS-CHQ-TAX
                   ADD WS-NET TO WS-CHQ-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-NIL-COUNT
                   ADD WS-GROSS TO WS-NIL-GROSS
           END-EVALUATE.

       340-PRINT-REGISTER-LINE.
           MOVE CR-SNO TO RG-SNO.
           MOVE CR-NAME TO RG-NAME.
           MOVE WS-GROSS TO RG-GROSS.
           MOVE WS-TAX TO RG-TAX.
           MOVE WS-NET TO RG-NET.
           EVALUATE TRUE
               WHEN LINE-CREDIT AND WS-RUN-REASON = SPACES
                   MOVE WS-PAY-ACCT TO RG-PAID-TO
               WHEN LINE-CREDIT
                   MOVE "NOT RELEASED" TO RG-PAID-TO
               WHEN LINE-CHEQUE
                   MOVE "CHEQUE" TO RG-PAID-TO
               WHEN OTHER
                   MOVE "NOTHING DUE" TO RG-PAID-TO
           END-EVALUATE.
           MOVE REGISTER-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * the last pass lists the salesmen accounting writes a
      *cheque for, and why they could not be credited
       400-PRINT-CHEQUE-LIST.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE CHEQUE-HEADER TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE 'N' TO WS-CREG-EOF.
           OPEN INPUT CREG-FILE.
           PERFORM 410-LIST-ONE-CHEQUE UNTIL WS-CREG-EOF = 'Y'.
           CLOSE CREG-FILE.
           IF WS-CHQ-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

       410-LIST-ONE-CHEQUE.
           READ CREG-FILE
               AT END MOVE 'Y' TO WS-CREG-EOF
               NOT AT END
                   PERFORM 220-CHECK-SALESMAN
                   IF LINE-CHEQUE
                       MOVE CR-SNO TO CL-SNO
                       MOVE CR-NAME TO CL-NAME
                       MOVE WS-NET TO CL-NET
                       MOVE WS-LINE-REASON TO CL-REASON
                       MOVE WS-PAY-ACCT TO CL-ACCT
                       MOVE CHEQUE-LINE TO WS-PRT-HOLD
                       PERFORM 910-WRITE-LINE
                   END-IF
           END-READ.

      * one debit record, no larger than an extract amount
      *can hold, against the disbursement account for the
      *credits released
       500-RELEASE-DISB-DEBIT.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE WS-DISB-ACCT TO XA-ACCT-NO.
           MOVE WS-DISB-NAME TO XA-ACCT-NAME.
           MOVE 'W' TO XA-CODE.
           IF WS-DEBIT-LEFT > WS-MAX-RELEASE
               MOVE WS-MAX-RELEASE TO XA-AMOUNT
           ELSE
               MOVE WS-DEBIT-LEFT TO XA-AMOUNT
           END-IF.
           SUBTRACT XA-AMOUNT FROM WS-DEBIT-LEFT.
           MOVE "COMMISSION" TO XA-TO-ACCT-NO.
           MOVE WS-RUNLOG-DATE TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.

      * the period goes on record as paid once it is on the
      *extract
       700-WRITE-PAID.
           OPEN EXTEND PAYHIST-FILE.
           IF WS-PAYHIST-STATUS = "35"
               OPEN OUTPUT PAYHIST-FILE
           END-IF.
           MOVE WS-PAY-FROM TO PS-FROM.
           MOVE WS-PAY-TO TO PS-TO.
           MOVE WS-RUNLOG-DATE TO PS-RUN-DATE.
           MOVE WS-DISB-ACCT TO PS-DISB-ACCT.
           MOVE WS-OK-COUNT TO PS-COUNT.
           MOVE WS-OK-TOTAL TO PS-NET-TOTAL.
           COMPUTE PS-TAX-TOTAL = WS-OK-TAX + WS-CHQ-TAX.
           WRITE PAYHIST-REC.
           CLOSE PAYHIST-FILE.

      * every salesman on COMMREG is credited, listed for
      *cheque or owed nothing, so the three commissions add
      *back to the register's total
       800-PRINT-TOTALS.
           COMPUTE WS-ACCOUNTED =
               WS-OK-GROSS + WS-CHQ-GROSS + WS-NIL-GROSS.
           COMPUTE WS-DIFFERENCE = WS-READ-TOTAL - WS-ACCOUNTED.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Commission on COMMREG" TO FL-LABEL.
           MOVE WS-READ-COUNT TO FL-COUNT.
           MOVE WS-READ-TOTAL TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           IF WS-RUN-REASON = SPACES
               MOVE "Commission paid by credit" TO FL-LABEL
           ELSE
               MOVE "Commission held, not released" TO FL-LABEL
           END-IF.
           MOVE WS-OK-COUNT TO FL-COUNT.
           MOVE WS-OK-GROSS TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Commission listed for cheque" TO FL-LABEL.
           MOVE WS-CHQ-COUNT TO FL-COUNT.
           MOVE WS-CHQ-GROSS TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Commission nil or reversed" TO FL-LABEL.
           MOVE WS-NIL-COUNT TO FL-COUNT.
           MOVE WS-NIL-GROSS TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Difference to COMMREG" TO FL-LABEL.
           MOVE 0 TO FL-COUNT.
           MOVE WS-DIFFERENCE TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Withholding tax on credits" TO FL-LABEL.
           MOVE WS-OK-COUNT TO FL-COUNT.
           MOVE WS-OK-TAX TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Withholding tax on cheques" TO FL-LABEL.
           MOVE WS-CHQ-COUNT TO FL-COUNT.
           MOVE WS-CHQ-TAX TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           IF WS-RUN-REASON = SPACES
               MOVE "Net credited to salesmen" TO FL-LABEL
           ELSE
               MOVE "Net held, not credited" TO FL-LABEL
           END-IF.
           MOVE WS-OK-COUNT TO FL-COUNT.
           MOVE WS-OK-TOTAL TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Net due by cheque" TO FL-LABEL.
           MOVE WS-CHQ-COUNT TO FL-COUNT.
           MOVE WS-CHQ-TOTAL TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Disbursement available" TO FL-LABEL.
           MOVE 0 TO FL-COUNT.
           MOVE WS-AVAILABLE TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           IF WS-RUN-REASON = SPACES
               MOVE "RELEASED - ONE DISBURSEMENT DEBIT FOR THE CREDITS"
                   TO OL-OUTCOME
           ELSE
               MOVE SPACES TO OL-OUTCOME
               STRING "HELD WHOLE - " DELIMITED BY SIZE
                   WS-RUN-REASON DELIMITED BY SIZE
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
           MOVE WS-PAY-FROM TO PL-FROM.
           MOVE WS-PAY-TO TO PL-TO.
           COMPUTE PL-RATE = WS-WTAX-RATE * 100.
           WRITE PRINT-LINE FROM PERIOD-LINE.
           MOVE WS-DISB-ACCT TO DL-ACCT.
           MOVE WS-DISB-NAME TO DL-NAME.
           WRITE PRINT-LINE FROM DISB-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 6 TO WS-LINE-CNT.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
