       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-PAY.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the cashier's payment-posting
      *                screen for the STULEDGR student ledger. Takes
      *                a student number, shows the student off
      *                STUDENT.TXT with what has been assessed and
      *                paid, the balance, what of it is past the
      *                term's deadline and whether a clearance hold
      *                stands; then posts the payment against its
      *                official receipt number at the running
      *                balance, under the operator signed on through
      *                MAINMENU and the business date. A payment
      *                over the balance is refused - the ledger
      *                carries no advance credits.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      * the operator MAINMENU signed on, when there is one
           SELECT OPER-SESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERSESS-STATUS.

      * the business/processing date operations maintains
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

      * shared student ledger
           COPY STULDGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
      * shared student-record layout
           COPY STUREC.

       FD  OPER-SESS-FILE
           LABEL RECORD IS OMITTED.
       01  OPER-SESS-REC.
           02 OPER-SESS-ID PIC X(08).

       FD  BUSDATE-FILE
           LABEL RECORD IS OMITTED.
       01  BUSDATE-REC.
           02 BD-DATE     PIC 9(08).

           COPY STULDGFD.

       WORKING-STORAGE SECTION.
      * shared student-ledger working-storage
           COPY STULDGWS.

       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-OPERSESS-STATUS PIC XX VALUE SPACES.
       01  WS-BUSDT-STATUS PIC XX VALUE SPACES.
       01  WS-DONE-SW     PIC X VALUE 'N'.
       01  WS-FOUND-SW    PIC X VALUE 'N'.
       01  WS-CONFIRM     PIC X VALUE SPACES.
       01  WS-OPERATOR    PIC X(8) VALUE SPACES.
       01  WS-TODAY       PIC 9(8) VALUE 0.
       01  WS-WANTED-SNO  PIC 9(5) VALUE 0.
       01  WS-OR-NO       PIC X(12) VALUE SPACES.
       01  IN-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-POSTED      PIC 9(4) VALUE 0.
       01  WS-POSTED-AMT  PIC 9(9)V99 VALUE 0.

       01  DISP-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
       01  DISP-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-OPERATOR-RTN.
           PERFORM LOAD-BUSDATE-RTN.

           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY 'TUITION-PAY: STUDENT.TXT NOT FOUND.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PAY-ONE-RTN UNTIL WS-DONE-SW = 'Y'.

           CLOSE STUDENT-FILE.
           MOVE WS-POSTED-AMT TO DISP-TOTAL.
           DISPLAY 'TUITION-PAY: ' WS-POSTED ' PAYMENT(S) POSTED, '
               'TOTAL ' DISP-TOTAL '.'.
           STOP RUN.

      * the operator comes off the menu's sign-on session
      *when there is one, and is asked for otherwise
       GET-OPERATOR-RTN.
           OPEN INPUT OPER-SESS-FILE.
           IF WS-OPERSESS-STATUS = "35"
               DISPLAY 'Operator ID: '
               ACCEPT WS-OPERATOR
           ELSE
               READ OPER-SESS-FILE
                   AT END CONTINUE
                   NOT AT END MOVE OPER-SESS-ID TO WS-OPERATOR
               END-READ
               CLOSE OPER-SESS-FILE
           END-IF.

       LOAD-BUSDATE-RTN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDT-STATUS NOT = "35"
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE BD-DATE TO WS-TODAY
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       PAY-ONE-RTN.
           DISPLAY ' '.
           DISPLAY 'Student number (0 to finish): '.
           ACCEPT WS-WANTED-SNO.
           IF WS-WANTED-SNO = 0
               MOVE 'Y' TO WS-DONE-SW
           ELSE
               MOVE 'Y' TO WS-FOUND-SW
               MOVE WS-WANTED-SNO TO R-SNO
               READ STUDENT-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-SW
               END-READ
               IF WS-FOUND-SW = 'N'
                   DISPLAY 'No such student on the master.'
               ELSE
                   PERFORM SHOW-ACCOUNT-RTN
                   IF WS-SLG-BALANCE > 0
                       PERFORM TAKE-PAYMENT-RTN
                   ELSE
                       DISPLAY 'Nothing owing - no payment to post.'
                   END-IF
               END-IF
           END-IF.

      * the account as the ledger stands on the business date
       SHOW-ACCOUNT-RTN.
           MOVE R-SNO TO WS-SLG-SNO.
           MOVE WS-TODAY TO WS-SLG-ASOF.
           MOVE R-SY TO WS-SLG-SY.
           MOVE R-TERM TO WS-SLG-TERM.
           PERFORM STULDG-SCAN-RTN.
           DISPLAY R-SNO ' ' R-SNA ' ' R-CRS-DESC ' ' R-YS
               '  SY ' R-SY ' TERM ' R-TERM.
           MOVE WS-SLG-ASSESSED TO DISP-AMOUNT.
           DISPLAY '  Assessed:  ' DISP-AMOUNT.
           MOVE WS-SLG-PAID TO DISP-AMOUNT.
           DISPLAY '  Paid:      ' DISP-AMOUNT.
           MOVE WS-SLG-BALANCE TO DISP-AMOUNT.
           DISPLAY '  Balance:   ' DISP-AMOUNT.
           MOVE WS-SLG-PAST-DUE TO DISP-AMOUNT.
           DISPLAY '  Past due:  ' DISP-AMOUNT.
           IF WS-SLG-HOLD-SW = 'Y'
               DISPLAY '  *** CLEARANCE HOLD - BALANCE PAST THE '
                   'TERM''S DEADLINE ***'
           END-IF.

      * a payment needs its receipt, and may settle the
      *balance but not run past it
       TAKE-PAYMENT-RTN.
           DISPLAY 'Official receipt number: '.
           ACCEPT WS-OR-NO.
           DISPLAY 'Amount paid: '.
           ACCEPT IN-AMOUNT.
           EVALUATE TRUE
               WHEN WS-OR-NO = SPACES
                   DISPLAY 'A payment needs its receipt number - '
                       'nothing posted.'
               WHEN IN-AMOUNT = 0
                   DISPLAY 'No amount keyed - nothing posted.'
               WHEN IN-AMOUNT > WS-SLG-BALANCE
                   DISPLAY 'Amount is over the balance - nothing '
                       'posted.'
               WHEN OTHER
                   MOVE IN-AMOUNT TO DISP-AMOUNT
                   DISPLAY 'Post ' DISP-AMOUNT ' on receipt '
                       WS-OR-NO '? (Y/N): '
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       PERFORM POST-PAYMENT-RTN
                   ELSE
                       DISPLAY 'Nothing posted.'
                   END-IF
           END-EVALUATE.

       POST-PAYMENT-RTN.
           MOVE 'P' TO WS-SN-TYPE.
           MOVE WS-TODAY TO WS-SN-DATE.
           MOVE R-SY TO WS-SN-SY.
           MOVE R-TERM TO WS-SN-TERM.
           MOVE R-CRS-DESC TO WS-SN-CRS.
           COMPUTE WS-SN-AMOUNT = 0 - IN-AMOUNT.
           MOVE 0 TO WS-SN-DUE.
           MOVE WS-OR-NO TO WS-SN-REF.
           MOVE WS-OPERATOR TO WS-SN-OPER.
           PERFORM STULDG-POST-RTN.
           ADD 1 TO WS-POSTED.
           ADD IN-AMOUNT TO WS-POSTED-AMT.
           MOVE WS-SLG-BALANCE TO DISP-AMOUNT.
           DISPLAY 'Payment posted - balance now ' DISP-AMOUNT '.'.
           IF WS-SLG-HOLD-SW = 'Y'
               DISPLAY '*** CLEARANCE HOLD STANDS - PAST-DUE '
                   'BALANCE REMAINS ***'
           ELSE
               DISPLAY 'No clearance hold.'
           END-IF.

      * shared student-ledger paragraphs
       COPY STULDGRTN.
