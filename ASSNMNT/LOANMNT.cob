       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-MAINT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - loan booking front end for the
      *                LOANMAST loan master. Salary and housing
      *                loans had been booked on paper because
      *                ACCTMAST only knows deposit balances. (B)ook
      *                captures the borrower, type, linked ACCTMAST
      *                deposit account, principal, rate (the
      *                FINPARMS default for the type when keyed as
      *                zero), term and payment frequency, assigns
      *                the next loan number under the branch
      *                prefix, prices the level installment and
      *                releases the proceeds as a deposit to the
      *                linked account through the TRANSIN.TXT
      *                extract, logging the release on LOANPOST
      *                for GL-POST. The amortization schedule
      *                prints to LOANSCHD.OUT at release; (S)chedule
      *                reprints it for any loan on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LN-LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

      * the deposit master, for the linked account's
      *standing
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * releases and payments for GL-POST to book
           SELECT LNPOST-FILE ASSIGN TO "LOANPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LNPOST-STATUS.

           SELECT SCHED-FILE ASSIGN TO "LOANSCHD.OUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * the business/processing date operations maintains
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

      * the tellers' extract the proceeds are released into
           COPY XTRAPPSL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       01  LOAN-REC.
      * shared loan-master layout
           COPY LOANREC.

       FD  ACCT-MASTER.
       01  MAST-REC.
      * shared account-master layout
           COPY ACCTREC.

       FD  LNPOST-FILE.
       01  LNPOST-REC.
      * shared loan-posting layout
           COPY LNPOSTRC.

       FD  SCHED-FILE.
       01  PRINT-LINE           PIC X(80).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-KEY          PIC X(12).
           05 PARM-VALUE        PIC 9(7)V9(4).

       FD  BUSDATE-FILE
           LABEL RECORD IS OMITTED.
       01  BUSDATE-REC.
           02 BD-DATE           PIC 9(8).

           COPY XTRAPPFD.

       WORKING-STORAGE SECTION.
      * shared extract-append working-storage
           COPY XTRAPPWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared loan-arithmetic working-storage
           COPY LOANCWS.
      * shared pagination working-storage
           COPY PAGEWS.

       01  ANS                  PIC X VALUE SPACES.
       01  WS-LOAN-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-LNPOST-STATUS     PIC XX VALUE SPACES.
       01  WS-SCHED-STATUS      PIC XX VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-BUSDT-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-SW            PIC X VALUE 'N'.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
       01  WS-OK-SW             PIC X VALUE 'Y'.
       01  WS-OP-CHOICE         PIC X VALUE SPACES.
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-CONFIRM           PIC X VALUE SPACES.

      * the default annual rates per loan type, overridable
      *from FINPARMS (LOAN-RATE-S, LOAN-RATE-H)
       01  WS-RATE-SALARY       PIC 9V9(4) VALUE .1200.
       01  WS-RATE-HOUSING      PIC 9V9(4) VALUE .0800.
      * the largest release one extract record can carry
       01  WS-MAX-RELEASE       PIC 9(9)V99 VALUE 9999999.99.

       01  IN-BRANCH            PIC X(2) VALUE SPACES.
       01  IN-NAME              PIC X(25) VALUE SPACES.
       01  IN-TYPE              PIC X VALUE SPACES.
       01  IN-DEP-ACCT          PIC X(10) VALUE SPACES.
       01  IN-PRINCIPAL         PIC 9(9)V99 VALUE 0.
       01  IN-RATE              PIC 9V9(4) VALUE 0.
       01  IN-TERM              PIC 9(3) VALUE 0.
       01  IN-FREQ              PIC X VALUE SPACES.
       01  IN-LOAN-NO           PIC X(10) VALUE SPACES.

      * the next sequence under the chosen branch prefix
       01  WS-NEW-LOAN.
           05 WS-NL-BRANCH      PIC X(2).
           05 WS-NL-TAG         PIC X VALUE 'L'.
           05 WS-NL-SEQ         PIC 9(7).
       01  WS-MAX-SEQ           PIC 9(7) VALUE 0.
       01  DISP-AMT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(29) VALUE SPACES.
           05 FILLER            PIC X(21) VALUE
              "Amortization Schedule".
           05 FILLER            PIC X(30) VALUE SPACES.

       01  LOAN-LINE-1.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "Loan: ".
           05 LL-LOAN-NO        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-NAME           PIC X(25).
           05 FILLER            PIC X(9)  VALUE " Deposit ".
           05 FILLER            PIC X(6)  VALUE "Acct: ".
           05 LL-DEP-ACCT       PIC X(10).
           05 FILLER            PIC X(10) VALUE SPACES.

       01  LOAN-LINE-2.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE "Principal: ".
           05 LL-PRINCIPAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(8)  VALUE "  Rate: ".
           05 LL-RATE           PIC 9.9999.
           05 FILLER            PIC X(8)  VALUE "  Term: ".
           05 LL-TERM           PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LL-FREQ           PIC X(9).
           05 FILLER            PIC X(16) VALUE SPACES.

       01  LOAN-LINE-3.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Released: ".
           05 LL-RELEASE        PIC 9(8).
           05 FILLER            PIC X(16) VALUE
              "   Installment: ".
           05 LL-INSTALL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(27) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE "No. ".
           05 FILLER            PIC X(10) VALUE "Due Date".
           05 FILLER            PIC X(16) VALUE "     Installment".
           05 FILLER            PIC X(16) VALUE "        Interest".
           05 FILLER            PIC X(16) VALUE "       Principal".
           05 FILLER            PIC X(16) VALUE "         Balance".

       01  SCHED-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-NO             PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SL-DUE            PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-PAY            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-INT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-PRIN           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-BAL            PIC ZZZ,ZZZ,ZZ9.99.

       01  SCHED-TOTAL-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "Totals".
           05 ST-PAY            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ST-INT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN.
           PERFORM LOAD-PARMS-RTN.
           PERFORM ENSURE-FILE-EXISTS-RTN.
           PERFORM MENU-RTN UNTIL ANS = 'N' OR ANS = 'n'.
           STOP RUN.

      * shared extract-append paragraphs
           COPY XTRAPPRTN.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared loan-arithmetic paragraphs
           COPY LOANCRTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==SCHED-HEAD-RTN==.

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

      * the default rates come from the shared FINPARMS
      *file operations maintains; a missing file or key leaves
      *the compiled default in force
       LOAD-PARMS-RTN.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-ONE-PARM-RTN UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARM-FILE
           END-IF.

       READ-ONE-PARM-RTN.
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   EVALUATE PARM-KEY
                       WHEN "LOAN-RATE-S"
                           MOVE PARM-VALUE TO WS-RATE-SALARY
                       WHEN "LOAN-RATE-H"
                           MOVE PARM-VALUE TO WS-RATE-HOUSING
                   END-EVALUATE
           END-READ.

      * the master is created empty the first time this
      *runs on a machine where it doesn't exist yet
       ENSURE-FILE-EXISTS-RTN.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOAN-STATUS = "35"
               OPEN OUTPUT LOAN-MASTER
           END-IF.
           CLOSE LOAN-MASTER.

       MENU-RTN.
           DISPLAY ' '.
           DISPLAY '========================================'.
           DISPLAY '        LOAN MASTER MAINTENANCE          '.
           DISPLAY '========================================'.
           DISPLAY '(B)ook and release, (S)chedule reprint: '.
           ACCEPT WS-OP-CHOICE.

           EVALUATE WS-OP-CHOICE
               WHEN 'B' WHEN 'b'
                   PERFORM BOOK-LOAN-RTN
               WHEN 'S' WHEN 's'
                   PERFORM REPRINT-SCHEDULE-RTN
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

           DISPLAY 'Another loan? (Y/N): '.
           ACCEPT ANS.

      * capture, edit, confirm; the loan goes on the master,
      *its proceeds into the extract and its schedule to print
       BOOK-LOAN-RTN.
           PERFORM ACCEPT-LOAN-RTN.
           PERFORM EDIT-LOAN-RTN.
           IF WS-OK-SW = 'N'
               DISPLAY 'LOAN NOT BOOKED.'
           ELSE
               MOVE LN-INSTALLMENT TO DISP-AMT
               DISPLAY 'Installment per period: ' DISP-AMT
               DISPLAY 'Book and release this loan? (Y/N): '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM WRITE-LOAN-RTN
               ELSE
                   DISPLAY 'BOOKING CANCELLED.'
               END-IF
           END-IF.

       ACCEPT-LOAN-RTN.
           DISPLAY 'Branch prefix (2 chars): '.
           ACCEPT IN-BRANCH.
           DISPLAY 'Borrower name: '.
           ACCEPT IN-NAME.
           DISPLAY 'Loan type (S)alary or (H)ousing: '.
           ACCEPT IN-TYPE.
           DISPLAY 'Linked deposit account: '.
           ACCEPT IN-DEP-ACCT.
           DISPLAY 'Principal: '.
           ACCEPT IN-PRINCIPAL.
           DISPLAY 'Annual rate (e.g. .1200, 0 = default): '.
           ACCEPT IN-RATE.
           DISPLAY 'Term in installments: '.
           ACCEPT IN-TERM.
           DISPLAY 'Payment frequency (M)onthly or (Q)uarterly: '.
           ACCEPT IN-FREQ.

      * every field is edited before anything is written;
      *the first failure names the reason
       EDIT-LOAN-RTN.
           MOVE 'Y' TO WS-OK-SW.
           IF IN-TYPE = 's'
               MOVE 'S' TO IN-TYPE
           END-IF.
           IF IN-TYPE = 'h'
               MOVE 'H' TO IN-TYPE
           END-IF.
           IF IN-FREQ = 'm'
               MOVE 'M' TO IN-FREQ
           END-IF.
           IF IN-FREQ = 'q'
               MOVE 'Q' TO IN-FREQ
           END-IF.
           IF IN-RATE = 0
               IF IN-TYPE = 'H'
                   MOVE WS-RATE-HOUSING TO IN-RATE
               ELSE
                   MOVE WS-RATE-SALARY TO IN-RATE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN IN-BRANCH = SPACES
                   DISPLAY 'BRANCH PREFIX IS REQUIRED.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-NAME = SPACES
                   DISPLAY 'BORROWER NAME IS REQUIRED.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-TYPE NOT = 'S' AND IN-TYPE NOT = 'H'
                   DISPLAY 'LOAN TYPE MUST BE S OR H.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-FREQ NOT = 'M' AND IN-FREQ NOT = 'Q'
                   DISPLAY 'FREQUENCY MUST BE M OR Q.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-PRINCIPAL = 0
                   DISPLAY 'PRINCIPAL MUST BE GREATER THAN ZERO.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-PRINCIPAL > WS-MAX-RELEASE
                   DISPLAY 'PRINCIPAL TOO LARGE FOR ONE RELEASE.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-TERM = 0
                   DISPLAY 'TERM MUST BE AT LEAST ONE INSTALLMENT.'
                   MOVE 'N' TO WS-OK-SW
           END-EVALUATE.

           IF WS-OK-SW = 'Y'
               PERFORM CHECK-DEP-ACCT-RTN
           END-IF.

           IF WS-OK-SW = 'Y'
               MOVE SPACES TO LOAN-REC
               MOVE IN-PRINCIPAL TO LN-PRINCIPAL
               MOVE IN-RATE TO LN-RATE
               MOVE IN-TERM TO LN-TERM
               MOVE IN-FREQ TO LN-FREQ
               PERFORM LOANC-SETUP-RTN
               PERFORM LOANC-INSTALL-RTN
           END-IF.

      * the proceeds land in the linked account, so it has
      *to be on ACCTMAST and able to take them
       CHECK-DEP-ACCT-RTN.
           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY 'NO ACCOUNT MASTER ON FILE.'
               MOVE 'N' TO WS-OK-SW
           ELSE
               MOVE IN-DEP-ACCT TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       DISPLAY 'LINKED ACCOUNT NOT ON ACCTMAST.'
                       MOVE 'N' TO WS-OK-SW
                   NOT INVALID KEY
                       IF NOT MA-ACTIVE
                           DISPLAY 'LINKED ACCOUNT IS NOT ACTIVE.'
                           MOVE 'N' TO WS-OK-SW
                       END-IF
               END-READ
               CLOSE ACCT-MASTER
           END-IF.

      * the next number under the branch prefix, one past the
      *highest already issued there
       WRITE-LOAN-RTN.
           MOVE 0 TO WS-MAX-SEQ.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT LOAN-MASTER.
           PERFORM SCAN-ONE-SEQ-RTN UNTIL WS-EOF-SW = 'Y'.
           CLOSE LOAN-MASTER.
           MOVE IN-BRANCH TO WS-NL-BRANCH.
           COMPUTE WS-NL-SEQ = WS-MAX-SEQ + 1.

           PERFORM XTRAPP-LOAD-RTN.
           IF WS-XA-OVFL-SW = 'Y'
               DISPLAY 'TRANSIN.TXT TOO LARGE TO TAKE THE RELEASE.'
               DISPLAY 'LOAN NOT BOOKED.'
           ELSE
               PERFORM BUILD-LOAN-REC-RTN
               OPEN I-O LOAN-MASTER
               WRITE LOAN-REC
                   INVALID KEY
                       DISPLAY 'WRITE FAILED - DUPLICATE LOAN.'
                       MOVE 'N' TO WS-OK-SW
                   NOT INVALID KEY
                       DISPLAY 'LOAN BOOKED: ' LN-LOAN-NO
               END-WRITE
               CLOSE LOAN-MASTER
               IF WS-OK-SW = 'Y'
                   PERFORM RELEASE-PROCEEDS-RTN
                   PERFORM PRINT-SCHEDULE-RTN
               END-IF
           END-IF.

       SCAN-ONE-SEQ-RTN.
           READ LOAN-MASTER NEXT
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF LN-NO-BRANCH = IN-BRANCH
                       AND LN-NO-SEQ > WS-MAX-SEQ
                       MOVE LN-NO-SEQ TO WS-MAX-SEQ
                   END-IF
           END-READ.

       BUILD-LOAN-REC-RTN.
           MOVE SPACES TO LOAN-REC.
           MOVE WS-NEW-LOAN TO LN-LOAN-NO.
           MOVE IN-NAME TO LN-CUST-NAME.
           MOVE IN-BRANCH TO LN-BRANCH-CODE.
           MOVE IN-TYPE TO LN-TYPE.
           MOVE IN-DEP-ACCT TO LN-DEP-ACCT.
           MOVE IN-PRINCIPAL TO LN-PRINCIPAL.
           MOVE IN-RATE TO LN-RATE.
           MOVE IN-TERM TO LN-TERM.
           MOVE IN-FREQ TO LN-FREQ.
           MOVE WS-TODAY TO LN-RELEASE-DATE.
           PERFORM LOANC-SETUP-RTN.
           PERFORM LOANC-INSTALL-RTN.
           MOVE IN-PRINCIPAL TO LN-BALANCE.
           MOVE 0 TO LN-TOTAL-PAID.
           MOVE 0 TO LN-INT-PAID.
           MOVE 0 TO LN-LAST-PAID.
           MOVE 0 TO LN-LAST-POSTED.
           MOVE 'A' TO LN-STATUS.

      * the proceeds ride tonight's extract as a deposit to
      *the linked account; the release itself goes on LOANPOST
      *for the ledger
       RELEASE-PROCEEDS-RTN.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE LN-DEP-ACCT TO XA-ACCT-NO.
           MOVE LN-CUST-NAME TO XA-ACCT-NAME.
           MOVE 'D' TO XA-CODE.
           MOVE LN-PRINCIPAL TO XA-AMOUNT.
           MOVE WS-TODAY TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.
           PERFORM XTRAPP-REWRITE-RTN.

           OPEN EXTEND LNPOST-FILE.
           IF WS-LNPOST-STATUS = "35"
               OPEN OUTPUT LNPOST-FILE
           END-IF.
           MOVE WS-TODAY TO LP-DATE.
           MOVE LN-LOAN-NO TO LP-LOAN-NO.
           MOVE 'R' TO LP-TYPE.
           MOVE LN-PRINCIPAL TO LP-PRINCIPAL.
           MOVE 0 TO LP-INTEREST.
           WRITE LNPOST-REC.
           CLOSE LNPOST-FILE.
           DISPLAY 'PROCEEDS RELEASED TO ' LN-DEP-ACCT
               ' ON TONIGHT''S EXTRACT.'.

       REPRINT-SCHEDULE-RTN.
           DISPLAY 'Loan number: '.
           ACCEPT IN-LOAN-NO.
           OPEN INPUT LOAN-MASTER.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE IN-LOAN-NO TO LN-LOAN-NO.
           READ LOAN-MASTER
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           CLOSE LOAN-MASTER.
           IF WS-FOUND-SW = 'N'
               DISPLAY 'NO SUCH LOAN ON THE MASTER.'
           ELSE
               PERFORM LOANC-SETUP-RTN
               PERFORM PRINT-SCHEDULE-RTN
           END-IF.

      * the whole schedule from release to the last
      *installment, off the same arithmetic the nightly runs use
       PRINT-SCHEDULE-RTN.
           OPEN OUTPUT SCHED-FILE.
           MOVE 0 TO WS-PAGE-NO.
           MOVE 99 TO WS-LINE-CNT.
           PERFORM LOANC-SCHED-START-RTN.
           PERFORM PRINT-ONE-ROW-RTN
               UNTIL WS-LC-ROW-NO NOT < LN-TERM.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LC-CUM-PAY TO ST-PAY.
           MOVE WS-LC-CUM-INT TO ST-INT.
           WRITE PRINT-LINE FROM SCHED-TOTAL-LINE.
           CLOSE SCHED-FILE.
           DISPLAY 'SCHEDULE PRINTED TO LOANSCHD.OUT.'.

       PRINT-ONE-ROW-RTN.
           PERFORM LOANC-SCHED-ONE-RTN.
           MOVE WS-LC-ROW-NO TO WS-LC-INST-NO.
           PERFORM LOANC-DUE-DATE-RTN.
           MOVE WS-LC-ROW-NO TO SL-NO.
           MOVE WS-LC-DUE-DATE TO SL-DUE.
           MOVE WS-LC-ROW-PAY TO SL-PAY.
           MOVE WS-LC-ROW-INT TO SL-INT.
           MOVE WS-LC-ROW-PRIN TO SL-PRIN.
           MOVE WS-LC-BAL TO SL-BAL.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM SCHED-LINE.
           ADD 1 TO WS-LINE-CNT.

       SCHED-HEAD-RTN.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE LN-LOAN-NO TO LL-LOAN-NO.
           MOVE LN-CUST-NAME TO LL-NAME.
           MOVE LN-DEP-ACCT TO LL-DEP-ACCT.
           WRITE PRINT-LINE FROM LOAN-LINE-1.
           MOVE LN-PRINCIPAL TO LL-PRINCIPAL.
           MOVE LN-RATE TO LL-RATE.
           MOVE LN-TERM TO LL-TERM.
           IF LN-QUARTERLY
               MOVE "QUARTERLY" TO LL-FREQ
           ELSE
               MOVE "MONTHLY" TO LL-FREQ
           END-IF.
           WRITE PRINT-LINE FROM LOAN-LINE-2.
           MOVE LN-RELEASE-DATE TO LL-RELEASE.
           MOVE LN-INSTALLMENT TO LL-INSTALL.
           WRITE PRINT-LINE FROM LOAN-LINE-3.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-3.
           ADD 8 TO WS-LINE-CNT.
