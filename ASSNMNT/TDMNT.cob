       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MAINT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - time-deposit placement front
      *                end for the TDMAST certificate master. Time
      *                deposits had been kept as savings accounts
      *                with a note in the folder. (P)lace captures
      *                the depositor, the ACCTMAST account funding
      *                the placement, the amount, the term in
      *                months, the fixed rate (the FINPARMS default
      *                when keyed as zero) and the rollover
      *                instruction, assigns the next certificate
      *                number under the branch prefix, dates the
      *                maturity, and draws the placement from the
      *                funding account as a withdrawal through the
      *                TRANSIN.TXT extract. (R)ollover changes the
      *                instruction on a live certificate before it
      *                matures. TD-MATURE rolls or pays out each
      *                certificate at maturity; FINALQUIZ
      *                pre-terminates one at the counter.
      *2026-10-15  LP  The placement debit now carries the
      *                certificate number in the extract's
      *                to-account field, so the service-charge run
      *                does not count it as an over-the-counter
      *                withdrawal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-MASTER ASSIGN TO "TDMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TD-CERT-NO
               FILE STATUS IS WS-TD-STATUS.

      * the deposit master, for the funding account's
      *standing and balance
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * the business/processing date operations maintains
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

      * the tellers' extract the placement is drawn through
           COPY XTRAPPSL.

       DATA DIVISION.
       FILE SECTION.
       FD  TD-MASTER.
       01  TD-REC.
      * shared time-deposit master layout
           COPY TDREC.

       FD  ACCT-MASTER.
       01  MAST-REC.
      * shared account-master layout
           COPY ACCTREC.

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

       01  ANS                  PIC X VALUE SPACES.
       01  WS-TD-STATUS         PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-BUSDT-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-SW            PIC X VALUE 'N'.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
       01  WS-OK-SW             PIC X VALUE 'Y'.
       01  WS-OP-CHOICE         PIC X VALUE SPACES.
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-CONFIRM           PIC X VALUE SPACES.

      * the default annual rate on a placement, overridable
      *from FINPARMS (TD-RATE)
       01  WS-RATE-DEFAULT      PIC 9V9(4) VALUE .0400.
      * the largest placement one extract record can draw,
      *and the longest term the counter will write
       01  WS-MAX-PLACE         PIC 9(9)V99 VALUE 9999999.99.
       01  WS-MAX-TERM          PIC 9(3) VALUE 120.

       01  IN-BRANCH            PIC X(2) VALUE SPACES.
       01  IN-NAME              PIC X(25) VALUE SPACES.
       01  IN-LINK-ACCT         PIC X(10) VALUE SPACES.
       01  IN-PRINCIPAL         PIC 9(9)V99 VALUE 0.
       01  IN-RATE              PIC 9V9(4) VALUE 0.
       01  IN-TERM              PIC 9(3) VALUE 0.
       01  IN-INSTR             PIC X VALUE SPACES.
       01  IN-CERT-NO           PIC X(10) VALUE SPACES.

      * the next sequence under the chosen branch prefix
       01  WS-NEW-CERT.
           05 WS-NC-BRANCH      PIC X(2).
           05 WS-NC-TAG         PIC X VALUE 'T'.
           05 WS-NC-SEQ         PIC 9(7).
       01  WS-MAX-SEQ           PIC 9(7) VALUE 0.
       01  WS-MAT-DATE          PIC 9(8) VALUE 0.
       01  DISP-AMT             PIC Z,ZZZ,ZZZ,ZZ9.99.

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

      * the default rate comes from the shared FINPARMS file
      *operations maintains; a missing file or key leaves the
      *compiled default in force
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
                   IF PARM-KEY = "TD-RATE"
                       MOVE PARM-VALUE TO WS-RATE-DEFAULT
                   END-IF
           END-READ.

      * the master is created empty the first time this
      *runs on a machine where it doesn't exist yet
       ENSURE-FILE-EXISTS-RTN.
           OPEN INPUT TD-MASTER.
           IF WS-TD-STATUS = "35"
               OPEN OUTPUT TD-MASTER
           END-IF.
           CLOSE TD-MASTER.

       MENU-RTN.
           DISPLAY ' '.
           DISPLAY '========================================'.
           DISPLAY '      TIME DEPOSIT MAINTENANCE           '.
           DISPLAY '========================================'.
           DISPLAY '(P)lace a deposit, (R)ollover instruction: '.
           ACCEPT WS-OP-CHOICE.

           EVALUATE WS-OP-CHOICE
               WHEN 'P' WHEN 'p'
                   PERFORM PLACE-TD-RTN
               WHEN 'R' WHEN 'r'
                   PERFORM CHANGE-INSTR-RTN
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

           DISPLAY 'Another certificate? (Y/N): '.
           ACCEPT ANS.

      * capture, edit, confirm; the certificate goes on the
      *master and the placement into the extract
       PLACE-TD-RTN.
           PERFORM ACCEPT-TD-RTN.
           PERFORM EDIT-TD-RTN.
           IF WS-OK-SW = 'N'
               DISPLAY 'DEPOSIT NOT PLACED.'
           ELSE
               DISPLAY 'Matures on: ' WS-MAT-DATE
               DISPLAY 'Place this deposit? (Y/N): '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM WRITE-TD-RTN
               ELSE
                   DISPLAY 'PLACEMENT CANCELLED.'
               END-IF
           END-IF.

       ACCEPT-TD-RTN.
           DISPLAY 'Branch prefix (2 chars): '.
           ACCEPT IN-BRANCH.
           DISPLAY 'Depositor name: '.
           ACCEPT IN-NAME.
           DISPLAY 'Funding / payout account: '.
           ACCEPT IN-LINK-ACCT.
           DISPLAY 'Amount placed: '.
           ACCEPT IN-PRINCIPAL.
           DISPLAY 'Annual rate (e.g. .0400, 0 = default): '.
           ACCEPT IN-RATE.
           DISPLAY 'Term in months: '.
           ACCEPT IN-TERM.
           DISPLAY 'At maturity - roll (P)rincipal, roll '
               'principal and (I)nterest, or pay (O)ut: '.
           ACCEPT IN-INSTR.

      * every field is edited before anything is written;
      *the first failure names the reason
       EDIT-TD-RTN.
           MOVE 'Y' TO WS-OK-SW.
           PERFORM UPCASE-INSTR-RTN.
           IF IN-RATE = 0
               MOVE WS-RATE-DEFAULT TO IN-RATE
           END-IF.

           EVALUATE TRUE
               WHEN IN-BRANCH = SPACES
                   DISPLAY 'BRANCH PREFIX IS REQUIRED.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-NAME = SPACES
                   DISPLAY 'DEPOSITOR NAME IS REQUIRED.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-PRINCIPAL = 0
                   DISPLAY 'AMOUNT MUST BE GREATER THAN ZERO.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-PRINCIPAL > WS-MAX-PLACE
                   DISPLAY 'AMOUNT TOO LARGE FOR ONE PLACEMENT.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-TERM = 0 OR IN-TERM > WS-MAX-TERM
                   DISPLAY 'TERM MUST BE 1 TO ' WS-MAX-TERM
                       ' MONTHS.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-INSTR NOT = 'P' AND IN-INSTR NOT = 'I'
                   AND IN-INSTR NOT = 'O'
                   DISPLAY 'INSTRUCTION MUST BE P, I OR O.'
                   MOVE 'N' TO WS-OK-SW
           END-EVALUATE.

           IF WS-OK-SW = 'Y'
               PERFORM CHECK-LINK-ACCT-RTN
           END-IF.

           IF WS-OK-SW = 'Y'
               MOVE WS-TODAY TO WS-DC-DATE
               MOVE IN-TERM TO WS-DC-MONTHS
               PERFORM DATE-ADD-MONTHS-RTN
               MOVE WS-DC-DATE TO WS-MAT-DATE
           END-IF.

       UPCASE-INSTR-RTN.
           EVALUATE IN-INSTR
               WHEN 'p' MOVE 'P' TO IN-INSTR
               WHEN 'i' MOVE 'I' TO IN-INSTR
               WHEN 'o' MOVE 'O' TO IN-INSTR
           END-EVALUATE.

      * the placement is drawn from the linked account and
      *the payouts land back in it, so it has to be on ACCTMAST,
      *active, and able to fund the amount
       CHECK-LINK-ACCT-RTN.
           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY 'NO ACCOUNT MASTER ON FILE.'
               MOVE 'N' TO WS-OK-SW
           ELSE
               MOVE IN-LINK-ACCT TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       DISPLAY 'FUNDING ACCOUNT NOT ON ACCTMAST.'
                       MOVE 'N' TO WS-OK-SW
                   NOT INVALID KEY
                       IF NOT MA-ACTIVE
                           DISPLAY 'FUNDING ACCOUNT IS NOT ACTIVE.'
                           MOVE 'N' TO WS-OK-SW
                       ELSE
                           IF MA-BALANCE < IN-PRINCIPAL
                               DISPLAY 'FUNDING ACCOUNT BALANCE '
                                   'WILL NOT COVER THE PLACEMENT.'
                               MOVE 'N' TO WS-OK-SW
                           END-IF
                       END-IF
               END-READ
               CLOSE ACCT-MASTER
           END-IF.

      * the next number under the branch prefix, one past the
      *highest already issued there
       WRITE-TD-RTN.
           MOVE 0 TO WS-MAX-SEQ.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TD-MASTER.
           PERFORM SCAN-ONE-SEQ-RTN UNTIL WS-EOF-SW = 'Y'.
           CLOSE TD-MASTER.
           MOVE IN-BRANCH TO WS-NC-BRANCH.
           COMPUTE WS-NC-SEQ = WS-MAX-SEQ + 1.

           PERFORM XTRAPP-LOAD-RTN.
           IF WS-XA-OVFL-SW = 'Y'
               DISPLAY 'TRANSIN.TXT TOO LARGE TO TAKE THE '
                   'PLACEMENT.'
               DISPLAY 'DEPOSIT NOT PLACED.'
           ELSE
               PERFORM BUILD-TD-REC-RTN
               OPEN I-O TD-MASTER
               WRITE TD-REC
                   INVALID KEY
                       DISPLAY 'WRITE FAILED - DUPLICATE '
                           'CERTIFICATE.'
                       MOVE 'N' TO WS-OK-SW
                   NOT INVALID KEY
                       DISPLAY 'CERTIFICATE PLACED: ' TD-CERT-NO
               END-WRITE
               CLOSE TD-MASTER
               IF WS-OK-SW = 'Y'
                   PERFORM DRAW-PLACEMENT-RTN
               END-IF
           END-IF.

       SCAN-ONE-SEQ-RTN.
           READ TD-MASTER NEXT
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF TD-NO-BRANCH = IN-BRANCH
                       AND TD-NO-SEQ > WS-MAX-SEQ
                       MOVE TD-NO-SEQ TO WS-MAX-SEQ
                   END-IF
           END-READ.

       BUILD-TD-REC-RTN.
           MOVE SPACES TO TD-REC.
           MOVE WS-NEW-CERT TO TD-CERT-NO.
           MOVE IN-NAME TO TD-CUST-NAME.
           MOVE IN-BRANCH TO TD-BRANCH-CODE.
           MOVE IN-LINK-ACCT TO TD-LINK-ACCT.
           MOVE IN-PRINCIPAL TO TD-PRINCIPAL.
           MOVE IN-RATE TO TD-RATE.
           MOVE IN-TERM TO TD-TERM.
           MOVE WS-TODAY TO TD-PLACE-DATE.
           MOVE WS-MAT-DATE TO TD-MAT-DATE.
           MOVE IN-INSTR TO TD-ROLL-INSTR.
           MOVE 0 TO TD-ROLL-COUNT.
           MOVE 0 TO TD-INT-PAID.
           MOVE 0 TO TD-TAX-PAID.
           MOVE 0 TO TD-CLOSE-DATE.
           MOVE 'A' TO TD-STATUS.

      * the placement rides tonight's extract as a withdrawal
      *from the funding account
       DRAW-PLACEMENT-RTN.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE TD-LINK-ACCT TO XA-ACCT-NO.
           MOVE TD-CUST-NAME TO XA-ACCT-NAME.
           MOVE 'W' TO XA-CODE.
           MOVE TD-PRINCIPAL TO XA-AMOUNT.
           MOVE TD-CERT-NO TO XA-TO-ACCT-NO.
           MOVE WS-TODAY TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.
           PERFORM XTRAPP-REWRITE-RTN.
           MOVE TD-PRINCIPAL TO DISP-AMT.
           DISPLAY 'PLACEMENT OF ' DISP-AMT ' DRAWN FROM '
               TD-LINK-ACCT ' ON TONIGHT''S EXTRACT.'.

      * the rollover instruction may change on a live
      *certificate; the maturity run reads it on the day
       CHANGE-INSTR-RTN.
           DISPLAY 'Certificate number: '.
           ACCEPT IN-CERT-NO.
           OPEN I-O TD-MASTER.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE IN-CERT-NO TO TD-CERT-NO.
           READ TD-MASTER
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           EVALUATE TRUE
               WHEN WS-FOUND-SW = 'N'
                   DISPLAY 'NO SUCH CERTIFICATE ON THE MASTER.'
               WHEN NOT TD-ACTIVE
                   DISPLAY 'CERTIFICATE IS NO LONGER ACTIVE.'
               WHEN OTHER
                   DISPLAY 'Matures ' TD-MAT-DATE
                       ', instruction now ' TD-ROLL-INSTR
                   DISPLAY 'New instruction (P/I/O): '
                   ACCEPT IN-INSTR
                   PERFORM UPCASE-INSTR-RTN
                   IF IN-INSTR = 'P' OR IN-INSTR = 'I'
                       OR IN-INSTR = 'O'
                       MOVE IN-INSTR TO TD-ROLL-INSTR
                       REWRITE TD-REC
                           INVALID KEY
                               DISPLAY 'REWRITE FAILED.'
                           NOT INVALID KEY
                               DISPLAY 'INSTRUCTION CHANGED.'
                       END-REWRITE
                   ELSE
                       DISPLAY 'INSTRUCTION MUST BE P, I OR O.'
                   END-IF
           END-EVALUATE.
           CLOSE TD-MASTER.
