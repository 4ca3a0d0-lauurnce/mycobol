       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMS-ALERT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - nightly SMS alert extract for
      *                the text-message gateway, run after
      *                BANK-REPORT. Money leaving an account - a
      *                withdrawal or transfer out on the released
      *                TRANS.TXT, a teller withdrawal or FX debit
      *                leg on the day's FQJRNL - and the overdrawn
      *                and below-minimum conditions BANK-REPORT left
      *                on BANK.CSV are matched through CUSTMAST to
      *                every customer linked to the account; each
      *                one opted in to that event type with a phone
      *                on file gets a line on SMSALERT.TXT (phone,
      *                account masked to its last four, event,
      *                amount, balance). The alerts due, sent and
      *                not sent per event type go to BATCHCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANS.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT JRNL-FILE ASSIGN TO "FQJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      * BANK-REPORT's closing balances and its fee-charged
      *and overdrawn flags, one line per account
           SELECT CSV-FILE ASSIGN TO "BANK.CSV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * the notification file handed to the SMS gateway
           SELECT SMS-FILE ASSIGN TO "SMSALERT.TXT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the extract
           COPY RUNLOGSL.
      * shared nightly control-count file
           COPY BATCTLSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       01  CUST-REC.
      * shared customer-link layout
           COPY CUSTREC.

       FD  TRANS-FILE.
       01  TRANS-REC.
           05 TR-ACCT-NO        PIC X(10).
      * shared customer-name layout
           05 TR-ACCT-NAME.
               COPY PERSNAME.
           05 TR-CODE           PIC X.
              88 IS-WITHDRAWAL  VALUE 'W'.
              88 IS-TRANSFER    VALUE 'T'.
           05 TR-AMOUNT         PIC 9(7)V99.
           05 TR-TO-ACCT-NO     PIC X(10).
           05 TR-DATE           PIC 9(8).

       FD  JRNL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JRNL-REC.
       01  JRNL-REC.
      * shared journal record layout
           COPY FQJRNLRC.

       FD  CSV-FILE.
       01  CSV-LINE             PIC X(100).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-KEY          PIC X(12).
           05 PARM-VALUE        PIC 9(7)V9(4).

      * header, one detail per text, trailer
       FD  SMS-FILE.
       01  SMS-REC.
           05 SM-REC-TYPE       PIC X.
           05 FILLER            PIC X(79).
       01  SMS-HDR-REC.
           05 FILLER            PIC X.
           05 SH-BANK-NAME      PIC X(25).
           05 SH-DATE           PIC 9(8).
           05 FILLER            PIC X(46).
       01  SMS-DTL-REC.
           05 FILLER            PIC X.
           05 SD-PHONE          PIC X(12).
           05 SD-ACCT-MASK      PIC X(10).
           05 SD-EVENT          PIC X(2).
           05 SD-AMOUNT         PIC 9(9)V99.
           05 SD-BALANCE        PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
           05 SD-DATE           PIC 9(8).
           05 SD-CUST-NO        PIC 9(6).
           05 FILLER            PIC X(16).
       01  SMS-TRL-REC.
           05 FILLER            PIC X.
           05 ST-COUNT          PIC 9(7).
           05 ST-TYPE-COUNT     PIC 9(7) OCCURS 4 TIMES.
           05 ST-AMOUNT         PIC 9(13)V99.
           05 FILLER            PIC X(29).

           COPY RUNLOGFD.
           COPY BATCTLFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared control-count working-storage
           COPY BATCTLWS.
       01  WS-BT-PROGNAME       PIC X(15) VALUE SPACES.

       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-TRANS-STATUS      PIC XX VALUE SPACES.
       01  WS-JRNL-STATUS       PIC XX VALUE SPACES.
       01  WS-CSV-STATUS        PIC XX VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-CUST-EOF          PIC X VALUE 'N'.
       01  WS-TRANS-EOF         PIC X VALUE 'N'.
       01  WS-JRNL-EOF          PIC X VALUE 'N'.
       01  WS-CSV-EOF           PIC X VALUE 'N'.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 ENTRY-FOUND       VALUE 'Y'.
       01  WS-SKIP-COUNT        PIC 9(5) VALUE 0.

      * the maintenance fee BANK-REPORT charged an account
      *below the minimum, the amount a low-balance text quotes
       01  WS-MAINT-FEE         PIC 9(5)V99 VALUE 100.00.

      * one BANK.CSV line, split at its commas; the balance
      *arrives edited and is de-edited into the table
       01  WS-CSV-FIELDS.
           05 WS-CSV-ACCT       PIC X(10).
           05 WS-CSV-NAME       PIC X(25).
           05 WS-CSV-BRANCH     PIC X(2).
           05 WS-CSV-BAL        PIC X(13).
           05 WS-CSV-BAL-ED REDEFINES WS-CSV-BAL
                                PIC -999999999.99.
           05 WS-CSV-FEE-SW     PIC X.
           05 WS-CSV-NEG-SW     PIC X.

      * every CUSTMAST link: who holds the account, their
      *phone and the events they want texted
       01  WS-CL-TABLE.
           05 WS-CL-COUNT       PIC 9(4) VALUE 0.
           05 WS-CL-ENTRY OCCURS 1000 TIMES INDEXED BY CL-IDX.
              10 CL-ACCT-NO     PIC X(10).
              10 CL-CUST-NO     PIC 9(6).
              10 CL-PHONE       PIC X(12).
              10 CL-ALERT       PIC X OCCURS 4 TIMES.
       01  WS-CL-OVFL-SW        PIC X VALUE 'N'.

      * the night's closing balance per account off BANK.CSV
       01  WS-BC-TABLE.
           05 WS-BC-COUNT       PIC 9(4) VALUE 0.
           05 WS-BC-ENTRY OCCURS 2000 TIMES INDEXED BY BC-IDX.
              10 BC-ACCT-NO     PIC X(10).
              10 BC-BALANCE     PIC S9(9)V99.
              10 BC-FEE-SW      PIC X.
              10 BC-NEG-SW      PIC X.
       01  WS-BC-OVFL-SW        PIC X VALUE 'N'.
       01  WS-BC-HIT            PIC 9(4) VALUE 0.

      * the accounts the teller journal moved today; their
      *PANES-EXTRACT net movement on TRANS.TXT is the same money
      *and is not texted twice
       01  WS-JA-TABLE.
           05 WS-JA-COUNT       PIC 9(4) VALUE 0.
           05 WS-JA-ACCT OCCURS 1000 TIMES INDEXED BY JA-IDX
                                PIC X(10).
       01  WS-JA-OVFL-SW        PIC X VALUE 'N'.

      * the event types, slot for slot with the CUSTREC
      *opt-in bytes
       01  WS-TYPE-VALUES.
           05 FILLER            PIC X(2) VALUE "WD".
           05 FILLER            PIC X(2) VALUE "TF".
           05 FILLER            PIC X(2) VALUE "OD".
           05 FILLER            PIC X(2) VALUE "LB".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 TY-CODE           PIC X(2) OCCURS 4 TIMES.

      * alerts due (one per linked customer per event), sent
      *and not sent - opted out, no phone, or no customer - per
      *type
       01  WS-TYPE-COUNTS.
           05 WS-TC-ENTRY OCCURS 4 TIMES INDEXED BY TC-IDX.
              10 TC-DUE         PIC 9(7).
              10 TC-SENT        PIC 9(7).
              10 TC-UNSENT      PIC 9(7).
       01  WS-SENT-TOTAL        PIC 9(7) VALUE 0.
       01  WS-SENT-AMOUNT       PIC 9(13)V99 VALUE 0.

      * the event under hand, whichever file it arrived on
       01  WS-EVENT.
           05 WS-EV-ACCT        PIC X(10).
           05 WS-EV-SLOT        PIC 9.
           05 WS-EV-AMOUNT      PIC 9(9)V99.
           05 WS-EV-BALANCE     PIC S9(11)V99.
           05 WS-EV-DATE        PIC 9(8).
           05 WS-EV-LINKS       PIC 9(4).

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.
           INITIALIZE WS-TYPE-COUNTS.
           PERFORM 070-LOAD-PARMS.

           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = "35"
               DISPLAY "SMS-ALERT: *** CUSTMAST NOT FOUND - NO ONE "
                   "TO TEXT. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 100-LOAD-ONE-LINK UNTIL WS-CUST-EOF = 'Y'.
           CLOSE CUST-FILE.

           OPEN INPUT CSV-FILE.
           IF WS-CSV-STATUS = "35"
               DISPLAY "SMS-ALERT: *** BANK.CSV NOT FOUND - RUN "
                   "AFTER BANK-REPORT. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 110-LOAD-ONE-BALANCE UNTIL WS-CSV-EOF = 'Y'.
           CLOSE CSV-FILE.

           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS NOT = "35"
               PERFORM 120-NOTE-ONE-JRNL UNTIL WS-JRNL-EOF = 'Y'
               CLOSE JRNL-FILE
           END-IF.

      * a customer or account past its table would silently
      *never be texted - send nothing
           IF WS-CL-OVFL-SW = 'Y' OR WS-BC-OVFL-SW = 'Y'
               OR WS-JA-OVFL-SW = 'Y'
               DISPLAY "SMS-ALERT: *** MORE THAN 1000 LINKS, 2000 "
                   "BALANCES OR 1000 JOURNAL ACCOUNTS - TABLE "
                   "OVERFLOW. ***"
               DISPLAY "SMS-ALERT: NOTHING SENT. RAISE THE TABLE "
                   "AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT SMS-FILE.
           MOVE SPACES TO SMS-HDR-REC.
           MOVE 'H' TO SM-REC-TYPE.
           MOVE "China Trust Bank" TO SH-BANK-NAME.
           MOVE WS-RUNLOG-DATE TO SH-DATE.
           WRITE SMS-REC.

           PERFORM 200-SCAN-TRANS.
           PERFORM 250-SCAN-JOURNAL.
           PERFORM 280-SCAN-CONDITION
               VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > WS-BC-COUNT.

           MOVE SPACES TO SMS-TRL-REC.
           MOVE 'T' TO SM-REC-TYPE.
           MOVE WS-SENT-TOTAL TO ST-COUNT.
           PERFORM 410-TRAILER-ONE-TYPE
               VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > 4.
           MOVE WS-SENT-AMOUNT TO ST-AMOUNT.
           WRITE SMS-REC.
           CLOSE SMS-FILE.

           PERFORM 420-CONTROL-ONE-TYPE
               VARYING TC-IDX FROM 1 BY 1
               UNTIL TC-IDX > 4.

           MOVE WS-SENT-TOTAL TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "SMS-ALERT: " WS-SENT-TOTAL " ALERT(S) SENT - "
               "WD " TC-SENT(1) " TF " TC-SENT(2)
               " OD " TC-SENT(3) " LB " TC-SENT(4).
           IF WS-SKIP-COUNT > 0
               DISPLAY "SMS-ALERT: " WS-SKIP-COUNT " TRANS.TXT "
                   "WITHDRAWAL(S) LEFT TO THE TELLER JOURNAL."
           END-IF.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="SMS-ALERT"==.

      * shared control-count paragraph, written once per
      *event type under its own name
           COPY BATCTLRTN
               REPLACING ==BATCTL-PROGNAME== BY ==WS-BT-PROGNAME==.

      * the fee comes from the shared FINPARMS file the way
      *BANK-REPORT takes it; a missing file or key leaves the
      *compiled default in force
       070-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 071-READ-ONE-PARM UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARM-FILE
           END-IF.

       071-READ-ONE-PARM.
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   IF PARM-KEY = "MAINT-FEE"
                       MOVE PARM-VALUE TO WS-MAINT-FEE
                   END-IF
           END-READ.

       100-LOAD-ONE-LINK.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF
               NOT AT END
                   IF WS-CL-COUNT < 1000
                       ADD 1 TO WS-CL-COUNT
                       SET CL-IDX TO WS-CL-COUNT
                       MOVE CU-ACCT-NO TO CL-ACCT-NO(CL-IDX)
                       MOVE CU-CUST-NO TO CL-CUST-NO(CL-IDX)
                       MOVE CU-PHONE TO CL-PHONE(CL-IDX)
                       MOVE CU-ALERT-WD TO CL-ALERT(CL-IDX, 1)
                       MOVE CU-ALERT-TF TO CL-ALERT(CL-IDX, 2)
                       MOVE CU-ALERT-OD TO CL-ALERT(CL-IDX, 3)
                       MOVE CU-ALERT-LB TO CL-ALERT(CL-IDX, 4)
                   ELSE
                       MOVE 'Y' TO WS-CL-OVFL-SW
                   END-IF
           END-READ.

       110-LOAD-ONE-BALANCE.
           READ CSV-FILE
               AT END MOVE 'Y' TO WS-CSV-EOF
               NOT AT END
                   MOVE SPACES TO WS-CSV-FIELDS
                   UNSTRING CSV-LINE DELIMITED BY ","
                       INTO WS-CSV-ACCT
                            WS-CSV-NAME
                            WS-CSV-BRANCH
                            WS-CSV-BAL
                            WS-CSV-FEE-SW
                            WS-CSV-NEG-SW
                   END-UNSTRING
                   IF WS-BC-COUNT < 2000
                       ADD 1 TO WS-BC-COUNT
                       SET BC-IDX TO WS-BC-COUNT
                       MOVE WS-CSV-ACCT TO BC-ACCT-NO(BC-IDX)
                       MOVE WS-CSV-BAL-ED TO BC-BALANCE(BC-IDX)
                       MOVE WS-CSV-FEE-SW TO BC-FEE-SW(BC-IDX)
                       MOVE WS-CSV-NEG-SW TO BC-NEG-SW(BC-IDX)
                   ELSE
                       MOVE 'Y' TO WS-BC-OVFL-SW
                   END-IF
           END-READ.

      * every account the journal moved on the business date
       120-NOTE-ONE-JRNL.
           READ JRNL-FILE
               AT END MOVE 'Y' TO WS-JRNL-EOF
               NOT AT END
                   IF JR-DATE = WS-RUNLOG-DATE AND JR-ACCT-NUM > 0
                       MOVE JR-ACCT-NUM TO WS-EV-ACCT
                       MOVE 'N' TO WS-FOUND-SW
                       PERFORM 121-FIND-ONE-JA
                           VARYING JA-IDX FROM 1 BY 1
                           UNTIL JA-IDX > WS-JA-COUNT OR ENTRY-FOUND
                       IF NOT ENTRY-FOUND
                           IF WS-JA-COUNT < 1000
                               ADD 1 TO WS-JA-COUNT
                               SET JA-IDX TO WS-JA-COUNT
                               MOVE WS-EV-ACCT TO WS-JA-ACCT(JA-IDX)
                           ELSE
                               MOVE 'Y' TO WS-JA-OVFL-SW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       121-FIND-ONE-JA.
           IF WS-JA-ACCT(JA-IDX) = WS-EV-ACCT
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      * withdrawals and transfers out on the released file,
      *with BANK-REPORT's closing balance
       200-SCAN-TRANS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "35"
               DISPLAY "SMS-ALERT: NO TRANS.TXT - NO EXTRACT "
                   "ALERTS TONIGHT."
           ELSE
               PERFORM 210-SCAN-ONE-TRANS UNTIL WS-TRANS-EOF = 'Y'
               CLOSE TRANS-FILE
           END-IF.

      * the TRL control trailer the acceptance run leaves
      *on the file is no movement. A withdrawal with no
      *destination on an account the teller journal moved today
      *is PANES-EXTRACT's net of that day's teller work, which
      *the journal pass texts item by item
       210-SCAN-ONE-TRANS.
           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-TRANS-EOF
               NOT AT END
                   IF TRANS-REC(1:3) = "TRL"
                       MOVE 'Y' TO WS-TRANS-EOF
                   ELSE
                       IF IS-WITHDRAWAL OR IS-TRANSFER
                           MOVE TR-ACCT-NO TO WS-EV-ACCT
                           MOVE 'N' TO WS-FOUND-SW
                           IF IS-WITHDRAWAL
                               AND TR-TO-ACCT-NO = SPACES
                               PERFORM 121-FIND-ONE-JA
                                   VARYING JA-IDX FROM 1 BY 1
                                   UNTIL JA-IDX > WS-JA-COUNT
                                   OR ENTRY-FOUND
                           END-IF
                           IF ENTRY-FOUND
                               ADD 1 TO WS-SKIP-COUNT
                           ELSE
                               PERFORM 220-TAKE-TRANS-EVENT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       220-TAKE-TRANS-EVENT.
           IF IS-WITHDRAWAL
               MOVE 1 TO WS-EV-SLOT
           ELSE
               MOVE 2 TO WS-EV-SLOT
           END-IF.
           MOVE TR-AMOUNT TO WS-EV-AMOUNT.
           MOVE TR-DATE TO WS-EV-DATE.
           MOVE 0 TO WS-EV-BALANCE.
           MOVE 0 TO WS-BC-HIT.
           PERFORM 221-FIND-ONE-BALANCE
               VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > WS-BC-COUNT OR WS-BC-HIT > 0.
           IF WS-BC-HIT > 0
               MOVE BC-BALANCE(WS-BC-HIT) TO WS-EV-BALANCE
           END-IF.
           PERFORM 300-SEND-EVENT.

      * WS-BC-HIT is captured at the point of the match
       221-FIND-ONE-BALANCE.
           IF BC-ACCT-NO(BC-IDX) = WS-EV-ACCT
               SET WS-BC-HIT TO BC-IDX
           END-IF.

      * the teller journal's debits for the business date -
      *withdrawals, and the customer's side of an FX deal paid
      *from an account: the Dollar leg of a buy, the peso leg of
      *a sale - each with the balance it left
       250-SCAN-JOURNAL.
           MOVE 'N' TO WS-JRNL-EOF.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS NOT = "35"
               PERFORM 260-SCAN-ONE-JRNL UNTIL WS-JRNL-EOF = 'Y'
               CLOSE JRNL-FILE
           END-IF.

       260-SCAN-ONE-JRNL.
           READ JRNL-FILE
               AT END MOVE 'Y' TO WS-JRNL-EOF
               NOT AT END
                   IF JR-DATE = WS-RUNLOG-DATE AND JR-ACCT-NUM > 0
                       AND (JR-TRANS-TYPE = 'W' OR JR-TRANS-TYPE = 'B'
                           OR JR-TRANS-TYPE = 'R')
                       MOVE JR-ACCT-NUM TO WS-EV-ACCT
                       MOVE 1 TO WS-EV-SLOT
                       MOVE JR-AMOUNT TO WS-EV-AMOUNT
                       MOVE JR-NEW-BAL TO WS-EV-BALANCE
                       MOVE JR-DATE TO WS-EV-DATE
                       PERFORM 300-SEND-EVENT
                   END-IF
           END-READ.

      * BANK-REPORT's conditions: an account that went
      *negative during the night is overdrawn, the amount the
      *shortfall it closed on; one charged the fee fell below the
      *minimum, the amount the fee
       280-SCAN-CONDITION.
           MOVE BC-ACCT-NO(BC-IDX) TO WS-EV-ACCT.
           MOVE BC-BALANCE(BC-IDX) TO WS-EV-BALANCE.
           MOVE WS-RUNLOG-DATE TO WS-EV-DATE.
           IF BC-NEG-SW(BC-IDX) = 'Y'
               MOVE 3 TO WS-EV-SLOT
               MOVE 0 TO WS-EV-AMOUNT
               IF BC-BALANCE(BC-IDX) < 0
                   COMPUTE WS-EV-AMOUNT = BC-BALANCE(BC-IDX) * -1
               END-IF
               PERFORM 300-SEND-EVENT
           END-IF.
           IF BC-FEE-SW(BC-IDX) = 'Y'
               MOVE 4 TO WS-EV-SLOT
               MOVE WS-MAINT-FEE TO WS-EV-AMOUNT
               PERFORM 300-SEND-EVENT
           END-IF.

      * one alert due per customer linked to the account; an
      *account no customer claims is one alert due and not sent
       300-SEND-EVENT.
           MOVE 0 TO WS-EV-LINKS.
           SET TC-IDX TO WS-EV-SLOT.
           PERFORM 310-SEND-ONE-LINK
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > WS-CL-COUNT.
           IF WS-EV-LINKS = 0
               ADD 1 TO TC-DUE(TC-IDX)
               ADD 1 TO TC-UNSENT(TC-IDX)
           END-IF.

       310-SEND-ONE-LINK.
           IF CL-ACCT-NO(CL-IDX) = WS-EV-ACCT
               ADD 1 TO WS-EV-LINKS
               ADD 1 TO TC-DUE(TC-IDX)
               IF CL-ALERT(CL-IDX, WS-EV-SLOT) = 'Y'
                   AND CL-PHONE(CL-IDX) NOT = SPACES
                   PERFORM 320-WRITE-ALERT
               ELSE
                   ADD 1 TO TC-UNSENT(TC-IDX)
               END-IF
           END-IF.

      * the account goes out masked to its last four places
       320-WRITE-ALERT.
           MOVE SPACES TO SMS-DTL-REC.
           MOVE 'D' TO SM-REC-TYPE.
           MOVE CL-PHONE(CL-IDX) TO SD-PHONE.
           MOVE ALL '*' TO SD-ACCT-MASK.
           MOVE WS-EV-ACCT(7:4) TO SD-ACCT-MASK(7:4).
           MOVE TY-CODE(WS-EV-SLOT) TO SD-EVENT.
           MOVE WS-EV-AMOUNT TO SD-AMOUNT.
           MOVE WS-EV-BALANCE TO SD-BALANCE.
           MOVE WS-EV-DATE TO SD-DATE.
           MOVE CL-CUST-NO(CL-IDX) TO SD-CUST-NO.
           WRITE SMS-REC.
           ADD 1 TO TC-SENT(TC-IDX).
           ADD 1 TO WS-SENT-TOTAL.
           ADD WS-EV-AMOUNT TO WS-SENT-AMOUNT.

       410-TRAILER-ONE-TYPE.
           MOVE TC-SENT(TC-IDX) TO ST-TYPE-COUNT(TC-IDX).

      * due in, sent out, not sent set aside - one BATCHCTL
      *record per event type
       420-CONTROL-ONE-TYPE.
           MOVE SPACES TO WS-BT-PROGNAME.
           MOVE "SMS-ALERT-" TO WS-BT-PROGNAME(1:10).
           MOVE TY-CODE(TC-IDX) TO WS-BT-PROGNAME(11:2).
           MOVE WS-RUNLOG-DATE TO WS-BT-DATE.
           MOVE TC-DUE(TC-IDX) TO WS-BT-IN.
           MOVE TC-SENT(TC-IDX) TO WS-BT-OUT.
           MOVE TC-UNSENT(TC-IDX) TO WS-BT-REJ.
           PERFORM BATCTL-WRITE-RTN.
