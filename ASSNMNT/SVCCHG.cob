       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVC-CHARGE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - month-end activity service
      *                charges. BANK-REPORT's minimum-balance fee was
      *                the only charge the system knew; branches
      *                charged excess counter withdrawals, transfers
      *                and statement reprints by hand. This run
      *                reads the FEESCHED fee schedule operations
      *                maintains (fee code, transaction code, free
      *                items a month, charge per item - the compiled
      *                schedule stands in when the file is absent),
      *                counts each account's items for the month off
      *                TRANSHIST and the FQJRNL teller journal,
      *                raises what is over the free count as debits
      *                on the TRANSIN.TXT extract, and prints the
      *                per-account fee analysis by branch to
      *                SVCCHG.OUT. A month already charged (SVCCHG.HST)
      *                is charged again only on a supervisor's
      *                override.
      *2026-10-15  LP  An account under a calamity moratorium on the
      *                business date - on the MORATOR file
      *                WSP-RELIEF writes for a storm's struck
      *                customers - has its items listed but its
      *                charges waived, shown WAIVED and counted
      *                apart. A moratorium file too large for its
      *                table charges nothing.
      *2026-10-15  LP  Counter withdrawals were counted twice for a
      *                PANES account: once item by item off FQJRNL
      *                and again as PANES-EXTRACT's net movement for
      *                the day on TRANSHIST. The journal is now read
      *                first and the accounts and days it moved are
      *                noted; an extract record with no destination
      *                for one of those is passed over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the fee schedule operations maintains
           SELECT FEE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

      * every released record, kept across nights by the
      *acceptance run
           SELECT HIST-FILE ASSIGN TO "TRANSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * the teller journal
           SELECT JRNL-FILE ASSIGN TO "FQJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * one record per month the charges were raised for
           SELECT CHGHIST-FILE ASSIGN TO "SVCCHG.HST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SVCCHG.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * the tellers' extract the charges are raised into
           COPY XTRAPPSL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

      * shared job-control state (step board)
           COPY JOBCTLSL.

      * the supervisor-override check and its trail
           COPY SUPAUTSL.

      * the calamity moratoria charges are waived under
           COPY MORSL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-FILE.
       01  FEE-REC.
           05 FS-FEE-CODE       PIC X(4).
           05 FS-TRANS-CODE     PIC X.
           05 FS-FREE-COUNT     PIC 9(3).
           05 FS-CHARGE         PIC 9(5)V99.
           05 FS-DESC           PIC X(20).

       FD  HIST-FILE.
       01  HIST-REC.
           05 TH-BUS-DATE       PIC 9(8).
           05 TH-ACCT-NO        PIC X(10).
           05 TH-ACCT-NAME      PIC X(25).
           05 TH-CODE           PIC X.
           05 TH-AMOUNT         PIC 9(7)V99.
           05 TH-TO-ACCT-NO     PIC X(10).
           05 TH-DATE           PIC 9(8).

       FD  JRNL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JRNL-REC.
       01  JRNL-REC.
      * shared journal record layout
           COPY FQJRNLRC.

       FD  ACCT-MASTER.
       01  ACCT-MASTER-REC.
      * shared ACCTMAST record layout
           COPY ACCTREC.

       FD  CHGHIST-FILE.
       01  CHGHIST-REC.
           05 CH-MONTH          PIC 9(6).
           05 CH-RUN-DATE       PIC 9(8).
           05 CH-COUNT          PIC 9(7).
           05 CH-TOTAL          PIC 9(11)V99.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY XTRAPPFD.

           COPY RUNLOGFD.
           COPY JOBCTLFD.
           COPY SUPAUTFD.
           COPY MORFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared job-control working-storage
           COPY JOBCTLWS.
      * shared supervisor-override working-storage
           COPY SUPAUTWS.
      * shared extract-append working-storage
           COPY XTRAPPWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared pagination working-storage
           COPY PAGEWS.
      * shared calamity-moratorium working-storage
           COPY MORWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-FEE-STATUS        PIC XX VALUE SPACES.
       01  WS-HIST-STATUS       PIC XX VALUE SPACES.
       01  WS-JRNL-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-CHGHIST-STATUS    PIC XX VALUE SPACES.
       01  WS-FEE-EOF           PIC X VALUE 'N'.
       01  WS-HIST-EOF          PIC X VALUE 'N'.
       01  WS-JRNL-EOF          PIC X VALUE 'N'.
       01  WS-CHGHIST-EOF       PIC X VALUE 'N'.
       01  WS-MONTH-END-SW      PIC X VALUE 'N'.
       01  WS-CHARGED-SW        PIC X VALUE 'N'.
       01  WS-ANSWER            PIC X VALUE SPACE.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 ENTRY-FOUND       VALUE 'Y'.
       01  WS-ACCT-OVFL-SW      PIC X VALUE 'N'.
       01  WS-MAST-OK-SW        PIC X VALUE 'N'.

      * the month the charges are for - the business date's
       01  WS-CHG-MONTH         PIC 9(6) VALUE 0.

      * the largest amount one extract record can carry; a
      *larger charge goes as several records
       01  WS-MAX-RELEASE       PIC 9(7)V99 VALUE 9999999.99.

      * the compiled fallback schedule; FEESCHED replaces it
      *when present, the same way the GL chart works
       01  WS-FEE-NAMES-TABLE.
           02 FILLER PIC X(4)     VALUE "OTCW".
           02 FILLER PIC X        VALUE "W".
           02 FILLER PIC 9(3)     VALUE 4.
           02 FILLER PIC 9(5)V99  VALUE 25.00.
           02 FILLER PIC X(20)    VALUE "COUNTER WITHDRAWAL".
           02 FILLER PIC X(4)     VALUE "XFER".
           02 FILLER PIC X        VALUE "T".
           02 FILLER PIC 9(3)     VALUE 5.
           02 FILLER PIC 9(5)V99  VALUE 10.00.
           02 FILLER PIC X(20)    VALUE "TRANSFER".
           02 FILLER PIC X(4)     VALUE "STMT".
           02 FILLER PIC X        VALUE "S".
           02 FILLER PIC 9(3)     VALUE 0.
           02 FILLER PIC 9(5)V99  VALUE 50.00.
           02 FILLER PIC X(20)    VALUE "STATEMENT REPRINT".
           02 FILLER PIC X(245)   VALUE SPACES.
       01  WS-FEE-TABLE REDEFINES WS-FEE-NAMES-TABLE.
           02 WS-FEE-ENTRY OCCURS 10 TIMES INDEXED BY FE-IDX.
              03 FE-CODE        PIC X(4).
              03 FE-TRANS       PIC X.
              03 FE-FREE        PIC 9(3).
              03 FE-CHARGE      PIC 9(5)V99.
              03 FE-DESC        PIC X(20).
       01  WS-FEE-MAX           PIC 99 VALUE 3.
       01  WS-FEE-HIT           PIC 99 VALUE 0.
       01  WS-FEE-SUB           PIC 99 VALUE 0.

      * the month's items per account per fee, in order of
      *first sight
       01  WS-CNT-TABLE.
           05 WS-CNT-COUNT      PIC 9(4) VALUE 0.
           05 WS-CNT-ENTRY OCCURS 1000 TIMES INDEXED BY CN-IDX.
              10 CN-ACCT-NO     PIC X(10).
              10 CN-ITEMS       PIC 9(5) OCCURS 10 TIMES.
       01  WS-ACCT-HIT          PIC 9(4) VALUE 0.

      * the item being counted
       01  WS-ITEM-ACCT         PIC X(10) VALUE SPACES.
       01  WS-ITEM-CODE         PIC X VALUE SPACE.
       01  WS-ITEM-REVERSAL     PIC X VALUE 'N'.

      * the accounts and days the teller journal moved in the
      *month; PANES-EXTRACT's net movement on TRANSHIST for the
      *same account and day is the same money, already counted
      *item by item off the journal
       01  WS-JA-TABLE.
           05 WS-JA-COUNT       PIC 9(4) VALUE 0.
           05 WS-JA-ENTRY OCCURS 5000 TIMES INDEXED BY JA-IDX.
              10 JA-ACCT-NO     PIC X(10).
              10 JA-DATE        PIC 9(8).
       01  WS-JA-OVFL-SW        PIC X VALUE 'N'.
       01  WS-JA-DATE           PIC 9(8) VALUE 0.

      * one account's charges, worked out before any of
      *them is raised
       01  WS-ACCT-WORK.
           05 WS-ACCT-FEE OCCURS 10 TIMES.
              10 AW-CHG-ITEMS   PIC 9(5).
              10 AW-AMOUNT      PIC 9(9)V99.
           05 WS-ACCT-TOTAL     PIC 9(11)V99.
           05 WS-ACCT-RECS      PIC 9(5).
           05 WS-ACCT-STATUS    PIC X(8).
           05 WS-FEE-RECS       PIC 9(5).
           05 WS-CHG-LEFT       PIC 9(9)V99.

       01  WS-BRANCH-CTL.
           05 WS-LAST-BRANCH    PIC X(2) VALUE LOW-VALUES.
           05 WS-NEXT-BRANCH    PIC X(2) VALUE HIGH-VALUES.
           05 WS-BR-TOTAL       PIC 9(11)V99 VALUE 0.

       01  WS-TOTALS.
           05 WS-CHARGED-COUNT  PIC 9(7) VALUE 0.
           05 WS-UNCHARGED-COUNT PIC 9(7) VALUE 0.
           05 WS-WAIVED-COUNT   PIC 9(7) VALUE 0.
           05 WS-TOT-CHARGED    PIC 9(11)V99 VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(23) VALUE
              "Service Charge Analysis".
           05 FILLER            PIC X(29) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "Fee".
           05 FILLER            PIC X(21) VALUE "Description".
           05 FILLER            PIC X(5)  VALUE "Items".
           05 FILLER            PIC X(5)  VALUE " Free".
           05 FILLER            PIC X(7)  VALUE "  Chrgd".
           05 FILLER            PIC X(11) VALUE "   Per Item".
           05 FILLER            PIC X(12) VALUE "      Amount".
           05 FILLER            PIC X(9)  VALUE " Status".

       01  BRANCH-LINE.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(7)  VALUE "Branch ".
           05 BL-BRANCH         PIC X(2).
           05 FILLER            PIC X(70) VALUE SPACES.

       01  ACCT-LINE.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 AL-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AL-NAME           PIC X(25).
           05 FILLER            PIC X(42) VALUE SPACES.

       01  FEE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DF-CODE           PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DF-DESC           PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DF-ITEMS          PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DF-FREE           PIC ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DF-CHG-ITEMS      PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DF-EACH           PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DF-AMOUNT         PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DF-STATUS         PIC X(8).

       01  ACCT-TOTAL-LINE.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(51) VALUE "Account total".
           05 AT-AMOUNT         PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 AT-STATUS         PIC X(8).

       01  BRANCH-TOTAL-LINE.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 BT-LABEL          PIC X(49).
           05 BT-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(9)  VALUE SPACES.

       01  COUNT-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(18) VALUE "Accounts charged: ".
           05 CL-CHARGED        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(16) VALUE "   Not charged: ".
           05 CL-UNCHARGED      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE "   Waived: ".
           05 CL-WAIVED         PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "No chargeable items for the month.".
           05 FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
      * the step board rules before any file is touched
           PERFORM JOBCTL-VERIFY-RTN.
           IF WS-JOBCTL-BLOCKED = 'Y'
               DISPLAY "SVC-CHARGE: RUN REFUSED BY THE STEP BOARD."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * the month is charged on its last day; any other day
      *is the operator's call
           PERFORM 030-CHECK-MONTH-END.
           IF WS-MONTH-END-SW = 'N'
               DISPLAY "SVC-CHARGE: " WS-JOBCTL-DATE
                   " IS NOT A MONTH-END."
               DISPLAY "SVC-CHARGE: CHARGE THE MONTH TO DATE? "
                   "(Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   CONTINUE
               ELSE
                   DISPLAY "SVC-CHARGE: NOTHING CHARGED."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM RUNLOG-START-RTN.
           MOVE WS-RUNLOG-DATE(1:6) TO WS-CHG-MONTH.

      * a month already charged would be charged twice -
      *only a supervisor waves a second run through
           PERFORM 040-CHECK-CHARGED.
           IF WS-CHARGED-SW = 'Y'
               DISPLAY "SVC-CHARGE: *** MONTH " WS-CHG-MONTH
                   " HAS ALREADY BEEN CHARGED ***"
               MOVE "SERVICE CHARGE SECOND RUN" TO WS-SA-WHAT
               PERFORM SUPAUTH-CHECK-RTN
               IF WS-SA-OK = 'Y'
                   CONTINUE
               ELSE
                   DISPLAY "SVC-CHARGE: RUN REFUSED."
                   MOVE 8 TO RETURN-CODE
                   PERFORM RUNLOG-END-RTN
                   GOBACK
               END-IF
           END-IF.

           PERFORM 050-LOAD-SCHEDULE.

      * a moratorium the table could not hold would see its
      *accounts charged - charge nothing
           PERFORM MOR-LOAD-RTN.
           IF WS-MOR-OVFL-SW = 'Y'
               DISPLAY "SVC-CHARGE: *** MORATOR TOO LARGE FOR THE "
                   "WORK TABLE - MORE THAN 2000 ACCOUNTS. ***"
               DISPLAY "SVC-CHARGE: NOTHING CHARGED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY "SVC-CHARGE: *** ACCTMAST NOT FOUND. ***"
               DISPLAY "SVC-CHARGE: NOTHING CHARGED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

      * the journal goes first, so the extract's copy of its
      *movements can be known on TRANSHIST
           PERFORM 200-TALLY-JRNL.
           PERFORM 100-TALLY-HIST.

      * a journal day the table could not hold would be
      *counted a second time off the extract - charge nothing
           IF WS-JA-OVFL-SW = 'Y'
               DISPLAY "SVC-CHARGE: *** FQJRNL TOO LARGE FOR THE "
                   "WORK TABLE - MORE THAN 5000 ACCOUNT DAYS. ***"
               DISPLAY "SVC-CHARGE: NOTHING CHARGED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               CLOSE ACCT-MASTER
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

      * an account the count table could not hold was never
      *counted; charging the rest would charge an incomplete
      *month - charge nothing
           IF WS-ACCT-OVFL-SW = 'Y'
               DISPLAY "SVC-CHARGE: *** MORE THAN 1000 ACCOUNTS "
                   "WITH ITEMS - TABLE OVERFLOW. ***"
               DISPLAY "SVC-CHARGE: NOTHING CHARGED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               CLOSE ACCT-MASTER
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

      * an extract too large for the work table would come
      *back short at the rewrite - charge nothing
           PERFORM XTRAPP-LOAD-RTN.
           IF WS-XA-OVFL-SW = 'Y'
               DISPLAY "SVC-CHARGE: *** TRANSIN.TXT TOO LARGE FOR "
                   "THE WORK TABLE - MORE THAN 1000 RECORDS. ***"
               DISPLAY "SVC-CHARGE: NOTHING CHARGED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               CLOSE ACCT-MASTER
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 600-CHARGE-AND-PRINT.
           CLOSE ACCT-MASTER.

           IF WS-XA-ADDED > 0
               PERFORM XTRAPP-REWRITE-RTN
           END-IF.
           PERFORM 700-WRITE-CHARGED-MONTH.

           PERFORM 800-PRINT-TOTALS.
           CLOSE REPORT-FILE.

           MOVE WS-CHARGED-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           PERFORM JOBCTL-MARK-RTN.

           DISPLAY "SVC-CHARGE: " WS-CHARGED-COUNT
               " ACCOUNT(S) CHARGED.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="SVC-CHARGE"==.

      * shared job-control paragraphs
           COPY JOBCTLRTN
               REPLACING ==JOBCTL-STEP==   BY =="SVC-CHARGE"==
                         ==JOBCTL-PREREQ== BY =="BANK-REPORT"==.

      * shared supervisor-override paragraphs
           COPY SUPAUTRTN
               REPLACING ==SUPAUTH-PROGNAME== BY =="SVC-CHARGE"==.

      * shared extract-append paragraphs
           COPY XTRAPPRTN.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared calamity-moratorium paragraphs
           COPY MORRTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * the business date is a month-end when the day after
      *it falls in another month
       030-CHECK-MONTH-END.
           MOVE WS-JOBCTL-DATE TO WS-DC-DATE.
           PERFORM DATE-ADD-DAY-RTN.
           IF WS-DC-DATE(5:2) = WS-JOBCTL-DATE(5:2)
               MOVE 'N' TO WS-MONTH-END-SW
           ELSE
               MOVE 'Y' TO WS-MONTH-END-SW
           END-IF.

       040-CHECK-CHARGED.
           MOVE 'N' TO WS-CHARGED-SW.
           OPEN INPUT CHGHIST-FILE.
           IF WS-CHGHIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 045-CHECK-ONE-MONTH
                   UNTIL WS-CHGHIST-EOF = 'Y'
               CLOSE CHGHIST-FILE
           END-IF.

       045-CHECK-ONE-MONTH.
           READ CHGHIST-FILE
               AT END MOVE 'Y' TO WS-CHGHIST-EOF
               NOT AT END
                   IF CH-MONTH = WS-CHG-MONTH
                       MOVE 'Y' TO WS-CHARGED-SW
                       MOVE 'Y' TO WS-CHGHIST-EOF
                   END-IF
           END-READ.

      * the schedule comes from FEESCHED when operations
      *keeps one; a missing or empty file leaves the compiled
      *schedule in force
       050-LOAD-SCHEDULE.
           OPEN INPUT FEE-FILE.
           IF WS-FEE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 0 TO WS-FEE-MAX
               PERFORM 055-READ-ONE-FEE UNTIL WS-FEE-EOF = 'Y'
               CLOSE FEE-FILE
               IF WS-FEE-MAX = 0
                   MOVE 3 TO WS-FEE-MAX
               END-IF
           END-IF.

       055-READ-ONE-FEE.
           READ FEE-FILE
               AT END MOVE 'Y' TO WS-FEE-EOF
               NOT AT END
                   IF WS-FEE-MAX < 10
                       ADD 1 TO WS-FEE-MAX
                       SET FE-IDX TO WS-FEE-MAX
                       MOVE FS-FEE-CODE TO FE-CODE(FE-IDX)
                       MOVE FS-TRANS-CODE TO FE-TRANS(FE-IDX)
                       MOVE FS-FREE-COUNT TO FE-FREE(FE-IDX)
                       MOVE FS-CHARGE TO FE-CHARGE(FE-IDX)
                       MOVE FS-DESC TO FE-DESC(FE-IDX)
                   END-IF
           END-READ.

      * the month's released records off TRANSHIST, by
      *transaction date. A debit the system raised itself - a
      *returned cheque, a placement, a charge from this run -
      *carries its reference in the to-account field and is no
      *item of the customer's; only a transfer's to-account is
      *the customer's own. A record with no destination on an
      *account and day the journal moved is PANES-EXTRACT's net
      *of that day's teller work, counted off the journal
       100-TALLY-HIST.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               DISPLAY "SVC-CHARGE: TRANSHIST NOT FOUND - NO "
                   "EXTRACT ITEMS COUNTED."
           ELSE
               PERFORM 110-TALLY-ONE-HIST UNTIL WS-HIST-EOF = 'Y'
               CLOSE HIST-FILE
           END-IF.

       110-TALLY-ONE-HIST.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   IF TH-DATE(1:6) = WS-CHG-MONTH
                       AND (TH-CODE = 'T' OR TH-TO-ACCT-NO = SPACES)
                       MOVE TH-ACCT-NO TO WS-ITEM-ACCT
                       MOVE TH-CODE TO WS-ITEM-CODE
                       MOVE 'N' TO WS-ITEM-REVERSAL
                       MOVE 'N' TO WS-FOUND-SW
                       IF TH-TO-ACCT-NO = SPACES
                           MOVE TH-DATE TO WS-JA-DATE
                           PERFORM 225-FIND-ONE-JA
                               VARYING JA-IDX FROM 1 BY 1
                               UNTIL JA-IDX > WS-JA-COUNT
                               OR ENTRY-FOUND
                       END-IF
                       IF NOT ENTRY-FOUND
                           PERFORM 250-COUNT-ITEM
                       END-IF
                   END-IF
           END-READ.

      * the month's teller entries off FQJRNL. A reversal
      *takes back the item it reverses - the reversal of a
      *withdrawal is entered as a deposit, and of a deposit as a
      *withdrawal
       200-TALLY-JRNL.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 210-TALLY-ONE-JRNL UNTIL WS-JRNL-EOF = 'Y'
               CLOSE JRNL-FILE
           END-IF.

       210-TALLY-ONE-JRNL.
           READ JRNL-FILE
               AT END MOVE 'Y' TO WS-JRNL-EOF
               NOT AT END
                   IF JR-DATE(1:6) = WS-CHG-MONTH
                       MOVE JR-ACCT-NUM TO WS-ITEM-ACCT
                       MOVE JR-TRANS-TYPE TO WS-ITEM-CODE
                       MOVE 'N' TO WS-ITEM-REVERSAL
                       IF JR-REV-REF > 0
                           MOVE 'Y' TO WS-ITEM-REVERSAL
                           EVALUATE JR-TRANS-TYPE
                               WHEN 'D'
                                   MOVE 'W' TO WS-ITEM-CODE
                               WHEN 'W'
                                   MOVE 'D' TO WS-ITEM-CODE
                           END-EVALUATE
                       END-IF
                       PERFORM 250-COUNT-ITEM
                       IF JR-ACCT-NUM > 0
                           PERFORM 220-NOTE-JRNL-DAY
                       END-IF
                   END-IF
           END-READ.

       220-NOTE-JRNL-DAY.
           MOVE JR-DATE TO WS-JA-DATE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 225-FIND-ONE-JA
               VARYING JA-IDX FROM 1 BY 1
               UNTIL JA-IDX > WS-JA-COUNT OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND
               IF WS-JA-COUNT < 5000
                   ADD 1 TO WS-JA-COUNT
                   SET JA-IDX TO WS-JA-COUNT
                   MOVE WS-ITEM-ACCT TO JA-ACCT-NO(JA-IDX)
                   MOVE WS-JA-DATE TO JA-DATE(JA-IDX)
               ELSE
                   MOVE 'Y' TO WS-JA-OVFL-SW
               END-IF
           END-IF.

       225-FIND-ONE-JA.
           IF JA-ACCT-NO(JA-IDX) = WS-ITEM-ACCT
               AND JA-DATE(JA-IDX) = WS-JA-DATE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      * an item no fee is scheduled for is not counted; a
      *reversal never takes an account's count below zero
       250-COUNT-ITEM.
           MOVE 0 TO WS-FEE-HIT.
           PERFORM 260-FIND-ONE-FEE
               VARYING FE-IDX FROM 1 BY 1
               UNTIL FE-IDX > WS-FEE-MAX OR WS-FEE-HIT > 0.
           IF WS-FEE-HIT > 0
               PERFORM 270-FIND-ACCT
               IF WS-ACCT-HIT > 0
                   IF WS-ITEM-REVERSAL = 'Y'
                       IF CN-ITEMS(WS-ACCT-HIT, WS-FEE-HIT) > 0
                           SUBTRACT 1
                               FROM CN-ITEMS(WS-ACCT-HIT, WS-FEE-HIT)
                       END-IF
                   ELSE
                       ADD 1 TO CN-ITEMS(WS-ACCT-HIT, WS-FEE-HIT)
                   END-IF
               END-IF
           END-IF.

      * WS-FEE-HIT is captured here, at the point of the
      *match, since FE-IDX no longer points at it once the
      *PERFORM VARYING has returned
       260-FIND-ONE-FEE.
           IF FE-TRANS(FE-IDX) = WS-ITEM-CODE
               SET WS-FEE-HIT TO FE-IDX
           END-IF.

      * an unseen account opens a new slot with every count
      *at zero
       270-FIND-ACCT.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-ACCT-HIT.
           PERFORM 275-FIND-ONE-ACCT
               VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > WS-CNT-COUNT OR ENTRY-FOUND.
           IF WS-ACCT-HIT = 0
               IF WS-CNT-COUNT < 1000
                   ADD 1 TO WS-CNT-COUNT
                   MOVE WS-CNT-COUNT TO WS-ACCT-HIT
                   SET CN-IDX TO WS-ACCT-HIT
                   MOVE WS-ITEM-ACCT TO CN-ACCT-NO(CN-IDX)
                   PERFORM 280-CLEAR-ONE-COUNT
                       VARYING WS-FEE-SUB FROM 1 BY 1
                       UNTIL WS-FEE-SUB > 10
               ELSE
                   MOVE 'Y' TO WS-ACCT-OVFL-SW
               END-IF
           END-IF.

       275-FIND-ONE-ACCT.
           IF CN-ACCT-NO(CN-IDX) = WS-ITEM-ACCT
               MOVE 'Y' TO WS-FOUND-SW
               SET WS-ACCT-HIT TO CN-IDX
           END-IF.

       280-CLEAR-ONE-COUNT.
           MOVE 0 TO CN-ITEMS(WS-ACCT-HIT, WS-FEE-SUB).

      * the accounts branch by branch in code order, each
      *charged and its analysis printed as it comes
       600-CHARGE-AND-PRINT.
           IF WS-CNT-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-BRANCH.
           PERFORM 610-FIND-NEXT-BRANCH.
           PERFORM 620-DO-ONE-BRANCH
               UNTIL WS-NEXT-BRANCH = HIGH-VALUES.

      * the lowest branch code above the one last done
       610-FIND-NEXT-BRANCH.
           MOVE HIGH-VALUES TO WS-NEXT-BRANCH.
           PERFORM 615-CHECK-ONE-BRANCH
               VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > WS-CNT-COUNT.

       615-CHECK-ONE-BRANCH.
           IF CN-ACCT-NO(CN-IDX)(1:2) > WS-LAST-BRANCH
               AND CN-ACCT-NO(CN-IDX)(1:2) < WS-NEXT-BRANCH
               MOVE CN-ACCT-NO(CN-IDX)(1:2) TO WS-NEXT-BRANCH
           END-IF.

       620-DO-ONE-BRANCH.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-NEXT-BRANCH TO BL-BRANCH.
           MOVE BRANCH-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE 0 TO WS-BR-TOTAL.
           PERFORM 630-CHARGE-ONE-ACCT THRU 630-EXIT
               VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > WS-CNT-COUNT.
           MOVE "Branch total charged" TO BT-LABEL.
           MOVE WS-BR-TOTAL TO BT-AMOUNT.
           MOVE BRANCH-TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-NEXT-BRANCH TO WS-LAST-BRANCH.
           PERFORM 610-FIND-NEXT-BRANCH.

      * every item counted is listed, charged or not, so the
      *branch can show the customer how the charge arose. The
      *account must be on ACCTMAST and take postings, and all
      *its charges must fit on the extract, or none is raised;
      *an account under a calamity moratorium has them waived
       630-CHARGE-ONE-ACCT.
           IF CN-ACCT-NO(CN-IDX)(1:2) NOT = WS-NEXT-BRANCH
               GO TO 630-EXIT
           END-IF.

           MOVE 0 TO WS-ACCT-TOTAL.
           MOVE 0 TO WS-ACCT-RECS.
           PERFORM 640-WORK-ONE-FEE
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-MAX.

           MOVE CN-ACCT-NO(CN-IDX) TO MA-ACCT-NO.
           MOVE 'Y' TO WS-MAST-OK-SW.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-MAST-OK-SW
                   MOVE SPACES TO MA-ACCT-NAME
           END-READ.
           MOVE CN-ACCT-NO(CN-IDX) TO WS-MOR-FIND-ACCT.
           MOVE WS-RUNLOG-DATE TO WS-MOR-FIND-DATE.
           PERFORM MOR-CHECK-RTN.

           EVALUATE TRUE
               WHEN WS-ACCT-TOTAL = 0
                   MOVE "FREE" TO WS-ACCT-STATUS
               WHEN WS-MAST-OK-SW = 'N'
                   MOVE "NO ACCT" TO WS-ACCT-STATUS
               WHEN NOT MA-ACTIVE
                   MOVE "NOT ACTV" TO WS-ACCT-STATUS
               WHEN WS-MOR-HIT > 0
                   MOVE "WAIVED" TO WS-ACCT-STATUS
               WHEN WS-XA-COUNT + WS-ACCT-RECS > 1000
                   MOVE "HELD" TO WS-ACCT-STATUS
               WHEN OTHER
                   MOVE "CHARGED" TO WS-ACCT-STATUS
           END-EVALUATE.

           MOVE CN-ACCT-NO(CN-IDX) TO AL-ACCT-NO.
           MOVE MA-ACCT-NAME TO AL-NAME.
           MOVE ACCT-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           PERFORM 650-DO-ONE-FEE
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-MAX.
           MOVE WS-ACCT-TOTAL TO AT-AMOUNT.
           MOVE WS-ACCT-STATUS TO AT-STATUS.
           MOVE ACCT-TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

           IF WS-ACCT-STATUS = "CHARGED"
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-ACCT-TOTAL TO WS-BR-TOTAL
               ADD WS-ACCT-TOTAL TO WS-TOT-CHARGED
           ELSE
               IF WS-ACCT-STATUS = "WAIVED"
                   ADD 1 TO WS-WAIVED-COUNT
               ELSE
                   IF WS-ACCT-TOTAL > 0
                       ADD 1 TO WS-UNCHARGED-COUNT
                   END-IF
               END-IF
           END-IF.
       630-EXIT.
           EXIT.

      * the items past the free count, at the item charge,
      *and the extract records the charge will take
       640-WORK-ONE-FEE.
           MOVE 0 TO AW-CHG-ITEMS(WS-FEE-SUB).
           IF CN-ITEMS(CN-IDX, WS-FEE-SUB) > FE-FREE(WS-FEE-SUB)
               COMPUTE AW-CHG-ITEMS(WS-FEE-SUB) =
                   CN-ITEMS(CN-IDX, WS-FEE-SUB) - FE-FREE(WS-FEE-SUB)
           END-IF.
           COMPUTE AW-AMOUNT(WS-FEE-SUB) =
               AW-CHG-ITEMS(WS-FEE-SUB) * FE-CHARGE(WS-FEE-SUB).
           ADD AW-AMOUNT(WS-FEE-SUB) TO WS-ACCT-TOTAL.
           IF AW-AMOUNT(WS-FEE-SUB) > 0
               COMPUTE WS-FEE-RECS =
                   (AW-AMOUNT(WS-FEE-SUB) + WS-MAX-RELEASE - .01)
                   / WS-MAX-RELEASE
               ADD WS-FEE-RECS TO WS-ACCT-RECS
           END-IF.

      * a fee the account had no items for is left off; a
      *charge raised goes as its own debit so the statement
      *shows each fee apart
       650-DO-ONE-FEE.
           IF CN-ITEMS(CN-IDX, WS-FEE-SUB) > 0
               MOVE FE-CODE(WS-FEE-SUB) TO DF-CODE
               MOVE FE-DESC(WS-FEE-SUB) TO DF-DESC
               MOVE CN-ITEMS(CN-IDX, WS-FEE-SUB) TO DF-ITEMS
               MOVE FE-FREE(WS-FEE-SUB) TO DF-FREE
               MOVE AW-CHG-ITEMS(WS-FEE-SUB) TO DF-CHG-ITEMS
               MOVE FE-CHARGE(WS-FEE-SUB) TO DF-EACH
               MOVE AW-AMOUNT(WS-FEE-SUB) TO DF-AMOUNT
               IF AW-AMOUNT(WS-FEE-SUB) > 0
                   MOVE WS-ACCT-STATUS TO DF-STATUS
               ELSE
                   MOVE "IN FREE" TO DF-STATUS
               END-IF
               MOVE FEE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               IF WS-ACCT-STATUS = "CHARGED"
                   AND AW-AMOUNT(WS-FEE-SUB) > 0
                   MOVE AW-AMOUNT(WS-FEE-SUB) TO WS-CHG-LEFT
                   PERFORM 660-RELEASE-ONE-PIECE
                       UNTIL WS-CHG-LEFT = 0
               END-IF
           END-IF.

      * one debit record, no larger than an extract amount
      *can hold, carrying SVC- and the fee code as its
      *reference
       660-RELEASE-ONE-PIECE.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE CN-ACCT-NO(CN-IDX) TO XA-ACCT-NO.
           MOVE MA-ACCT-NAME TO XA-ACCT-NAME.
           MOVE 'W' TO XA-CODE.
           IF WS-CHG-LEFT > WS-MAX-RELEASE
               MOVE WS-MAX-RELEASE TO XA-AMOUNT
           ELSE
               MOVE WS-CHG-LEFT TO XA-AMOUNT
           END-IF.
           SUBTRACT XA-AMOUNT FROM WS-CHG-LEFT.
           MOVE "SVC-" TO XA-TO-ACCT-NO(1:4).
           MOVE FE-CODE(WS-FEE-SUB) TO XA-TO-ACCT-NO(5:4).
           MOVE WS-RUNLOG-DATE TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.

      * the month goes on record as charged once the
      *charges are on the extract
       700-WRITE-CHARGED-MONTH.
           OPEN EXTEND CHGHIST-FILE.
           IF WS-CHGHIST-STATUS = "35"
               OPEN OUTPUT CHGHIST-FILE
           END-IF.
           MOVE WS-CHG-MONTH TO CH-MONTH.
           MOVE WS-RUNLOG-DATE TO CH-RUN-DATE.
           MOVE WS-CHARGED-COUNT TO CH-COUNT.
           MOVE WS-TOT-CHARGED TO CH-TOTAL.
           WRITE CHGHIST-REC.
           CLOSE CHGHIST-FILE.

       800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Total charged" TO BT-LABEL.
           MOVE WS-TOT-CHARGED TO BT-AMOUNT.
           MOVE BRANCH-TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-CHARGED-COUNT TO CL-CHARGED.
           MOVE WS-UNCHARGED-COUNT TO CL-UNCHARGED.
           MOVE WS-WAIVED-COUNT TO CL-WAIVED.
           MOVE COUNT-LINE TO WS-PRT-HOLD.
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
