       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-STATEMENT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the consolidated customer
      *                statement. The branch packs are nightly and
      *                per account and PASSBOOK prints one PANES
      *                account at a time, so a customer with several
      *                accounts had nothing showing the whole month.
      *                This statement-cycle run groups the accounts
      *                by customer through CUSTMAST and, for every
      *                customer whose cycle (monthly, or quarterly
      *                at the March, June, September and December
      *                runs) falls due on the business date, prints
      *                each account's opening balance, its dated
      *                TRANSHIST items for the period and its closing
      *                balance off ACCTMAST, under a page header
      *                carrying the customer's mailing address.
      *                Each account's closing balance is carried
      *                forward in STMTBAL as the next statement's
      *                opening; what moved the balance without
      *                passing through the extract (the nightly
      *                maintenance fee) prints as other postings so
      *                every account foots. A rerun on the same
      *                business date reprints the same statements.
      *                Report CUSTSTMT.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

           SELECT HIST-FILE ASSIGN TO "TRANSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * each account's last statement closing, carried
      *forward as the next one's opening
           SELECT STMTBAL-FILE ASSIGN TO "STMTBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SB-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CUSTSTMT.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the statements
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       01  CUST-REC.
      * shared customer-link layout
           COPY CUSTREC.

       FD  ACCT-MASTER.
       01  MAST-REC.
      * shared account-master layout
           COPY ACCTREC.

       FD  HIST-FILE.
       01  HIST-REC.
           05 TH-BUS-DATE       PIC 9(8).
           05 TH-RECORD         PIC X(63).

       FD  STMTBAL-FILE.
       01  STMTBAL-REC.
           05 SB-ACCT-NO        PIC X(10).
           05 SB-LAST-DATE      PIC 9(8).
           05 SB-LAST-CLOSE     PIC S9(9)V99.
           05 SB-PREV-DATE      PIC 9(8).
           05 SB-PREV-CLOSE     PIC S9(9)V99.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
      * shared calendar arithmetic, for the period start
           COPY DATEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-HIST-STATUS       PIC XX VALUE SPACES.
       01  WS-SB-STATUS         PIC XX VALUE SPACES.
       01  WS-CUST-EOF          PIC X VALUE 'N'.
       01  WS-HIST-EOF          PIC X VALUE 'N'.
       01  WS-SB-EOF            PIC X VALUE 'N'.
       01  WS-DUE-SW            PIC X VALUE 'N'.
       01  WS-CARRIED-SW        PIC X VALUE 'N'.

       01  WS-STMT-COUNT        PIC 9(5) VALUE 0.
       01  WS-ACCT-COUNT        PIC 9(5) VALUE 0.
      * the outer customer scan's own subscript, so the inner
      *account scan cannot clobber it
       01  WS-SCAN-IDX          PIC 9(3) VALUE 0.
       01  WS-RPT-CUST          PIC 9(6) VALUE 0.
       01  WS-RPT-CYCLE         PIC X VALUE SPACES.

      * the business date the statements close on, split for
      *the cycle test
       01  WS-STMT-DATE         PIC 9(8) VALUE 0.
       01  WS-STMT-SPLIT REDEFINES WS-STMT-DATE.
           05 WS-ST-YY          PIC 9(4).
           05 WS-ST-MM          PIC 99.
           05 WS-ST-DD          PIC 99.
      * where a first statement starts for each cycle
       01  WS-MONTH-START       PIC 9(8) VALUE 0.
       01  WS-QUARTER-START     PIC 9(8) VALUE 0.
       01  WS-QS-SPLIT REDEFINES WS-QUARTER-START.
           05 WS-QS-YY          PIC 9(4).
           05 WS-QS-MM          PIC 99.
           05 WS-QS-DD          PIC 99.

      * one account's statement as it builds
       01  WS-ACCT-STMT.
           05 WS-FROM-DATE      PIC 9(8) VALUE 0.
           05 WS-OPENING        PIC S9(9)V99 VALUE 0.
           05 WS-MOVEMENT       PIC S9(11)V99 VALUE 0.
           05 WS-OTHER          PIC S9(11)V99 VALUE 0.
           05 WS-ITEMS          PIC 9(5) VALUE 0.
       01  WS-CUST-TOTAL        PIC S9(11)V99 VALUE 0.

      * the archived record, in the released layout
       01  WS-TRANS-REC.
           05 TR-ACCT-NO        PIC X(10).
           05 TR-ACCT-NAME      PIC X(25).
           05 TR-CODE           PIC X.
              88 IS-DEPOSIT     VALUE 'D'.
              88 IS-WITHDRAWAL  VALUE 'W'.
              88 IS-TRANSFER    VALUE 'T'.
              88 IS-CHEQUE      VALUE 'C'.
           05 TR-AMOUNT         PIC 9(7)V99.
           05 TR-TO-ACCT-NO     PIC X(10).
           05 TR-DATE           PIC 9(8).

      * every link, loaded whole so the statements can walk
      *customer by customer
       01  WS-LINK-TABLE.
           05 WS-LINK-COUNT     PIC 9(3) VALUE 0.
           05 WS-LINK-OVFL-SW   PIC X VALUE 'N'.
           05 WS-LINK-ENTRY OCCURS 300 TIMES INDEXED BY LK-IDX.
              10 LK-CUST-NO     PIC 9(6).
              10 LK-CUST-NAME   PIC X(25).
              10 LK-ACCT-NO     PIC X(10).
              10 LK-ADDR-1      PIC X(25).
              10 LK-ADDR-2      PIC X(25).
              10 LK-CITY        PIC X(15).
              10 LK-STMT-CYCLE  PIC X.
              10 LK-DONE-SW     PIC X.

      * the balance-forward file, held while statements are
      *built and written back whole at the end
       01  WS-SB-TABLE.
           05 WS-SB-COUNT       PIC 9(4) VALUE 0.
           05 WS-SB-OVFL-SW     PIC X VALUE 'N'.
           05 WS-SB-HIT         PIC 9(4) VALUE 0.
           05 WS-SB-ENTRY OCCURS 1000 TIMES INDEXED BY SB-IDX.
              10 SBT-ACCT-NO    PIC X(10).
              10 SBT-LAST-DATE  PIC 9(8).
              10 SBT-LAST-CLOSE PIC S9(9)V99.
              10 SBT-PREV-DATE  PIC 9(8).
              10 SBT-PREV-CLOSE PIC S9(9)V99.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(31) VALUE
              "Consolidated Customer Statement".
           05 FILLER            PIC X(25) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

      * the mailing block at the head of every page
       01  ADDR-LINE-1.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 AD-NAME           PIC X(25).
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Customer: ".
           05 AD-CUST-NO        PIC 9(6).
           05 FILLER            PIC X(13) VALUE SPACES.
       01  ADDR-LINE-2.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 AD-ADDR-1         PIC X(25).
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Cycle:    ".
           05 AD-CYCLE          PIC X(9).
           05 FILLER            PIC X(10) VALUE SPACES.
       01  ADDR-LINE-3.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 AD-ADDR-2         PIC X(25).
           05 FILLER            PIC X(51) VALUE SPACES.
       01  ADDR-LINE-4.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 AD-CITY           PIC X(15).
           05 FILLER            PIC X(61) VALUE SPACES.

       01  ACCT-HDR-LINE.
           05 FILLER            PIC X(9)  VALUE "Account: ".
           05 AH-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 AH-ACCT-NAME      PIC X(25).
           05 FILLER            PIC X(9)  VALUE "  Period ".
           05 AH-FROM           PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " to ".
           05 AH-TO             PIC 9(8).
           05 FILLER            PIC X(6)  VALUE SPACES.

       01  NOT-ON-MAST-LINE.
           05 FILLER            PIC X(9)  VALUE "Account: ".
           05 NM-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(41) VALUE
              "  NOT ON THE ACCOUNT MASTER - NO ACTIVITY".
           05 FILLER            PIC X(20) VALUE SPACES.

      * opening, other postings, closing and the customer
      *total share the one balance layout
       01  BALANCE-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 BL-DATE           PIC 9(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 BL-LABEL          PIC X(28).
           05 BL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(24) VALUE SPACES.

      * one line per transaction, the statement layout
       01  STATEMENT-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-DATE           PIC 9(8).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 SL-TYPE           PIC X(12).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 SL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 SL-TO-ACCT        PIC X(10).
           05 FILLER            PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = "35"
               DISPLAY "CUST-STATEMENT: *** CUSTMAST NOT FOUND. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 100-LOAD-ONE-LINK UNTIL WS-CUST-EOF = 'Y'.
           CLOSE CUST-FILE.
           PERFORM 110-LOAD-BALANCES.

      * a table too small would drop customers, or the
      *carried balances past it at the rewrite - print nothing
           IF WS-LINK-OVFL-SW = 'Y' OR WS-SB-OVFL-SW = 'Y'
               DISPLAY "CUST-STATEMENT: *** CUSTMAST OR STMTBAL TOO "
                   "LARGE FOR THE WORK TABLES - MORE THAN 300 "
                   "LINKS OR 1000 ACCOUNTS. ***"
               DISPLAY "CUST-STATEMENT: NOTHING PRINTED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY "CUST-STATEMENT: *** ACCTMAST NOT FOUND. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM 050-SET-CYCLE-DATES.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 200-ONE-CUSTOMER
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-LINK-COUNT.
           CLOSE REPORT-FILE.
           CLOSE ACCT-MASTER.

           PERFORM 700-REWRITE-BALANCES.

           MOVE WS-STMT-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "CUST-STATEMENT: " WS-STMT-COUNT
               " STATEMENT(S), " WS-ACCT-COUNT " ACCOUNT(S).".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="CUST-STATEMENT"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * shared calendar paragraphs
           COPY DATERTN.

      * a first statement covers the cycle from its first
      *day: the month for a monthly customer, the quarter for
      *a quarterly one
       050-SET-CYCLE-DATES.
           MOVE WS-RUNLOG-DATE TO WS-STMT-DATE.
           MOVE WS-STMT-DATE TO WS-MONTH-START.
           MOVE WS-STMT-DATE TO WS-QUARTER-START.
           MOVE 1 TO WS-QS-DD.
           COMPUTE WS-QS-MM = WS-ST-MM - 1.
           DIVIDE WS-QS-MM BY 3 GIVING WS-QS-MM.
           COMPUTE WS-QS-MM = WS-QS-MM * 3 + 1.
           MOVE WS-STMT-DATE(1:6) TO WS-MONTH-START(1:6).
           MOVE "01" TO WS-MONTH-START(7:2).

       100-LOAD-ONE-LINK.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF
               NOT AT END
                   IF WS-LINK-COUNT < 300
                       ADD 1 TO WS-LINK-COUNT
                       SET LK-IDX TO WS-LINK-COUNT
                       MOVE CU-CUST-NO TO LK-CUST-NO(LK-IDX)
                       MOVE CU-CUST-NAME TO LK-CUST-NAME(LK-IDX)
                       MOVE CU-ACCT-NO TO LK-ACCT-NO(LK-IDX)
                       MOVE CU-ADDR-1 TO LK-ADDR-1(LK-IDX)
                       MOVE CU-ADDR-2 TO LK-ADDR-2(LK-IDX)
                       MOVE CU-CITY TO LK-CITY(LK-IDX)
                       MOVE CU-STMT-CYCLE TO LK-STMT-CYCLE(LK-IDX)
                       MOVE 'N' TO LK-DONE-SW(LK-IDX)
                   ELSE
                       MOVE 'Y' TO WS-LINK-OVFL-SW
                   END-IF
           END-READ.

       110-LOAD-BALANCES.
           OPEN INPUT STMTBAL-FILE.
           IF WS-SB-STATUS NOT = "35"
               PERFORM 115-LOAD-ONE-BALANCE UNTIL WS-SB-EOF = 'Y'
               CLOSE STMTBAL-FILE
           END-IF.

       115-LOAD-ONE-BALANCE.
           READ STMTBAL-FILE
               AT END MOVE 'Y' TO WS-SB-EOF
               NOT AT END
                   IF WS-SB-COUNT < 1000
                       ADD 1 TO WS-SB-COUNT
                       SET SB-IDX TO WS-SB-COUNT
                       MOVE SB-ACCT-NO TO SBT-ACCT-NO(SB-IDX)
                       MOVE SB-LAST-DATE TO SBT-LAST-DATE(SB-IDX)
                       MOVE SB-LAST-CLOSE TO SBT-LAST-CLOSE(SB-IDX)
                       MOVE SB-PREV-DATE TO SBT-PREV-DATE(SB-IDX)
                       MOVE SB-PREV-CLOSE TO SBT-PREV-CLOSE(SB-IDX)
                   ELSE
                       MOVE 'Y' TO WS-SB-OVFL-SW
                   END-IF
           END-READ.

      * the first undone link opens its customer; the
      *customer's other links fold in behind it and are marked
      *done, whether the statement falls due or not. The cycle
      *rides on the first link the way the address does
       200-ONE-CUSTOMER.
           IF LK-DONE-SW(WS-SCAN-IDX) = 'N'
               SET LK-IDX TO WS-SCAN-IDX
               MOVE LK-CUST-NO(LK-IDX) TO WS-RPT-CUST
               MOVE LK-STMT-CYCLE(LK-IDX) TO WS-RPT-CYCLE
               MOVE 'Y' TO WS-DUE-SW
               IF WS-RPT-CYCLE = 'Q'
                   AND WS-ST-MM NOT = 3 AND WS-ST-MM NOT = 6
                   AND WS-ST-MM NOT = 9 AND WS-ST-MM NOT = 12
                   MOVE 'N' TO WS-DUE-SW
               END-IF
               IF WS-DUE-SW = 'Y'
                   PERFORM 210-START-CUSTOMER
               END-IF
               PERFORM 220-ONE-LINK
                   VARYING LK-IDX FROM WS-SCAN-IDX BY 1
                   UNTIL LK-IDX > WS-LINK-COUNT
               IF WS-DUE-SW = 'Y'
                   PERFORM 230-END-CUSTOMER
               END-IF
           END-IF.

      * a new customer always opens a new page under their
      *own address
       210-START-CUSTOMER.
           ADD 1 TO WS-STMT-COUNT.
           MOVE 0 TO WS-CUST-TOTAL.
           MOVE LK-CUST-NO(LK-IDX) TO AD-CUST-NO.
           MOVE LK-CUST-NAME(LK-IDX) TO AD-NAME.
           MOVE LK-ADDR-1(LK-IDX) TO AD-ADDR-1.
           MOVE LK-ADDR-2(LK-IDX) TO AD-ADDR-2.
           MOVE LK-CITY(LK-IDX) TO AD-CITY.
           IF WS-RPT-CYCLE = 'Q'
               MOVE "QUARTERLY" TO AD-CYCLE
           ELSE
               MOVE "MONTHLY" TO AD-CYCLE
           END-IF.
           MOVE WS-PAGE-MAX TO WS-LINE-CNT.

       220-ONE-LINK.
           IF LK-CUST-NO(LK-IDX) = WS-RPT-CUST
               AND LK-DONE-SW(LK-IDX) = 'N'
               MOVE 'Y' TO LK-DONE-SW(LK-IDX)
               IF WS-DUE-SW = 'Y'
                   PERFORM 300-ONE-ACCOUNT
               END-IF
           END-IF.

       230-END-CUSTOMER.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-STMT-DATE TO BL-DATE.
           MOVE "Total of all accounts" TO BL-LABEL.
           MOVE WS-CUST-TOTAL TO BL-AMOUNT.
           MOVE BALANCE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * one account: opening, the period's items, anything
      *that moved the balance outside the extract, closing
       300-ONE-ACCOUNT.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE LK-ACCT-NO(LK-IDX) TO MA-ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE LK-ACCT-NO(LK-IDX) TO NM-ACCT-NO
                   MOVE NOT-ON-MAST-LINE TO WS-PRT-HOLD
                   PERFORM 910-WRITE-LINE
               NOT INVALID KEY
                   PERFORM 310-PRINT-ACCOUNT
           END-READ.

       310-PRINT-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           PERFORM 320-FIND-CARRIED.
           MOVE MA-ACCT-NO TO AH-ACCT-NO.
           MOVE MA-ACCT-NAME TO AH-ACCT-NAME.
           MOVE WS-FROM-DATE TO AH-FROM.
           MOVE WS-STMT-DATE TO AH-TO.
           MOVE ACCT-HDR-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * the items are totalled before anything prints, so a
      *first statement's opening can be worked back from the
      *closing
           MOVE 0 TO WS-MOVEMENT.
           MOVE 0 TO WS-ITEMS.
           PERFORM 330-SCAN-HISTORY.
           IF WS-CARRIED-SW = 'N'
               COMPUTE WS-OPENING = MA-BALANCE - WS-MOVEMENT
           END-IF.
           COMPUTE WS-OTHER = MA-BALANCE - WS-OPENING - WS-MOVEMENT.

           MOVE WS-FROM-DATE TO BL-DATE.
           MOVE "Opening balance" TO BL-LABEL.
           MOVE WS-OPENING TO BL-AMOUNT.
           MOVE BALANCE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           IF WS-ITEMS > 0
               PERFORM 340-PRINT-HISTORY
           END-IF.
           IF WS-OTHER NOT = 0
               MOVE WS-STMT-DATE TO BL-DATE
               MOVE "Other postings and charges" TO BL-LABEL
               MOVE WS-OTHER TO BL-AMOUNT
               MOVE BALANCE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE WS-STMT-DATE TO BL-DATE.
           MOVE "Closing balance" TO BL-LABEL.
           MOVE MA-BALANCE TO BL-AMOUNT.
           MOVE BALANCE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           ADD MA-BALANCE TO WS-CUST-TOTAL.
           PERFORM 350-CARRY-FORWARD.

      * the period runs from the day after the last
      *statement; a rerun on the same business date goes back
      *to the statement before it so the same page comes out
       320-FIND-CARRIED.
           MOVE 0 TO WS-SB-HIT.
           PERFORM 325-CHECK-ONE-BALANCE
               VARYING SB-IDX FROM 1 BY 1
               UNTIL SB-IDX > WS-SB-COUNT OR WS-SB-HIT > 0.
           MOVE 'N' TO WS-CARRIED-SW.
           MOVE 0 TO WS-OPENING.
           IF WS-RPT-CYCLE = 'Q'
               MOVE WS-QUARTER-START TO WS-FROM-DATE
           ELSE
               MOVE WS-MONTH-START TO WS-FROM-DATE
           END-IF.
           IF WS-SB-HIT > 0
               SET SB-IDX TO WS-SB-HIT
               IF SBT-LAST-DATE(SB-IDX) < WS-STMT-DATE
                   MOVE 'Y' TO WS-CARRIED-SW
                   MOVE SBT-LAST-CLOSE(SB-IDX) TO WS-OPENING
                   MOVE SBT-LAST-DATE(SB-IDX) TO WS-DC-DATE
                   PERFORM DATE-ADD-DAY-RTN
                   MOVE WS-DC-DATE TO WS-FROM-DATE
               ELSE
                   IF SBT-PREV-DATE(SB-IDX) NOT = 0
                       MOVE 'Y' TO WS-CARRIED-SW
                       MOVE SBT-PREV-CLOSE(SB-IDX) TO WS-OPENING
                       MOVE SBT-PREV-DATE(SB-IDX) TO WS-DC-DATE
                       PERFORM DATE-ADD-DAY-RTN
                       MOVE WS-DC-DATE TO WS-FROM-DATE
                   END-IF
               END-IF
           END-IF.

      * WS-SB-HIT is captured at the match, since SB-IDX has
      *moved on once the PERFORM VARYING returns
       325-CHECK-ONE-BALANCE.
           IF SBT-ACCT-NO(SB-IDX) = MA-ACCT-NO
               SET WS-SB-HIT TO SB-IDX
           END-IF.

      * the account's own items, and the transfers other
      *accounts made into it
       330-SCAN-HISTORY.
           MOVE 'N' TO WS-HIST-EOF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "35"
               PERFORM 335-ADD-ONE-ITEM UNTIL WS-HIST-EOF = 'Y'
               CLOSE HIST-FILE
           END-IF.

       335-ADD-ONE-ITEM.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   MOVE TH-RECORD TO WS-TRANS-REC
                   IF TH-BUS-DATE NOT < WS-FROM-DATE
                       AND TH-BUS-DATE NOT > WS-STMT-DATE
                       EVALUATE TRUE
                           WHEN TR-ACCT-NO = MA-ACCT-NO
                               AND (IS-WITHDRAWAL OR IS-TRANSFER)
                               SUBTRACT TR-AMOUNT FROM WS-MOVEMENT
                               ADD 1 TO WS-ITEMS
                           WHEN TR-ACCT-NO = MA-ACCT-NO
                               ADD TR-AMOUNT TO WS-MOVEMENT
                               ADD 1 TO WS-ITEMS
                           WHEN IS-TRANSFER
                               AND TR-TO-ACCT-NO = MA-ACCT-NO
                               ADD TR-AMOUNT TO WS-MOVEMENT
                               ADD 1 TO WS-ITEMS
                       END-EVALUATE
                   END-IF
           END-READ.

       340-PRINT-HISTORY.
           MOVE 'N' TO WS-HIST-EOF.
           OPEN INPUT HIST-FILE.
           PERFORM 345-PRINT-ONE-ITEM UNTIL WS-HIST-EOF = 'Y'.
           CLOSE HIST-FILE.

       345-PRINT-ONE-ITEM.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   MOVE TH-RECORD TO WS-TRANS-REC
                   IF TH-BUS-DATE NOT < WS-FROM-DATE
                       AND TH-BUS-DATE NOT > WS-STMT-DATE
                       AND (TR-ACCT-NO = MA-ACCT-NO
                           OR (IS-TRANSFER
                               AND TR-TO-ACCT-NO = MA-ACCT-NO))
                       PERFORM 346-PRINT-ITEM
                   END-IF
           END-READ.

       346-PRINT-ITEM.
           MOVE TH-BUS-DATE TO SL-DATE.
           MOVE SPACES TO SL-TO-ACCT.
           EVALUATE TRUE
               WHEN TR-ACCT-NO NOT = MA-ACCT-NO
                   MOVE "Transfer In" TO SL-TYPE
                   MOVE TR-AMOUNT    TO SL-AMOUNT
                   MOVE TR-ACCT-NO   TO SL-TO-ACCT
               WHEN IS-DEPOSIT
                   MOVE "Deposit"    TO SL-TYPE
                   MOVE TR-AMOUNT    TO SL-AMOUNT
               WHEN IS-CHEQUE
                   MOVE "Cheque Dep" TO SL-TYPE
                   MOVE TR-AMOUNT    TO SL-AMOUNT
               WHEN IS-WITHDRAWAL
                   MOVE "Withdrawal" TO SL-TYPE
                   COMPUTE SL-AMOUNT = TR-AMOUNT * -1
               WHEN IS-TRANSFER
                   MOVE "Transfer"   TO SL-TYPE
                   COMPUTE SL-AMOUNT = TR-AMOUNT * -1
                   MOVE TR-TO-ACCT-NO TO SL-TO-ACCT
               WHEN OTHER
                   MOVE TR-CODE      TO SL-TYPE
                   MOVE TR-AMOUNT    TO SL-AMOUNT
           END-EVALUATE.
           MOVE STATEMENT-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * the closing becomes the next statement's opening; the
      *one it replaces is kept for a same-day rerun
       350-CARRY-FORWARD.
           IF WS-SB-HIT = 0
               IF WS-SB-COUNT < 1000
                   ADD 1 TO WS-SB-COUNT
                   SET SB-IDX TO WS-SB-COUNT
                   MOVE MA-ACCT-NO TO SBT-ACCT-NO(SB-IDX)
                   MOVE 0 TO SBT-PREV-DATE(SB-IDX)
                   MOVE 0 TO SBT-PREV-CLOSE(SB-IDX)
                   MOVE WS-STMT-DATE TO SBT-LAST-DATE(SB-IDX)
                   MOVE MA-BALANCE TO SBT-LAST-CLOSE(SB-IDX)
               ELSE
                   DISPLAY "CUST-STATEMENT: BALANCE TABLE FULL - "
                       MA-ACCT-NO " NOT CARRIED FORWARD."
               END-IF
           ELSE
               SET SB-IDX TO WS-SB-HIT
               IF SBT-LAST-DATE(SB-IDX) < WS-STMT-DATE
                   MOVE SBT-LAST-DATE(SB-IDX) TO SBT-PREV-DATE(SB-IDX)
                   MOVE SBT-LAST-CLOSE(SB-IDX)
                       TO SBT-PREV-CLOSE(SB-IDX)
               END-IF
               MOVE WS-STMT-DATE TO SBT-LAST-DATE(SB-IDX)
               MOVE MA-BALANCE TO SBT-LAST-CLOSE(SB-IDX)
           END-IF.

       700-REWRITE-BALANCES.
           OPEN OUTPUT STMTBAL-FILE.
           PERFORM 710-WRITE-ONE-BALANCE
               VARYING SB-IDX FROM 1 BY 1
               UNTIL SB-IDX > WS-SB-COUNT.
           CLOSE STMTBAL-FILE.

       710-WRITE-ONE-BALANCE.
           MOVE SBT-ACCT-NO(SB-IDX) TO SB-ACCT-NO.
           MOVE SBT-LAST-DATE(SB-IDX) TO SB-LAST-DATE.
           MOVE SBT-LAST-CLOSE(SB-IDX) TO SB-LAST-CLOSE.
           MOVE SBT-PREV-DATE(SB-IDX) TO SB-PREV-DATE.
           MOVE SBT-PREV-CLOSE(SB-IDX) TO SB-PREV-CLOSE.
           WRITE STMTBAL-REC.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-STMT-DATE TO DT-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM ADDR-LINE-1.
           WRITE PRINT-LINE FROM ADDR-LINE-2.
           WRITE PRINT-LINE FROM ADDR-LINE-3.
           WRITE PRINT-LINE FROM ADDR-LINE-4.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 9 TO WS-LINE-CNT.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
