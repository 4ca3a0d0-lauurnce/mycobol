       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-DUP-MATCH.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - likely duplicate customers on
      *                CUSTMAST. A depositor who opens a second
      *                account is often given a new customer number,
      *                so CUST-HOLDINGS shows two people and the
      *                statement run mails them twice. Every pair
      *                of customer numbers is compared on the same
      *                name and address, the same phone (digits
      *                only) and the same ID presented; a pair that
      *                agrees on any of the three is listed with
      *                what it matched on and both customers' linked
      *                accounts, for the branch to merge through
      *                CUST-MAINT. Report to CUSTDUP.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CUSTDUP.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       01  CUST-REC.
      * shared customer-link layout
           COPY CUSTREC.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-CUST-EOF          PIC X VALUE 'N'.
       01  WS-LINK-OVFL-SW      PIC X VALUE 'N'.
       01  WS-CD-OVFL-SW        PIC X VALUE 'N'.
       01  WS-LAST-CUST         PIC 9(6) VALUE 0.
       01  WS-FIRST-SW          PIC X VALUE 'Y'.
       01  WS-PH-POS            PIC 99 VALUE 0.
       01  WS-PH-LEN            PIC 99 VALUE 0.
       01  WS-SHOW-CUST         PIC 9(6) VALUE 0.

      * what one pair agrees on
       01  WS-MATCH-FLAGS.
           05 WS-NA-SW          PIC X VALUE 'N'.
           05 WS-PH-SW          PIC X VALUE 'N'.
           05 WS-ID-SW          PIC X VALUE 'N'.

      * every link, for the accounts printed under a pair
       01  WS-LINK-TABLE.
           05 WS-LK-COUNT       PIC 9(4) VALUE 0.
           05 WS-LK-ENTRY OCCURS 1000 TIMES INDEXED BY LK-IDX.
              10 LK-CUST-NO     PIC 9(6).
              10 LK-ACCT-NO     PIC X(10).

      * one slot per customer number, keyed off the first
      *link - name, address and ID repeat on every link the
      *same way. The keys are folded to upper case, the phone
      *cut down to its digits
       01  WS-CD-TABLE.
           05 WS-CD-COUNT       PIC 9(4) VALUE 0.
           05 WS-CD-ENTRY OCCURS 500 TIMES INDEXED BY CD-IDX CD-JDX.
              10 CD-CUST-NO     PIC 9(6).
              10 CD-CUST-NAME   PIC X(25).
              10 CD-NAME-KEY    PIC X(25).
              10 CD-ADDR-KEY    PIC X(65).
              10 CD-PHONE-KEY   PIC X(12).
              10 CD-ID-KEY      PIC X(22).

       01  WS-TOTALS.
           05 WS-PAIR-COUNT     PIC 9(5) VALUE 0.
           05 WS-NA-COUNT       PIC 9(5) VALUE 0.
           05 WS-PH-COUNT       PIC 9(5) VALUE 0.
           05 WS-ID-COUNT       PIC 9(5) VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(32) VALUE
              "Likely Duplicate Customers".
           05 FILLER            PIC X(24) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "Cust No".
           05 FILLER            PIC X(27) VALUE "Customer Name".
           05 FILLER            PIC X(8)  VALUE "Cust No".
           05 FILLER            PIC X(36) VALUE "Customer Name".

       01  PAIR-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 PL-CUST-A         PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PL-NAME-A         PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PL-CUST-B         PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PL-NAME-B         PIC X(25).
           05 FILLER            PIC X(11) VALUE SPACES.

       01  MATCH-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Match on: ".
           05 ML-NA             PIC X(16).
           05 ML-PH             PIC X(7).
           05 ML-ID             PIC X(9).
           05 FILLER            PIC X(29) VALUE SPACES.

       01  ACCT-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 AL-CUST-NO        PIC 9(6).
           05 FILLER            PIC X(9)  VALUE " account ".
           05 AL-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(46) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "Pairs: ".
           05 FT-PAIRS          PIC ZZZZ9.
           05 FILLER            PIC X(18) VALUE
              "   Name/address: ".
           05 FT-NA             PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE "   Phone: ".
           05 FT-PH             PIC ZZZZ9.
           05 FILLER            PIC X(7)  VALUE "   ID: ".
           05 FT-ID             PIC ZZZZ9.
           05 FILLER            PIC X(17) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(50) VALUE
              "No likely duplicate customers on file.".
           05 FILLER            PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = "35"
               DISPLAY "CUST-DUP-MATCH: *** CUSTMAST NOT FOUND. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 100-READ-ONE-LINK UNTIL WS-CUST-EOF = 'Y'.
           CLOSE CUST-FILE.

      * a match run that quietly stopped looking would pass
      *the rest of the file as clean - print nothing
           IF WS-LINK-OVFL-SW = 'Y' OR WS-CD-OVFL-SW = 'Y'
               DISPLAY "CUST-DUP-MATCH: *** MORE THAN 1000 LINKS OR "
                   "500 CUSTOMERS - TABLE OVERFLOW. ***"
               DISPLAY "CUST-DUP-MATCH: NOTHING PRINTED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 600-PRINT-REPORT.
           CLOSE REPORT-FILE.

           MOVE WS-CD-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "CUST-DUP-MATCH: " WS-CD-COUNT " CUSTOMERS, "
               WS-PAIR-COUNT " LIKELY DUPLICATE PAIR(S).".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="CUST-DUP-MATCH"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * every link is kept for the account lines; a new
      *customer number takes a customer slot off its first link
       100-READ-ONE-LINK.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF
               NOT AT END
                   IF WS-LK-COUNT < 1000
                       ADD 1 TO WS-LK-COUNT
                       SET LK-IDX TO WS-LK-COUNT
                       MOVE CU-CUST-NO TO LK-CUST-NO(LK-IDX)
                       MOVE CU-ACCT-NO TO LK-ACCT-NO(LK-IDX)
                   ELSE
                       MOVE 'Y' TO WS-LINK-OVFL-SW
                   END-IF
                   IF WS-FIRST-SW = 'Y'
                       OR CU-CUST-NO NOT = WS-LAST-CUST
                       PERFORM 110-TAKE-ONE-CUSTOMER
                   END-IF
           END-READ.

       110-TAKE-ONE-CUSTOMER.
           MOVE 'N' TO WS-FIRST-SW.
           MOVE CU-CUST-NO TO WS-LAST-CUST.
           IF WS-CD-COUNT < 500
               ADD 1 TO WS-CD-COUNT
               SET CD-IDX TO WS-CD-COUNT
               MOVE CU-CUST-NO TO CD-CUST-NO(CD-IDX)
               MOVE CU-CUST-NAME TO CD-CUST-NAME(CD-IDX)
               MOVE CU-CUST-NAME TO CD-NAME-KEY(CD-IDX)
               MOVE CU-ADDR-1 TO CD-ADDR-KEY(CD-IDX)(1:25)
               MOVE CU-ADDR-2 TO CD-ADDR-KEY(CD-IDX)(26:25)
               MOVE CU-CITY TO CD-ADDR-KEY(CD-IDX)(51:15)
               MOVE SPACES TO CD-ID-KEY(CD-IDX)
               IF CU-ID-TYPE NOT = SPACES AND CU-ID-NO NOT = SPACES
                   MOVE CU-ID-TYPE TO CD-ID-KEY(CD-IDX)(1:2)
                   MOVE CU-ID-NO TO CD-ID-KEY(CD-IDX)(3:20)
               END-IF
               INSPECT CD-NAME-KEY(CD-IDX) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT CD-ADDR-KEY(CD-IDX) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT CD-ID-KEY(CD-IDX) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE SPACES TO CD-PHONE-KEY(CD-IDX)
               MOVE 0 TO WS-PH-LEN
               PERFORM 115-TAKE-ONE-DIGIT
                   VARYING WS-PH-POS FROM 1 BY 1
                   UNTIL WS-PH-POS > 12
      * fewer than seven digits is no phone number to match on
               IF WS-PH-LEN < 7
                   MOVE SPACES TO CD-PHONE-KEY(CD-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-CD-OVFL-SW
           END-IF.

      * punctuation and spacing keyed with a phone number
      *differ from clerk to clerk; only the digits are compared
       115-TAKE-ONE-DIGIT.
           IF CU-PHONE(WS-PH-POS:1) NUMERIC
               ADD 1 TO WS-PH-LEN
               MOVE CU-PHONE(WS-PH-POS:1)
                   TO CD-PHONE-KEY(CD-IDX)(WS-PH-LEN:1)
           END-IF.

      * every customer against every later one, each pair
      *once
       600-PRINT-REPORT.
           PERFORM 610-MATCH-ONE-CUSTOMER
               VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > WS-CD-COUNT.
           IF WS-PAIR-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-PAIR-COUNT TO FT-PAIRS.
           MOVE WS-NA-COUNT TO FT-NA.
           MOVE WS-PH-COUNT TO FT-PH.
           MOVE WS-ID-COUNT TO FT-ID.
           MOVE FOOTER-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       610-MATCH-ONE-CUSTOMER.
           SET CD-JDX TO CD-IDX.
           SET CD-JDX UP BY 1.
           PERFORM 620-MATCH-ONE-PAIR
               UNTIL CD-JDX > WS-CD-COUNT.

      * a blank address, phone or ID matches nothing - the
      *links written before the fields existed all carry blanks
       620-MATCH-ONE-PAIR.
           MOVE 'N' TO WS-NA-SW.
           MOVE 'N' TO WS-PH-SW.
           MOVE 'N' TO WS-ID-SW.
           IF CD-NAME-KEY(CD-IDX) = CD-NAME-KEY(CD-JDX)
               AND CD-ADDR-KEY(CD-IDX) = CD-ADDR-KEY(CD-JDX)
               AND CD-ADDR-KEY(CD-IDX) NOT = SPACES
               MOVE 'Y' TO WS-NA-SW
           END-IF.
           IF CD-PHONE-KEY(CD-IDX) = CD-PHONE-KEY(CD-JDX)
               AND CD-PHONE-KEY(CD-IDX) NOT = SPACES
               MOVE 'Y' TO WS-PH-SW
           END-IF.
           IF CD-ID-KEY(CD-IDX) = CD-ID-KEY(CD-JDX)
               AND CD-ID-KEY(CD-IDX) NOT = SPACES
               MOVE 'Y' TO WS-ID-SW
           END-IF.
           IF WS-MATCH-FLAGS NOT = 'NNN'
               PERFORM 630-PRINT-ONE-PAIR
           END-IF.
           SET CD-JDX UP BY 1.

      * the pair, what it matched on, then each customer's
      *linked accounts
       630-PRINT-ONE-PAIR.
           ADD 1 TO WS-PAIR-COUNT.
           MOVE SPACES TO ML-NA.
           MOVE SPACES TO ML-PH.
           MOVE SPACES TO ML-ID.
           IF WS-NA-SW = 'Y'
               MOVE "NAME AND ADDRESS" TO ML-NA
               ADD 1 TO WS-NA-COUNT
           END-IF.
           IF WS-PH-SW = 'Y'
               MOVE "PHONE" TO ML-PH
               ADD 1 TO WS-PH-COUNT
           END-IF.
           IF WS-ID-SW = 'Y'
               MOVE "ID NUMBER" TO ML-ID
               ADD 1 TO WS-ID-COUNT
           END-IF.
           MOVE CD-CUST-NO(CD-IDX) TO PL-CUST-A.
           MOVE CD-CUST-NAME(CD-IDX) TO PL-NAME-A.
           MOVE CD-CUST-NO(CD-JDX) TO PL-CUST-B.
           MOVE CD-CUST-NAME(CD-JDX) TO PL-NAME-B.
           MOVE PAIR-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE MATCH-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE CD-CUST-NO(CD-IDX) TO WS-SHOW-CUST.
           PERFORM 640-PRINT-ONE-ACCOUNT
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LK-COUNT.
           MOVE CD-CUST-NO(CD-JDX) TO WS-SHOW-CUST.
           PERFORM 640-PRINT-ONE-ACCOUNT
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LK-COUNT.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       640-PRINT-ONE-ACCOUNT.
           IF LK-CUST-NO(LK-IDX) = WS-SHOW-CUST
               MOVE WS-SHOW-CUST TO AL-CUST-NO
               MOVE LK-ACCT-NO(LK-IDX) TO AL-ACCT-NO
               MOVE ACCT-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

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
