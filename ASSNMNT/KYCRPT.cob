       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REPORT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - monthly know-your-customer
      *                follow-up list. Reads CUSTMAST and lists, per
      *                branch (the account-number prefix), every
      *                customer whose ID is missing - no ID type or
      *                number on file, as every link written before
      *                CUST-MAINT captured them reads - or already
      *                expired as of the business date, with the
      *                customer's account in that branch, so the
      *                branch can call them in. A customer with
      *                accounts in two branches is listed under
      *                both. Report to KYCRPT.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "KYCRPT.OUT"
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
       01  WS-FOUND-SW          PIC X VALUE 'N'.
           88 ENTRY-FOUND       VALUE 'Y'.
       01  WS-ISSUE             PIC X(7) VALUE SPACES.
       01  WS-WANTED-BRANCH     PIC X(2) VALUE SPACES.

      * one slot per customer per branch with an ID to
      *chase, in CUSTMAST order
       01  WS-KYC-TABLE.
           05 WS-KY-COUNT       PIC 9(4) VALUE 0.
           05 WS-KY-ENTRY OCCURS 1000 TIMES INDEXED BY KY-IDX.
              10 KY-BRANCH      PIC X(2).
              10 KY-CUST-NO     PIC 9(6).
              10 KY-CUST-NAME   PIC X(25).
              10 KY-ACCT-NO     PIC X(10).
              10 KY-ID-TYPE     PIC X(2).
              10 KY-EXPIRY      PIC X(8).
              10 KY-ISSUE       PIC X(7).
       01  WS-KY-OVFL-SW        PIC X VALUE 'N'.

       01  WS-BRANCH-CTL.
           05 WS-LAST-BRANCH    PIC X(2) VALUE LOW-VALUES.
           05 WS-NEXT-BRANCH    PIC X(2) VALUE HIGH-VALUES.

       01  WS-TOTALS.
           05 WS-BR-LISTED      PIC 9(4) VALUE 0.
           05 WS-MISSING-COUNT  PIC 9(4) VALUE 0.
           05 WS-EXPIRED-COUNT  PIC 9(4) VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(36) VALUE
              "KYC Follow-Up - Missing/Expired IDs".
           05 FILLER            PIC X(22) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(4)  VALUE "Br".
           05 FILLER            PIC X(8)  VALUE "Cust No".
           05 FILLER            PIC X(27) VALUE "Customer Name".
           05 FILLER            PIC X(12) VALUE "Account".
           05 FILLER            PIC X(4)  VALUE "ID".
           05 FILLER            PIC X(10) VALUE "Expiry".
           05 FILLER            PIC X(14) VALUE "Issue".

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-BRANCH         PIC X(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-CUST-NO        PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-CUST-NAME      PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-ID-TYPE        PIC X(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-EXPIRY         PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-ISSUE          PIC X(7).
           05 FILLER            PIC X(7)  VALUE SPACES.

       01  BRANCH-TOTAL-LINE.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "Branch ".
           05 BT-BRANCH         PIC X(2).
           05 FILLER            PIC X(2)  VALUE ": ".
           05 BT-COUNT          PIC ZZZ9.
           05 FILLER            PIC X(30) VALUE
              " customer(s) to follow up".
           05 FILLER            PIC X(30) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE "Missing IDs: ".
           05 FT-MISSING        PIC ZZZ9.
           05 FILLER            PIC X(16) VALUE "   Expired IDs: ".
           05 FT-EXPIRED        PIC ZZZ9.
           05 FILLER            PIC X(42) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(50) VALUE
              "Every customer on file holds a current ID.".
           05 FILLER            PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = "35"
               DISPLAY "KYC-REPORT: *** CUSTMAST NOT FOUND. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 100-READ-ONE-LINK UNTIL WS-CUST-EOF = 'Y'.
           CLOSE CUST-FILE.

      * a follow-up list that quietly stopped looking is
      *worse than none - print nothing
           IF WS-KY-OVFL-SW = 'Y'
               DISPLAY "KYC-REPORT: *** MORE THAN 1000 CUSTOMERS "
                   "TO FOLLOW UP - TABLE OVERFLOW. ***"
               DISPLAY "KYC-REPORT: NOTHING PRINTED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 600-PRINT-REPORT.
           CLOSE REPORT-FILE.

           MOVE WS-KY-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "KYC-REPORT: " WS-MISSING-COUNT " MISSING, "
               WS-EXPIRED-COUNT " EXPIRED.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="KYC-REPORT"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * a link with no ID type or number is missing; one
      *whose expiry has passed by the business date is expired
       100-READ-ONE-LINK.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF
               NOT AT END
                   MOVE SPACES TO WS-ISSUE
                   IF CU-ID-TYPE = SPACES OR CU-ID-NO = SPACES
                       OR CU-ID-EXPIRY NOT NUMERIC
                       MOVE "MISSING" TO WS-ISSUE
                   ELSE
                       IF CU-ID-EXPIRY > 0
                           AND CU-ID-EXPIRY < WS-RUNLOG-DATE
                           MOVE "EXPIRED" TO WS-ISSUE
                       END-IF
                   END-IF
                   IF WS-ISSUE NOT = SPACES
                       PERFORM 110-TAKE-ONE-LINK
                   END-IF
           END-READ.

      * one line per customer per branch - a second account
      *in the same branch adds nothing to the call list
       110-TAKE-ONE-LINK.
           MOVE CU-ACCT-NO(1:2) TO WS-WANTED-BRANCH.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM 111-FIND-ONE-ENTRY
               VARYING KY-IDX FROM 1 BY 1
               UNTIL KY-IDX > WS-KY-COUNT OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND
               IF WS-KY-COUNT < 1000
                   ADD 1 TO WS-KY-COUNT
                   SET KY-IDX TO WS-KY-COUNT
                   MOVE WS-WANTED-BRANCH TO KY-BRANCH(KY-IDX)
                   MOVE CU-CUST-NO TO KY-CUST-NO(KY-IDX)
                   MOVE CU-CUST-NAME TO KY-CUST-NAME(KY-IDX)
                   MOVE CU-ACCT-NO TO KY-ACCT-NO(KY-IDX)
                   MOVE CU-ID-TYPE TO KY-ID-TYPE(KY-IDX)
                   MOVE SPACES TO KY-EXPIRY(KY-IDX)
                   IF CU-ID-EXPIRY NUMERIC
                       AND CU-ID-EXPIRY > 0
                       MOVE CU-ID-EXPIRY TO KY-EXPIRY(KY-IDX)
                   END-IF
                   MOVE WS-ISSUE TO KY-ISSUE(KY-IDX)
                   IF WS-ISSUE = "MISSING"
                       ADD 1 TO WS-MISSING-COUNT
                   ELSE
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-KY-OVFL-SW
               END-IF
           END-IF.

       111-FIND-ONE-ENTRY.
           IF KY-CUST-NO(KY-IDX) = CU-CUST-NO
               AND KY-BRANCH(KY-IDX) = WS-WANTED-BRANCH
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      * branches in code order, each with its own count
       600-PRINT-REPORT.
           IF WS-KY-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-BRANCH.
           PERFORM 610-FIND-NEXT-BRANCH.
           PERFORM 620-PRINT-ONE-BRANCH
               UNTIL WS-NEXT-BRANCH = HIGH-VALUES.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-MISSING-COUNT TO FT-MISSING.
           MOVE WS-EXPIRED-COUNT TO FT-EXPIRED.
           MOVE FOOTER-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       610-FIND-NEXT-BRANCH.
           MOVE HIGH-VALUES TO WS-NEXT-BRANCH.
           PERFORM 615-CHECK-ONE-BRANCH
               VARYING KY-IDX FROM 1 BY 1
               UNTIL KY-IDX > WS-KY-COUNT.

       615-CHECK-ONE-BRANCH.
           IF KY-BRANCH(KY-IDX) > WS-LAST-BRANCH
               AND KY-BRANCH(KY-IDX) < WS-NEXT-BRANCH
               MOVE KY-BRANCH(KY-IDX) TO WS-NEXT-BRANCH
           END-IF.

       620-PRINT-ONE-BRANCH.
           MOVE 0 TO WS-BR-LISTED.
           PERFORM 630-PRINT-ONE-ENTRY
               VARYING KY-IDX FROM 1 BY 1
               UNTIL KY-IDX > WS-KY-COUNT.
           MOVE WS-NEXT-BRANCH TO BT-BRANCH.
           MOVE WS-BR-LISTED TO BT-COUNT.
           MOVE BRANCH-TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-NEXT-BRANCH TO WS-LAST-BRANCH.
           PERFORM 610-FIND-NEXT-BRANCH.

       630-PRINT-ONE-ENTRY.
           IF KY-BRANCH(KY-IDX) = WS-NEXT-BRANCH
               MOVE KY-BRANCH(KY-IDX) TO DL-BRANCH
               MOVE KY-CUST-NO(KY-IDX) TO DL-CUST-NO
               MOVE KY-CUST-NAME(KY-IDX) TO DL-CUST-NAME
               MOVE KY-ACCT-NO(KY-IDX) TO DL-ACCT-NO
               MOVE KY-ID-TYPE(KY-IDX) TO DL-ID-TYPE
               MOVE KY-EXPIRY(KY-IDX) TO DL-EXPIRY
               MOVE KY-ISSUE(KY-IDX) TO DL-ISSUE
               MOVE DETAIL-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               ADD 1 TO WS-BR-LISTED
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
