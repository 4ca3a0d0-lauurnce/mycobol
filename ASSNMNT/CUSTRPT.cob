      *                through the shared pagination (PAGERTN),
      *                reprinting the headings at the top of
      *                every page.
      *2026-10-15  LP  Every holder of each account is now listed
      *                under its balance line, off the ACCTHLDR
      *                holder file CUST-MAINT keeps, with the
      *                capacity each holds it in - not only the
      *                customer whose link found it. An account with
      *                no holder records shows its linked customer
      *                as sole holder.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * who holds each account, and in what capacity
           SELECT HOLDER-FILE ASSIGN TO "ACCTHLDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDR-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CUSTHOLD.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared account-master layout
           COPY ACCTREC.

       FD  HOLDER-FILE.
       01  HOLDER-REC.
      * shared account-holder layout
           COPY ACCHLDRC.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-OPEN-SW      PIC X VALUE 'N'.
       01  WS-HLDR-STATUS       PIC XX VALUE SPACES.
       01  WS-HLDR-EOF          PIC X VALUE 'N'.
       01  WS-HLDR-SHOWN        PIC 9(3) VALUE 0.

       01  WS-HOLDERS.
           05 PREV-CUST-NO      PIC 9(6) VALUE 0.
           05 AL-BALANCE        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HOLDER-LINE.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE "Holder: ".
           05 HL-CUST-NO        PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HL-CUST-NAME      PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HL-ROLE-NAME      PIC X(15).
           05 FILLER            PIC X(12) VALUE SPACES.

       01  CUST-TOTAL-LINE.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 FILLER            PIC X(18) VALUE
               MOVE MA-BALANCE TO AL-BALANCE
               MOVE ACCT-LINE TO WS-PRT-HOLD
               PERFORM 600-WRITE-LINE
               PERFORM 240-PRINT-HOLDERS
               ADD 1 TO WS-CUST-ACCTS
               ADD MA-BALANCE TO WS-CUST-TOTAL
           ELSE
               PERFORM 230-RECORD-NOMAST
           END-IF.

      * every holder of the account off the holder file;
      *none on file leaves the linked customer holding it alone
       240-PRINT-HOLDERS.
           MOVE 0 TO WS-HLDR-SHOWN.
           OPEN INPUT HOLDER-FILE.
           IF WS-HLDR-STATUS NOT = "35"
               MOVE 'N' TO WS-HLDR-EOF
               PERFORM 250-SCAN-ONE-HOLDER UNTIL WS-HLDR-EOF = 'Y'
               CLOSE HOLDER-FILE
           END-IF.
           IF WS-HLDR-SHOWN = 0
               MOVE CU-CUST-NO TO HL-CUST-NO
               MOVE CU-CUST-NAME TO HL-CUST-NAME
               MOVE "Sole holder" TO HL-ROLE-NAME
               MOVE HOLDER-LINE TO WS-PRT-HOLD
               PERFORM 600-WRITE-LINE
           END-IF.

       250-SCAN-ONE-HOLDER.
           READ HOLDER-FILE
               AT END MOVE 'Y' TO WS-HLDR-EOF
               NOT AT END
                   IF AH-ACCT-NO = CU-ACCT-NO
                       MOVE AH-CUST-NO TO HL-CUST-NO
                       MOVE AH-CUST-NAME TO HL-CUST-NAME
                       EVALUATE TRUE
                           WHEN AH-PRIMARY
                               MOVE "Primary" TO HL-ROLE-NAME
                           WHEN AH-JOINT-AND
                               MOVE "Joint AND" TO HL-ROLE-NAME
                           WHEN AH-JOINT-OR
                               MOVE "Joint OR" TO HL-ROLE-NAME
                           WHEN AH-IN-TRUST
                               MOVE "In trust for" TO HL-ROLE-NAME
                           WHEN OTHER
                               MOVE "Signatory" TO HL-ROLE-NAME
                       END-EVALUATE
                       MOVE HOLDER-LINE TO WS-PRT-HOLD
                       PERFORM 600-WRITE-LINE
                       ADD 1 TO WS-HLDR-SHOWN
                   END-IF
           END-READ.

       230-RECORD-NOMAST.
           IF WS-NOMAST-COUNT < 50
               ADD 1 TO WS-NOMAST-COUNT
