      *                pack their accounts print in, writing a
      *                per-branch mailing manifest to MAILMAN.OUT
      *                and address labels to MAILLBL.OUT.
      *2026-10-15  LP  Each account on the manifest now lists every
      *                holder of it off the ACCTHLDR holder file
      *                CUST-MAINT keeps, with the capacity each
      *                holds it in, so a joint account's statement
      *                is not taken for the first customer's alone.
      *                An account with no holder records shows its
      *                linked customer as sole holder.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

      * who holds each account, and in what capacity
           SELECT HOLDER-FILE ASSIGN TO "ACCTHLDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDR-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "MAILMAN.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared customer-link layout
           COPY CUSTREC.

       FD  HOLDER-FILE.
       01  HOLDER-REC.
      * shared account-holder layout
           COPY ACCHLDRC.

       FD  MANIFEST-FILE.
       01  PRINT-LINE           PIC X(80).


       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-LABEL-COUNT       PIC 9(4) VALUE 0.
       01  WS-HLDR-STATUS       PIC XX VALUE SPACES.
       01  WS-HLDR-EOF          PIC X VALUE 'N'.
       01  WS-HLDR-SHOWN        PIC 9(3) VALUE 0.
       01  WS-RPT-BRANCH        PIC X(2) VALUE SPACES.
       01  WS-RPT-CUST          PIC 9(6) VALUE 0.
      * the outer customer scan's own subscript, so the
           05 ML-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(64) VALUE SPACES.

       01  HOLDER-LINE.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE "Holder: ".
           05 HL-CUST-NO        PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HL-CUST-NAME      PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HL-ROLE-NAME      PIC X(15).
           05 FILLER            PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN INPUT CUST-FILE.
               MOVE 'Y' TO LK-DONE-SW(LK-IDX)
               MOVE LK-ACCT-NO(LK-IDX) TO ML-ACCT-NO
               WRITE PRINT-LINE FROM ACCT-LINE
               PERFORM 222-PRINT-HOLDERS
           END-IF.

      * every holder of the account off the holder file;
      *none on file leaves the linked customer holding it alone
       222-PRINT-HOLDERS.
           MOVE 0 TO WS-HLDR-SHOWN.
           OPEN INPUT HOLDER-FILE.
           IF WS-HLDR-STATUS NOT = "35"
               MOVE 'N' TO WS-HLDR-EOF
               PERFORM 223-SCAN-ONE-HOLDER UNTIL WS-HLDR-EOF = 'Y'
               CLOSE HOLDER-FILE
           END-IF.
           IF WS-HLDR-SHOWN = 0
               MOVE LK-CUST-NO(LK-IDX) TO HL-CUST-NO
               MOVE LK-CUST-NAME(LK-IDX) TO HL-CUST-NAME
               MOVE "Sole holder" TO HL-ROLE-NAME
               WRITE PRINT-LINE FROM HOLDER-LINE
           END-IF.

       223-SCAN-ONE-HOLDER.
           READ HOLDER-FILE
               AT END MOVE 'Y' TO WS-HLDR-EOF
               NOT AT END
                   IF AH-ACCT-NO = LK-ACCT-NO(LK-IDX)
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
                       WRITE PRINT-LINE FROM HOLDER-LINE
                       ADD 1 TO WS-HLDR-SHOWN
                   END-IF
           END-READ.

       230-WRITE-LABEL.
           MOVE SPACES TO LABEL-LINE.
           WRITE LABEL-LINE.
