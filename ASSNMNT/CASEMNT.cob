       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-MAINT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the compliance analyst's
      *                screen over the CASEMAST cases LARGE-TRANS
      *                opens for its hits. (L)ist shows every case
      *                still outstanding with its filing deadline,
      *                (S)how one case in full, and (D)ispose
      *                records the analyst's decision - (C)leared,
      *                (E)scalated or (R)eportable - with a note,
      *                signed under supervisor credentials and
      *                stamped with the business date. A cleared or
      *                filed case is final; an escalated one waits
      *                for its final decision. Reportable cases go
      *                out on CTR-FILE's covered-transaction file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "CASEMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CS-CASE-NO
               FILE STATUS IS WS-CASE-STATUS.

      * the business/processing date operations maintains
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

      * the supervisor-override check and its trail
           COPY SUPAUTSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-REC.
      * shared case-master layout
           COPY CASEREC.

       FD  BUSDATE-FILE
           LABEL RECORD IS OMITTED.
       01  BUSDATE-REC.
           02 BD-DATE           PIC 9(8).

           COPY SUPAUTFD.

       WORKING-STORAGE SECTION.
      * shared supervisor-override working-storage
           COPY SUPAUTWS.

       01  ANS                  PIC X VALUE SPACES.
       01  WS-CASE-STATUS       PIC XX VALUE SPACES.
       01  WS-BUSDT-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-SW            PIC X VALUE 'N'.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
       01  WS-OK-SW             PIC X VALUE 'Y'.
       01  WS-OP-CHOICE         PIC X VALUE SPACES.
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-CONFIRM           PIC X VALUE SPACES.
       01  WS-OPEN-COUNT        PIC 9(5) VALUE 0.
       01  WS-LATE-COUNT        PIC 9(5) VALUE 0.
       01  WS-STATE-NAME        PIC X(9) VALUE SPACES.
       01  WS-TRIGGER-NAME      PIC X(11) VALUE SPACES.

       01  IN-CASE-NO           PIC 9(6) VALUE 0.
       01  IN-DISPOSITION       PIC X VALUE SPACES.
       01  IN-NOTE              PIC X(40) VALUE SPACES.

       01  DISP-AMT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * one line of the outstanding-case list
       01  CASE-LIST-LINE.
           05 CL-CASE-NO        PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CL-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CL-TRIGGER        PIC X(11).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CL-DUE-DATE       PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CL-STATE          PIC X(9).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CL-LATE           PIC X(7).

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN.
           PERFORM ENSURE-FILE-EXISTS-RTN.
           PERFORM MENU-RTN UNTIL ANS = 'N' OR ANS = 'n'.
           STOP RUN.

      * shared supervisor-override paragraphs
           COPY SUPAUTRTN
               REPLACING ==SUPAUTH-PROGNAME== BY =="CASE-MAINT"==.

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

      * the master is created empty the first time this
      *runs on a machine where it doesn't exist yet
       ENSURE-FILE-EXISTS-RTN.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS = "35"
               OPEN OUTPUT CASE-FILE
           END-IF.
           CLOSE CASE-FILE.

       MENU-RTN.
           DISPLAY ' '.
           DISPLAY '========================================'.
           DISPLAY '      COMPLIANCE CASE MAINTENANCE        '.
           DISPLAY '========================================'.
           DISPLAY '(L)ist outstanding cases, (S)how a case, '
               '(D)ispose a case: '.
           ACCEPT WS-OP-CHOICE.

           EVALUATE WS-OP-CHOICE
               WHEN 'L' WHEN 'l'
                   PERFORM LIST-CASES-RTN
               WHEN 'S' WHEN 's'
                   PERFORM SHOW-CASE-RTN
               WHEN 'D' WHEN 'd'
                   PERFORM DISPOSE-CASE-RTN THRU DISPOSE-CASE-EXIT
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

           DISPLAY 'Another case? (Y/N): '.
           ACCEPT ANS.

      * every case still waiting on the analyst or on the
      *filing run, with the ones already past their deadline
      *marked
       LIST-CASES-RTN.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-LATE-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CASE-FILE.
           PERFORM LIST-ONE-CASE-RTN UNTIL WS-EOF-SW = 'Y'.
           CLOSE CASE-FILE.
           DISPLAY WS-OPEN-COUNT ' case(s) outstanding, '
               WS-LATE-COUNT ' past the filing deadline.'.

       LIST-ONE-CASE-RTN.
           READ CASE-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF CS-UNRESOLVED
                       ADD 1 TO WS-OPEN-COUNT
                       PERFORM NAME-CASE-RTN
                       MOVE CS-CASE-NO TO CL-CASE-NO
                       MOVE CS-ACCT-NO TO CL-ACCT-NO
                       MOVE WS-TRIGGER-NAME TO CL-TRIGGER
                       MOVE CS-AMOUNT TO CL-AMOUNT
                       MOVE CS-DUE-DATE TO CL-DUE-DATE
                       MOVE WS-STATE-NAME TO CL-STATE
                       MOVE SPACES TO CL-LATE
                       IF CS-DUE-DATE < WS-TODAY
                           MOVE "OVERDUE" TO CL-LATE
                           ADD 1 TO WS-LATE-COUNT
                       END-IF
                       DISPLAY CASE-LIST-LINE
                   END-IF
           END-READ.

       NAME-CASE-RTN.
           EVALUATE TRUE
               WHEN CS-LARGE  MOVE "LARGE ITEM"  TO WS-TRIGGER-NAME
               WHEN CS-SPLIT  MOVE "STRUCTURING" TO WS-TRIGGER-NAME
               WHEN OTHER     MOVE "UNKNOWN"     TO WS-TRIGGER-NAME
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CS-OPEN        MOVE "OPEN"      TO WS-STATE-NAME
               WHEN CS-ESCALATED   MOVE "ESCALATED" TO WS-STATE-NAME
               WHEN CS-CLEARED     MOVE "CLEARED"   TO WS-STATE-NAME
               WHEN CS-REPORTABLE  MOVE "REPORT"    TO WS-STATE-NAME
               WHEN CS-FILED       MOVE "FILED"     TO WS-STATE-NAME
               WHEN OTHER          MOVE "UNKNOWN"   TO WS-STATE-NAME
           END-EVALUATE.

       SHOW-CASE-RTN.
           DISPLAY 'Case number: '.
           ACCEPT IN-CASE-NO.
           OPEN INPUT CASE-FILE.
           PERFORM READ-CASE-RTN.
           CLOSE CASE-FILE.
           IF WS-FOUND-SW = 'Y'
               PERFORM DISPLAY-CASE-RTN
           ELSE
               DISPLAY 'NO SUCH CASE ON FILE.'
           END-IF.

       READ-CASE-RTN.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE IN-CASE-NO TO CS-CASE-NO.
           READ CASE-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.

       DISPLAY-CASE-RTN.
           PERFORM NAME-CASE-RTN.
           MOVE CS-AMOUNT TO DISP-AMT.
           DISPLAY 'CASE ' CS-CASE-NO '  ' WS-TRIGGER-NAME
               '  ' WS-STATE-NAME.
           DISPLAY '  ACCOUNT     ' CS-ACCT-NO.
           DISPLAY '  SOURCE      ' CS-SOURCE ' ' CS-REF
               '  CODE ' CS-TRANS-CODE.
           DISPLAY '  TRANS DATE  ' CS-TRANS-DATE
               '  AMOUNT ' DISP-AMT '  PIECES ' CS-PIECES.
           IF CS-HIGH-RISK = 'Y'
               DISPLAY '  HIGH-RISK CUSTOMER'
           END-IF.
           DISPLAY '  OPENED      ' CS-OPEN-DATE
               '  FILING DUE ' CS-DUE-DATE.
           IF CS-DISP-DATE NOT = 0
               DISPLAY '  DECIDED     ' CS-DISP-DATE ' BY '
                   CS-ANALYST
               DISPLAY '  NOTE        ' CS-NOTE
           END-IF.
           IF CS-FILED-DATE NOT = 0
               DISPLAY '  FILED       ' CS-FILED-DATE
           END-IF.

      * find, show, capture, edit, confirm; a supervisor
      *signs the decision and is recorded as the analyst
       DISPOSE-CASE-RTN.
           DISPLAY 'Case number: '.
           ACCEPT IN-CASE-NO.
           OPEN I-O CASE-FILE.
           PERFORM READ-CASE-RTN.
           IF WS-FOUND-SW = 'N'
               DISPLAY 'NO SUCH CASE ON FILE.'
               CLOSE CASE-FILE
               GO TO DISPOSE-CASE-EXIT
           END-IF.
           PERFORM DISPLAY-CASE-RTN.
           IF NOT CS-OPEN AND NOT CS-ESCALATED
               DISPLAY 'CASE IS ALREADY DECIDED - NOTHING TO '
                   'DISPOSE.'
               CLOSE CASE-FILE
               GO TO DISPOSE-CASE-EXIT
           END-IF.

           DISPLAY 'Disposition - (C)leared, (E)scalated, '
               '(R)eportable: '.
           ACCEPT IN-DISPOSITION.
           DISPLAY 'Note: '.
           ACCEPT IN-NOTE.
           PERFORM EDIT-DISPOSITION-RTN.
           IF WS-OK-SW = 'N'
               DISPLAY 'CASE NOT UPDATED.'
               CLOSE CASE-FILE
               GO TO DISPOSE-CASE-EXIT
           END-IF.

           DISPLAY 'Record this disposition? (Y/N): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'DISPOSITION CANCELLED.'
               CLOSE CASE-FILE
               GO TO DISPOSE-CASE-EXIT
           END-IF.

           MOVE SPACES TO WS-SA-WHAT.
           STRING "DISPOSE CASE " DELIMITED BY SIZE
               CS-CASE-NO DELIMITED BY SIZE
               " AS " DELIMITED BY SIZE
               IN-DISPOSITION DELIMITED BY SIZE
               INTO WS-SA-WHAT
           END-STRING.
           PERFORM SUPAUTH-CHECK-RTN.
           IF WS-SA-OK = 'Y'
               MOVE IN-DISPOSITION TO CS-STATUS
               MOVE WS-SA-TRY-ID TO CS-ANALYST
               MOVE WS-TODAY TO CS-DISP-DATE
               MOVE IN-NOTE TO CS-NOTE
               REWRITE CASE-REC
                   INVALID KEY
                       DISPLAY 'REWRITE FAILED.'
                   NOT INVALID KEY
                       PERFORM NAME-CASE-RTN
                       DISPLAY 'CASE ' CS-CASE-NO ' NOW '
                           WS-STATE-NAME '.'
               END-REWRITE
           ELSE
               DISPLAY 'CASE NOT UPDATED.'
           END-IF.
           CLOSE CASE-FILE.
       DISPOSE-CASE-EXIT.
           EXIT.

      * the first failure names the reason; a clearance or
      *an escalation has to say why
       EDIT-DISPOSITION-RTN.
           MOVE 'Y' TO WS-OK-SW.
           EVALUATE IN-DISPOSITION
               WHEN 'c' MOVE 'C' TO IN-DISPOSITION
               WHEN 'e' MOVE 'E' TO IN-DISPOSITION
               WHEN 'r' MOVE 'R' TO IN-DISPOSITION
           END-EVALUATE.

           EVALUATE TRUE
               WHEN IN-DISPOSITION NOT = 'C'
                   AND IN-DISPOSITION NOT = 'E'
                   AND IN-DISPOSITION NOT = 'R'
                   DISPLAY 'DISPOSITION MUST BE C, E OR R.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-DISPOSITION = 'E' AND CS-ESCALATED
                   DISPLAY 'CASE IS ALREADY ESCALATED.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-DISPOSITION NOT = 'R' AND IN-NOTE = SPACES
                   DISPLAY 'A NOTE IS REQUIRED TO CLEAR OR '
                       'ESCALATE.'
                   MOVE 'N' TO WS-OK-SW
           END-EVALUATE.
