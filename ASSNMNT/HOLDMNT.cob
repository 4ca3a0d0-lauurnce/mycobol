       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - partial holds against an
      *                account's balance, kept on the HOLDMAST hold
      *                master. A court order used to freeze the whole
      *                account (status F) and stop the customer
      *                using money the order never touched. (P)lace
      *                records the held amount, the reason
      *                (garnishment, legal, collateral), the
      *                supervisor who placed it, the placement date
      *                and the expiry date (zero holds until
      *                released); (R)elease lifts one early; (L)ist
      *                shows what an account is carrying. BANK-REPORT
      *                nets active holds into the available balance,
      *                FINALQUIZ refuses a withdrawal into held funds,
      *                and HOLD-REGISTER lists the holds and drops
      *                the expired ones off the file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

      * the deposit master, for the account's name and
      *standing
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * the business/processing date operations maintains
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

      * the supervisor-override check and its trail
           COPY SUPAUTSL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MASTER.
       01  HOLD-REC.
      * shared hold-master layout
           COPY HOLDREC.

       FD  ACCT-MASTER.
       01  MAST-REC.
      * shared account-master layout
           COPY ACCTREC.

       FD  BUSDATE-FILE
           LABEL RECORD IS OMITTED.
       01  BUSDATE-REC.
           02 BD-DATE           PIC 9(8).

           COPY SUPAUTFD.

       WORKING-STORAGE SECTION.
      * shared supervisor-override working-storage
           COPY SUPAUTWS.

       01  ANS                  PIC X VALUE SPACES.
       01  WS-HOLD-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-BUSDT-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-SW            PIC X VALUE 'N'.
       01  WS-FOUND-SW          PIC X VALUE 'N'.
       01  WS-OK-SW             PIC X VALUE 'Y'.
       01  WS-OP-CHOICE         PIC X VALUE SPACES.
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-CONFIRM           PIC X VALUE SPACES.
       01  WS-MAX-SEQ           PIC 9(3) VALUE 0.
       01  WS-HOLD-COUNT        PIC 9(3) VALUE 0.
       01  WS-HELD-TOTAL        PIC 9(11)V99 VALUE 0.

       01  IN-ACCT-NO           PIC X(10) VALUE SPACES.
       01  IN-AMOUNT            PIC 9(9)V99 VALUE 0.
       01  IN-REASON            PIC X VALUE SPACES.
       01  IN-EXPIRY            PIC 9(8) VALUE 0.
       01  IN-SEQ               PIC 9(3) VALUE 0.

       01  DISP-AMT             PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  DISP-BAL             PIC ZZZ,ZZZ,ZZ9.99-.

      * one line of an account's hold list
       01  HOLD-LIST-LINE.
           05 HL-SEQ            PIC ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HL-REASON         PIC X(11).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 HL-PLACED-BY      PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 HL-PLACE-DATE     PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 HL-EXPIRY         PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 HL-STATE          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN.
           PERFORM ENSURE-FILE-EXISTS-RTN.
           PERFORM MENU-RTN UNTIL ANS = 'N' OR ANS = 'n'.
           STOP RUN.

      * shared supervisor-override paragraphs
           COPY SUPAUTRTN
               REPLACING ==SUPAUTH-PROGNAME== BY =="HOLD-MAINT"==.

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
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-MASTER
           END-IF.
           CLOSE HOLD-MASTER.

       MENU-RTN.
           DISPLAY ' '.
           DISPLAY '========================================'.
           DISPLAY '         ACCOUNT HOLD MAINTENANCE        '.
           DISPLAY '========================================'.
           DISPLAY '(P)lace a hold, (R)elease a hold, '
               '(L)ist an account''s holds: '.
           ACCEPT WS-OP-CHOICE.

           EVALUATE WS-OP-CHOICE
               WHEN 'P' WHEN 'p'
                   PERFORM PLACE-HOLD-RTN
               WHEN 'R' WHEN 'r'
                   PERFORM RELEASE-HOLD-RTN THRU RELEASE-HOLD-EXIT
               WHEN 'L' WHEN 'l'
                   DISPLAY 'Account number: '
                   ACCEPT IN-ACCT-NO
                   PERFORM LIST-HOLDS-RTN
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

           DISPLAY 'Another hold? (Y/N): '.
           ACCEPT ANS.

      * capture, edit, confirm; a supervisor signs the hold
      *on and is recorded as the one who placed it
       PLACE-HOLD-RTN.
           PERFORM ACCEPT-HOLD-RTN.
           PERFORM EDIT-HOLD-RTN.
           IF WS-OK-SW = 'N'
               DISPLAY 'HOLD NOT PLACED.'
           ELSE
               DISPLAY 'Place this hold? (Y/N): '
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   MOVE SPACES TO WS-SA-WHAT
                   STRING "PLACE HOLD ON " DELIMITED BY SIZE
                       IN-ACCT-NO DELIMITED BY SIZE
                       INTO WS-SA-WHAT
                   END-STRING
                   PERFORM SUPAUTH-CHECK-RTN
                   IF WS-SA-OK = 'Y'
                       PERFORM WRITE-HOLD-RTN
                   ELSE
                       DISPLAY 'HOLD NOT PLACED.'
                   END-IF
               ELSE
                   DISPLAY 'PLACEMENT CANCELLED.'
               END-IF
           END-IF.

       ACCEPT-HOLD-RTN.
           DISPLAY 'Account number: '.
           ACCEPT IN-ACCT-NO.
           DISPLAY 'Amount to hold: '.
           ACCEPT IN-AMOUNT.
           DISPLAY 'Reason - (G)arnishment, (L)egal, '
               '(C)ollateral: '.
           ACCEPT IN-REASON.
           DISPLAY 'Expiry date YYYYMMDD (0 = until released): '.
           ACCEPT IN-EXPIRY.

      * every field is edited before anything is written;
      *the first failure names the reason
       EDIT-HOLD-RTN.
           MOVE 'Y' TO WS-OK-SW.
           EVALUATE IN-REASON
               WHEN 'g' MOVE 'G' TO IN-REASON
               WHEN 'l' MOVE 'L' TO IN-REASON
               WHEN 'c' MOVE 'C' TO IN-REASON
           END-EVALUATE.

           EVALUATE TRUE
               WHEN IN-ACCT-NO = SPACES
                   DISPLAY 'ACCOUNT NUMBER IS REQUIRED.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-AMOUNT = 0
                   DISPLAY 'AMOUNT MUST BE GREATER THAN ZERO.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-REASON NOT = 'G' AND IN-REASON NOT = 'L'
                   AND IN-REASON NOT = 'C'
                   DISPLAY 'REASON MUST BE G, L OR C.'
                   MOVE 'N' TO WS-OK-SW
               WHEN IN-EXPIRY NOT = 0 AND IN-EXPIRY < WS-TODAY
                   DISPLAY 'EXPIRY DATE IS ALREADY PAST.'
                   MOVE 'N' TO WS-OK-SW
           END-EVALUATE.

           IF WS-OK-SW = 'Y'
               PERFORM CHECK-ACCT-RTN
           END-IF.

      * a closed account has nothing left to hold; an account
      *the deposit master does not carry is taken as a counter
      *account and the hold stands on the operator's word
       CHECK-ACCT-RTN.
           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY 'NO ACCOUNT MASTER ON FILE - ACCOUNT NOT '
                   'CHECKED.'
           ELSE
               MOVE IN-ACCT-NO TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       DISPLAY 'NOT ON ACCTMAST - TAKEN AS A '
                           'COUNTER ACCOUNT.'
                   NOT INVALID KEY
                       IF MA-CLOSED
                           DISPLAY 'ACCOUNT IS CLOSED.'
                           MOVE 'N' TO WS-OK-SW
                       ELSE
                           MOVE MA-BALANCE TO DISP-BAL
                           DISPLAY MA-ACCT-NAME ' BALANCE '
                               DISP-BAL
                       END-IF
               END-READ
               CLOSE ACCT-MASTER
           END-IF.

      * the next sequence under the account, one past the
      *highest it has ever carried on the file
       WRITE-HOLD-RTN.
           OPEN I-O HOLD-MASTER.
           PERFORM FIND-MAX-SEQ-RTN.
           IF WS-MAX-SEQ = 999
               DISPLAY 'ACCOUNT HAS NO HOLD NUMBERS LEFT - RUN '
                   'HOLD-REGISTER TO CLEAR EXPIRED HOLDS.'
           ELSE
               MOVE SPACES TO HOLD-REC
               MOVE IN-ACCT-NO TO HD-ACCT-NO
               COMPUTE HD-SEQ = WS-MAX-SEQ + 1
               MOVE IN-AMOUNT TO HD-AMOUNT
               MOVE IN-REASON TO HD-REASON
               MOVE WS-SA-TRY-ID TO HD-PLACED-BY
               MOVE WS-TODAY TO HD-PLACE-DATE
               MOVE IN-EXPIRY TO HD-EXPIRY-DATE
               MOVE 'A' TO HD-STATUS
               MOVE 0 TO HD-RELEASE-DATE
               WRITE HOLD-REC
                   INVALID KEY
                       DISPLAY 'WRITE FAILED - DUPLICATE HOLD.'
                   NOT INVALID KEY
                       MOVE HD-AMOUNT TO DISP-AMT
                       DISPLAY 'HOLD ' HD-ACCT-NO '/' HD-SEQ
                           ' PLACED FOR ' DISP-AMT
               END-WRITE
           END-IF.
           CLOSE HOLD-MASTER.

       FIND-MAX-SEQ-RTN.
           MOVE 0 TO WS-MAX-SEQ.
           MOVE 'N' TO WS-EOF-SW.
           MOVE IN-ACCT-NO TO HD-ACCT-NO.
           MOVE 0 TO HD-SEQ.
           START HOLD-MASTER KEY >= HD-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM SCAN-ONE-SEQ-RTN UNTIL WS-EOF-SW = 'Y'.

       SCAN-ONE-SEQ-RTN.
           READ HOLD-MASTER NEXT
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF HD-ACCT-NO NOT = IN-ACCT-NO
                       MOVE 'Y' TO WS-EOF-SW
                   ELSE
                       MOVE HD-SEQ TO WS-MAX-SEQ
                   END-IF
           END-READ.

      * a hold lifted before its expiry stays on file as
      *released, with who lifted it and when, until the
      *register run drops it
       RELEASE-HOLD-RTN.
           DISPLAY 'Account number: '.
           ACCEPT IN-ACCT-NO.
           PERFORM LIST-HOLDS-RTN.
           IF WS-HOLD-COUNT = 0
               GO TO RELEASE-HOLD-EXIT
           END-IF.
           DISPLAY 'Hold number to release: '.
           ACCEPT IN-SEQ.

           OPEN I-O HOLD-MASTER.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE IN-ACCT-NO TO HD-ACCT-NO.
           MOVE IN-SEQ TO HD-SEQ.
           READ HOLD-MASTER
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           EVALUATE TRUE
               WHEN WS-FOUND-SW = 'N'
                   DISPLAY 'NO SUCH HOLD ON THE MASTER.'
               WHEN NOT HD-ACTIVE
                   DISPLAY 'HOLD IS ALREADY RELEASED.'
               WHEN OTHER
                   MOVE SPACES TO WS-SA-WHAT
                   STRING "RELEASE HOLD ON " DELIMITED BY SIZE
                       IN-ACCT-NO DELIMITED BY SIZE
                       INTO WS-SA-WHAT
                   END-STRING
                   PERFORM SUPAUTH-CHECK-RTN
                   IF WS-SA-OK = 'Y'
                       MOVE 'R' TO HD-STATUS
                       MOVE WS-SA-TRY-ID TO HD-RELEASED-BY
                       MOVE WS-TODAY TO HD-RELEASE-DATE
                       REWRITE HOLD-REC
                           INVALID KEY
                               DISPLAY 'REWRITE FAILED.'
                           NOT INVALID KEY
                               DISPLAY 'HOLD RELEASED.'
                       END-REWRITE
                   ELSE
                       DISPLAY 'HOLD NOT RELEASED.'
                   END-IF
           END-EVALUATE.
           CLOSE HOLD-MASTER.
       RELEASE-HOLD-EXIT.
           EXIT.

      * every hold the account carries, with what still
      *counts against its balance today
       LIST-HOLDS-RTN.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 0 TO WS-HELD-TOTAL.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HOLD-MASTER.
           MOVE IN-ACCT-NO TO HD-ACCT-NO.
           MOVE 0 TO HD-SEQ.
           START HOLD-MASTER KEY >= HD-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM LIST-ONE-HOLD-RTN UNTIL WS-EOF-SW = 'Y'.
           CLOSE HOLD-MASTER.
           IF WS-HOLD-COUNT = 0
               DISPLAY 'NO HOLDS ON ' IN-ACCT-NO '.'
           ELSE
               MOVE WS-HELD-TOTAL TO DISP-AMT
               DISPLAY 'HELD TODAY: ' DISP-AMT
           END-IF.

       LIST-ONE-HOLD-RTN.
           READ HOLD-MASTER NEXT
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF HD-ACCT-NO NOT = IN-ACCT-NO
                       MOVE 'Y' TO WS-EOF-SW
                   ELSE
                       PERFORM SHOW-ONE-HOLD-RTN
                   END-IF
           END-READ.

       SHOW-ONE-HOLD-RTN.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE HD-SEQ TO HL-SEQ.
           MOVE HD-AMOUNT TO HL-AMOUNT.
           EVALUATE TRUE
               WHEN HD-GARNISH    MOVE "GARNISHMENT" TO HL-REASON
               WHEN HD-LEGAL      MOVE "LEGAL"       TO HL-REASON
               WHEN HD-COLLATERAL MOVE "COLLATERAL"  TO HL-REASON
               WHEN OTHER         MOVE "UNKNOWN"     TO HL-REASON
           END-EVALUATE.
           MOVE HD-PLACED-BY TO HL-PLACED-BY.
           MOVE HD-PLACE-DATE TO HL-PLACE-DATE.
           IF HD-EXPIRY-DATE = 0
               MOVE "OPEN" TO HL-EXPIRY
           ELSE
               MOVE HD-EXPIRY-DATE TO HL-EXPIRY
           END-IF.
           EVALUATE TRUE
               WHEN HD-RELEASED
                   MOVE "RELEASED" TO HL-STATE
               WHEN HD-EXPIRY-DATE NOT = 0
                   AND HD-EXPIRY-DATE < WS-TODAY
                   MOVE "EXPIRED" TO HL-STATE
               WHEN OTHER
                   MOVE "HELD" TO HL-STATE
                   ADD HD-AMOUNT TO WS-HELD-TOTAL
           END-EVALUATE.
           DISPLAY HOLD-LIST-LINE.
