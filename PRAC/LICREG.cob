      *                which exam year - off the register instead
      *                of somebody leafing through old ECNERW
      *                spools.
      *2026-10-15  LP  A license now runs a three-year validity
      *                cycle: the register record (shared LICSL/
      *                LICFD layout) carries its issue date, expiry,
      *                last renewal and a status - active, expired,
      *                suspended or revoked - and (A)ssign stamps
      *                the first two off the business date. (C)PD
      *                credit appends the continuing-education units
      *                a licensee earned toward the current cycle to
      *                CPDCRED; (R)enew is refused until the cycle's
      *                required units are on file, and runs the
      *                license a further three years from its expiry
      *                (from the business date once it has lapsed
      *                past that). S(tatus) suspends, revokes or
      *                reinstates a suspended license. (V)erify now
      *                answers whether the license is in force, not
      *                merely whether it was ever issued; the
      *                LICENSE-MONTHLY run expires the overdue ones.
      *                The register is loaded whole and written back
      *                by every updating mode. A register in the old
      *                layout should be converted before the first
      *                run.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-ROLL-STATUS.

      * the register itself: one record per license ever
      *issued
           COPY LICSL.

      * continuing-education units credited per cycle
           COPY CPDSL.

      * shared run-log written alongside the register
           COPY RUNLOGSL.
           02 PR-CN   PIC X(4).
           02 PR-YEAR PIC 9(4).

           COPY LICFD.

           COPY CPDFD.

           COPY RUNLOGFD.


       01  ANS            PIC X VALUE SPACES.
       01  WS-ROLL-STATUS PIC XX VALUE SPACES.
       01  WS-RUN-MODE    PIC X VALUE 'A'.
       01  WS-ROLL-EOF    PIC X VALUE 'N'.
       01  WS-ISSUED      PIC 9(4) VALUE 0.
       01  WS-ALREADY     PIC 9(4) VALUE 0.
       01  WS-NO-ROOM     PIC 9(4) VALUE 0.
       01  WS-MATCHES     PIC 9(4) VALUE 0.
       01  WS-CHANGED     PIC 9(4) VALUE 0.

      * the register loaded whole, for the duplicate check,
      *the verification lookups and the updates
           COPY LICWS.

      * the CPDCRED credit file
           COPY CPDWS.

      * the date arithmetic for the expiry dates
           COPY DATEWS.

      * the license in hand for a credit, renewal or status
      *change
       01  WS-ASK-LIC     PIC 9(7) VALUE 0.
       01  WS-CPD-IN      PIC 9(3) VALUE 0.
       01  WS-ACTIVITY    PIC X(30) VALUE SPACES.
       01  WS-NEW-STATUS  PIC X VALUE SPACE.
       01  WS-LIC-SHOW    PIC X(13) VALUE SPACES.

      * what the verifier typed: a license number, or a
      *name (or the start of one)

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY '(A)ssign, (V)erify, (C)PD credit, (R)enew or '
               'S(tatus)? '.
           ACCEPT WS-RUN-MODE.

           PERFORM RUNLOG-START-RTN.
           PERFORM LIC-LOAD-RTN.

           EVALUATE WS-RUN-MODE
               WHEN 'V' WHEN 'v'
                   PERFORM VERIFY-RTN UNTIL ANS = 'N' OR ANS = 'n'
                   MOVE WS-MATCHES TO WS-RUNLOG-COUNT
               WHEN 'C' WHEN 'c'
                   PERFORM CPD-CREDIT-RTN
                       UNTIL ANS = 'N' OR ANS = 'n'
                   MOVE WS-CHANGED TO WS-RUNLOG-COUNT
               WHEN 'R' WHEN 'r'
                   PERFORM CHECK-ROOM-RTN
                   PERFORM RENEW-RTN UNTIL ANS = 'N' OR ANS = 'n'
                   PERFORM LIC-SAVE-RTN
                   MOVE WS-CHANGED TO WS-RUNLOG-COUNT
               WHEN 'S' WHEN 's'
                   PERFORM CHECK-ROOM-RTN
                   PERFORM STATUS-RTN UNTIL ANS = 'N' OR ANS = 'n'
                   PERFORM LIC-SAVE-RTN
                   MOVE WS-CHANGED TO WS-RUNLOG-COUNT
               WHEN OTHER
                   PERFORM CHECK-ROOM-RTN
                   PERFORM ASSIGN-RTN
                   MOVE WS-ISSUED TO WS-RUNLOG-COUNT
           END-EVALUATE.
           PERFORM RUNLOG-END-RTN.
           STOP RUN.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="LICENSE-REG"==.

      * shared register load, lookup and save
           COPY LICRTN.

      * shared CPD credit total and append
           COPY CPDRTN.

      * shared calendar arithmetic
           COPY DATERTN.

      * the register is written back whole, so one that did
      *not fit the table is never updated
       CHECK-ROOM-RTN.
           IF WS-REG-OVFL-SW = 'Y'
               DISPLAY 'LICENSE-REG: *** MORE THAN 2000 LICENSES ON '
                   'THE REGISTER - NOTHING CHANGED. ***'
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               STOP RUN
           END-IF.

      * every passer not yet registered takes the next
      *number; one already registered is counted, not re-issued
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ASSIGN-ONE-RTN UNTIL WS-ROLL-EOF = 'Y'.

           CLOSE PROLL-FILE.
           PERFORM LIC-SAVE-RTN.
           DISPLAY 'LICENSE-REG: ' WS-ISSUED ' LICENSE(S) ISSUED, '
               WS-ALREADY ' ALREADY ON THE REGISTER.'.
           IF WS-NO-ROOM > 0
               DISPLAY 'LICENSE-REG: *** ' WS-NO-ROOM ' PASSER(S) '
                   'NOT ISSUED - THE REGISTER TABLE IS FULL. ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

       ASSIGN-ONE-RTN.
           READ PROLL-FILE
                   IF WS-FOUND-SW = 'Y'
                       ADD 1 TO WS-ALREADY
                   ELSE
                       IF WS-REG-COUNT < 2000
                           PERFORM ISSUE-ONE-RTN
                       ELSE
                           ADD 1 TO WS-NO-ROOM
                       END-IF
                   END-IF
           END-READ.

               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      * a new license is active from the business date for
      *one full cycle
       ISSUE-ONE-RTN.
           ADD 1 TO WS-NEXT-NO.
           ADD 1 TO WS-REG-COUNT.
           SET RG-IDX TO WS-REG-COUNT.
           MOVE WS-NEXT-NO TO RG-NO(RG-IDX).
           MOVE PR-ENO TO RG-ENO(RG-IDX).
           MOVE PR-ENA TO RG-ENA(RG-IDX).
           MOVE PR-UN TO RG-UN(RG-IDX).
           MOVE PR-CN TO RG-CN(RG-IDX).
           MOVE PR-YEAR TO RG-YEAR(RG-IDX).
           MOVE WS-RUNLOG-DATE TO RG-ISSUED(RG-IDX).
           MOVE WS-RUNLOG-DATE TO WS-DC-DATE.
           MOVE WS-LIC-CYCLE-MONTHS TO WS-DC-MONTHS.
           PERFORM DATE-ADD-MONTHS-RTN.
           MOVE WS-DC-DATE TO RG-EXPIRES(RG-IDX).
           MOVE 'A' TO RG-STATUS(RG-IDX).
           MOVE 0 TO RG-RENEWED(RG-IDX).
           ADD 1 TO WS-ISSUED.

      * a license number matches exactly; anything else is
      *taken as the start of a name, every match shown
               PERFORM SHOW-ONE-RTN
           END-IF.

      * the license as it stands on the business date - an
      *active one past its expiry the monthly run has not yet
      *reached is already expired
       SHOW-ONE-RTN.
           ADD 1 TO WS-MATCHES.
           EVALUATE TRUE
               WHEN RG-STATUS(RG-IDX) = 'R'
                   MOVE 'REVOKED' TO WS-LIC-SHOW
               WHEN RG-STATUS(RG-IDX) = 'S'
                   MOVE 'SUSPENDED' TO WS-LIC-SHOW
               WHEN RG-STATUS(RG-IDX) = 'E'
               WHEN RG-EXPIRES(RG-IDX) < WS-RUNLOG-DATE
                   MOVE 'EXPIRED' TO WS-LIC-SHOW
               WHEN OTHER
                   MOVE 'ACTIVE UNTIL' TO WS-LIC-SHOW
           END-EVALUATE.
           DISPLAY 'NO. ' RG-NO(RG-IDX) ' '
               RG-ENA(RG-IDX) ' (' RG-UN(RG-IDX) ' '
               RG-CN(RG-IDX) ') EXAM YEAR ' RG-YEAR(RG-IDX).
           DISPLAY '    ' WS-LIC-SHOW ' ' RG-EXPIRES(RG-IDX)
               ' - ISSUED ' RG-ISSUED(RG-IDX).

      * the license named for a credit, renewal or status
      *change; WS-LIC-HIT stays zero when it is not found
       ASK-LICENSE-RTN.
           DISPLAY 'License number: '.
           ACCEPT WS-ASK-LIC.
           MOVE WS-ASK-LIC TO WS-LIC-FIND.
           PERFORM LIC-FIND-RTN.
           IF WS-LIC-HIT = 0
               DISPLAY 'NOT ON THE LICENSURE REGISTER.'
           ELSE
               SET RG-IDX TO WS-LIC-HIT
               PERFORM SHOW-ONE-RTN
           END-IF.

      * units earned count toward the cycle the license is
      *in when they are entered, the one its renewal closes
       CPD-CREDIT-RTN.
           PERFORM ASK-LICENSE-RTN.
           IF WS-LIC-HIT > 0
               IF RG-STATUS(RG-IDX) = 'R'
                   DISPLAY 'LICENSE REVOKED - NO CREDIT TAKEN.'
               ELSE
                   DISPLAY 'Activity: '
                   ACCEPT WS-ACTIVITY
                   MOVE 'N' TO VALID-SW
                   PERFORM ACCEPT-UNITS-RTN UNTIL VALID-SW = 'Y'
                   MOVE RG-NO(RG-IDX) TO CP-LIC-NO
                   MOVE RG-EXPIRES(RG-IDX) TO CP-CYCLE-END
                   MOVE WS-RUNLOG-DATE TO CP-DATE
                   MOVE WS-ACTIVITY TO CP-ACTIVITY
                   MOVE WS-CPD-IN TO CP-UNITS
                   PERFORM CPD-ADD-RTN
                   ADD 1 TO WS-CHANGED
                   MOVE RG-NO(RG-IDX) TO WS-CPD-LIC-NO
                   MOVE RG-EXPIRES(RG-IDX) TO WS-CPD-CYCLE
                   PERFORM CPD-SUM-RTN
                   DISPLAY 'CREDITED. ' WS-CPD-UNITS ' OF '
                       WS-CPD-REQUIRED ' UNITS ON FILE FOR THE '
                       'CYCLE ENDING ' RG-EXPIRES(RG-IDX) '.'
               END-IF
           END-IF.
           DISPLAY 'Another credit? (Y/N): '.
           ACCEPT ANS.

       ACCEPT-UNITS-RTN.
           DISPLAY 'Units earned: '.
           ACCEPT WS-CPD-IN.
           IF WS-CPD-IN > 0
               MOVE 'Y' TO VALID-SW
           ELSE
               DISPLAY 'Units must be more than zero.'
           END-IF.

      * a suspended or revoked license does not renew, nor
      *one short of the cycle's units; a renewal inside the
      *cycle runs on from its expiry, one after a lapse from
      *the business date
       RENEW-RTN.
           PERFORM ASK-LICENSE-RTN.
           IF WS-LIC-HIT > 0
               MOVE RG-NO(RG-IDX) TO WS-CPD-LIC-NO
               MOVE RG-EXPIRES(RG-IDX) TO WS-CPD-CYCLE
               PERFORM CPD-SUM-RTN
               EVALUATE TRUE
                   WHEN RG-STATUS(RG-IDX) = 'R'
                   WHEN RG-STATUS(RG-IDX) = 'S'
                       DISPLAY 'RENEWAL REFUSED - LICENSE IS '
                           WS-LIC-SHOW '.'
                   WHEN WS-CPD-UNITS < WS-CPD-REQUIRED
                       DISPLAY 'RENEWAL REFUSED - ' WS-CPD-UNITS
                           ' OF ' WS-CPD-REQUIRED ' CPD UNITS ON '
                           'FILE FOR THE CYCLE.'
                   WHEN OTHER
                       PERFORM RENEW-ONE-RTN
               END-EVALUATE
           END-IF.
           DISPLAY 'Renew another? (Y/N): '.
           ACCEPT ANS.

       RENEW-ONE-RTN.
           MOVE RG-EXPIRES(RG-IDX) TO WS-DC-DATE.
           MOVE WS-LIC-CYCLE-MONTHS TO WS-DC-MONTHS.
           PERFORM DATE-ADD-MONTHS-RTN.
           IF WS-DC-DATE < WS-RUNLOG-DATE
               MOVE WS-RUNLOG-DATE TO WS-DC-DATE
               PERFORM DATE-ADD-MONTHS-RTN
           END-IF.
           MOVE WS-DC-DATE TO RG-EXPIRES(RG-IDX).
           MOVE 'A' TO RG-STATUS(RG-IDX).
           MOVE WS-RUNLOG-DATE TO RG-RENEWED(RG-IDX).
           ADD 1 TO WS-CHANGED.
           DISPLAY 'RENEWED UNTIL ' RG-EXPIRES(RG-IDX) '.'.

      * S suspends an active or expired license, R revokes
      *one for good, A lifts a suspension - back to expired
      *when the cycle ran out meanwhile
       STATUS-RTN.
           PERFORM ASK-LICENSE-RTN.
           IF WS-LIC-HIT > 0
               IF RG-STATUS(RG-IDX) = 'R'
                   DISPLAY 'LICENSE REVOKED - STATUS IS FINAL.'
               ELSE
                   DISPLAY '(S)uspend, (R)evoke or (A) reinstate: '
                   ACCEPT WS-NEW-STATUS
                   PERFORM CHANGE-STATUS-RTN
               END-IF
           END-IF.
           DISPLAY 'Another status change? (Y/N): '.
           ACCEPT ANS.

       CHANGE-STATUS-RTN.
           EVALUATE TRUE
               WHEN WS-NEW-STATUS = 'S' OR WS-NEW-STATUS = 's'
                   IF RG-STATUS(RG-IDX) = 'S'
                       DISPLAY 'ALREADY SUSPENDED.'
                   ELSE
                       MOVE 'S' TO RG-STATUS(RG-IDX)
                       ADD 1 TO WS-CHANGED
                       DISPLAY 'LICENSE SUSPENDED.'
                   END-IF
               WHEN WS-NEW-STATUS = 'R' OR WS-NEW-STATUS = 'r'
                   MOVE 'R' TO RG-STATUS(RG-IDX)
                   ADD 1 TO WS-CHANGED
                   DISPLAY 'LICENSE REVOKED.'
               WHEN WS-NEW-STATUS = 'A' OR WS-NEW-STATUS = 'a'
                   IF RG-STATUS(RG-IDX) NOT = 'S'
                       DISPLAY 'ONLY A SUSPENDED LICENSE IS '
                           'REINSTATED.'
                   ELSE
                       IF RG-EXPIRES(RG-IDX) < WS-RUNLOG-DATE
                           MOVE 'E' TO RG-STATUS(RG-IDX)
                       ELSE
                           MOVE 'A' TO RG-STATUS(RG-IDX)
                       END-IF
                       ADD 1 TO WS-CHANGED
                       DISPLAY 'SUSPENSION LIFTED.'
                   END-IF
               WHEN OTHER
                   DISPLAY 'NO CHANGE MADE.'
           END-EVALUATE.
