      *                byte is rewritten instead of skipping the
      *                emit while still rolling the due date - a
      *                transfer silently missed forever.
      *2026-10-15  LP  A due order whose source or destination
      *                account number fails its check digit (shared
      *                ACCTCK copybooks) is no longer released: it
      *                is listed as rejected under its own reason
      *                and keeps its due date, so it releases on the
      *                first run after STANDORD is corrected rather
      *                than posting to the wrong account or being
      *                rolled past unpaid.
      *2026-10-15  LP  Due dates now run off the shared holiday
      *                calendar (CALENDAR): an order falls due on
      *                the first business day on or after its
      *                scheduled date, so everything due over a
      *                weekend or holiday releases together on the
      *                next business date, and the roll steps past
      *                any scheduled date whose business day has
      *                already gone by. The schedule itself stays
      *                on STANDORD so a monthly order keeps its day.
      *                A business date that is not a business day
      *                releases nothing, and a calendar too large
      *                for its table refuses to start.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * shared run-log written alongside the extract
           COPY RUNLOGSL.
      * shared holiday calendar the due dates run off
           COPY CALNDSL.

       DATA DIVISION.
       FILE SECTION.
           05 SO-NEXT-DUE       PIC 9(8).

           COPY RUNLOGFD.
           COPY CALNDFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared account-number check-digit working-storage
           COPY ACCTCKWS.
      * shared calendar arithmetic working-storage
           COPY DATEWS.
      * shared holiday-calendar working-storage
           COPY CALNDWS.

       01  WS-FLAGS.
           05 WS-RAW-EOF        PIC X VALUE 'N'.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
       01  WS-ORD-OVFL-SW       PIC X VALUE 'N'.
       01  WS-RELEASED-COUNT    PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(4) VALUE 0.
       01  WS-ORDER-CK-SW       PIC X VALUE 'Y'.
       01  WS-REJECT-REASON     PIC X(20) VALUE SPACES.

      * the transaction record released into the extract,
      *in TRANSEDIT's raw-record layout
              10 OT-FREQ        PIC X.
              10 OT-NEXT-DUE    PIC 9(8).

      * an order's scheduled date, and the business day it
      *actually falls due on
       01  WS-DUE-DATE          PIC 9(8) VALUE 0.
       01  WS-DUE-BUSDAY        PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
               GOBACK
           END-IF.

      * a release date worked off part of the calendar could
      *land on a holiday past the table, or a business date that
      *is not a business day release early - touch nothing
           PERFORM CALNDR-LOAD-RTN.
           IF WS-CAL-OVFL-SW = 'Y'
               DISPLAY "STORD-GEN: *** CALENDAR TOO LARGE FOR THE "
                   "TABLE - MORE THAN 400 DATES. ***"
               DISPLAY "STORD-GEN: NOTHING TOUCHED. PURGE PAST "
                   "YEARS AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           MOVE WS-RUNLOG-DATE TO WS-DC-DATE.
           PERFORM CALNDR-CHECK-RTN.
           IF WS-CAL-BUSDAY-SW = 'N'
               DISPLAY "STORD-GEN: BUSINESS DATE " WS-RUNLOG-DATE
                   " IS NOT A BUSINESS DAY - NOTHING RELEASED."
               DISPLAY "STORD-GEN: ORDERS STAY DUE FOR THE NEXT "
                   "BUSINESS DATE."
               MOVE 4 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM 200-LOAD-EXTRACT.
           IF WS-OVERFLOW-SW = 'Y'
               DISPLAY "STORD-GEN: *** EXTRACT TOO LARGE FOR THE "

           DISPLAY "STORD-GEN: " WS-RELEASED-COUNT
               " TRANSFER(S) RELEASED INTO TRANSIN.TXT.".
           IF WS-REJECTED-COUNT > 0
               DISPLAY "STORD-GEN: " WS-REJECTED-COUNT
                   " DUE ORDER(S) REJECTED - CORRECT STANDORD; "
                   "THEY STAY DUE."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="STORD-GEN"==.

      * shared account-number check-digit paragraphs
           COPY ACCTCKRTN.

      * shared calendar paragraphs
           COPY DATERTN.
           COPY CALNDRTN.

       100-LOAD-ORDERS.
           OPEN INPUT ORDER-FILE.
           IF WS-ORD-STATUS = "35"
                   END-IF
           END-READ.

      * an order falls due on the first business day on or
      *after its scheduled date; one due on or before the
      *business date releases its transfer and rolls forward. A
      *date that has fallen far behind rolls until its business
      *day passes the business date, so a missed month still
      *releases only once
       300-RELEASE-ONE-ORDER.
           MOVE 'Y' TO WS-ORDER-CK-SW.
           MOVE 99999999 TO WS-DUE-BUSDAY.
           IF OT-NEXT-DUE(ORD-IDX) > 0
               MOVE OT-NEXT-DUE(ORD-IDX) TO WS-DC-DATE
               PERFORM CALNDR-ROLL-RTN
               MOVE WS-DC-DATE TO WS-DUE-BUSDAY
           END-IF.
           IF WS-DUE-BUSDAY <= WS-RUNLOG-DATE
               PERFORM 305-CHECK-ORDER-ACCTS
           END-IF.
           IF WS-DUE-BUSDAY <= WS-RUNLOG-DATE
               AND WS-ORDER-CK-SW = 'Y'
               PERFORM 310-EMIT-TRANSFER
               MOVE OT-NEXT-DUE(ORD-IDX) TO WS-DUE-DATE
               PERFORM 320-ROLL-DUE-DATE
                   UNTIL WS-DUE-BUSDAY > WS-RUNLOG-DATE
               MOVE WS-DUE-DATE TO OT-NEXT-DUE(ORD-IDX)
           END-IF.

      * both account numbers must carry the check digit
      *their first nine places call for; a failing order is
      *listed and left due, untouched
       305-CHECK-ORDER-ACCTS.
           MOVE OT-SRC-ACCT(ORD-IDX) TO WS-AK-ACCT.
           PERFORM ACCTCK-VERIFY-RTN.
           IF WS-AK-OK = 'N'
               MOVE 'N' TO WS-ORDER-CK-SW
               MOVE "BAD CHECK DIGIT" TO WS-REJECT-REASON
           ELSE
               MOVE OT-DST-ACCT(ORD-IDX) TO WS-AK-ACCT
               PERFORM ACCTCK-VERIFY-RTN
               IF WS-AK-OK = 'N'
                   MOVE 'N' TO WS-ORDER-CK-SW
                   MOVE "BAD DEST CHECK DIGIT" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-ORDER-CK-SW = 'N'
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "STORD-GEN: ORDER " OT-SRC-ACCT(ORD-IDX)
                   " TO " OT-DST-ACCT(ORD-IDX) " REJECTED - "
                   WS-REJECT-REASON
           END-IF.

       310-EMIT-TRANSFER.
           IF WS-RAW-COUNT >= 500
               MOVE 'Y' TO WS-OVERFLOW-SW
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

      * the schedule steps a week or a month (the day of
      *the month kept, clamped to a short month); the business
      *day it falls due on is worked out afresh each step
       320-ROLL-DUE-DATE.
           MOVE WS-DUE-DATE TO WS-DC-DATE.
           IF OT-FREQ(ORD-IDX) = 'W'
               PERFORM DATE-ADD-DAY-RTN 7 TIMES
           ELSE
               MOVE 1 TO WS-DC-MONTHS
               PERFORM DATE-ADD-MONTHS-RTN
           END-IF.
           MOVE WS-DC-DATE TO WS-DUE-DATE.
           PERFORM CALNDR-ROLL-RTN.
           MOVE WS-DC-DATE TO WS-DUE-BUSDAY.

      * the extract comes back wrapped in a fresh control
      *record covering everything now on it, so TRANSEDIT's
