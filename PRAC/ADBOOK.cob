      *                untouched - the overflow used to be dropped
      *                silently and the rewrite destroyed every
      *                booking past the table.
      *2026-10-15  LP  Bookings are keyed by advertiser code off
      *                the ADVMAST advertiser master REFMAINT keeps,
      *                the code in place of the free name; a code
      *                not on the master is refused. A booking that
      *                would take the advertiser's unbilled bookings,
      *                priced as billing would price them, past its
      *                credit limit is refused. Invoices now bill
      *                the master's name and address and show the
      *                gross, the commission of the advertiser's
      *                agency on AGYMAST and the net due, with the
      *                payment terms and due date. A booking keyed
      *                before the master still bills under its name,
      *                direct and due on receipt.
      *2026-10-15  LP  Receivables. Billing enters every invoice
      *                on the ADOPNINV open-invoice file at its net
      *                due; (P)ayments posts receipts to invoice
      *                numbers, part-payments allowed, each one
      *                kept on the ADPAYMNT receipts history. An
      *                advertiser with an invoice unpaid more than
      *                90 days is held from booking, and its credit
      *                limit now counts its unpaid invoices as well
      *                as its unbilled bookings. Entry and payments
      *                now run-log under the business date.
      *2026-10-15  LP  Commercial avails. A show's capacity per
      *                airing is its breaks times the spots in a
      *                break on the ADINVNT commercial inventory,
      *                its airings the days SHOWSKED gives it. A
      *                booking dated a day the show does not air,
      *                or on no real date, is refused; one past
      *                the spots still open on the airing is
      *                refused or, as the clerk answers, kept on
      *                a waitlist (billed switch 'W') that billing
      *                passes over. Entry and billing first move
      *                waitlisted bookings, oldest first, onto the
      *                airing wherever there is room for them now.
      *                A show with no schedule or no inventory is
      *                booked unguarded as before.
      *2026-10-15  LP  Audience guarantees. A booking can carry the
      *                audience it was sold on and whether a short
      *                delivery is made good with spots or a credit
      *                memo, for the AD-MAKEGOOD review; billing
      *                keeps the invoice number on the booking and
      *                bills a make-good spot at no charge. The
      *                booking layout moves to the shared ADBKSL and
      *                ADBKFD and grows 16 bytes: an ADBOOK kept
      *                under the old layout must be converted
      *                before the first run of this build.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * shared commercial bookings
           COPY ADBKSL.

      * the ad rate card sales maintains
           SELECT RATE-FILE ASSIGN TO "RATECARD"
           SELECT REG-FILE ASSIGN TO "BILLREG.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared advertiser and agency masters kept by REFMAINT
           COPY ADVSL.
           COPY AGYSL.

      * shared open invoices and receipts history
           COPY ARINVSL.
           COPY ARPAYSL.

      * shared show schedule and commercial inventory kept by
      *REFMAINT, and the calendar the day of the week comes off
           COPY SKEDSL.
           COPY CINVSL.
           COPY CALNDSL.

      * shared run-log written alongside the invoices
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY ADBKFD.

       FD  RATE-FILE
           LABEL RECORD IS OMITTED.
           LABEL RECORD IS OMITTED.
       01  REG-LINE PIC X(80).

           COPY ADVFD.

           COPY AGYFD.

           COPY ARINVFD.

           COPY ARPAYFD.

           COPY SKEDFD.

           COPY CINVFD.

           COPY CALNDFD.

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared validation-loop switches
           COPY VALSW.

      * shared advertiser and agency tables
           COPY ADVWS.
           COPY AGYWS.

      * shared open-invoice table and receipts history
           COPY ARINVWS.
           COPY ARPAYWS.

      * the date arithmetic for an invoice's due date
           COPY DATEWS.

      * shared airings and capacity per show, and the day of
      *the week a booking date falls on
           COPY CALNDWS.
           COPY AIRWS.

       01  ANS             PIC X VALUE SPACES.
       01  WS-BOOK-STATUS  PIC XX VALUE SPACES.
       01  WS-RATE-STATUS  PIC XX VALUE SPACES.
       01  WS-BILLED       PIC 9(4) VALUE 0.
       01  WS-AMOUNT       PIC 9(11)V99 VALUE 0.
       01  WS-SCAN-IDX     PIC 9(3) VALUE 0.
      * an advertiser's unbilled bookings against its limit,
      *and an invoice's split between agency and net due
       01  WS-EXPOSURE     PIC 9(11)V99 VALUE 0.
       01  WS-COMMISSION   PIC 9(11)V99 VALUE 0.
       01  WS-NET-DUE      PIC 9(11)V99 VALUE 0.
       01  WS-COMM-PCT     PIC 99V99 VALUE 0.
       01  WS-TERMS        PIC 9(3) VALUE 0.
       01  WS-LIMIT-ED     PIC Z,ZZZ,ZZ9.99.
       01  WS-BALANCE      PIC 9(11)V99 VALUE 0.
       01  WS-BALANCE-ED   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-HOLD-SW      PIC X VALUE 'N'.
       01  WS-TAKEN        PIC 9(4) VALUE 0.
       01  WS-POSTED       PIC 9(4) VALUE 0.
       01  WS-EXPOSURE-ED  PIC Z,ZZZ,ZZZ,ZZ9.99.
      * a booking against its airing: 'N' taken, 'W' put on
      *the waitlist, 'X' refused; the airing's spots sold and
      *waitlisted already, and those still open
       01  WS-BOOK-AS      PIC X VALUE 'N'.
       01  WS-WAIT-ANS     PIC X VALUE SPACES.
       01  WS-AV-IDX       PIC 9(3) VALUE 0.
       01  WS-AV-SHOW      PIC 99 VALUE 0.
       01  WS-AV-DATE      PIC 9(8) VALUE 0.
       01  WS-SOLD         PIC 9(5) VALUE 0.
       01  WS-WAITED       PIC 9(5) VALUE 0.
       01  WS-OPEN         PIC 9(5) VALUE 0.
       01  WS-OPEN-ED      PIC ZZ,ZZ9.
       01  WS-PROMOTED     PIC 9(4) VALUE 0.

      * the bookings, held whole so billing can mark them
      *and rewrite the file
              10 BT-SPOTS      PIC 9(3).
              10 BT-DATE       PIC 9(8).
              10 BT-BILLED-SW  PIC X.
              10 BT-GUARANTEE  PIC 9(7).
              10 BT-MG-OPTION  PIC X.
              10 BT-MG-SW      PIC X.
              10 BT-INV-NO     PIC 9(7).

      * the spot rates and measured audiences per show
       01  WS-SHOW-RATE PIC 9(5)V99 OCCURS 12 TIMES VALUE 0.
       01  WS-REG-HIT      PIC 99 VALUE 0.

       01  IN-KEYED.
           05 KY-ADV-CODE   PIC X(6) VALUE SPACES.
           05 KY-SHOW       PIC 99 VALUE 0.
           05 KY-SPOTS      PIC 9(3) VALUE 0.
           05 KY-DATE       PIC 9(8) VALUE 0.
           05 KY-GUARANTEE  PIC 9(7) VALUE 0.
           05 KY-MG-OPTION  PIC X VALUE SPACES.
           05 KY-INV-NO     PIC 9(7) VALUE 0.
           05 KY-PAY-AMT    PIC 9(11)V99 VALUE 0.
           05 KY-PAY-REF    PIC X(12) VALUE SPACES.

       01  INV-HDR-1.
           02 FILLER PIC X(28) VALUE SPACES.
       01  INV-TO-LINE.
           02 FILLER PIC X(12) VALUE "Billed To:  ".
           02 IV-ADVERTISER PIC X(20).
           02 FILLER PIC X(8)  VALUE "  Acct. ".
           02 IV-ADV-CODE PIC X(6).
           02 FILLER PIC X(34) VALUE SPACES.

       01  INV-ADDR-LINE.
           02 FILLER PIC X(12) VALUE SPACES.
           02 IV-ADDRESS PIC X(28).
           02 FILLER PIC X(40) VALUE SPACES.

       01  INV-AGY-LINE.
           02 FILLER PIC X(12) VALUE "Agency:     ".
           02 IV-AGENCY PIC X(25).
           02 FILLER PIC X(43) VALUE SPACES.

       01  INV-DET-LINE.
           02 FILLER PIC X(2)  VALUE SPACES.
           02 IV-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(16) VALUE SPACES.

       01  INV-TOT-LINE.
           02 FILLER PIC X(29) VALUE SPACES.
           02 IV-TOT-LABEL PIC X(19).
           02 IV-TOT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(16) VALUE SPACES.

       01  INV-COMM-LINE.
           02 FILLER PIC X(29) VALUE SPACES.
           02 FILLER PIC X(5)  VALUE "Less ".
           02 IV-COMM-PCT PIC Z9.99.
           02 FILLER PIC X(9)  VALUE "% comm P ".
           02 IV-COMM-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(16) VALUE SPACES.

       01  INV-TERMS-LINE.
           02 FILLER PIC X(7)  VALUE "Terms: ".
           02 IV-TERMS PIC ZZ9.
           02 FILLER PIC X(13) VALUE " day(s)  Due ".
           02 IV-DUE PIC 9(8).
           02 FILLER PIC X(49) VALUE SPACES.

       01  REG-HDR.
           02 FILLER PIC X(30) VALUE
              "Monthly Billings By Network".
       MAIN-RTN.
           PERFORM LOAD-SHOWS-RTN.
           PERFORM LOAD-BOOKINGS-RTN.
           PERFORM ADV-LOAD-RTN.
           PERFORM AGY-LOAD-RTN.
           PERFORM ARINV-LOAD-RTN.
           PERFORM AIR-LOAD-RTN.

      * an overflowed table means bookings past it would
      *never come back at the rewrite - touch nothing
               STOP RUN
           END-IF.

      * an advertiser past the table would be refused its
      *bookings and billed without its agency
           IF WS-ADV-OVFL-SW = 'Y' OR WS-AGY-OVFL-SW = 'Y'
               DISPLAY 'AD-BOOKING: *** ADVMAST OR AGYMAST TOO '
                   'LARGE FOR THE WORK TABLE. ***'
               DISPLAY 'AD-BOOKING: NOTHING TOUCHED. RAISE THE '
                   'TABLE AND RERUN.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the open invoices are written back whole as payments
      *post, and are what holds an advertiser and counts
      *against its limit
           IF WS-ARINV-OVFL-SW = 'Y'
               DISPLAY 'AD-BOOKING: *** ADOPNINV TOO LARGE FOR THE '
                   'WORK TABLE - MORE THAN 2000 INVOICES. ***'
               DISPLAY 'AD-BOOKING: NOTHING TOUCHED. RAISE THE '
                   'TABLE AND RERUN.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '(E)nter booking, (L)ist, (B)illing run or '
               '(P)ayments? '.
           ACCEPT WS-RUN-MODE.

           EVALUATE WS-RUN-MODE
                   PERFORM LIST-ONE-BOOKING-RTN
                       VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > WS-BOOK-COUNT
               WHEN 'P' WHEN 'p'
                   PERFORM RUNLOG-START-RTN
                   PERFORM PAYMENT-RTN
                       UNTIL ANS = 'N' OR ANS = 'n'
                   MOVE WS-POSTED TO WS-RUNLOG-COUNT
                   PERFORM RUNLOG-END-RTN
               WHEN OTHER
                   PERFORM RUNLOG-START-RTN
                   PERFORM LOAD-RATES-RTN
                   PERFORM LOAD-AUDIENCE-RTN
                   PERFORM PROMOTE-WAITLIST-RTN
                   PERFORM ENTRY-RTN
                       UNTIL ANS = 'N' OR ANS = 'n'
                   PERFORM REWRITE-BOOKINGS-RTN
                   MOVE WS-TAKEN TO WS-RUNLOG-COUNT
                   PERFORM RUNLOG-END-RTN
           END-EVALUATE.
           STOP RUN.

                       MOVE AB-SPOTS TO BT-SPOTS(BK-IDX)
                       MOVE AB-DATE TO BT-DATE(BK-IDX)
                       MOVE AB-BILLED-SW TO BT-BILLED-SW(BK-IDX)
                       MOVE AB-GUARANTEE TO BT-GUARANTEE(BK-IDX)
                       MOVE AB-MG-OPTION TO BT-MG-OPTION(BK-IDX)
                       MOVE AB-MG-SW TO BT-MG-SW(BK-IDX)
                       MOVE AB-INV-NO TO BT-INV-NO(BK-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
           END-READ.

      * the advertiser must be on the master before anything
      *else is asked
       ENTRY-RTN.
           DISPLAY 'Advertiser code: '.
           ACCEPT KY-ADV-CODE.
           MOVE KY-ADV-CODE TO WS-ADV-FIND.
           PERFORM ADV-FIND-RTN.
           IF WS-ADV-HIT = 0
               DISPLAY 'NO SUCH ADVERTISER ON ADVMAST - NOT TAKEN.'
           ELSE
               SET AV-IDX TO WS-ADV-HIT
               DISPLAY 'Advertiser: ' AVT-NAME(AV-IDX)
               PERFORM CHECK-HOLD-RTN
               IF WS-HOLD-SW = 'Y'
                   DISPLAY 'ADVERTISER ON HOLD - INVOICE(S) UNPAID '
                       'OVER 90 DAYS - NOT TAKEN.'
               ELSE
                   PERFORM TAKE-BOOKING-RTN
               END-IF
           END-IF.

           DISPLAY 'Another booking? (Y/N): '.
           ACCEPT ANS.

       TAKE-BOOKING-RTN.
           MOVE 'N' TO VALID-SW.
           PERFORM UNTIL VALID-SW = 'Y'
               DISPLAY 'Show code (1-' WS-SHOW-MAX '): '
           ACCEPT KY-SPOTS.
           DISPLAY 'Booking date (YYYYMMDD): '.
           ACCEPT KY-DATE.
           DISPLAY 'Guaranteed audience (0 if none): '.
           ACCEPT KY-GUARANTEE.
           MOVE SPACES TO KY-MG-OPTION.
           IF KY-GUARANTEE > 0
               DISPLAY 'Short delivery made good by (S)pots or '
                   '(C)redit memo? '
               ACCEPT KY-MG-OPTION
               IF KY-MG-OPTION = 'C' OR KY-MG-OPTION = 'c'
                   MOVE 'C' TO KY-MG-OPTION
               ELSE
                   MOVE 'S' TO KY-MG-OPTION
               END-IF
           END-IF.

           PERFORM CHECK-AVAILS-RTN.
           IF WS-BOOK-AS = 'X'
               DISPLAY 'BOOKING NOT TAKEN.'
           ELSE
               PERFORM STORE-BOOKING-RTN
           END-IF.

      * a booking the airing can carry, or waitlisted on it,
      *still has to stay inside the advertiser's credit limit
       STORE-BOOKING-RTN.
           PERFORM CHECK-CREDIT-RTN.

           IF WS-EXPOSURE > AVT-LIMIT(AV-IDX)
               MOVE AVT-LIMIT(AV-IDX) TO WS-LIMIT-ED
               MOVE WS-EXPOSURE TO WS-EXPOSURE-ED
               DISPLAY 'CREDIT LIMIT P' WS-LIMIT-ED
                   ' EXCEEDED - UNBILLED WOULD BE P' WS-EXPOSURE-ED
               DISPLAY 'BOOKING NOT TAKEN.'
           ELSE
               IF WS-BOOK-COUNT < 200
                   ADD 1 TO WS-BOOK-COUNT
                   SET BK-IDX TO WS-BOOK-COUNT
                   MOVE KY-ADV-CODE TO BT-ADVERTISER(BK-IDX)
                   MOVE KY-SHOW TO BT-SHOW-CODE(BK-IDX)
                   MOVE KY-SPOTS TO BT-SPOTS(BK-IDX)
                   MOVE KY-DATE TO BT-DATE(BK-IDX)
                   MOVE WS-BOOK-AS TO BT-BILLED-SW(BK-IDX)
                   MOVE KY-GUARANTEE TO BT-GUARANTEE(BK-IDX)
                   MOVE KY-MG-OPTION TO BT-MG-OPTION(BK-IDX)
                   MOVE SPACE TO BT-MG-SW(BK-IDX)
                   MOVE 0 TO BT-INV-NO(BK-IDX)
                   ADD 1 TO WS-TAKEN
                   IF WS-BOOK-AS = 'W'
                       DISPLAY 'BOOKING WAITLISTED.'
                   ELSE
                       DISPLAY 'BOOKING TAKEN.'
                   END-IF
               ELSE
                   DISPLAY 'BOOKINGS FILE FULL - NOT TAKEN.'
               END-IF
           END-IF.

      * the date must be a real one the show airs on; past
      *the airing's open spots the clerk waitlists or refuses.
      *A show with no schedule or inventory is not guarded
       CHECK-AVAILS-RTN.
           MOVE 'N' TO WS-BOOK-AS.
           MOVE KY-DATE TO WS-DC-DATE.
           IF WS-DC-YY = 0 OR WS-DC-MM < 1 OR WS-DC-MM > 12
               MOVE 'X' TO WS-BOOK-AS
           ELSE
               PERFORM DATE-MONTH-LEN-RTN
               IF WS-DC-DD < 1 OR WS-DC-DD > WS-DC-MONTH-LEN
                   MOVE 'X' TO WS-BOOK-AS
               END-IF
           END-IF.
           IF WS-BOOK-AS = 'X'
               DISPLAY 'NOT A VALID YYYYMMDD DATE.'
           ELSE
               MOVE KY-SHOW TO WS-AIR-SHOW
               PERFORM AIR-CHECK-RTN
               EVALUATE WS-AIR-SW
                   WHEN 'N'
                       DISPLAY 'SHOW DOES NOT AIR ON A '
                           WS-AIR-DAY-NAME ' - IT AIRS '
                           AI-DAYS(WS-AIR-SHOW)
                       MOVE 'X' TO WS-BOOK-AS
                   WHEN 'Y'
                       MOVE KY-SHOW TO WS-AV-SHOW
                       MOVE KY-DATE TO WS-AV-DATE
                       PERFORM COUNT-AIRING-RTN
                       IF KY-SPOTS > WS-OPEN
                           PERFORM ASK-WAITLIST-RTN
                       END-IF
               END-EVALUATE
           END-IF.

       ASK-WAITLIST-RTN.
           MOVE WS-OPEN TO WS-OPEN-ED.
           DISPLAY 'OVERBOOKED - ONLY' WS-OPEN-ED
               ' SPOT(S) OPEN ON THIS AIRING.'.
           DISPLAY '(W)aitlist or (R)efuse? '.
           ACCEPT WS-WAIT-ANS.
           IF WS-WAIT-ANS = 'W' OR WS-WAIT-ANS = 'w'
               MOVE 'W' TO WS-BOOK-AS
           ELSE
               MOVE 'X' TO WS-BOOK-AS
           END-IF.

      * the spots sold and waitlisted on one airing, and the
      *capacity left open by those sold
       COUNT-AIRING-RTN.
           MOVE 0 TO WS-SOLD.
           MOVE 0 TO WS-WAITED.
           PERFORM COUNT-ONE-AIRING-RTN
               VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-BOOK-COUNT.
           IF WS-SOLD < WS-AIR-CAPACITY
               COMPUTE WS-OPEN = WS-AIR-CAPACITY - WS-SOLD
           ELSE
               MOVE 0 TO WS-OPEN
           END-IF.

       COUNT-ONE-AIRING-RTN.
           IF BT-SHOW-CODE(WS-AV-IDX) = WS-AV-SHOW
               AND BT-DATE(WS-AV-IDX) = WS-AV-DATE
               IF BT-BILLED-SW(WS-AV-IDX) = 'W'
                   ADD BT-SPOTS(WS-AV-IDX) TO WS-WAITED
               ELSE
                   ADD BT-SPOTS(WS-AV-IDX) TO WS-SOLD
               END-IF
           END-IF.

      * waitlisted bookings in the order taken move onto the
      *airing once it has room for the whole booking; a show
      *no longer guarded takes them all
       PROMOTE-WAITLIST-RTN.
           MOVE 0 TO WS-PROMOTED.
           PERFORM PROMOTE-ONE-RTN
               VARYING BK-IDX FROM 1 BY 1
               UNTIL BK-IDX > WS-BOOK-COUNT.
           IF WS-PROMOTED > 0
               DISPLAY 'AD-BOOKING: ' WS-PROMOTED
                   ' WAITLISTED BOOKING(S) NOW TAKEN.'
           END-IF.

       PROMOTE-ONE-RTN.
           IF BT-BILLED-SW(BK-IDX) = 'W'
               MOVE BT-SHOW-CODE(BK-IDX) TO WS-AIR-SHOW
               MOVE BT-DATE(BK-IDX) TO WS-DC-DATE
               PERFORM AIR-CHECK-RTN
               IF WS-AIR-SW = 'Y'
                   MOVE BT-SHOW-CODE(BK-IDX) TO WS-AV-SHOW
                   MOVE BT-DATE(BK-IDX) TO WS-AV-DATE
                   PERFORM COUNT-AIRING-RTN
                   IF BT-SPOTS(BK-IDX) NOT > WS-OPEN
                       MOVE 'N' TO BT-BILLED-SW(BK-IDX)
                       ADD 1 TO WS-PROMOTED
                   END-IF
               END-IF
               IF WS-AIR-SW = 'U'
                   MOVE 'N' TO BT-BILLED-SW(BK-IDX)
                   ADD 1 TO WS-PROMOTED
               END-IF
           END-IF.

      * any invoice of the advertiser's still unpaid past
      *the hold age holds it
       CHECK-HOLD-RTN.
           MOVE 'N' TO WS-HOLD-SW.
           PERFORM CHECK-HOLD-ONE-RTN
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > WS-ARINV-COUNT OR WS-HOLD-SW = 'Y'.

       CHECK-HOLD-ONE-RTN.
           IF OT-ADV-CODE(OT-IDX) = KY-ADV-CODE
               AND OT-PAID(OT-IDX) < OT-AMOUNT(OT-IDX)
               MOVE OT-INV-DATE(OT-IDX) TO WS-DC-DATE
               MOVE WS-RUNLOG-DATE TO WS-DC-TO-DATE
               PERFORM DATE-DAYS-BETWEEN-RTN
               IF WS-DC-DAYS > WS-ARINV-HOLD-DAYS
                   MOVE 'Y' TO WS-HOLD-SW
               END-IF
           END-IF.

      * the advertiser's unpaid invoices, its unbilled
      *bookings and this one, each booking priced as the
      *billing run will price it - a make-good spot at nothing
       CHECK-CREDIT-RTN.
           MOVE 0 TO WS-EXPOSURE.
           PERFORM ADD-OPEN-BALANCE-RTN
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > WS-ARINV-COUNT.
           PERFORM ADD-EXPOSURE-RTN
               VARYING BK-IDX FROM 1 BY 1
               UNTIL BK-IDX > WS-BOOK-COUNT.
           COMPUTE WS-AMOUNT ROUNDED =
               KY-SPOTS * WS-SHOW-RATE(KY-SHOW)
               * WS-SHOW-AUD(KY-SHOW) / 1000.
           ADD WS-AMOUNT TO WS-EXPOSURE.

       ADD-OPEN-BALANCE-RTN.
           IF OT-ADV-CODE(OT-IDX) = KY-ADV-CODE
               COMPUTE WS-EXPOSURE = WS-EXPOSURE
                   + OT-AMOUNT(OT-IDX) - OT-PAID(OT-IDX)
           END-IF.

       ADD-EXPOSURE-RTN.
           IF BT-ADVERTISER(BK-IDX) = KY-ADV-CODE
               AND BT-BILLED-SW(BK-IDX) NOT = 'Y'
               AND BT-MG-SW(BK-IDX) NOT = 'F'
               COMPUTE WS-AMOUNT ROUNDED =
                   BT-SPOTS(BK-IDX)
                   * WS-SHOW-RATE(BT-SHOW-CODE(BK-IDX))
                   * WS-SHOW-AUD(BT-SHOW-CODE(BK-IDX)) / 1000
               ADD WS-AMOUNT TO WS-EXPOSURE
           END-IF.

      * a receipt is applied to the one invoice it pays; a
      *part-payment leaves the rest open, and no invoice can be
      *paid past its balance
       PAYMENT-RTN.
           DISPLAY 'Invoice number: '.
           ACCEPT KY-INV-NO.
           MOVE KY-INV-NO TO WS-ARINV-FIND.
           PERFORM ARINV-FIND-RTN.
           IF WS-ARINV-HIT = 0
               DISPLAY 'NO SUCH INVOICE ON ADOPNINV.'
           ELSE
               SET OT-IDX TO WS-ARINV-HIT
               COMPUTE WS-BALANCE =
                   OT-AMOUNT(OT-IDX) - OT-PAID(OT-IDX)
               IF WS-BALANCE = 0
                   DISPLAY 'INVOICE ALREADY PAID IN FULL.'
               ELSE
                   PERFORM TAKE-PAYMENT-RTN
               END-IF
           END-IF.

           DISPLAY 'Another payment? (Y/N): '.
           ACCEPT ANS.

       TAKE-PAYMENT-RTN.
           MOVE WS-BALANCE TO WS-BALANCE-ED.
           DISPLAY 'Billed to ' OT-ADV-NAME(OT-IDX) ' on '
               OT-INV-DATE(OT-IDX) ' - balance P' WS-BALANCE-ED.
           DISPLAY 'Amount received: '.
           ACCEPT KY-PAY-AMT.
           IF KY-PAY-AMT = 0 OR KY-PAY-AMT > WS-BALANCE
               DISPLAY 'AMOUNT MUST BE OVER ZERO AND NOT OVER THE '
                   'BALANCE - NOT POSTED.'
           ELSE
               DISPLAY 'Official receipt or cheque number: '
               ACCEPT KY-PAY-REF
               ADD KY-PAY-AMT TO OT-PAID(OT-IDX)
               MOVE WS-RUNLOG-DATE TO OT-LAST-PAID(OT-IDX)
               MOVE OT-INV-NO(OT-IDX) TO PY-INV-NO
               MOVE OT-ADV-CODE(OT-IDX) TO PY-ADV-CODE
               MOVE OT-ADV-NAME(OT-IDX) TO PY-ADV-NAME
               MOVE WS-RUNLOG-DATE TO PY-DATE
               MOVE KY-PAY-REF TO PY-REF
               MOVE KY-PAY-AMT TO PY-AMOUNT
               PERFORM ARPAY-ADD-RTN
               PERFORM ARINV-SAVE-RTN
               ADD 1 TO WS-POSTED
               SUBTRACT KY-PAY-AMT FROM WS-BALANCE
               MOVE WS-BALANCE TO WS-BALANCE-ED
               DISPLAY 'PAYMENT POSTED - BALANCE NOW P'
                   WS-BALANCE-ED
           END-IF.

       LIST-ONE-BOOKING-RTN.
           DISPLAY BT-ADVERTISER(BK-IDX) ' show '
               BT-SHOW-CODE(BK-IDX) ' x' BT-SPOTS(BK-IDX)
               ' on ' BT-DATE(BK-IDX)
               ' billed=' BT-BILLED-SW(BK-IDX).
           IF BT-BILLED-SW(BK-IDX) = 'W'
               DISPLAY '    (waitlisted - not yet on the airing)'
           END-IF.
           IF BT-GUARANTEE(BK-IDX) > 0
               DISPLAY '    guaranteed ' BT-GUARANTEE(BK-IDX)
                   ' viewers, made good by ' BT-MG-OPTION(BK-IDX)
                   ' - reviewed=' BT-MG-SW(BK-IDX)
           END-IF.
           IF BT-MG-SW(BK-IDX) = 'F'
               DISPLAY '    (make-good spot - no charge)'
           END-IF.

       REWRITE-BOOKINGS-RTN.
           OPEN OUTPUT BOOK-FILE.
           MOVE BT-SPOTS(BK-IDX) TO AB-SPOTS.
           MOVE BT-DATE(BK-IDX) TO AB-DATE.
           MOVE BT-BILLED-SW(BK-IDX) TO AB-BILLED-SW.
           MOVE BT-GUARANTEE(BK-IDX) TO AB-GUARANTEE.
           MOVE BT-MG-OPTION(BK-IDX) TO AB-MG-OPTION.
           MOVE BT-MG-SW(BK-IDX) TO AB-MG-SW.
           MOVE BT-INV-NO(BK-IDX) TO AB-INV-NO.
           WRITE BOOK-REC.

      * every unbilled booking prices off the card rate
           PERFORM LOAD-RATES-RTN.
           PERFORM LOAD-AUDIENCE-RTN.
           PERFORM LOAD-SEQ-RTN.
           PERFORM PROMOTE-WAITLIST-RTN.

           OPEN OUTPUT INV-FILE.
           PERFORM BILL-ONE-RTN
           WRITE SEQ-REC.
           CLOSE SEQ-FILE.

      * a make-good spot airs at no charge: it goes on the
      *register but takes no invoice
       BILL-ONE-RTN.
           IF BT-BILLED-SW(BK-IDX) NOT = 'Y'
               AND BT-BILLED-SW(BK-IDX) NOT = 'W'
               AND BT-MG-SW(BK-IDX) = 'F'
               SET SH-IDX TO BT-SHOW-CODE(BK-IDX)
               MOVE 0 TO WS-AMOUNT
               PERFORM ROLL-REGISTER-RTN
               MOVE 'Y' TO BT-BILLED-SW(BK-IDX)
           END-IF.
           IF BT-BILLED-SW(BK-IDX) NOT = 'Y'
               AND BT-BILLED-SW(BK-IDX) NOT = 'W'
               SET SH-IDX TO BT-SHOW-CODE(BK-IDX)
               COMPUTE WS-AMOUNT ROUNDED =
                   BT-SPOTS(BK-IDX)
                   * WS-SHOW-RATE(BT-SHOW-CODE(BK-IDX))
                   * WS-SHOW-AUD(BT-SHOW-CODE(BK-IDX)) / 1000
               PERFORM SPLIT-AMOUNT-RTN
               ADD 1 TO WS-NEXT-INV
               PERFORM WRITE-ONE-INVOICE-RTN
               PERFORM ADD-OPEN-INVOICE-RTN
               PERFORM ROLL-REGISTER-RTN
               MOVE 'Y' TO BT-BILLED-SW(BK-IDX)
               MOVE WS-NEXT-INV TO BT-INV-NO(BK-IDX)
               ADD 1 TO WS-BILLED
           END-IF.

      * the advertiser off the master and the commission its
      *agency earns off the gross; a booking keyed before the
      *master finds none and bills direct, due on receipt
       SPLIT-AMOUNT-RTN.
           MOVE 0 TO WS-ADV-HIT.
           MOVE 0 TO WS-AGY-HIT.
           MOVE 0 TO WS-COMM-PCT.
           MOVE 0 TO WS-TERMS.
           IF BT-ADVERTISER(BK-IDX) (7:14) = SPACES
               MOVE BT-ADVERTISER(BK-IDX) TO WS-ADV-FIND
               PERFORM ADV-FIND-RTN
           END-IF.
           IF WS-ADV-HIT > 0
               SET AV-IDX TO WS-ADV-HIT
               MOVE AVT-TERMS(AV-IDX) TO WS-TERMS
               IF AVT-AGENCY(AV-IDX) NOT = SPACES
                   MOVE AVT-AGENCY(AV-IDX) TO WS-AGY-FIND
                   PERFORM AGY-FIND-RTN
               END-IF
           END-IF.
           IF WS-AGY-HIT > 0
               SET AG-IDX TO WS-AGY-HIT
               MOVE AGT-COMM-PCT(AG-IDX) TO WS-COMM-PCT
           END-IF.
           COMPUTE WS-COMMISSION ROUNDED =
               WS-AMOUNT * WS-COMM-PCT / 100.
           COMPUTE WS-NET-DUE = WS-AMOUNT - WS-COMMISSION.

      * one page-broken invoice per booking
       WRITE-ONE-INVOICE-RTN.
           WRITE INV-LINE FROM INV-HDR-1
           MOVE WS-RUNLOG-DATE TO IV-DATE.
           WRITE INV-LINE FROM INV-NO-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-ADV-HIT > 0
               MOVE AVT-NAME(AV-IDX) TO IV-ADVERTISER
               MOVE AVT-CODE(AV-IDX) TO IV-ADV-CODE
           ELSE
               MOVE BT-ADVERTISER(BK-IDX) TO IV-ADVERTISER
               MOVE SPACES TO IV-ADV-CODE
           END-IF.
           WRITE INV-LINE FROM INV-TO-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-ADV-HIT > 0
               MOVE AVT-ADDRESS(AV-IDX) TO IV-ADDRESS
               WRITE INV-LINE FROM INV-ADDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-AGY-HIT > 0
               MOVE AGT-NAME(AG-IDX) TO IV-AGENCY
               WRITE INV-LINE FROM INV-AGY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SH-NAME(SH-IDX) TO IV-SHOW.
           MOVE BT-SPOTS(BK-IDX) TO IV-SPOTS.
           MOVE WS-AMOUNT TO IV-AMOUNT.
           WRITE INV-LINE FROM INV-DET-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Gross            P " TO IV-TOT-LABEL.
           MOVE WS-AMOUNT TO IV-TOT-AMOUNT.
           WRITE INV-LINE FROM INV-TOT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-COMM-PCT TO IV-COMM-PCT.
           MOVE WS-COMMISSION TO IV-COMM-AMOUNT.
           WRITE INV-LINE FROM INV-COMM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "Net amount due   P " TO IV-TOT-LABEL.
           MOVE WS-NET-DUE TO IV-TOT-AMOUNT.
           WRITE INV-LINE FROM INV-TOT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-RUNLOG-DATE TO WS-DC-DATE.
           PERFORM DATE-ADD-DAY-RTN WS-TERMS TIMES.
           MOVE WS-TERMS TO IV-TERMS.
           MOVE WS-DC-DATE TO IV-DUE.
           WRITE INV-LINE FROM INV-TERMS-LINE
               AFTER ADVANCING 2 LINES.

      * the invoice goes on the open-invoice file at its net
      *due, to be paid down by the receipts posted to it
       ADD-OPEN-INVOICE-RTN.
           MOVE WS-NEXT-INV TO AR-INV-NO.
           MOVE IV-ADV-CODE TO AR-ADV-CODE.
           MOVE IV-ADVERTISER TO AR-ADV-NAME.
           MOVE WS-RUNLOG-DATE TO AR-INV-DATE.
           MOVE IV-DUE TO AR-DUE-DATE.
           MOVE WS-NET-DUE TO AR-AMOUNT.
           MOVE 0 TO AR-PAID.
           MOVE 0 TO AR-LAST-PAID.
           PERFORM ARINV-ADD-RTN.

      * WS-REG-HIT is captured inside FIND-ONE-REG-RTN, at
      *the point of the match; an unseen month/network pair
      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="AD-BOOKING"==.

      * shared advertiser and agency lookups
           COPY ADVRTN.
           COPY AGYRTN.

      * shared open-invoice and receipts paragraphs
           COPY ARINVRTN.
           COPY ARPAYRTN.

      * shared calendar arithmetic
           COPY DATERTN.

      * shared day-of-week and airing paragraphs
           COPY CALNDRTN.
           COPY AIRRTN.
