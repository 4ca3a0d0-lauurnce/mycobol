       IDENTIFICATION DIVISION.
       PROGRAM-ID. AD-AGING.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the month-end advertising
      *                receivables run. Every invoice still unpaid
      *                on the ADOPNINV open-invoice file is aged
      *                off its invoice date to the business date
      *                and totalled per advertiser in 0-30, 31-60,
      *                61-90 and over-90-day buckets to ADAGING.OUT,
      *                the advertisers held from booking for an
      *                invoice over 90 days flagged. A statement of
      *                account goes to ADSTMT.OUT for every
      *                advertiser owing or with activity in the
      *                month: opening balance, the month's invoices
      *                and the receipts on ADPAYMNT, closing
      *                balance, its open invoices and its aging.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the open invoices AD-BOOKING bills and posts
           COPY ARINVSL.

      * the receipts posted against them
           COPY ARPAYSL.

      * the advertiser master REFMAINT keeps
           COPY ADVSL.

           SELECT RPT-FILE ASSIGN TO "ADAGING.OUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT STMT-FILE ASSIGN TO "ADSTMT.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the reports
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY ARINVFD.

           COPY ARPAYFD.

           COPY ADVFD.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE PIC X(80).

       FD  STMT-FILE
           LABEL RECORD IS OMITTED.
       01  STMT-LINE PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

      * the open invoices, the receipts and the advertisers
           COPY ARINVWS.
           COPY ARPAYWS.
           COPY ADVWS.

      * the date arithmetic for an invoice's age
           COPY DATEWS.

       01  WS-MONTH        PIC 9(6) VALUE 0.
       01  WS-BALANCE      PIC 9(11)V99 VALUE 0.
       01  WS-OPENING      PIC S9(11)V99 VALUE 0.
       01  WS-BUCKET       PIC 9 VALUE 0.
       01  WS-KEY-CODE     PIC X(6) VALUE SPACES.
       01  WS-KEY-NAME     PIC X(20) VALUE SPACES.
       01  WS-ACCT-HIT     PIC 9(3) VALUE 0.
       01  WS-HELD         PIC 9(3) VALUE 0.
       01  WS-STMTS        PIC 9(3) VALUE 0.
       01  WS-SUB          PIC 9 VALUE 0.

      * one row per advertiser owing or active in the month,
      *keyed by its ADVMAST code - by the name billed for an
      *invoice keyed before the master
       01  WS-ACCT-OVFL-SW PIC X VALUE 'N'.
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT PIC 9(3) VALUE 0.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY AC-IDX.
              10 AC-CODE       PIC X(6).
              10 AC-NAME       PIC X(20).
              10 AC-BUCKET     PIC 9(11)V99 OCCURS 4 TIMES.
              10 AC-TOTAL      PIC 9(11)V99.
              10 AC-MONTH-INV  PIC 9(11)V99.
              10 AC-MONTH-PAID PIC 9(11)V99.
              10 AC-HOLD-SW    PIC X.
       01  WS-GRAND-BUCKET PIC 9(11)V99 OCCURS 4 TIMES VALUE 0.
       01  WS-GRAND-TOTAL  PIC 9(11)V99 VALUE 0.

      * the month's receipts, for the statements
       01  WS-PAY-OVFL-SW  PIC X VALUE 'N'.
       01  WS-PAY-TABLE.
           05 WS-PAY-COUNT PIC 9(4) VALUE 0.
           05 WS-PAY-ENTRY OCCURS 2000 TIMES INDEXED BY PT-IDX.
              10 PT-INV-NO     PIC 9(7).
              10 PT-ADV-CODE   PIC X(6).
              10 PT-ADV-NAME   PIC X(20).
              10 PT-DATE       PIC 9(8).
              10 PT-REF        PIC X(12).
              10 PT-AMOUNT     PIC 9(11)V99.

       01  HDR-1.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "Advertising Receivables Aging Report".
           02 FILLER PIC X(20) VALUE SPACES.

       01  HDR-DATE.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "Business Date: ".
           02 HD-DATE PIC 9(8).
           02 FILLER PIC X(29) VALUE SPACES.

       01  AGING-COLS.
           02 FILLER PIC X(40) VALUE
              "Code   Advertiser            0-30      3".
           02 FILLER PIC X(40) VALUE
              "1-60      61-90    Over 90      Total H".

       01  AGING-LINE.
           02 AG-CODE   PIC X(6).
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 AG-NAME   PIC X(15).
           02 AG-AMOUNTS OCCURS 5 TIMES.
              03 FILLER    PIC X(1).
              03 AG-AMOUNT PIC Z(6)9.99.
           02 FILLER    PIC X(1)  VALUE SPACES.
           02 AG-HOLD   PIC X(1).
           02 FILLER    PIC X(1)  VALUE SPACES.

       01  NONE-LINE.
           02 FILLER PIC X(40) VALUE "  No invoices outstanding.".
           02 FILLER PIC X(40) VALUE SPACES.

       01  HOLD-NOTE.
           02 FILLER PIC X(40) VALUE
              "H - held from booking: an invoice unpaid".
           02 FILLER PIC X(40) VALUE
              " over 90 days.".

       01  HELD-LINE.
           02 FILLER PIC X(24) VALUE "Advertisers on hold:    ".
           02 HL-HELD PIC ZZ9.
           02 FILLER PIC X(53) VALUE SPACES.

       01  STMT-HDR-1.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(24) VALUE "TLPS MEDIA SALES".
           02 FILLER PIC X(28) VALUE SPACES.

       01  STMT-HDR-2.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(28) VALUE "Statement of Account as of ".
           02 SH-DATE PIC 9(8).
           02 FILLER PIC X(20) VALUE SPACES.

       01  STMT-TO-LINE.
           02 FILLER PIC X(12) VALUE "Account:    ".
           02 SL-NAME PIC X(20).
           02 FILLER PIC X(8)  VALUE "  Acct. ".
           02 SL-CODE PIC X(6).
           02 FILLER PIC X(34) VALUE SPACES.

       01  STMT-ADDR-LINE.
           02 FILLER PIC X(12) VALUE SPACES.
           02 SL-ADDRESS PIC X(28).
           02 FILLER PIC X(40) VALUE SPACES.

       01  STMT-AMT-LINE.
           02 FILLER PIC X(2)  VALUE SPACES.
           02 SA-DATE PIC X(8).
           02 FILLER PIC X(2)  VALUE SPACES.
           02 SA-DESC PIC X(34).
           02 SA-AMOUNT PIC -,---,---,--9.99.
           02 FILLER PIC X(18) VALUE SPACES.

       01  STMT-DESC.
           02 SD-TEXT PIC X(14).
           02 SD-NO   PIC 9(7).
           02 FILLER  PIC X(1) VALUE SPACES.
           02 SD-REF  PIC X(12).

       01  STMT-OPEN-HDR.
           02 FILLER PIC X(40) VALUE
              "Open invoice     Dated      Due         ".
           02 FILLER PIC X(40) VALUE
              "Amount due       Balance  Days".

       01  STMT-OPEN-LINE.
           02 FILLER PIC X(2)  VALUE SPACES.
           02 SO-NO   PIC 9(7).
           02 FILLER PIC X(8)  VALUE SPACES.
           02 SO-DATE PIC 9(8).
           02 FILLER PIC X(3)  VALUE SPACES.
           02 SO-DUE  PIC 9(8).
           02 FILLER PIC X(1)  VALUE SPACES.
           02 SO-AMOUNT PIC Z(9)9.99.
           02 FILLER PIC X(1)  VALUE SPACES.
           02 SO-BALANCE PIC Z(9)9.99.
           02 FILLER PIC X(2)  VALUE SPACES.
           02 SO-DAYS PIC ZZZ9.
           02 FILLER PIC X(10) VALUE SPACES.

       01  STMT-AGING-HDR.
           02 FILLER PIC X(40) VALUE
              "Aging              0-30      31-60      ".
           02 FILLER PIC X(40) VALUE
              "61-90    Over 90".

       01  STMT-AGING-LINE.
           02 FILLER PIC X(12) VALUE SPACES.
           02 SG-AMOUNTS OCCURS 4 TIMES.
              03 FILLER    PIC X(1).
              03 SG-AMOUNT PIC Z(6)9.99.
           02 FILLER PIC X(24) VALUE SPACES.

       01  STMT-HOLD-LINE.
           02 FILLER PIC X(40) VALUE
              "*** BOOKINGS HELD - AN INVOICE IS UNPAID".
           02 FILLER PIC X(40) VALUE
              " OVER 90 DAYS. ***".

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM RUNLOG-START-RTN.
           MOVE WS-RUNLOG-DATE(1:6) TO WS-MONTH.
           PERFORM ARINV-LOAD-RTN.
           PERFORM ADV-LOAD-RTN.
           PERFORM LOAD-PAYMENTS-RTN.
      * a table too small would leave invoices out of the aging
      *and the statements short
           IF WS-ARINV-OVFL-SW = 'Y' OR WS-ADV-OVFL-SW = 'Y'
               OR WS-PAY-OVFL-SW = 'Y'
               DISPLAY "AD-AGING: *** ADOPNINV, ADVMAST OR THE "
                   "MONTH'S RECEIPTS TOO LARGE FOR THE WORK TABLE. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM AGE-ONE-INVOICE-RTN
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > WS-ARINV-COUNT.
           PERFORM TAKE-ONE-PAYMENT-RTN
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PAY-COUNT.
           IF WS-ACCT-OVFL-SW = 'Y'
               DISPLAY "AD-AGING: *** MORE THAN 500 ADVERTISERS "
                   "OWING - NOTHING PRINTED. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM WRITE-AGING-RTN.

           OPEN OUTPUT STMT-FILE.
           PERFORM WRITE-STATEMENT-RTN
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACCT-COUNT.
           CLOSE STMT-FILE.

           DISPLAY "AD-AGING: " WS-ACCT-COUNT " ADVERTISER(S), "
               WS-HELD " ON HOLD, " WS-STMTS " STATEMENT(S).".
           MOVE WS-STMTS TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="AD-AGING"==.

      * shared open-invoice and advertiser paragraphs
           COPY ARINVRTN.
           COPY ADVRTN.

      * shared calendar arithmetic
           COPY DATERTN.

      * only the receipts of the statement month are kept
       LOAD-PAYMENTS-RTN.
           MOVE 'N' TO WS-ARPAY-EOF.
           OPEN INPUT ARPAY-FILE.
           IF WS-ARPAY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-PAYMENT-RTN UNTIL WS-ARPAY-EOF = 'Y'
               CLOSE ARPAY-FILE
           END-IF.

       READ-PAYMENT-RTN.
           READ ARPAY-FILE
               AT END MOVE 'Y' TO WS-ARPAY-EOF
               NOT AT END
                   IF PY-DATE(1:6) = WS-MONTH
                       IF WS-PAY-COUNT < 2000
                           ADD 1 TO WS-PAY-COUNT
                           SET PT-IDX TO WS-PAY-COUNT
                           MOVE ARPAY-REC TO WS-PAY-ENTRY(PT-IDX)
                       ELSE
                           MOVE 'Y' TO WS-PAY-OVFL-SW
                       END-IF
                   END-IF
           END-READ.

      * an unpaid invoice ages off its invoice date; one paid
      *off still counts toward the month's billing if it was
      *invoiced in the month
       AGE-ONE-INVOICE-RTN.
           COMPUTE WS-BALANCE =
               OT-AMOUNT(OT-IDX) - OT-PAID(OT-IDX).
           IF WS-BALANCE > 0 OR OT-INV-DATE(OT-IDX)(1:6) = WS-MONTH
               MOVE OT-ADV-CODE(OT-IDX) TO WS-KEY-CODE
               MOVE OT-ADV-NAME(OT-IDX) TO WS-KEY-NAME
               PERFORM FIND-ACCT-RTN
               IF WS-ACCT-HIT > 0
                   PERFORM ACCUM-INVOICE-RTN
               END-IF
           END-IF.

       ACCUM-INVOICE-RTN.
           SET AC-IDX TO WS-ACCT-HIT.
           IF OT-INV-DATE(OT-IDX)(1:6) = WS-MONTH
               ADD OT-AMOUNT(OT-IDX) TO AC-MONTH-INV(AC-IDX)
           END-IF.
           IF WS-BALANCE > 0
               PERFORM AGE-DAYS-RTN
               PERFORM SET-BUCKET-RTN
               ADD WS-BALANCE TO AC-BUCKET(AC-IDX WS-BUCKET)
               ADD WS-BALANCE TO AC-TOTAL(AC-IDX)
               IF WS-BUCKET = 4 AND AC-HOLD-SW(AC-IDX) = 'N'
                   MOVE 'Y' TO AC-HOLD-SW(AC-IDX)
                   ADD 1 TO WS-HELD
               END-IF
           END-IF.

       AGE-DAYS-RTN.
           MOVE OT-INV-DATE(OT-IDX) TO WS-DC-DATE.
           MOVE WS-RUNLOG-DATE TO WS-DC-TO-DATE.
           PERFORM DATE-DAYS-BETWEEN-RTN.

       SET-BUCKET-RTN.
           EVALUATE TRUE
               WHEN WS-DC-DAYS > WS-ARINV-HOLD-DAYS
                   MOVE 4 TO WS-BUCKET
               WHEN WS-DC-DAYS > 60
                   MOVE 3 TO WS-BUCKET
               WHEN WS-DC-DAYS > 30
                   MOVE 2 TO WS-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET
           END-EVALUATE.

       TAKE-ONE-PAYMENT-RTN.
           MOVE PT-ADV-CODE(PT-IDX) TO WS-KEY-CODE.
           MOVE PT-ADV-NAME(PT-IDX) TO WS-KEY-NAME.
           PERFORM FIND-ACCT-RTN.
           IF WS-ACCT-HIT > 0
               SET AC-IDX TO WS-ACCT-HIT
               ADD PT-AMOUNT(PT-IDX) TO AC-MONTH-PAID(AC-IDX)
           END-IF.

      * the advertiser's row, opened on first sight with its
      *name off the master where it has a code
       FIND-ACCT-RTN.
           MOVE 0 TO WS-ACCT-HIT.
           PERFORM MATCH-ACCT-RTN
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACCT-COUNT OR WS-ACCT-HIT > 0.
           IF WS-ACCT-HIT = 0
               IF WS-ACCT-COUNT < 500
                   PERFORM OPEN-ACCT-RTN
               ELSE
                   MOVE 'Y' TO WS-ACCT-OVFL-SW
               END-IF
           END-IF.

       MATCH-ACCT-RTN.
           IF AC-CODE(AC-IDX) = WS-KEY-CODE
               IF WS-KEY-CODE NOT = SPACES
                   OR AC-NAME(AC-IDX) = WS-KEY-NAME
                   SET WS-ACCT-HIT TO AC-IDX
               END-IF
           END-IF.

       OPEN-ACCT-RTN.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE WS-ACCT-COUNT TO WS-ACCT-HIT.
           SET AC-IDX TO WS-ACCT-HIT.
           MOVE WS-KEY-CODE TO AC-CODE(AC-IDX).
           MOVE WS-KEY-NAME TO AC-NAME(AC-IDX).
           IF WS-KEY-CODE NOT = SPACES
               MOVE WS-KEY-CODE TO WS-ADV-FIND
               PERFORM ADV-FIND-RTN
               IF WS-ADV-HIT > 0
                   SET AV-IDX TO WS-ADV-HIT
                   MOVE AVT-NAME(AV-IDX) TO AC-NAME(AC-IDX)
               END-IF
           END-IF.
           MOVE 0 TO AC-BUCKET(AC-IDX 1) AC-BUCKET(AC-IDX 2)
                     AC-BUCKET(AC-IDX 3) AC-BUCKET(AC-IDX 4).
           MOVE 0 TO AC-TOTAL(AC-IDX).
           MOVE 0 TO AC-MONTH-INV(AC-IDX).
           MOVE 0 TO AC-MONTH-PAID(AC-IDX).
           MOVE 'N' TO AC-HOLD-SW(AC-IDX).

       WRITE-AGING-RTN.
           OPEN OUTPUT RPT-FILE.
           WRITE PRINT-LINE FROM HDR-1.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HDR-DATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM AGING-COLS.
           PERFORM WRITE-AGING-ONE-RTN
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACCT-COUNT.
           IF WS-GRAND-TOTAL = 0
               WRITE PRINT-LINE FROM NONE-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO AGING-LINE.
           MOVE "TOTAL" TO AG-NAME.
           PERFORM MOVE-GRAND-RTN
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
           MOVE WS-GRAND-TOTAL TO AG-AMOUNT(5).
           WRITE PRINT-LINE FROM AGING-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-HELD TO HL-HELD.
           WRITE PRINT-LINE FROM HELD-LINE.
           WRITE PRINT-LINE FROM HOLD-NOTE.
           CLOSE RPT-FILE.

      * only an advertiser still owing is aged
       WRITE-AGING-ONE-RTN.
           IF AC-TOTAL(AC-IDX) > 0
               MOVE SPACES TO AGING-LINE
               MOVE AC-CODE(AC-IDX) TO AG-CODE
               MOVE AC-NAME(AC-IDX) TO AG-NAME
               PERFORM MOVE-BUCKET-RTN
                   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE AC-TOTAL(AC-IDX) TO AG-AMOUNT(5)
               ADD AC-TOTAL(AC-IDX) TO WS-GRAND-TOTAL
               IF AC-HOLD-SW(AC-IDX) = 'Y'
                   MOVE 'H' TO AG-HOLD
               END-IF
               WRITE PRINT-LINE FROM AGING-LINE
           END-IF.

       MOVE-BUCKET-RTN.
           MOVE AC-BUCKET(AC-IDX WS-SUB) TO AG-AMOUNT(WS-SUB).
           ADD AC-BUCKET(AC-IDX WS-SUB) TO WS-GRAND-BUCKET(WS-SUB).

       MOVE-GRAND-RTN.
           MOVE WS-GRAND-BUCKET(WS-SUB) TO AG-AMOUNT(WS-SUB).

      * a page per advertiser owing or with invoices or
      *receipts in the month; the opening balance is worked
      *back from the closing one through the month's activity
       WRITE-STATEMENT-RTN.
           IF AC-TOTAL(AC-IDX) > 0 OR AC-MONTH-INV(AC-IDX) > 0
               OR AC-MONTH-PAID(AC-IDX) > 0
               ADD 1 TO WS-STMTS
               PERFORM WRITE-STMT-HEAD-RTN
               COMPUTE WS-OPENING = AC-TOTAL(AC-IDX)
                   - AC-MONTH-INV(AC-IDX) + AC-MONTH-PAID(AC-IDX)
               MOVE SPACES TO SA-DATE
               MOVE "Opening balance" TO SA-DESC
               MOVE WS-OPENING TO SA-AMOUNT
               WRITE STMT-LINE FROM STMT-AMT-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM WRITE-STMT-INV-RTN
                   VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-ARINV-COUNT
               PERFORM WRITE-STMT-PAY-RTN
                   VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PAY-COUNT
               MOVE SPACES TO SA-DATE
               MOVE "Closing balance" TO SA-DESC
               MOVE AC-TOTAL(AC-IDX) TO SA-AMOUNT
               WRITE STMT-LINE FROM STMT-AMT-LINE
                   AFTER ADVANCING 2 LINES
               IF AC-TOTAL(AC-IDX) > 0
                   PERFORM WRITE-STMT-OPEN-RTN
               END-IF
           END-IF.

       WRITE-STMT-HEAD-RTN.
           WRITE STMT-LINE FROM STMT-HDR-1
               AFTER ADVANCING PAGE.
           MOVE WS-RUNLOG-DATE TO SH-DATE.
           WRITE STMT-LINE FROM STMT-HDR-2
               AFTER ADVANCING 1 LINE.
           MOVE AC-NAME(AC-IDX) TO SL-NAME.
           MOVE AC-CODE(AC-IDX) TO SL-CODE.
           WRITE STMT-LINE FROM STMT-TO-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-ADV-HIT.
           IF AC-CODE(AC-IDX) NOT = SPACES
               MOVE AC-CODE(AC-IDX) TO WS-ADV-FIND
               PERFORM ADV-FIND-RTN
           END-IF.
           IF WS-ADV-HIT > 0
               SET AV-IDX TO WS-ADV-HIT
               MOVE AVT-ADDRESS(AV-IDX) TO SL-ADDRESS
               WRITE STMT-LINE FROM STMT-ADDR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-STMT-INV-RTN.
           IF OT-ADV-CODE(OT-IDX) = AC-CODE(AC-IDX)
               AND (AC-CODE(AC-IDX) NOT = SPACES
                    OR OT-ADV-NAME(OT-IDX) = AC-NAME(AC-IDX))
               AND OT-INV-DATE(OT-IDX)(1:6) = WS-MONTH
               MOVE OT-INV-DATE(OT-IDX) TO SA-DATE
               MOVE SPACES TO STMT-DESC
               MOVE "Invoice" TO SD-TEXT
               MOVE OT-INV-NO(OT-IDX) TO SD-NO
               MOVE STMT-DESC TO SA-DESC
               MOVE OT-AMOUNT(OT-IDX) TO SA-AMOUNT
               WRITE STMT-LINE FROM STMT-AMT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-STMT-PAY-RTN.
           IF PT-ADV-CODE(PT-IDX) = AC-CODE(AC-IDX)
               AND (AC-CODE(AC-IDX) NOT = SPACES
                    OR PT-ADV-NAME(PT-IDX) = AC-NAME(AC-IDX))
               MOVE PT-DATE(PT-IDX) TO SA-DATE
               MOVE SPACES TO STMT-DESC
               MOVE "Payment, inv." TO SD-TEXT
               MOVE PT-INV-NO(PT-IDX) TO SD-NO
               MOVE PT-REF(PT-IDX) TO SD-REF
               MOVE STMT-DESC TO SA-DESC
               COMPUTE SA-AMOUNT = 0 - PT-AMOUNT(PT-IDX)
               WRITE STMT-LINE FROM STMT-AMT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      * what makes up the closing balance, and how old it is
       WRITE-STMT-OPEN-RTN.
           WRITE STMT-LINE FROM STMT-OPEN-HDR
               AFTER ADVANCING 2 LINES.
           PERFORM WRITE-STMT-ITEM-RTN
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > WS-ARINV-COUNT.
           WRITE STMT-LINE FROM STMT-AGING-HDR
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO STMT-AGING-LINE.
           PERFORM MOVE-STMT-BUCKET-RTN
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.
           WRITE STMT-LINE FROM STMT-AGING-LINE
               AFTER ADVANCING 1 LINE.
           IF AC-HOLD-SW(AC-IDX) = 'Y'
               WRITE STMT-LINE FROM STMT-HOLD-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       WRITE-STMT-ITEM-RTN.
           COMPUTE WS-BALANCE =
               OT-AMOUNT(OT-IDX) - OT-PAID(OT-IDX).
           IF WS-BALANCE > 0
               AND OT-ADV-CODE(OT-IDX) = AC-CODE(AC-IDX)
               AND (AC-CODE(AC-IDX) NOT = SPACES
                    OR OT-ADV-NAME(OT-IDX) = AC-NAME(AC-IDX))
               PERFORM AGE-DAYS-RTN
               MOVE OT-INV-NO(OT-IDX) TO SO-NO
               MOVE OT-INV-DATE(OT-IDX) TO SO-DATE
               MOVE OT-DUE-DATE(OT-IDX) TO SO-DUE
               MOVE OT-AMOUNT(OT-IDX) TO SO-AMOUNT
               MOVE WS-BALANCE TO SO-BALANCE
               MOVE WS-DC-DAYS TO SO-DAYS
               WRITE STMT-LINE FROM STMT-OPEN-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       MOVE-STMT-BUCKET-RTN.
           MOVE AC-BUCKET(AC-IDX WS-SUB) TO SG-AMOUNT(WS-SUB).
