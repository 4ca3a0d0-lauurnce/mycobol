       IDENTIFICATION DIVISION.
       PROGRAM-ID. AD-MAKEGOOD.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the post-campaign review of
      *                audience guarantees. Every billed booking
      *                on ADBOOK that carries a guarantee, once the
      *                month it aired is closed, is held against
      *                the audience TLPS measured for its show that
      *                month in TLPSSTATE. A delivery short of the
      *                guarantee by more than the tolerance is made
      *                good as the booking asks: free make-good
      *                spots booked on a comparable show of the
      *                same network, on the first airing in the
      *                next four weeks with room for them, or a
      *                credit memo for the short share of the
      *                invoice, applied to the booking's invoice
      *                and then to the advertiser's other open
      *                invoices on ADOPNINV. A make-good with no
      *                room to book is credited instead. Every
      *                guarantee reviewed goes on the make-good
      *                register, ADMKGD.OUT; one whose month TLPS
      *                has not measured is left for a later run.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the bookings AD-BOOKING takes and bills
           COPY ADBKSL.

      * the measured audiences TLPS carries between runs
           SELECT STATE-FILE ASSIGN TO "TLPSSTATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

      * show reference file kept current by REFMAINT
           SELECT SHOW-FILE ASSIGN TO "SHOWS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHOW-STATUS.

      * the advertiser master, open invoices and receipts
           COPY ADVSL.
           COPY ARINVSL.
           COPY ARPAYSL.

      * shared show schedule and commercial inventory kept by
      *REFMAINT, and the calendar the day of the week comes off
           COPY SKEDSL.
           COPY CINVSL.
           COPY CALNDSL.

           SELECT RPT-FILE ASSIGN TO "ADMKGD.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the register
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY ADBKFD.

      * only the leading totals/times/names and the month
      *matrix of the TLPS state record matter here; the rest of
      *the record is not read back
       FD  STATE-FILE
           LABEL RECORD IS OMITTED.
       01  STATE-REC.
           02 ST-TOTALS PIC 9(7) OCCURS 12 TIMES.
           02 ST-TIMES  PIC X(16) OCCURS 12 TIMES.
           02 ST-NAMES  PIC X(25) OCCURS 12 TIMES.
           02 ST-MONTH-SHOW OCCURS 12 TIMES.
              03 ST-MONTH-TOTAL PIC 9(7) OCCURS 12 TIMES.

       FD  SHOW-FILE
           LABEL RECORD IS OMITTED.
       01  SHOW-REC.
           02 SHF-NAME    PIC X(25).
           02 SHF-NETWORK PIC X(8).

           COPY ADVFD.

           COPY ARINVFD.

           COPY ARPAYFD.

           COPY SKEDFD.

           COPY CINVFD.

           COPY CALNDFD.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

      * the advertisers, open invoices and receipts history
           COPY ADVWS.
           COPY ARINVWS.
           COPY ARPAYWS.

      * the date arithmetic, the day of the week and the
      *airings and capacity per show, for a make-good's date
           COPY DATEWS.
           COPY CALNDWS.
           COPY AIRWS.

       01  WS-BOOK-STATUS  PIC XX VALUE SPACES.
       01  WS-STATE-STATUS PIC XX VALUE SPACES.
       01  WS-SHOW-STATUS  PIC XX VALUE SPACES.
       01  WS-BOOK-EOF     PIC X VALUE 'N'.
       01  WS-SHOW-EOF     PIC X VALUE 'N'.
       01  WS-RUN-MONTH    PIC 9(6) VALUE 0.
      * a shortfall up to this per cent of the guarantee is
      *within tolerance and is not made good
       01  WS-MG-TOL-PCT   PIC 99 VALUE 10.
       01  WS-MONTH-NO     PIC 99 VALUE 0.
       01  WS-SCAN         PIC 99 VALUE 0.
       01  WS-GUARANTEE    PIC 9(7) VALUE 0.
       01  WS-DELIVERED    PIC 9(7) VALUE 0.
       01  WS-SHORT        PIC 9(7) VALUE 0.
       01  WS-SHORT-PCT    PIC 999V9 VALUE 0.
      * a make-good: the show, its audience in the month, the
      *spots it takes and the airing found for them
       01  WS-MG-SHOW      PIC 99 VALUE 0.
       01  WS-MG-AUD       PIC 9(7) VALUE 0.
       01  WS-MG-SPOTS     PIC 9(9) VALUE 0.
       01  WS-MG-DATE      PIC 9(8) VALUE 0.
       01  WS-DAY-NO       PIC 99 VALUE 0.
       01  WS-FOUND-SW     PIC X VALUE 'N'.
       01  WS-NEW-IDX      PIC 9(3) VALUE 0.
       01  WS-AV-IDX       PIC 9(3) VALUE 0.
       01  WS-SOLD         PIC 9(5) VALUE 0.
       01  WS-OPEN         PIC 9(5) VALUE 0.
       01  WS-ORIG-COUNT   PIC 9(3) VALUE 0.
      * a credit memo: its value, what is still to apply, the
      *booking's invoice and advertiser it is struck against
       01  WS-CM-AMOUNT    PIC 9(11)V99 VALUE 0.
       01  WS-CM-LEFT      PIC 9(11)V99 VALUE 0.
       01  WS-APPLY        PIC 9(11)V99 VALUE 0.
       01  WS-BALANCE      PIC 9(11)V99 VALUE 0.
       01  WS-CM-ADV       PIC X(6) VALUE SPACES.
       01  WS-CM-REF.
           05 FILLER       PIC X(2) VALUE "CM".
           05 WS-CM-INV    PIC 9(7) VALUE 0.
           05 FILLER       PIC X(3) VALUE SPACES.
       01  WS-REASON       PIC X(14) VALUE SPACES.
       01  WS-SPOTS-ED     PIC ZZ9.
       01  WS-AMOUNT-ED    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-LEFT-ED      PIC Z,ZZZ,ZZZ,ZZ9.99.

      * the run's counts for the foot of the register
       01  WS-REVIEWED     PIC 9(4) VALUE 0.
       01  WS-DELIVERED-CT PIC 9(4) VALUE 0.
       01  WS-WITHIN-CT    PIC 9(4) VALUE 0.
       01  WS-MG-CT        PIC 9(4) VALUE 0.
       01  WS-MG-SPOT-CT   PIC 9(5) VALUE 0.
       01  WS-CM-CT        PIC 9(4) VALUE 0.
       01  WS-LEFT-CT      PIC 9(4) VALUE 0.
       01  WS-CM-TOTAL     PIC 9(11)V99 VALUE 0.
       01  WS-UNAPPLIED    PIC 9(11)V99 VALUE 0.

      * the bookings, held whole so the review can mark them,
      *add the make-goods and rewrite the file
       01  WS-OVERFLOW-SW   PIC X VALUE 'N'.
       01  WS-BOOK-TABLE.
           05 WS-BOOK-COUNT PIC 9(3) VALUE 0.
           05 WS-BOOK-ENTRY OCCURS 200 TIMES INDEXED BY BK-IDX.
              10 BT-ADVERTISER PIC X(20).
              10 BT-SHOW-CODE  PIC 99.
              10 BT-SPOTS      PIC 9(3).
              10 BT-DATE       PIC 9(8).
              10 BT-BILLED-SW  PIC X.
              10 BT-GUARANTEE  PIC 9(7).
              10 BT-MG-OPTION  PIC X.
              10 BT-MG-SW      PIC X.
              10 BT-INV-NO     PIC 9(7).

      * the audience TLPS measured per show per month
       01  WS-AUD-TABLE.
           05 WS-AUD-SHOW OCCURS 12 TIMES.
              10 WS-MONTH-AUD PIC 9(7) OCCURS 12 TIMES.

      * the show list, the compiled eight standing in when
      *SHOWS is absent, the same fallback TLPS keeps
       01  WS-SHOW-NAMES-TABLE.
           02 FILLER PIC X(25) VALUE "Eat Bulaga".
           02 FILLER PIC X(8)  VALUE "GMA".
           02 FILLER PIC X(25) VALUE "It's Showtime".
           02 FILLER PIC X(8)  VALUE "ABS-CBN".
           02 FILLER PIC X(25) VALUE "PBB".
           02 FILLER PIC X(8)  VALUE "ABS-CBN".
           02 FILLER PIC X(25) VALUE "Probinsiano".
           02 FILLER PIC X(8)  VALUE "ABS-CBN".
           02 FILLER PIC X(25) VALUE "24 Oras".
           02 FILLER PIC X(8)  VALUE "GMA".
           02 FILLER PIC X(25) VALUE "TV Patrol".
           02 FILLER PIC X(8)  VALUE "ABS-CBN".
           02 FILLER PIC X(25) VALUE "La Vida Lena".
           02 FILLER PIC X(8)  VALUE "GMA".
           02 FILLER PIC X(25) VALUE "Batang Quiapo".
           02 FILLER PIC X(8)  VALUE "ABS-CBN".
           02 FILLER PIC X(132) VALUE SPACES.
       01  WS-SHOW-ENTRY REDEFINES WS-SHOW-NAMES-TABLE
               OCCURS 12 TIMES INDEXED BY SH-IDX.
           02 SH-NAME    PIC X(25).
           02 SH-NETWORK PIC X(8).
       01  WS-SHOW-MAX PIC 99 VALUE 8.

       01  HDR-1.
           02 FILLER PIC X(31) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "Make-Good Register".
           02 FILLER PIC X(29) VALUE SPACES.

       01  HDR-DATE.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "Business Date: ".
           02 HD-DATE PIC 9(8).
           02 FILLER PIC X(29) VALUE SPACES.

       01  HDR-TOL.
           02 FILLER PIC X(40) VALUE
              "Shortfall made good past a tolerance of ".
           02 HD-TOL PIC Z9.
           02 FILLER PIC X(38) VALUE " per cent of the guarantee.".

       01  MG-COLS.
           02 FILLER PIC X(40) VALUE
              "Adv.   Sh Date     Spt Guarantee Deliver".
           02 FILLER PIC X(40) VALUE
              "ed Short% Action".

       01  MG-LINE.
           02 ML-ADV      PIC X(6).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 ML-SHOW     PIC 99.
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 ML-DATE     PIC 9(8).
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 ML-SPOTS    PIC ZZ9.
           02 ML-GUARANTEE PIC Z(9)9.
           02 ML-DELIVERED PIC Z(9)9.
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 ML-SHORT    PIC ZZZ9.9.
           02 FILLER      PIC X(1)  VALUE SPACES.
           02 ML-ACTION   PIC X(30).

       01  DETAIL-LINE.
           02 FILLER      PIC X(11) VALUE SPACES.
           02 DL-TEXT     PIC X(69).

       01  NONE-LINE.
           02 FILLER PIC X(40) VALUE
              "  No guarantee due for review.".
           02 FILLER PIC X(40) VALUE SPACES.

       01  COUNT-LINE.
           02 CL-LABEL    PIC X(34).
           02 CL-COUNT    PIC ZZ,ZZ9.
           02 FILLER      PIC X(40) VALUE SPACES.

       01  AMOUNT-LINE.
           02 AL-LABEL    PIC X(34).
           02 AL-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM RUNLOG-START-RTN.
           MOVE WS-RUNLOG-DATE(1:6) TO WS-RUN-MONTH.
           PERFORM LOAD-SHOWS-RTN.
           PERFORM LOAD-AUDIENCE-RTN.
           PERFORM AIR-LOAD-RTN.
           PERFORM ADV-LOAD-RTN.
           PERFORM ARINV-LOAD-RTN.
           PERFORM LOAD-BOOKINGS-RTN.
      * bookings or invoices past a table would never come back
      *at the rewrite - touch nothing
           IF WS-OVERFLOW-SW = 'Y' OR WS-ARINV-OVFL-SW = 'Y'
               OR WS-ADV-OVFL-SW = 'Y'
               DISPLAY "AD-MAKEGOOD: *** ADBOOK, ADOPNINV OR ADVMAST "
                   "TOO LARGE FOR THE WORK TABLE. ***"
               DISPLAY "AD-MAKEGOOD: NOTHING TOUCHED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT RPT-FILE.
           WRITE PRINT-LINE FROM HDR-1.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HDR-DATE.
           MOVE WS-MG-TOL-PCT TO HD-TOL.
           WRITE PRINT-LINE FROM HDR-TOL.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM MG-COLS.

      * the make-goods this run adds are not themselves
      *reviewed
           MOVE WS-BOOK-COUNT TO WS-ORIG-COUNT.
           PERFORM REVIEW-ONE-RTN
               VARYING BK-IDX FROM 1 BY 1
               UNTIL BK-IDX > WS-ORIG-COUNT.
           IF WS-REVIEWED = 0
               WRITE PRINT-LINE FROM NONE-LINE
           END-IF.
           PERFORM WRITE-TOTALS-RTN.
           CLOSE RPT-FILE.

           PERFORM REWRITE-BOOKINGS-RTN.
           IF WS-CM-CT > 0
               PERFORM ARINV-SAVE-RTN
           END-IF.

           DISPLAY "AD-MAKEGOOD: " WS-REVIEWED " GUARANTEE(S), "
               WS-MG-CT " MADE GOOD, " WS-CM-CT " CREDITED.".
           MOVE WS-REVIEWED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="AD-MAKEGOOD"==.

      * shared advertiser, open-invoice and receipts paragraphs
           COPY ADVRTN.
           COPY ARINVRTN.
           COPY ARPAYRTN.

      * shared calendar arithmetic, day-of-week and airing
      *paragraphs
           COPY DATERTN.
           COPY CALNDRTN.
           COPY AIRRTN.

       LOAD-SHOWS-RTN.
           OPEN INPUT SHOW-FILE.
           IF WS-SHOW-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 0 TO WS-SHOW-MAX
               PERFORM READ-ONE-SHOW-RTN UNTIL WS-SHOW-EOF = 'Y'
               CLOSE SHOW-FILE
               IF WS-SHOW-MAX = 0
                   MOVE 8 TO WS-SHOW-MAX
               END-IF
           END-IF.

       READ-ONE-SHOW-RTN.
           READ SHOW-FILE
               AT END MOVE 'Y' TO WS-SHOW-EOF
               NOT AT END
                   IF WS-SHOW-MAX < 12
                       ADD 1 TO WS-SHOW-MAX
                       SET SH-IDX TO WS-SHOW-MAX
                       MOVE SHF-NAME TO SH-NAME(SH-IDX)
                       MOVE SHF-NETWORK TO SH-NETWORK(SH-IDX)
                   END-IF
           END-READ.

      * with no TLPS state every guarantee stays unmeasured
      *and is left for a later run
       LOAD-AUDIENCE-RTN.
           INITIALIZE WS-AUD-TABLE.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = "35"
               DISPLAY 'AD-MAKEGOOD: TLPSSTATE NOT FOUND - '
                   'NO AUDIENCE TO REVIEW AGAINST.'
           ELSE
               READ STATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM TAKE-ONE-AUD-RTN
                           VARYING WS-SCAN FROM 1 BY 1
                           UNTIL WS-SCAN > 12
               END-READ
               CLOSE STATE-FILE
           END-IF.

       TAKE-ONE-AUD-RTN.
           MOVE ST-MONTH-SHOW(WS-SCAN) TO WS-AUD-SHOW(WS-SCAN).

       LOAD-BOOKINGS-RTN.
           OPEN INPUT BOOK-FILE.
           IF WS-BOOK-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-ONE-BOOKING-RTN
                   UNTIL WS-BOOK-EOF = 'Y'
               CLOSE BOOK-FILE
           END-IF.

       READ-ONE-BOOKING-RTN.
           READ BOOK-FILE
               AT END MOVE 'Y' TO WS-BOOK-EOF
               NOT AT END
                   IF WS-BOOK-COUNT < 200
                       ADD 1 TO WS-BOOK-COUNT
                       SET BK-IDX TO WS-BOOK-COUNT
                       MOVE BOOK-REC TO WS-BOOK-ENTRY(BK-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
           END-READ.

       REWRITE-BOOKINGS-RTN.
           OPEN OUTPUT BOOK-FILE.
           PERFORM WRITE-ONE-BOOKING-RTN
               VARYING BK-IDX FROM 1 BY 1
               UNTIL BK-IDX > WS-BOOK-COUNT.
           CLOSE BOOK-FILE.

       WRITE-ONE-BOOKING-RTN.
           MOVE WS-BOOK-ENTRY(BK-IDX) TO BOOK-REC.
           WRITE BOOK-REC.

      * a billed booking with a guarantee not yet reviewed,
      *once the month it aired has closed
       REVIEW-ONE-RTN.
           IF BT-GUARANTEE(BK-IDX) > 0
               AND BT-MG-SW(BK-IDX) = SPACE
               AND BT-BILLED-SW(BK-IDX) = 'Y'
               AND BT-DATE(BK-IDX)(1:6) < WS-RUN-MONTH
               PERFORM MEASURE-RTN
           END-IF.

      * the guarantee against the show's measured audience for
      *the month the booking aired
       MEASURE-RTN.
           ADD 1 TO WS-REVIEWED.
           MOVE BT-DATE(BK-IDX)(5:2) TO WS-MONTH-NO.
           MOVE BT-GUARANTEE(BK-IDX) TO WS-GUARANTEE.
           MOVE WS-MONTH-AUD(BT-SHOW-CODE(BK-IDX) WS-MONTH-NO)
               TO WS-DELIVERED.
           MOVE 0 TO WS-SHORT.
           MOVE 0 TO WS-SHORT-PCT.
           MOVE SPACES TO ML-ACTION.
           MOVE SPACES TO DL-TEXT.
           EVALUATE TRUE
               WHEN WS-DELIVERED = 0
                   MOVE "NOT MEASURED - LEFT OPEN" TO ML-ACTION
                   ADD 1 TO WS-LEFT-CT
               WHEN WS-DELIVERED NOT < WS-GUARANTEE
                   MOVE "DELIVERED" TO ML-ACTION
                   MOVE 'D' TO BT-MG-SW(BK-IDX)
                   ADD 1 TO WS-DELIVERED-CT
               WHEN OTHER
                   PERFORM SHORT-DELIVERY-RTN
           END-EVALUATE.
           MOVE BT-ADVERTISER(BK-IDX) TO ML-ADV.
           MOVE BT-SHOW-CODE(BK-IDX) TO ML-SHOW.
           MOVE BT-DATE(BK-IDX) TO ML-DATE.
           MOVE BT-SPOTS(BK-IDX) TO ML-SPOTS.
           MOVE WS-GUARANTEE TO ML-GUARANTEE.
           MOVE WS-DELIVERED TO ML-DELIVERED.
           MOVE WS-SHORT-PCT TO ML-SHORT.
           WRITE PRINT-LINE FROM MG-LINE.
           IF DL-TEXT NOT = SPACES
               WRITE PRINT-LINE FROM DETAIL-LINE
           END-IF.

       SHORT-DELIVERY-RTN.
           COMPUTE WS-SHORT = WS-GUARANTEE - WS-DELIVERED.
           COMPUTE WS-SHORT-PCT ROUNDED =
               WS-SHORT * 100 / WS-GUARANTEE.
           IF WS-SHORT-PCT NOT > WS-MG-TOL-PCT
               MOVE "WITHIN TOLERANCE" TO ML-ACTION
               MOVE 'D' TO BT-MG-SW(BK-IDX)
               ADD 1 TO WS-WITHIN-CT
           ELSE
               IF BT-MG-OPTION(BK-IDX) = 'C'
                   MOVE "CREDIT MEMO" TO ML-ACTION
                   PERFORM CREDIT-MEMO-RTN
               ELSE
                   PERFORM MAKE-GOOD-RTN
               END-IF
           END-IF.

      * the spots that restore the missing audience on the
      *comparable show, on its first airing with room for them;
      *with no room the shortfall is credited instead
       MAKE-GOOD-RTN.
           PERFORM FIND-COMPARABLE-RTN.
           COMPUTE WS-MG-SPOTS =
               (BT-SPOTS(BK-IDX) * WS-SHORT + WS-MG-AUD - 1)
               / WS-MG-AUD.
           IF WS-MG-SPOTS > 999
               MOVE 999 TO WS-MG-SPOTS
           END-IF.
           PERFORM FIND-MG-DATE-RTN.
           EVALUATE TRUE
               WHEN WS-FOUND-SW = 'N'
                   MOVE "NO AVAILS" TO WS-REASON
                   PERFORM CREDIT-INSTEAD-RTN
               WHEN WS-BOOK-COUNT NOT < 200
                   MOVE "ADBOOK FULL" TO WS-REASON
                   PERFORM CREDIT-INSTEAD-RTN
               WHEN OTHER
                   PERFORM ADD-MAKEGOOD-RTN
           END-EVALUATE.

       CREDIT-INSTEAD-RTN.
           STRING "CREDIT MEMO - " WS-REASON
               DELIMITED BY SIZE INTO ML-ACTION.
           PERFORM CREDIT-MEMO-RTN.

       ADD-MAKEGOOD-RTN.
           ADD 1 TO WS-BOOK-COUNT.
           MOVE WS-BOOK-COUNT TO WS-NEW-IDX.
           MOVE BT-ADVERTISER(BK-IDX) TO BT-ADVERTISER(WS-NEW-IDX).
           MOVE WS-MG-SHOW TO BT-SHOW-CODE(WS-NEW-IDX).
           MOVE WS-MG-SPOTS TO BT-SPOTS(WS-NEW-IDX).
           MOVE WS-MG-DATE TO BT-DATE(WS-NEW-IDX).
           MOVE 'N' TO BT-BILLED-SW(WS-NEW-IDX).
           MOVE 0 TO BT-GUARANTEE(WS-NEW-IDX).
           MOVE SPACE TO BT-MG-OPTION(WS-NEW-IDX).
           MOVE 'F' TO BT-MG-SW(WS-NEW-IDX).
           MOVE 0 TO BT-INV-NO(WS-NEW-IDX).
           MOVE 'M' TO BT-MG-SW(BK-IDX).
           ADD 1 TO WS-MG-CT.
           ADD WS-MG-SPOTS TO WS-MG-SPOT-CT.
           MOVE "MAKE-GOOD SPOTS" TO ML-ACTION.
           MOVE WS-MG-SPOTS TO WS-SPOTS-ED.
           SET SH-IDX TO WS-MG-SHOW.
           STRING "Make-good of" WS-SPOTS-ED " spot(s) on "
               DELIMITED BY SIZE
               SH-NAME(SH-IDX) DELIMITED BY "  "
               " on " WS-MG-DATE DELIMITED BY SIZE
               INTO DL-TEXT.

      * the same network's show whose audience that month
      *comes nearest the guarantee without falling short of it,
      *else its best-watched; with no other show on the network
      *the booking's own show carries the make-good
       FIND-COMPARABLE-RTN.
           MOVE 0 TO WS-MG-SHOW.
           MOVE 0 TO WS-MG-AUD.
           SET SH-IDX TO BT-SHOW-CODE(BK-IDX).
           PERFORM PICK-AT-GUARANTEE-RTN
               VARYING WS-SCAN FROM 1 BY 1
               UNTIL WS-SCAN > WS-SHOW-MAX.
           IF WS-MG-SHOW = 0
               PERFORM PICK-BEST-RTN
                   VARYING WS-SCAN FROM 1 BY 1
                   UNTIL WS-SCAN > WS-SHOW-MAX
           END-IF.
           IF WS-MG-SHOW = 0
               MOVE BT-SHOW-CODE(BK-IDX) TO WS-MG-SHOW
               MOVE WS-DELIVERED TO WS-MG-AUD
           END-IF.

       PICK-AT-GUARANTEE-RTN.
           IF WS-SCAN NOT = BT-SHOW-CODE(BK-IDX)
               AND SH-NETWORK(WS-SCAN) = SH-NETWORK(SH-IDX)
               AND WS-MONTH-AUD(WS-SCAN WS-MONTH-NO)
                   NOT < WS-GUARANTEE
               IF WS-MG-SHOW = 0
                   OR WS-MONTH-AUD(WS-SCAN WS-MONTH-NO) < WS-MG-AUD
                   MOVE WS-SCAN TO WS-MG-SHOW
                   MOVE WS-MONTH-AUD(WS-SCAN WS-MONTH-NO)
                       TO WS-MG-AUD
               END-IF
           END-IF.

       PICK-BEST-RTN.
           IF WS-SCAN NOT = BT-SHOW-CODE(BK-IDX)
               AND SH-NETWORK(WS-SCAN) = SH-NETWORK(SH-IDX)
               AND WS-MONTH-AUD(WS-SCAN WS-MONTH-NO) > WS-MG-AUD
               MOVE WS-SCAN TO WS-MG-SHOW
               MOVE WS-MONTH-AUD(WS-SCAN WS-MONTH-NO) TO WS-MG-AUD
           END-IF.

      * the first airing after the business date, within four
      *weeks, with room for every make-good spot; a show the
      *avails do not guard takes them the next day
       FIND-MG-DATE-RTN.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-RUNLOG-DATE TO WS-MG-DATE.
           PERFORM TRY-MG-DATE-RTN
               VARYING WS-DAY-NO FROM 1 BY 1
               UNTIL WS-DAY-NO > 28 OR WS-FOUND-SW = 'Y'.

       TRY-MG-DATE-RTN.
           MOVE WS-MG-DATE TO WS-DC-DATE.
           PERFORM DATE-ADD-DAY-RTN.
           MOVE WS-DC-DATE TO WS-MG-DATE.
           MOVE WS-MG-SHOW TO WS-AIR-SHOW.
           PERFORM AIR-CHECK-RTN.
           IF WS-AIR-SW = 'U'
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
           IF WS-AIR-SW = 'Y'
               PERFORM COUNT-SOLD-RTN
               IF WS-MG-SPOTS NOT > WS-OPEN
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.

      * the spots already on the airing, waitlisted ones aside
       COUNT-SOLD-RTN.
           MOVE 0 TO WS-SOLD.
           PERFORM COUNT-ONE-SOLD-RTN
               VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-BOOK-COUNT.
           IF WS-SOLD < WS-AIR-CAPACITY
               COMPUTE WS-OPEN = WS-AIR-CAPACITY - WS-SOLD
           ELSE
               MOVE 0 TO WS-OPEN
           END-IF.

       COUNT-ONE-SOLD-RTN.
           IF BT-SHOW-CODE(WS-AV-IDX) = WS-MG-SHOW
               AND BT-DATE(WS-AV-IDX) = WS-MG-DATE
               AND BT-BILLED-SW(WS-AV-IDX) NOT = 'W'
               ADD BT-SPOTS(WS-AV-IDX) TO WS-SOLD
           END-IF.

      * the short share of the booking's invoice, applied to
      *that invoice first and then to the advertiser's other
      *open invoices in the order billed; what no invoice can
      *take is left unapplied for a refund
       CREDIT-MEMO-RTN.
           MOVE BT-INV-NO(BK-IDX) TO WS-ARINV-FIND.
           PERFORM ARINV-FIND-RTN.
           IF WS-ARINV-HIT = 0
               MOVE "NO INVOICE - LEFT OPEN" TO ML-ACTION
               ADD 1 TO WS-LEFT-CT
           ELSE
               SET OT-IDX TO WS-ARINV-HIT
               COMPUTE WS-CM-AMOUNT ROUNDED =
                   OT-AMOUNT(OT-IDX) * WS-SHORT / WS-GUARANTEE
               MOVE WS-CM-AMOUNT TO WS-CM-LEFT
               MOVE OT-INV-NO(OT-IDX) TO WS-CM-INV
               MOVE OT-ADV-CODE(OT-IDX) TO WS-CM-ADV
               PERFORM APPLY-CREDIT-RTN
               IF WS-CM-ADV NOT = SPACES
                   PERFORM APPLY-OTHER-RTN
                       VARYING OT-IDX FROM 1 BY 1
                       UNTIL OT-IDX > WS-ARINV-COUNT
                           OR WS-CM-LEFT = 0
               END-IF
               MOVE 'C' TO BT-MG-SW(BK-IDX)
               ADD 1 TO WS-CM-CT
               ADD WS-CM-AMOUNT TO WS-CM-TOTAL
               ADD WS-CM-LEFT TO WS-UNAPPLIED
               MOVE WS-CM-AMOUNT TO WS-AMOUNT-ED
               MOVE WS-CM-LEFT TO WS-LEFT-ED
               STRING "Credit memo " WS-CM-REF(1:9) " P"
                   WS-AMOUNT-ED " unapplied P" WS-LEFT-ED
                   DELIMITED BY SIZE INTO DL-TEXT
           END-IF.

       APPLY-OTHER-RTN.
           IF OT-ADV-CODE(OT-IDX) = WS-CM-ADV
               AND OT-INV-NO(OT-IDX) NOT = WS-CM-INV
               PERFORM APPLY-CREDIT-RTN
           END-IF.

      * the credit goes on the receipts history against the
      *invoice it pays down, as a receipt would
       APPLY-CREDIT-RTN.
           COMPUTE WS-BALANCE = OT-AMOUNT(OT-IDX) - OT-PAID(OT-IDX).
           IF WS-BALANCE > 0 AND WS-CM-LEFT > 0
               IF WS-BALANCE < WS-CM-LEFT
                   MOVE WS-BALANCE TO WS-APPLY
               ELSE
                   MOVE WS-CM-LEFT TO WS-APPLY
               END-IF
               ADD WS-APPLY TO OT-PAID(OT-IDX)
               MOVE WS-RUNLOG-DATE TO OT-LAST-PAID(OT-IDX)
               SUBTRACT WS-APPLY FROM WS-CM-LEFT
               MOVE OT-INV-NO(OT-IDX) TO PY-INV-NO
               MOVE OT-ADV-CODE(OT-IDX) TO PY-ADV-CODE
               MOVE OT-ADV-NAME(OT-IDX) TO PY-ADV-NAME
               MOVE WS-RUNLOG-DATE TO PY-DATE
               MOVE WS-CM-REF TO PY-REF
               MOVE WS-APPLY TO PY-AMOUNT
               PERFORM ARPAY-ADD-RTN
           END-IF.

       WRITE-TOTALS-RTN.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "Guarantees reviewed" TO CL-LABEL.
           MOVE WS-REVIEWED TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "  Delivered" TO CL-LABEL.
           MOVE WS-DELIVERED-CT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "  Short within tolerance" TO CL-LABEL.
           MOVE WS-WITHIN-CT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "  Made good with spots" TO CL-LABEL.
           MOVE WS-MG-CT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "  Credited" TO CL-LABEL.
           MOVE WS-CM-CT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "  Left open for a later run" TO CL-LABEL.
           MOVE WS-LEFT-CT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "Make-good spots booked" TO CL-LABEL.
           MOVE WS-MG-SPOT-CT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "Credit memos                    P" TO AL-LABEL.
           MOVE WS-CM-TOTAL TO AL-AMOUNT.
           WRITE PRINT-LINE FROM AMOUNT-LINE.
           MOVE "  Unapplied - refund due        P" TO AL-LABEL.
           MOVE WS-UNAPPLIED TO AL-AMOUNT.
           WRITE PRINT-LINE FROM AMOUNT-LINE.
