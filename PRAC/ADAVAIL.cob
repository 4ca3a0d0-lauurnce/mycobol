       IDENTIFICATION DIVISION.
       PROGRAM-ID. AD-AVAILS.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the commercial avails report
      *                sales sells from. For the four weeks from
      *                the business date, every airing of every
      *                show with a schedule on SHOWSKED and a
      *                capacity on the ADINVNT commercial inventory
      *                is listed to ADAVAIL.OUT with its capacity,
      *                the spots sold on ADBOOK, those waitlisted
      *                and those still open, an airing sold past
      *                its capacity flagged, and totals per show
      *                and for all shows. The shows booked
      *                unguarded are named at the foot.
      *2026-10-15  LP  The booking layout now comes from the shared
      *                ADBKSL and ADBKFD; a make-good spot counts
      *                as sold on its airing.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the bookings AD-BOOKING takes
           COPY ADBKSL.

      * show reference file kept current by REFMAINT
           SELECT SHOW-FILE ASSIGN TO "SHOWS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHOW-STATUS.

      * shared show schedule and commercial inventory kept by
      *REFMAINT, and the calendar the day of the week comes off
           COPY SKEDSL.
           COPY CINVSL.
           COPY CALNDSL.

           SELECT RPT-FILE ASSIGN TO "ADAVAIL.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY ADBKFD.

       FD  SHOW-FILE
           LABEL RECORD IS OMITTED.
       01  SHOW-REC.
           02 SHF-NAME    PIC X(25).
           02 SHF-NETWORK PIC X(8).

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

      * the date arithmetic for the four weeks, the day of the
      *week and the airings and capacity per show
           COPY DATEWS.
           COPY CALNDWS.
           COPY AIRWS.

       01  WS-BOOK-STATUS  PIC XX VALUE SPACES.
       01  WS-SHOW-STATUS  PIC XX VALUE SPACES.
       01  WS-BOOK-EOF     PIC X VALUE 'N'.
       01  WS-SHOW-EOF     PIC X VALUE 'N'.
       01  WS-FIRST-DATE   PIC 9(8) VALUE 0.
       01  WS-LAST-DATE    PIC 9(8) VALUE 0.
       01  WS-AV-DATE      PIC 9(8) VALUE 0.
       01  WS-DAY-NO       PIC 99 VALUE 0.
       01  WS-SHOW-NO      PIC 99 VALUE 0.
       01  WS-OPEN         PIC 9(5) VALUE 0.
       01  WS-AIRINGS      PIC 9(4) VALUE 0.
       01  WS-SHOWS-LISTED PIC 99 VALUE 0.
       01  WS-UNGUARDED    PIC 99 VALUE 0.

      * the spots booked on each show for each of the 28 days,
      *sold and waitlisted, off ADBOOK
       01  WS-SPOT-TABLE.
           05 WS-SPOT-SHOW OCCURS 12 TIMES.
              10 WS-SPOT-DAY OCCURS 28 TIMES.
                 15 SP-SOLD    PIC 9(5).
                 15 SP-WAITED  PIC 9(5).

      * the running totals for a show and for all shows
       01  WS-SHOW-TOTALS.
           05 TS-CAPACITY  PIC 9(7) VALUE 0.
           05 TS-SOLD      PIC 9(7) VALUE 0.
           05 TS-WAITED    PIC 9(7) VALUE 0.
           05 TS-OPEN      PIC 9(7) VALUE 0.
       01  WS-GRAND-TOTALS.
           05 TG-CAPACITY  PIC 9(7) VALUE 0.
           05 TG-SOLD      PIC 9(7) VALUE 0.
           05 TG-WAITED    PIC 9(7) VALUE 0.
           05 TG-OPEN      PIC 9(7) VALUE 0.

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
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(30) VALUE
              "Commercial Avails by Show".
           02 FILLER PIC X(24) VALUE SPACES.

       01  HDR-DATE.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(21) VALUE "For the four weeks   ".
           02 HD-FIRST PIC 9(8).
           02 FILLER PIC X(4)  VALUE " to ".
           02 HD-LAST  PIC 9(8).
           02 FILLER PIC X(23) VALUE SPACES.

       01  SHOW-HDR.
           02 FILLER PIC X(5)  VALUE "Show ".
           02 SW-CODE PIC 99.
           02 FILLER PIC X(2)  VALUE SPACES.
           02 SW-NAME PIC X(25).
           02 FILLER PIC X(1)  VALUE SPACES.
           02 SW-NETWORK PIC X(8).
           02 FILLER PIC X(37) VALUE SPACES.

       01  SHOW-AIRS.
           02 FILLER PIC X(7)  VALUE "  Airs ".
           02 SW-DAYS PIC X(9).
           02 FILLER PIC X(1)  VALUE SPACES.
           02 SW-TIME PIC X(16).
           02 FILLER PIC X(23) VALUE "  Spots per airing:    ".
           02 SW-CAPACITY PIC ZZZ9.
           02 FILLER PIC X(20) VALUE SPACES.

       01  AVAIL-COLS.
           02 FILLER PIC X(40) VALUE
              "  Date      Day  Capacity      Sold  Wai".
           02 FILLER PIC X(40) VALUE
              "tlisted      Open  Note".

       01  AVAIL-LINE.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 AL-DATE PIC 9(8).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 AL-DAY  PIC X(3).
           02 AL-CAPACITY PIC Z(9)9.
           02 AL-SOLD PIC Z(9)9.
           02 AL-WAITED PIC Z(11)9.
           02 AL-OPEN PIC Z(9)9.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 AL-NOTE PIC X(4).
           02 FILLER  PIC X(17) VALUE SPACES.

       01  TOTAL-LINE.
           02 TL-LABEL PIC X(15).
           02 TL-CAPACITY PIC Z(9)9.
           02 TL-SOLD PIC Z(9)9.
           02 TL-WAITED PIC Z(11)9.
           02 TL-OPEN PIC Z(9)9.
           02 FILLER  PIC X(23) VALUE SPACES.

       01  OVER-NOTE.
           02 FILLER PIC X(40) VALUE
              "OVER - sold past the airing's capacity.".
           02 FILLER PIC X(40) VALUE SPACES.

       01  NONE-LINE.
           02 FILLER PIC X(40) VALUE
              "  No show has a schedule and inventory.".
           02 FILLER PIC X(40) VALUE SPACES.

       01  UNGUARDED-HDR.
           02 FILLER PIC X(40) VALUE
              "Booked unguarded - no schedule on SHOWSK".
           02 FILLER PIC X(40) VALUE
              "ED or no capacity on ADINVNT:".

       01  UNGUARDED-LINE.
           02 FILLER PIC X(2)  VALUE SPACES.
           02 UG-CODE PIC 99.
           02 FILLER PIC X(2)  VALUE SPACES.
           02 UG-NAME PIC X(25).
           02 FILLER PIC X(1)  VALUE SPACES.
           02 UG-NETWORK PIC X(8).
           02 FILLER PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM RUNLOG-START-RTN.
           MOVE WS-RUNLOG-DATE TO WS-FIRST-DATE.
           MOVE WS-FIRST-DATE TO WS-DC-DATE.
           PERFORM DATE-ADD-DAY-RTN 27 TIMES.
           MOVE WS-DC-DATE TO WS-LAST-DATE.

           PERFORM LOAD-SHOWS-RTN.
           PERFORM AIR-LOAD-RTN.
           INITIALIZE WS-SPOT-TABLE.
           PERFORM LOAD-BOOKINGS-RTN.

           OPEN OUTPUT RPT-FILE.
           WRITE PRINT-LINE FROM HDR-1.
           MOVE WS-FIRST-DATE TO HD-FIRST.
           MOVE WS-LAST-DATE TO HD-LAST.
           WRITE PRINT-LINE FROM HDR-DATE.
           PERFORM WRITE-ONE-SHOW-RTN
               VARYING WS-SHOW-NO FROM 1 BY 1
               UNTIL WS-SHOW-NO > WS-SHOW-MAX.
           IF WS-SHOWS-LISTED = 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM NONE-LINE
           ELSE
               PERFORM WRITE-GRAND-TOTAL-RTN
           END-IF.
           PERFORM WRITE-UNGUARDED-RTN.
           CLOSE RPT-FILE.

           DISPLAY "AD-AVAILS: " WS-SHOWS-LISTED " SHOW(S), "
               WS-AIRINGS " AIRING(S), " WS-UNGUARDED
               " UNGUARDED.".
           MOVE WS-AIRINGS TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="AD-AVAILS"==.

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

      * only the bookings dated inside the four weeks count;
      *billed or not, a booking not waitlisted is sold
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
                   IF AB-SHOW-CODE >= 1 AND AB-SHOW-CODE <= 12
                       AND AB-DATE NOT < WS-FIRST-DATE
                       AND AB-DATE NOT > WS-LAST-DATE
                       PERFORM TAKE-ONE-BOOKING-RTN
                   END-IF
           END-READ.

       TAKE-ONE-BOOKING-RTN.
           MOVE WS-FIRST-DATE TO WS-DC-DATE.
           MOVE AB-DATE TO WS-DC-TO-DATE.
           PERFORM DATE-DAYS-BETWEEN-RTN.
           COMPUTE WS-DAY-NO = WS-DC-DAYS + 1.
           IF AB-BILLED-SW = 'W'
               ADD AB-SPOTS TO SP-WAITED(AB-SHOW-CODE WS-DAY-NO)
           ELSE
               ADD AB-SPOTS TO SP-SOLD(AB-SHOW-CODE WS-DAY-NO)
           END-IF.

      * a show with a schedule and a capacity gets a page
      *section: one line per airing in the four weeks, then its
      *totals
       WRITE-ONE-SHOW-RTN.
           IF AI-FROM(WS-SHOW-NO) = 0
               OR AI-CAPACITY(WS-SHOW-NO) = 0
               ADD 1 TO WS-UNGUARDED
           ELSE
               ADD 1 TO WS-SHOWS-LISTED
               PERFORM WRITE-SHOW-HDR-RTN
               INITIALIZE WS-SHOW-TOTALS
               MOVE WS-FIRST-DATE TO WS-AV-DATE
               PERFORM WRITE-ONE-DAY-RTN
                   VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > 28
               PERFORM WRITE-SHOW-TOTAL-RTN
           END-IF.

       WRITE-SHOW-HDR-RTN.
           SET SH-IDX TO WS-SHOW-NO.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-SHOW-NO TO SW-CODE.
           MOVE SH-NAME(SH-IDX) TO SW-NAME.
           MOVE SH-NETWORK(SH-IDX) TO SW-NETWORK.
           WRITE PRINT-LINE FROM SHOW-HDR.
           MOVE AI-DAYS(WS-SHOW-NO) TO SW-DAYS.
           MOVE AI-TIME(WS-SHOW-NO) TO SW-TIME.
           MOVE AI-CAPACITY(WS-SHOW-NO) TO SW-CAPACITY.
           WRITE PRINT-LINE FROM SHOW-AIRS.
           WRITE PRINT-LINE FROM AVAIL-COLS.

       WRITE-ONE-DAY-RTN.
           MOVE WS-SHOW-NO TO WS-AIR-SHOW.
           MOVE WS-AV-DATE TO WS-DC-DATE.
           PERFORM AIR-CHECK-RTN.
           IF WS-AIR-SW = 'Y'
               PERFORM WRITE-AIRING-RTN
           END-IF.
           MOVE WS-AV-DATE TO WS-DC-DATE.
           PERFORM DATE-ADD-DAY-RTN.
           MOVE WS-DC-DATE TO WS-AV-DATE.

       WRITE-AIRING-RTN.
           IF SP-SOLD(WS-SHOW-NO WS-DAY-NO) < WS-AIR-CAPACITY
               COMPUTE WS-OPEN = WS-AIR-CAPACITY
                   - SP-SOLD(WS-SHOW-NO WS-DAY-NO)
               MOVE SPACES TO AL-NOTE
           ELSE
               MOVE 0 TO WS-OPEN
               IF SP-SOLD(WS-SHOW-NO WS-DAY-NO) > WS-AIR-CAPACITY
                   MOVE "OVER" TO AL-NOTE
               ELSE
                   MOVE SPACES TO AL-NOTE
               END-IF
           END-IF.
           MOVE WS-AV-DATE TO AL-DATE.
           MOVE WS-AIR-DAY-NAME TO AL-DAY.
           MOVE WS-AIR-CAPACITY TO AL-CAPACITY.
           MOVE SP-SOLD(WS-SHOW-NO WS-DAY-NO) TO AL-SOLD.
           MOVE SP-WAITED(WS-SHOW-NO WS-DAY-NO) TO AL-WAITED.
           MOVE WS-OPEN TO AL-OPEN.
           WRITE PRINT-LINE FROM AVAIL-LINE.
           ADD 1 TO WS-AIRINGS.
           ADD WS-AIR-CAPACITY TO TS-CAPACITY.
           ADD SP-SOLD(WS-SHOW-NO WS-DAY-NO) TO TS-SOLD.
           ADD SP-WAITED(WS-SHOW-NO WS-DAY-NO) TO TS-WAITED.
           ADD WS-OPEN TO TS-OPEN.

       WRITE-SHOW-TOTAL-RTN.
           MOVE "  Four weeks" TO TL-LABEL.
           MOVE TS-CAPACITY TO TL-CAPACITY.
           MOVE TS-SOLD TO TL-SOLD.
           MOVE TS-WAITED TO TL-WAITED.
           MOVE TS-OPEN TO TL-OPEN.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           ADD TS-CAPACITY TO TG-CAPACITY.
           ADD TS-SOLD TO TG-SOLD.
           ADD TS-WAITED TO TG-WAITED.
           ADD TS-OPEN TO TG-OPEN.

       WRITE-GRAND-TOTAL-RTN.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "All shows" TO TL-LABEL.
           MOVE TG-CAPACITY TO TL-CAPACITY.
           MOVE TG-SOLD TO TL-SOLD.
           MOVE TG-WAITED TO TL-WAITED.
           MOVE TG-OPEN TO TL-OPEN.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM OVER-NOTE.

       WRITE-UNGUARDED-RTN.
           IF WS-UNGUARDED > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM UNGUARDED-HDR
               PERFORM WRITE-ONE-UNGUARDED-RTN
                   VARYING WS-SHOW-NO FROM 1 BY 1
                   UNTIL WS-SHOW-NO > WS-SHOW-MAX
           END-IF.

       WRITE-ONE-UNGUARDED-RTN.
           IF AI-FROM(WS-SHOW-NO) = 0
               OR AI-CAPACITY(WS-SHOW-NO) = 0
               SET SH-IDX TO WS-SHOW-NO
               MOVE WS-SHOW-NO TO UG-CODE
               MOVE SH-NAME(SH-IDX) TO UG-NAME
               MOVE SH-NETWORK(SH-IDX) TO UG-NETWORK
               WRITE PRINT-LINE FROM UNGUARDED-LINE
           END-IF.
