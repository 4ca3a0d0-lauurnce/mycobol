      *                TRNINQ.OUT, so a three-week-old dispute is a
      *                keyed question instead of a hunt through old
      *                REPORT.OUT spools.
      *2026-10-15  LP  TRANSHIST is now cut back at month-end to its
      *                live window by JRNL-ARCHIVE; a date range
      *                reaching back past the window (or left open)
      *                also reads the yearly archives
      *                (TRANSHIST.yyyy) the RETAIN table says hold
      *                it, oldest first, and the report says which
      *                archive years were searched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the live history, or one of its yearly archives
           SELECT HIST-FILE ASSIGN USING WS-HIST-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.


      * shared run-log written alongside the inquiry
           COPY RUNLOGSL.
      * shared journal retention table
           COPY RETNSL.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.
           COPY RETNFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared journal retention working-storage
           COPY RETNWS.

       01  WS-FLAGS.
           05 WS-EOF            PIC X VALUE 'N'.
              88 END-OF-FILE    VALUE 'Y'.

       01  WS-HIST-STATUS       PIC XX VALUE SPACES.
       01  WS-HIST-NAME         PIC X(24) VALUE "TRANSHIST".
       01  WS-LISTED            PIC 9(5) VALUE 0.

      * the archived record, in the released layout
           05 SL-TO-ACCT        PIC X(10).
           05 FILLER            PIC X(22) VALUE SPACES.

       01  ARCHIVE-LINE.
           05 FILLER            PIC X(26) VALUE
              "Archive years searched:  ".
           05 AR-LO             PIC 9(4).
           05 FILLER            PIC X(3)  VALUE " - ".
           05 AR-HI             PIC 9(4).
           05 FILLER            PIC X(43) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER            PIC X(21) VALUE
              "Transactions Listed: ".
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * the archive years come first, so the listing stays
      *in date order
           CLOSE HIST-FILE.

           PERFORM RETAIN-LOAD-RTN.
           IF WS-RTN-OVFL-SW = 'Y'
               DISPLAY "TRANS-INQUIRY: *** RETAIN TOO LARGE FOR "
                   "THE TABLE - ARCHIVES CANNOT BE LOCATED. ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "TRANSHIST" TO WS-RTN-FILE.
           MOVE WS-FROM-DATE TO WS-RTN-FROM.
           MOVE WS-TO-DATE TO WS-RTN-TO.
           PERFORM RETAIN-YEARS-RTN.

           OPEN OUTPUT REPORT-FILE.
           PERFORM RUNLOG-START-RTN.

           MOVE WS-FROM-DATE TO AL-FROM.
           MOVE WS-TO-DATE TO AL-TO.
           WRITE PRINT-LINE FROM ASK-LINE.
           IF WS-RTN-YEAR-LO NOT > WS-RTN-YEAR-HI
               MOVE WS-RTN-YEAR-LO TO AR-LO
               MOVE WS-RTN-YEAR-HI TO AR-HI
               WRITE PRINT-LINE FROM ARCHIVE-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           PERFORM 050-SCAN-ARCHIVE-YEAR
               VARYING WS-RTN-YEAR FROM WS-RTN-YEAR-LO BY 1
               UNTIL WS-RTN-YEAR > WS-RTN-YEAR-HI.

           MOVE "TRANSHIST" TO WS-HIST-NAME.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT HIST-FILE.
           PERFORM 100-LIST-ONE UNTIL END-OF-FILE.
           CLOSE HIST-FILE.

           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="TRANS-INQUIRY"==.

      * shared journal retention paragraphs
           COPY RETNRTN.

      * a year with nothing archived has no file
       050-SCAN-ARCHIVE-YEAR.
           PERFORM RETAIN-ARC-NAME-RTN.
           MOVE WS-RTN-ARC-NAME TO WS-HIST-NAME.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "35"
               MOVE 'N' TO WS-EOF
               PERFORM 100-LIST-ONE UNTIL END-OF-FILE
               CLOSE HIST-FILE
           END-IF.

      * a zero on either side of the range leaves that
      *side open, the statement-period idiom
       100-LIST-ONE.
