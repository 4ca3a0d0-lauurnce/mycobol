      *                the business month (or the latest before it
      *                when the month opened without a publication);
      *                the closing rate is the latest dated in it.
      *2026-10-15  LP  PANES is now indexed with one current record
      *                per account; the run reads it through in key
      *                order and revalues each Dollar account as it
      *                is read, without the hundred-account table.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "PANES"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FILE-ACCT-NUM
               FILE STATUS IS WS-FILE-STATUS.

           SELECT FXRATE-FILE ASSIGN TO "FXRATE"
           05 WS-GAIN       PIC S9(13)V99 VALUE 0.
           05 WS-TOT-USD    PIC S9(13)V99 VALUE 0.
           05 WS-TOT-GAIN   PIC S9(13)V99 VALUE 0.
           05 WS-ACCT-LISTED PIC 9(5) VALUE 0.

       01  HDR-1.
           02 FILLER PIC X(25) VALUE SPACES.
               MOVE 'Y' TO WS-OPEN-SW
           END-IF.

           PERFORM PRINT-HEADING-RTN.
           PERFORM UNTIL LOAD-EOF-SW = 'Y'
               READ INFILE
                   AT END MOVE 'Y' TO LOAD-EOF-SW
               END-READ
           END-PERFORM.
           CLOSE INFILE.
           PERFORM PRINT-TOTALS-RTN.

           MOVE WS-ACCT-LISTED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
                   END-EVALUATE
           END-READ.

      * PANES holds one current record per account; each
      *Dollar account is revalued as it is read
       LOAD-ONE-RTN.
           IF FILE-ACCT-TYPE = 'D'
               PERFORM PRINT-ONE-ACCT-RTN
           END-IF.

       PRINT-HEADING-RTN.
           WRITE PRINT-LINE FROM HDR-1.
           MOVE WS-MONTH TO HM-MONTH.
           WRITE PRINT-LINE FROM HDR-MONTH.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COLS-LINE.

       PRINT-TOTALS-RTN.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOT-USD TO TL-USD.

       PRINT-ONE-ACCT-RTN.
           COMPUTE WS-OPEN-PESO ROUNDED =
               FILE-BAL * WS-OPEN-RATE.
           COMPUTE WS-CLOSE-PESO ROUNDED =
               FILE-BAL * WS-CLOSE-RATE.
           COMPUTE WS-GAIN = WS-CLOSE-PESO - WS-OPEN-PESO.
           MOVE FILE-ACCT-NUM TO DL-ACCT.
           MOVE FILE-BAL TO DL-USD.
           MOVE WS-OPEN-PESO TO DL-OPEN.
           MOVE WS-CLOSE-PESO TO DL-CLOSE.
           MOVE WS-GAIN TO DL-GAIN.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD FILE-BAL TO WS-TOT-USD.
           ADD WS-GAIN TO WS-TOT-GAIN.
           ADD 1 TO WS-ACCT-LISTED.
