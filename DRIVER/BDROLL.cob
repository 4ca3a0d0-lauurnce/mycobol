       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE-ROLL.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - end-of-day business-date roll.
      *                BUSDATE used to be keyed by hand every
      *                evening and landed on weekends and holidays
      *                as often as not; this run, last on the
      *                nightly step board after PANES-EOD, moves
      *                BUSDATE forward to the next business day off
      *                the holiday calendar REFMAINT maintains
      *                (CALENDAR: holidays closed, weekend working
      *                days opened) and lists every day it steps
      *                over. A missing BUSDATE or a calendar too
      *                large for the table leaves BUSDATE as it
      *                was.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * shared run-log, and the BUSDATE file being rolled
           COPY RUNLOGSL.
      * shared job-control state for the nightly sequence
           COPY JOBCTLSL.
      * shared holiday calendar
           COPY CALNDSL.

       DATA DIVISION.
       FILE SECTION.
           COPY RUNLOGFD.
           COPY JOBCTLFD.
           COPY CALNDFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared job-control working-storage
           COPY JOBCTLWS.
      * shared calendar arithmetic working-storage
           COPY DATEWS.
      * shared holiday-calendar working-storage
           COPY CALNDWS.

       01  WS-OLD-DATE     PIC 9(8) VALUE 0.
       01  WS-SKIP-COUNT   PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-RTN.
      * the step board rules before any file is touched
           PERFORM JOBCTL-VERIFY-RTN.
           IF WS-JOBCTL-BLOCKED = 'Y'
               DISPLAY "BUSDATE-ROLL: RUN REFUSED BY THE STEP BOARD."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM RUNLOG-START-RTN.

      * the machine date RUNLOG stands in with is no date to
      *roll from - the first business date is still set by hand
           IF WS-BUSDATE-STATUS = "35"
               DISPLAY "BUSDATE-ROLL: *** NO BUSDATE ON FILE. ***"
               DISPLAY "BUSDATE-ROLL: SET THE FIRST BUSINESS DATE "
                   "BY HAND AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

      * a calendar cut short would roll onto a holiday past
      *the table - touch nothing
           PERFORM CALNDR-LOAD-RTN.
           IF WS-CAL-OVFL-SW = 'Y'
               DISPLAY "BUSDATE-ROLL: *** CALENDAR TOO LARGE FOR "
                   "THE TABLE - MORE THAN 400 DATES. ***"
               DISPLAY "BUSDATE-ROLL: BUSDATE LEFT AT "
                   WS-RUNLOG-DATE ". PURGE PAST YEARS AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           IF WS-CAL-COUNT = 0
               DISPLAY "BUSDATE-ROLL: NO CALENDAR ON FILE - "
                   "SKIPPING WEEKENDS ONLY."
           END-IF.

           MOVE WS-RUNLOG-DATE TO WS-OLD-DATE.
           MOVE WS-RUNLOG-DATE TO WS-DC-DATE.
           PERFORM CALNDR-STEP-RTN.
           PERFORM SKIP-ONE-DAY-RTN
               UNTIL WS-CAL-BUSDAY-SW = 'Y'.

           OPEN OUTPUT BUSDATE-FILE.
           MOVE WS-DC-DATE TO BD-DATE.
           WRITE BUSDATE-REC.
           CLOSE BUSDATE-FILE.

           MOVE 1 TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           PERFORM JOBCTL-MARK-RTN.
           DISPLAY "BUSDATE-ROLL: BUSDATE ROLLED FROM " WS-OLD-DATE
               " TO " WS-DC-DATE " - " WS-SKIP-COUNT
               " DAY(S) CLOSED BETWEEN.".
           GOBACK.

      * each closed day stepped over is listed, with the
      *calendar's reason when it has one
       SKIP-ONE-DAY-RTN.
           ADD 1 TO WS-SKIP-COUNT.
           IF WS-CAL-DESC = SPACES
               DISPLAY "BUSDATE-ROLL: " WS-DC-DATE " CLOSED - "
                   "WEEKEND"
           ELSE
               DISPLAY "BUSDATE-ROLL: " WS-DC-DATE " CLOSED - "
                   WS-CAL-DESC
           END-IF.
           PERFORM CALNDR-STEP-RTN.

      * shared run-log paragraphs
       COPY RUNLOGRTN
           REPLACING ==RUNLOG-PROGNAME== BY =="BUSDATE-ROLL"==.

      * shared job-control paragraphs
       COPY JOBCTLRTN
           REPLACING ==JOBCTL-STEP==   BY =="BUSDATE-ROLL"==
                     ==JOBCTL-PREREQ== BY =="PANES-EOD"==.

      * shared calendar paragraphs
       COPY DATERTN.
       COPY CALNDRTN.
