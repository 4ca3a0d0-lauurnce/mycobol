      *                nothing - the rewrite used to cut the file
      *                to twenty entries, silently unlocking
      *                every operator past them.
      *2026-10-15  LP  The step board now shows INT-ACCRUE, the
      *                nightly ACCTMAST interest accrual that
      *                follows BANK-REPORT.
      *2026-10-15  LP  And BUSDATE-ROLL, the end-of-day roll of the
      *                business date onto the next business day
      *                that closes the night after PANES-EOD.
      *2026-10-15  LP  Run-all no longer calls the seven reports in a
      *                fixed order: it runs a job stream off the
      *                JOBSTRM definitions REFMAINT maintains - the
      *                nightly chain, month-end and year-end, each
      *                due off BUSDATE and the holiday calendar -
      *                stopping at the first step that fails (return
      *                code over 4) and, on the next run for the
      *                same business date, resuming at that step.
      *                Each step done is marked on BATCHSTA, and the
      *                step board shows every stream's progress. The
      *                menu is now linked with every program a
      *                stream can name (see JS-DISPATCH-RTN); the
      *                recap covers the stream's steps.
      *2026-10-15  LP  A stream can now name SPOOL-ARCHIVE, the
      *                end-of-night filing of the night's spools;
      *                new selection 12 reprints a report from that
      *                archive through SPOOL-REPRINT.
      *2026-10-15  LP  And JRNL-ARCHIVE, the month-end archiving of
      *                the cumulative journals.
      *2026-10-15  LP  New selection 13, the approval queue for the
      *                maker-checker changes ACCT-MAINT, CUST-MAINT
      *                and REFMAINT now write to PENDCHG instead of
      *                applying: a supervisor keys their credentials
      *                once (logged to OVRLOG through the shared
      *                supervisor-check), sees every change awaiting
      *                approval as it was and as it will be, and
      *                approves or rejects each with a reason - never
      *                one they made themselves. A stream can now
      *                name PEND-REPORT, the report of changes
      *                rejected or left waiting past a day.
      *2026-10-15  LP  A stream can now name TUITION-COLLECT, the
      *                cashier's collections report by course off
      *                the student ledger.
      *2026-10-15  LP  And SECTION-FILL, the registrar's seats taken
      *                and open per offered section.
      *2026-10-15  LP  And GRADE-SHEET, the instructors' grade sheets
      *                for the sections still awaiting grades.
      *2026-10-15  LP  And GWA-COMPUTE, the units-weighted term and
      *                cumulative GWAs to STUDGWA.
      *2026-10-15  LP  A stream can now be due weekly (trigger W):
      *                on the last business day of a Monday-to-
      *                Sunday week, the one whose next business
      *                day falls in the following week. A stream
      *                can now name ATTEND-WARN, the advisers'
      *                weekly absence warning list.
      *2026-10-15  LP  And ACAD-REVIEW, the term-end probation and
      *                scholarship retention review.
      *2026-10-15  LP  And COHORT-RETAIN, the cohort retention and
      *                attrition report.
      *2026-10-15  LP  And BOARD-TRACER, the graduates' licensure
      *                exam tracer.
      *2026-10-15  LP  And LICENSE-MONTHLY, the month-end license
      *                expiry and renewal reminder run.
      *2026-10-15  LP  And AD-AGING, the month-end advertising
      *                receivables aging and statements.
      *2026-10-15  LP  And AD-AVAILS, the four-week commercial
      *                avails report.
      *2026-10-15  LP  And AD-MAKEGOOD, the audience guarantee
      *                review and make-good register.
      *2026-10-15  LP  And WSP-SITREP, the evacuation situation
      *                report per storm.
      *2026-10-15  LP  And WSP-RELIEF, the calamity relief extract
      *                and moratorium file for a storm's struck
      *                customers.
      *2026-10-15  LP  And STOCK-REORDER and STOCK-VALUATION, the
      *                stock reorder list and the month-end stock
      *                valuation and shrinkage report.
      *2026-10-15  LP  And COMM-PAYOUT, the salesmen's commission
      *                payout as bank credits off COMMREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-LOCKOUT-STATUS.
      * the supervisor-override check and its trail
           COPY SUPAUTSL.
      * the job streams run-all works through
           COPY JSTRMSL.
      * shared holiday calendar for the month-end and
      *year-end triggers
           COPY CALNDSL.
      * the maker-checker queue
           COPY PENDSL.

       DATA DIVISION.
       FILE SECTION.
           02 LK-ID        PIC X(8).

           COPY SUPAUTFD.
           COPY JSTRMFD.
           COPY CALNDFD.
           COPY PENDFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage

      * shared supervisor-override working-storage
           COPY SUPAUTWS.
      * shared maker-checker working-storage
           COPY PENDWS.
      * the approval queue: the change in hand, what the
      *supervisor decided, and how many were waiting
       01  WS-PQ-WANTED  PIC 9(6) VALUE 0.
       01  WS-PQ-DECISION PIC X VALUE SPACES.
       01  WS-PQ-SHOWN   PIC 9(4) VALUE 0.
       01  WS-PQ-FOUND-SW PIC X VALUE 'N'.

      * one line per report, table-driven the same way
      *the other programs in this system look up a fixed list, used
               OCCURS 7 TIMES INDEXED BY MNU-IDX.
           02 MNU-DESC      PIC X(25).

       01  WS-RUNLOG-EOF   PIC X VALUE 'N'.

      * shared job-control working-storage
       01  WS-STEP-NAMES-TABLE.
           02 FILLER PIC X(15) VALUE "TRANSEDIT".
           02 FILLER PIC X(15) VALUE "BANK-REPORT".
           02 FILLER PIC X(15) VALUE "INT-ACCRUE".
           02 FILLER PIC X(15) VALUE "PANES-EXTRACT".
           02 FILLER PIC X(15) VALUE "PANES-EOD".
           02 FILLER PIC X(15) VALUE "BUSDATE-ROLL".
       01  WS-STEP-TABLE REDEFINES WS-STEP-NAMES-TABLE.
           02 WS-STEP-NAME PIC X(15) OCCURS 6 TIMES
                            INDEXED BY STP-IDX.
       01  WS-STEP-DONE    PIC X OCCURS 6 TIMES VALUE 'N'.

      * shared calendar arithmetic and holiday-calendar
      *working-storage
           COPY DATEWS.
           COPY CALNDWS.

      * the job-stream run: the business date it runs for,
      *held from the start since a stream's last step may roll
      *BUSDATE, and whether that date closes a month or a year
       01  WS-JS-STATUS    PIC XX VALUE SPACES.
       01  WS-JS-EOF       PIC X VALUE 'N'.
       01  WS-JS-OVFL-SW   PIC X VALUE 'N'.
       01  WS-JS-DATE      PIC 9(8) VALUE 0.
       01  WS-JS-SPLIT REDEFINES WS-JS-DATE.
           05 WS-JS-YY     PIC 9(4).
           05 WS-JS-MM     PIC 99.
           05 WS-JS-DD     PIC 99.
       01  WS-JS-MONTH-END-SW PIC X VALUE 'N'.
       01  WS-JS-YEAR-END-SW  PIC X VALUE 'N'.
       01  WS-JS-WEEK-END-SW  PIC X VALUE 'N'.
      * the business date's place in its week, Monday 0 to
      *Sunday 6, and the days on to the next business day
       01  WS-JS-WEEK-POS  PIC 9 VALUE 0.
       01  WS-JS-NEXT-DATE PIC 9(8) VALUE 0.
      * the stream in hand: its trigger, whether it is due,
      *complete, or stopped at a failed step
       01  WS-JS-WANTED    PIC X(8) VALUE SPACES.
       01  WS-JS-TRIGGER   PIC X VALUE 'D'.
       01  WS-JS-KNOWN-SW  PIC X VALUE 'N'.
       01  WS-JS-DUE-SW    PIC X VALUE 'N'.
       01  WS-JS-COMPLETE-SW PIC X VALUE 'N'.
       01  WS-JS-STOP-SW   PIC X VALUE 'N'.
       01  WS-JS-FIRST-SW  PIC X VALUE 'N'.
       01  WS-JS-CALLED-SW PIC X VALUE 'N'.
       01  WS-JS-STEP-RC   PIC 9(4) VALUE 0.
       01  WS-JS-DONE-COUNT PIC 99 VALUE 0.
       01  WS-JS-NEXT      PIC 99 VALUE 0.
       01  WS-JS-SINK      PIC 99 VALUE 0.
      * a gate step's stream: its trigger, whether it is on
      *file, and whether it is due
       01  WS-JS-GATE-TRIGGER PIC X VALUE 'D'.
       01  WS-JS-GATE-KNOWN-SW PIC X VALUE 'N'.
       01  WS-JS-GATE-DUE-SW PIC X VALUE 'N'.
      * a step's BATCHSTA key is its stream and sequence;
      *a stream's completion is keyed by the stream name alone
       01  WS-JS-KEY.
           05 WS-JK-STREAM  PIC X(8) VALUE SPACES.
           05 FILLER        PIC X VALUE '/'.
           05 WS-JK-SEQ     PIC 9(3) VALUE 0.
           05 FILLER        PIC X(3) VALUE SPACES.
       01  WS-JS-MARK-KEY  PIC X(15) VALUE SPACES.
       01  WS-JS-LOOK-KEY  PIC X(15) VALUE SPACES.
       01  WS-JS-LOOK-SW   PIC X VALUE 'N'.

      * the JOBSTRM definitions held whole
       01  WS-JS-TABLE.
           05 WS-JS-COUNT   PIC 999 VALUE 0.
           05 WS-JS-ENTRY OCCURS 200 TIMES
                            INDEXED BY JSL-IDX JSX-IDX JSB-IDX.
              10 JT-STREAM  PIC X(8).
              10 JT-SEQ     PIC 9(3).
              10 JT-KIND    PIC X.
              10 JT-NAME    PIC X(15).
              10 JT-TRIGGER PIC X.

      * the stream in hand's steps in sequence order, with
      *the record count each program's END entry logged
       01  WS-RUN-TABLE.
           05 WS-RUN-COUNT  PIC 99 VALUE 0.
           05 WS-RUN-ENTRY OCCURS 60 TIMES.
              10 JR-SEQ     PIC 9(3).
              10 JR-KIND    PIC X.
              10 JR-NAME    PIC X(15).
              10 JR-DONE    PIC X.
              10 JR-COUNT   PIC 9(7).
              10 JR-SEEN    PIC X.
       01  WS-RUN-OVFL-SW  PIC X VALUE 'N'.
       01  WS-RUN-NO       PIC 99 VALUE 0.
       01  WS-RUN-SCAN     PIC 99 VALUE 0.
       01  WS-RUN-HOLD     PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY '========================================'.
           PERFORM DISPLAY-ONE-CHOICE-RTN
               VARYING MNU-IDX FROM 1 BY 1 UNTIL MNU-IDX > 7.
           DISPLAY '8 - Run a job stream'.
           DISPLAY '9 - Nightly step board'.
           DISPLAY '10 - Change my password'.
           DISPLAY '11 - Clear an operator lockout'.
           DISPLAY '12 - Reprint an archived report'.
           DISPLAY '13 - Approve pending maintenance'.
           DISPLAY 'Enter selection (1-13): '.
           ACCEPT WS-CHOICE.

       DISPLAY-ONE-CHOICE-RTN.
                   CALL "SALE"
                   CANCEL "SALE"
               WHEN 8
                   PERFORM RUN-ALL-RTN THRU RUN-ALL-EXIT
               WHEN 9
                   PERFORM STEP-BOARD-RTN
               WHEN 10
               WHEN 11
                   PERFORM CLEAR-LOCKOUT-RTN
                       THRU CLEAR-LOCKOUT-EXIT
               WHEN 12
                   CALL "SPOOL-REPRINT"
                   CANCEL "SPOOL-REPRINT"
               WHEN 13
                   PERFORM APPROVE-QUEUE-RTN
                       THRU APPROVE-QUEUE-EXIT
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

      * the chosen job stream, from its first step still
      *owed for the business date; a step that fails stops the
      *stream there, and the next run for the date resumes at it
       RUN-ALL-RTN.
           PERFORM JS-PREPARE-RTN.
           IF WS-JS-STATUS = "35"
               DISPLAY 'NO JOB STREAMS ON FILE - DEFINE JOBSTRM '
                   'IN REFMAINT.'
               GO TO RUN-ALL-EXIT
           END-IF.
      * a stream read short, or due off part of the calendar,
      *could run the wrong steps - run nothing
           IF WS-JS-OVFL-SW = 'Y' OR WS-CAL-OVFL-SW = 'Y'
               DISPLAY 'JOBSTRM OR CALENDAR TOO LARGE FOR THE WORK '
                   'TABLE - NOTHING RUN.'
               GO TO RUN-ALL-EXIT
           END-IF.

           DISPLAY ' '.
           DISPLAY '==== JOB STREAMS FOR ' WS-JS-DATE ' ===='.
           PERFORM JS-LIST-ONE-RTN
               VARYING JSL-IDX FROM 1 BY 1
               UNTIL JSL-IDX > WS-JS-COUNT.
           DISPLAY 'Stream to run: '.
           ACCEPT WS-JS-WANTED.
           PERFORM JS-BUILD-RUN-RTN.

           IF WS-JS-KNOWN-SW = 'N'
               DISPLAY 'NO STREAM ' WS-JS-WANTED ' ON JOBSTRM.'
               GO TO RUN-ALL-EXIT
           END-IF.
           IF WS-RUN-OVFL-SW = 'Y'
               DISPLAY 'STREAM ' WS-JS-WANTED ' HAS MORE THAN 60 '
                   'STEPS - NOTHING RUN.'
               GO TO RUN-ALL-EXIT
           END-IF.
           IF WS-JS-DUE-SW = 'N'
               DISPLAY 'STREAM ' WS-JS-WANTED ' IS NOT DUE FOR '
                   WS-JS-DATE '.'
               GO TO RUN-ALL-EXIT
           END-IF.
           IF WS-JS-COMPLETE-SW = 'Y'
               DISPLAY 'STREAM ' WS-JS-WANTED ' ALREADY COMPLETE '
                   'FOR ' WS-JS-DATE '.'
               GO TO RUN-ALL-EXIT
           END-IF.

           IF WS-JS-DONE-COUNT > 0
               AND WS-JS-NEXT NOT > WS-RUN-COUNT
               DISPLAY 'RESUMING ' WS-JS-WANTED ' AT STEP '
                   JR-SEQ(WS-JS-NEXT) ' ' JR-NAME(WS-JS-NEXT)
           END-IF.
           MOVE 'N' TO WS-JS-STOP-SW.
           PERFORM JS-RUN-ONE-STEP-RTN
               VARYING WS-RUN-NO FROM WS-JS-NEXT BY 1
               UNTIL WS-RUN-NO > WS-RUN-COUNT
                  OR WS-JS-STOP-SW = 'Y'.

           IF WS-JS-STOP-SW = 'Y'
               DISPLAY 'STREAM ' WS-JS-WANTED ' STOPPED - THE NEXT '
                   'RUN RESUMES AT THE FAILED STEP.'
           ELSE
               MOVE WS-JS-WANTED TO WS-JS-MARK-KEY
               PERFORM JS-MARK-RTN
               DISPLAY 'STREAM ' WS-JS-WANTED ' COMPLETE FOR '
                   WS-JS-DATE '.'
           END-IF.
           PERFORM RECAP-RTN.

       RUN-ALL-EXIT.
           CONTINUE.

      * the business date the stream runs for, whether the
      *next business day after it opens a new week, month or
      *year, and the JOBSTRM definitions
       JS-PREPARE-RTN.
           ACCEPT WS-JS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "35"
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE BD-DATE TO WS-JS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

           PERFORM CALNDR-LOAD-RTN.
           MOVE WS-JS-DATE TO WS-DC-DATE.
           PERFORM CALNDR-DOW-RTN.
           IF WS-CAL-DOW < 2
               COMPUTE WS-JS-WEEK-POS = WS-CAL-DOW + 5
           ELSE
               COMPUTE WS-JS-WEEK-POS = WS-CAL-DOW - 2
           END-IF.
           PERFORM CALNDR-NEXT-BUSDAY-RTN.
           MOVE 'N' TO WS-JS-MONTH-END-SW.
           MOVE 'N' TO WS-JS-YEAR-END-SW.
           IF WS-DC-YY NOT = WS-JS-YY
               MOVE 'Y' TO WS-JS-MONTH-END-SW
               MOVE 'Y' TO WS-JS-YEAR-END-SW
           ELSE
               IF WS-DC-MM NOT = WS-JS-MM
                   MOVE 'Y' TO WS-JS-MONTH-END-SW
               END-IF
           END-IF.
      * the week closes when the days on to the next business
      *day carry past the Sunday
           MOVE WS-DC-DATE TO WS-JS-NEXT-DATE.
           MOVE WS-JS-DATE TO WS-DC-DATE.
           MOVE WS-JS-NEXT-DATE TO WS-DC-TO-DATE.
           PERFORM DATE-DAYS-BETWEEN-RTN.
           MOVE 'N' TO WS-JS-WEEK-END-SW.
           IF WS-JS-WEEK-POS + WS-DC-DAYS > 6
               MOVE 'Y' TO WS-JS-WEEK-END-SW
           END-IF.

           MOVE 0 TO WS-JS-COUNT.
           MOVE 'N' TO WS-JS-EOF.
           MOVE 'N' TO WS-JS-OVFL-SW.
           OPEN INPUT JSTRM-FILE.
           IF WS-JS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM JS-READ-ONE-RTN UNTIL WS-JS-EOF = 'Y'
               CLOSE JSTRM-FILE
           END-IF.

       JS-READ-ONE-RTN.
           READ JSTRM-FILE
               AT END MOVE 'Y' TO WS-JS-EOF
               NOT AT END
                   IF WS-JS-COUNT < 200
                       ADD 1 TO WS-JS-COUNT
                       SET JSL-IDX TO WS-JS-COUNT
                       MOVE JSTRM-REC TO WS-JS-ENTRY(JSL-IDX)
                   ELSE
                       MOVE 'Y' TO WS-JS-OVFL-SW
                   END-IF
           END-READ.

      * one line per stream, at its first line on file:
      *whether it is due, and how far it has got
       JS-LIST-ONE-RTN.
           MOVE 'Y' TO WS-JS-FIRST-SW.
           PERFORM JS-CHECK-FIRST-RTN
               VARYING JSX-IDX FROM 1 BY 1
               UNTIL JSX-IDX NOT < JSL-IDX.
           IF WS-JS-FIRST-SW = 'Y'
               MOVE JT-STREAM(JSL-IDX) TO WS-JS-WANTED
               PERFORM JS-BUILD-RUN-RTN
               PERFORM JS-SHOW-STREAM-RTN
           END-IF.

       JS-CHECK-FIRST-RTN.
           IF JT-STREAM(JSX-IDX) = JT-STREAM(JSL-IDX)
               MOVE 'N' TO WS-JS-FIRST-SW
           END-IF.

       JS-SHOW-STREAM-RTN.
           EVALUATE TRUE
               WHEN WS-JS-DUE-SW = 'N'
                   DISPLAY WS-JS-WANTED ' - NOT DUE'
               WHEN WS-JS-COMPLETE-SW = 'Y'
                   DISPLAY WS-JS-WANTED ' - COMPLETE'
               WHEN WS-JS-NEXT > WS-RUN-COUNT
                   DISPLAY WS-JS-WANTED ' - ' WS-JS-DONE-COUNT
                       ' OF ' WS-RUN-COUNT ' STEPS DONE'
               WHEN OTHER
                   DISPLAY WS-JS-WANTED ' - ' WS-JS-DONE-COUNT
                       ' OF ' WS-RUN-COUNT ' STEPS DONE, NEXT '
                       JR-SEQ(WS-JS-NEXT) ' ' JR-NAME(WS-JS-NEXT)
           END-EVALUATE.

      * the stream's trigger and steps off the definitions,
      *the steps kept in sequence order as they come in, then
      *each marked done off BATCHSTA for the business date
       JS-BUILD-RUN-RTN.
           MOVE 0 TO WS-RUN-COUNT.
           MOVE 'N' TO WS-RUN-OVFL-SW.
           MOVE 'N' TO WS-JS-KNOWN-SW.
           MOVE 'D' TO WS-JS-TRIGGER.
           PERFORM JS-PICK-ONE-RTN
               VARYING JSB-IDX FROM 1 BY 1
               UNTIL JSB-IDX > WS-JS-COUNT.
           EVALUATE WS-JS-TRIGGER
               WHEN 'W'
                   MOVE WS-JS-WEEK-END-SW TO WS-JS-DUE-SW
               WHEN 'M'
                   MOVE WS-JS-MONTH-END-SW TO WS-JS-DUE-SW
               WHEN 'Y'
                   MOVE WS-JS-YEAR-END-SW TO WS-JS-DUE-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-JS-DUE-SW
           END-EVALUATE.

           MOVE 'N' TO WS-JS-COMPLETE-SW.
           MOVE 'N' TO WS-JOBCTL-EOF.
           OPEN INPUT JOBCTL-FILE.
           IF WS-JOBCTL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM JS-STATE-ONE-RTN
                   UNTIL WS-JOBCTL-EOF = 'Y'
               CLOSE JOBCTL-FILE
           END-IF.

           MOVE 0 TO WS-JS-DONE-COUNT.
           MOVE 0 TO WS-JS-NEXT.
           PERFORM JS-COUNT-ONE-RTN
               VARYING WS-RUN-SCAN FROM 1 BY 1
               UNTIL WS-RUN-SCAN > WS-RUN-COUNT.
           IF WS-JS-NEXT = 0
               COMPUTE WS-JS-NEXT = WS-RUN-COUNT + 1
           END-IF.

       JS-PICK-ONE-RTN.
           IF JT-STREAM(JSB-IDX) = WS-JS-WANTED
               MOVE 'Y' TO WS-JS-KNOWN-SW
               IF JT-KIND(JSB-IDX) = 'T'
                   MOVE JT-TRIGGER(JSB-IDX) TO WS-JS-TRIGGER
               ELSE
                   IF WS-RUN-COUNT < 60
                       ADD 1 TO WS-RUN-COUNT
                       MOVE JT-SEQ(JSB-IDX) TO JR-SEQ(WS-RUN-COUNT)
                       MOVE JT-KIND(JSB-IDX) TO JR-KIND(WS-RUN-COUNT)
                       MOVE JT-NAME(JSB-IDX) TO JR-NAME(WS-RUN-COUNT)
                       MOVE 'N' TO JR-DONE(WS-RUN-COUNT)
                       MOVE 0 TO JR-COUNT(WS-RUN-COUNT)
                       MOVE 'N' TO JR-SEEN(WS-RUN-COUNT)
                       MOVE WS-RUN-COUNT TO WS-JS-SINK
                       PERFORM JS-SINK-ONE-RTN
                           UNTIL WS-JS-SINK < 2
                              OR JR-SEQ(WS-JS-SINK - 1)
                                 NOT > JR-SEQ(WS-JS-SINK)
                   ELSE
                       MOVE 'Y' TO WS-RUN-OVFL-SW
                   END-IF
               END-IF
           END-IF.

       JS-SINK-ONE-RTN.
           MOVE WS-RUN-ENTRY(WS-JS-SINK) TO WS-RUN-HOLD.
           MOVE WS-RUN-ENTRY(WS-JS-SINK - 1)
               TO WS-RUN-ENTRY(WS-JS-SINK).
           MOVE WS-RUN-HOLD TO WS-RUN-ENTRY(WS-JS-SINK - 1).
           SUBTRACT 1 FROM WS-JS-SINK.

       JS-STATE-ONE-RTN.
           READ JOBCTL-FILE
               AT END MOVE 'Y' TO WS-JOBCTL-EOF
               NOT AT END
                   IF JC-DATE = WS-JS-DATE
                       IF JC-STEP = WS-JS-WANTED
                           MOVE 'Y' TO WS-JS-COMPLETE-SW
                       END-IF
                       PERFORM JS-MATCH-STEP-RTN
                           VARYING WS-RUN-SCAN FROM 1 BY 1
                           UNTIL WS-RUN-SCAN > WS-RUN-COUNT
                   END-IF
           END-READ.

       JS-MATCH-STEP-RTN.
           MOVE WS-JS-WANTED TO WS-JK-STREAM.
           MOVE JR-SEQ(WS-RUN-SCAN) TO WS-JK-SEQ.
           IF JC-STEP = WS-JS-KEY
               MOVE 'Y' TO JR-DONE(WS-RUN-SCAN)
           END-IF.

       JS-COUNT-ONE-RTN.
           IF JR-DONE(WS-RUN-SCAN) = 'Y'
               ADD 1 TO WS-JS-DONE-COUNT
           ELSE
               IF WS-JS-NEXT = 0
                   MOVE WS-RUN-SCAN TO WS-JS-NEXT
               END-IF
           END-IF.

      * a step already marked done is passed over; the rest
      *either run their program or wait on their stream
       JS-RUN-ONE-STEP-RTN.
           EVALUATE TRUE
               WHEN JR-DONE(WS-RUN-NO) = 'Y'
                   CONTINUE
               WHEN JR-KIND(WS-RUN-NO) = 'S'
                   PERFORM JS-GATE-RTN
               WHEN OTHER
                   PERFORM JS-CALL-STEP-RTN
           END-EVALUATE.

      * a gate holds the stream while the stream it names is
      *due for the business date and not yet complete
       JS-GATE-RTN.
           MOVE 'D' TO WS-JS-GATE-TRIGGER.
           MOVE 'N' TO WS-JS-GATE-KNOWN-SW.
           PERFORM JS-GATE-TRIG-RTN
               VARYING JSB-IDX FROM 1 BY 1
               UNTIL JSB-IDX > WS-JS-COUNT.
           EVALUATE WS-JS-GATE-TRIGGER
               WHEN 'W'
                   MOVE WS-JS-WEEK-END-SW TO WS-JS-GATE-DUE-SW
               WHEN 'M'
                   MOVE WS-JS-MONTH-END-SW TO WS-JS-GATE-DUE-SW
               WHEN 'Y'
                   MOVE WS-JS-YEAR-END-SW TO WS-JS-GATE-DUE-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-JS-GATE-DUE-SW
           END-EVALUATE.
           MOVE JR-NAME(WS-RUN-NO) TO WS-JS-LOOK-KEY.
           PERFORM JS-LOOK-KEY-RTN.

           EVALUATE TRUE
               WHEN WS-JS-GATE-KNOWN-SW = 'N'
                   DISPLAY 'STEP ' JR-SEQ(WS-RUN-NO) ': NO STREAM '
                       JR-NAME(WS-RUN-NO) ' ON JOBSTRM.'
                   MOVE 'Y' TO WS-JS-STOP-SW
               WHEN WS-JS-GATE-DUE-SW = 'Y' AND WS-JS-LOOK-SW = 'N'
                   DISPLAY 'STEP ' JR-SEQ(WS-RUN-NO) ': STREAM '
                       JR-NAME(WS-RUN-NO) ' IS DUE FOR ' WS-JS-DATE
                       ' AND NOT COMPLETE.'
                   DISPLAY 'RUN IT, THEN RERUN ' WS-JS-WANTED '.'
                   MOVE 'Y' TO WS-JS-STOP-SW
               WHEN OTHER
                   PERFORM JS-MARK-STEP-RTN
           END-EVALUATE.

       JS-GATE-TRIG-RTN.
           IF JT-STREAM(JSB-IDX) = JR-NAME(WS-RUN-NO)
               MOVE 'Y' TO WS-JS-GATE-KNOWN-SW
               IF JT-KIND(JSB-IDX) = 'T'
                   MOVE JT-TRIGGER(JSB-IDX) TO WS-JS-GATE-TRIGGER
               END-IF
           END-IF.

      * whether BATCHSTA holds WS-JS-LOOK-KEY for the date
       JS-LOOK-KEY-RTN.
           MOVE 'N' TO WS-JS-LOOK-SW.
           MOVE 'N' TO WS-JOBCTL-EOF.
           OPEN INPUT JOBCTL-FILE.
           IF WS-JOBCTL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM JS-LOOK-ONE-RTN
                   UNTIL WS-JOBCTL-EOF = 'Y'
               CLOSE JOBCTL-FILE
           END-IF.

       JS-LOOK-ONE-RTN.
           READ JOBCTL-FILE
               AT END MOVE 'Y' TO WS-JOBCTL-EOF
               NOT AT END
                   IF JC-DATE = WS-JS-DATE
                       AND JC-STEP = WS-JS-LOOK-KEY
                       MOVE 'Y' TO WS-JS-LOOK-SW
                   END-IF
           END-READ.

      * a return code over 4 is a failed step; 4 is a
      *warning the step has already reported
       JS-CALL-STEP-RTN.
           DISPLAY '>>> ' WS-JS-WANTED ' STEP ' JR-SEQ(WS-RUN-NO)
               ' - ' JR-NAME(WS-RUN-NO).
           MOVE 'Y' TO WS-JS-CALLED-SW.
           MOVE 0 TO RETURN-CODE.
           PERFORM JS-DISPATCH-RTN.
           MOVE RETURN-CODE TO WS-JS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-JS-CALLED-SW = 'N'
                   DISPLAY 'STEP ' JR-SEQ(WS-RUN-NO) ': '
                       JR-NAME(WS-RUN-NO) ' IS NOT A PROGRAM THIS '
                       'MENU RUNS.'
                   MOVE 'Y' TO WS-JS-STOP-SW
               WHEN WS-JS-STEP-RC > 4
                   DISPLAY 'STEP ' JR-SEQ(WS-RUN-NO) ': '
                       JR-NAME(WS-RUN-NO) ' FAILED - RETURN CODE '
                       WS-JS-STEP-RC '.'
                   MOVE 'Y' TO WS-JS-STOP-SW
               WHEN OTHER
                   PERFORM JS-MARK-STEP-RTN
           END-EVALUATE.

      * static literal-name CALL, one per program a stream
      *may name, for the same reason as RUN-CHOICE-RTN above
       JS-DISPATCH-RTN.
           EVALUATE JR-NAME(WS-RUN-NO)
               WHEN "STORD-GEN"
                   CALL "STORD-GEN"
                   CANCEL "STORD-GEN"
               WHEN "SWITCH-IMPORT"
                   CALL "SWITCH-IMPORT"
                   CANCEL "SWITCH-IMPORT"
               WHEN "PAYROLL-IMPORT"
                   CALL "PAYROLL-IMPORT"
                   CANCEL "PAYROLL-IMPORT"
               WHEN "TRANSEDIT"
                   CALL "TRANSEDIT"
                   CANCEL "TRANSEDIT"
               WHEN "WATCH-SCREEN"
                   CALL "WATCH-SCREEN"
                   CANCEL "WATCH-SCREEN"
               WHEN "CHEQUE-MATURE"
                   CALL "CHEQUE-MATURE"
                   CANCEL "CHEQUE-MATURE"
               WHEN "BANK-REPORT"
                   CALL "BANK-REPORT"
                   CANCEL "BANK-REPORT"
               WHEN "INT-ACCRUE"
                   CALL "INT-ACCRUE"
                   CANCEL "INT-ACCRUE"
               WHEN "TD-MATURE"
                   CALL "TD-MATURE"
                   CANCEL "TD-MATURE"
               WHEN "LOAN-AGING"
                   CALL "LOAN-AGING"
                   CANCEL "LOAN-AGING"
               WHEN "LARGE-TRANS"
                   CALL "LARGE-TRANS"
                   CANCEL "LARGE-TRANS"
               WHEN "CTR-FILE"
                   CALL "CTR-FILE"
                   CANCEL "CTR-FILE"
               WHEN "GL-POST"
                   CALL "GL-POST"
                   CANCEL "GL-POST"
               WHEN "GL-RECON"
                   CALL "GL-RECON"
                   CANCEL "GL-RECON"
               WHEN "BRANCH-SETTLE"
                   CALL "BRANCH-SETTLE"
                   CANCEL "BRANCH-SETTLE"
               WHEN "TELLER-BALANCE"
                   CALL "TELLER-BALANCE"
                   CANCEL "TELLER-BALANCE"
               WHEN "FX-REVAL"
                   CALL "FX-REVAL"
                   CANCEL "FX-REVAL"
               WHEN "FX-POSITION"
                   CALL "FX-POSITION"
                   CANCEL "FX-POSITION"
               WHEN "PANES-EXTRACT"
                   CALL "PANES-EXTRACT"
                   CANCEL "PANES-EXTRACT"
               WHEN "PANES-EOD"
                   CALL "PANES-EOD"
                   CANCEL "PANES-EOD"
               WHEN "PANES-RECON"
                   CALL "PANES-RECON"
                   CANCEL "PANES-RECON"
               WHEN "SMS-ALERT"
                   CALL "SMS-ALERT"
                   CANCEL "SMS-ALERT"
               WHEN "CASE-AGING"
                   CALL "CASE-AGING"
                   CANCEL "CASE-AGING"
               WHEN "HOLD-REGISTER"
                   CALL "HOLD-REGISTER"
                   CANCEL "HOLD-REGISTER"
               WHEN "KYC-REPORT"
                   CALL "KYC-REPORT"
                   CANCEL "KYC-REPORT"
               WHEN "DEP-INSURANCE"
                   CALL "DEP-INSURANCE"
                   CANCEL "DEP-INSURANCE"
               WHEN "DEPOSIT-MIX"
                   CALL "DEPOSIT-MIX"
                   CANCEL "DEPOSIT-MIX"
               WHEN "CUST-HOLDINGS"
                   CALL "CUST-HOLDINGS"
                   CANCEL "CUST-HOLDINGS"
               WHEN "CUST-DUP-MATCH"
                   CALL "CUST-DUP-MATCH"
                   CANCEL "CUST-DUP-MATCH"
               WHEN "ACCT-CHECK-SCAN"
                   CALL "ACCT-CHECK-SCAN"
                   CANCEL "ACCT-CHECK-SCAN"
               WHEN "CONTROL-BALANCE"
                   CALL "CONTROL-BALANCE"
                   CANCEL "CONTROL-BALANCE"
               WHEN "ALERT-REPORT"
                   CALL "ALERT-REPORT"
                   CANCEL "ALERT-REPORT"
               WHEN "INT-CAPITALIZE"
                   CALL "INT-CAPITALIZE"
                   CANCEL "INT-CAPITALIZE"
               WHEN "SVC-CHARGE"
                   CALL "SVC-CHARGE"
                   CANCEL "SVC-CHARGE"
               WHEN "GL-CLOSE"
                   CALL "GL-CLOSE"
                   CANCEL "GL-CLOSE"
               WHEN "CUST-STATEMENT"
                   CALL "CUST-STATEMENT"
                   CANCEL "CUST-STATEMENT"
               WHEN "STMT-DIST"
                   CALL "STMT-DIST"
                   CANCEL "STMT-DIST"
               WHEN "TAX-CERTIFICATE"
                   CALL "TAX-CERTIFICATE"
                   CANCEL "TAX-CERTIFICATE"
               WHEN "RUNLOG-ROTATE"
                   CALL "RUNLOG-ROTATE"
                   CANCEL "RUNLOG-ROTATE"
               WHEN "RUNLOG-REPORT"
                   CALL "RUNLOG-REPORT"
                   CANCEL "RUNLOG-REPORT"
               WHEN "BUSDATE-ROLL"
                   CALL "BUSDATE-ROLL"
                   CANCEL "BUSDATE-ROLL"
               WHEN "SPOOL-ARCHIVE"
                   CALL "SPOOL-ARCHIVE"
                   CANCEL "SPOOL-ARCHIVE"
               WHEN "JRNL-ARCHIVE"
                   CALL "JRNL-ARCHIVE"
                   CANCEL "JRNL-ARCHIVE"
               WHEN "PEND-REPORT"
                   CALL "PEND-REPORT"
                   CANCEL "PEND-REPORT"
               WHEN "TUITION-COLLECT"
                   CALL "TUITION-COLLECT"
                   CANCEL "TUITION-COLLECT"
               WHEN "SECTION-FILL"
                   CALL "SECTION-FILL"
                   CANCEL "SECTION-FILL"
               WHEN "GRADE-SHEET"
                   CALL "GRADE-SHEET"
                   CANCEL "GRADE-SHEET"
               WHEN "GWA-COMPUTE"
                   CALL "GWA-COMPUTE"
                   CANCEL "GWA-COMPUTE"
               WHEN "ATTEND-WARN"
                   CALL "ATTEND-WARN"
                   CANCEL "ATTEND-WARN"
               WHEN "ACAD-REVIEW"
                   CALL "ACAD-REVIEW"
                   CANCEL "ACAD-REVIEW"
               WHEN "COHORT-RETAIN"
                   CALL "COHORT-RETAIN"
                   CANCEL "COHORT-RETAIN"
               WHEN "BOARD-TRACER"
                   CALL "BOARD-TRACER"
                   CANCEL "BOARD-TRACER"
               WHEN "LICENSE-MONTHLY"
                   CALL "LICENSE-MONTHLY"
                   CANCEL "LICENSE-MONTHLY"
               WHEN "AD-AGING"
                   CALL "AD-AGING"
                   CANCEL "AD-AGING"
               WHEN "AD-AVAILS"
                   CALL "AD-AVAILS"
                   CANCEL "AD-AVAILS"
               WHEN "AD-MAKEGOOD"
                   CALL "AD-MAKEGOOD"
                   CANCEL "AD-MAKEGOOD"
               WHEN "WSP-SITREP"
                   CALL "WSP-SITREP"
                   CANCEL "WSP-SITREP"
               WHEN "WSP-RELIEF"
                   CALL "WSP-RELIEF"
                   CANCEL "WSP-RELIEF"
               WHEN "STUDENT-REPORT"
                   CALL "STUDENT-REPORT"
                   CANCEL "STUDENT-REPORT"
               WHEN "GRADES"
                   CALL "GRADES"
                   CANCEL "GRADES"
               WHEN "PRC"
                   CALL "PRC"
                   CANCEL "PRC"
               WHEN "TLPS"
                   CALL "TLPS"
                   CANCEL "TLPS"
               WHEN "WSP"
                   CALL "WSP"
                   CANCEL "WSP"
               WHEN "SALE"
                   CALL "SALE"
                   CANCEL "SALE"
               WHEN "STOCK-REORDER"
                   CALL "STOCK-REORDER"
                   CANCEL "STOCK-REORDER"
               WHEN "STOCK-VALUATION"
                   CALL "STOCK-VALUATION"
                   CANCEL "STOCK-VALUATION"
               WHEN "COMM-PAYOUT"
                   CALL "COMM-PAYOUT"
                   CANCEL "COMM-PAYOUT"
               WHEN OTHER
                   MOVE 'N' TO WS-JS-CALLED-SW
           END-EVALUATE.

      * the step's completion, and its own marker in the
      *step table
       JS-MARK-STEP-RTN.
           MOVE WS-JS-WANTED TO WS-JK-STREAM.
           MOVE JR-SEQ(WS-RUN-NO) TO WS-JK-SEQ.
           MOVE WS-JS-KEY TO WS-JS-MARK-KEY.
           PERFORM JS-MARK-RTN.
           MOVE 'Y' TO JR-DONE(WS-RUN-NO).

       JS-MARK-RTN.
           OPEN EXTEND JOBCTL-FILE.
           IF WS-JOBCTL-STATUS = "35"
               OPEN OUTPUT JOBCTL-FILE
           END-IF.
           MOVE WS-JS-MARK-KEY TO JC-STEP.
           MOVE WS-JS-DATE TO JC-DATE.
           WRITE JOBCTL-REC.
           CLOSE JOBCTL-FILE.

      * each program's own END entry carries the count it
      *pushed to WS-RUNLOG-COUNT; only the stream's business
      *date counts, or a program that died tonight would be
      *reported with last night's clean figures
       RECAP-RTN.
           MOVE 'N' TO WS-RUNLOG-EOF.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "35"
               DISPLAY ' '
               DISPLAY '========== RUN-ALL RECAP =========='
               PERFORM RECAP-ONE-RTN
                   VARYING WS-RUN-SCAN FROM 1 BY 1
                   UNTIL WS-RUN-SCAN > WS-RUN-COUNT
               DISPLAY '==================================='
           END-IF.

               AT END MOVE 'Y' TO WS-RUNLOG-EOF
               NOT AT END
                   IF RL-EVENT = "END  "
                       AND RL-DATE = WS-JS-DATE
                       PERFORM MATCH-RECAP-RTN
                           VARYING WS-RUN-SCAN FROM 1 BY 1
                           UNTIL WS-RUN-SCAN > WS-RUN-COUNT
                   END-IF
           END-READ.

       MATCH-RECAP-RTN.
           IF JR-NAME(WS-RUN-SCAN) = RL-PROGRAM
               MOVE RL-COUNT TO JR-COUNT(WS-RUN-SCAN)
               MOVE 'Y' TO JR-SEEN(WS-RUN-SCAN)
           END-IF.

      * which nightly steps have completed for the current
           END-IF.

           PERFORM RESET-ONE-STEP-RTN
               VARYING STP-IDX FROM 1 BY 1 UNTIL STP-IDX > 6.

           MOVE 'N' TO WS-JOBCTL-EOF.
           OPEN INPUT JOBCTL-FILE.
           DISPLAY ' '.
           DISPLAY '====== STEP BOARD FOR ' WS-JOBCTL-DATE ' ======'.
           PERFORM SHOW-ONE-STEP-RTN
               VARYING STP-IDX FROM 1 BY 1 UNTIL STP-IDX > 6.
      * and how far each job stream has got for the date
           PERFORM JS-PREPARE-RTN.
           IF WS-JS-STATUS NOT = "35"
               AND WS-JS-OVFL-SW = 'N' AND WS-CAL-OVFL-SW = 'N'
               DISPLAY '------------- JOB STREAMS --------------'
               PERFORM JS-LIST-ONE-RTN
                   VARYING JSL-IDX FROM 1 BY 1
                   UNTIL JSL-IDX > WS-JS-COUNT
           END-IF.
           DISPLAY '========================================'.

       RESET-ONE-STEP-RTN.
                   IF JC-DATE = WS-JOBCTL-DATE
                       PERFORM MARK-ONE-STEP-RTN
                           VARYING STP-IDX FROM 1 BY 1
                           UNTIL STP-IDX > 6
                   END-IF
           END-READ.

               WRITE LOCKOUT-REC
           END-IF.

      * the maintenance changes waiting on a second pair of
      *eyes; the supervisor signs in once for the session and
      *decides change by change, never on one they made
       APPROVE-QUEUE-RTN.
           MOVE "APPROVE PENDING MAINTENANCE" TO WS-SA-WHAT.
           PERFORM SUPAUTH-CHECK-RTN.
           IF WS-SA-OK = 'N'
               DISPLAY 'SUPERVISOR CREDENTIALS REQUIRED - '
                   'NOTHING DECIDED.'
               GO TO APPROVE-QUEUE-EXIT
           END-IF.

           MOVE 0 TO WS-PQ-SHOWN.
           MOVE 'N' TO WS-PEND-EOF.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS = "35"
               DISPLAY 'NO CHANGES AWAITING APPROVAL.'
               GO TO APPROVE-QUEUE-EXIT
           END-IF.
           PERFORM LIST-ONE-PEND-RTN UNTIL WS-PEND-EOF = 'Y'.
           CLOSE PEND-FILE.
           IF WS-PQ-SHOWN = 0
               DISPLAY 'NO CHANGES AWAITING APPROVAL.'
               GO TO APPROVE-QUEUE-EXIT
           END-IF.

           MOVE 1 TO WS-PQ-WANTED.
           PERFORM DECIDE-ONE-PEND-RTN UNTIL WS-PQ-WANTED = 0.

       APPROVE-QUEUE-EXIT.
           CONTINUE.

       LIST-ONE-PEND-RTN.
           READ PEND-FILE
               AT END MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                   IF PC-PENDING
                       ADD 1 TO WS-PQ-SHOWN
                       DISPLAY ' '
                       DISPLAY PC-CHANGE-NO ' ' PC-PROGRAM ' BY '
                           PC-MAKER ' ON ' PC-DATE ' AT '
                           PC-TIME(1:6)
                       DISPLAY '  ' PC-DESC
                       IF PC-BEFORE NOT = SPACES
                           DISPLAY '  WAS: ' PC-BEFORE
                       END-IF
                       IF PC-AFTER NOT = SPACES
                           DISPLAY '  NOW: ' PC-AFTER
                       END-IF
                       IF PC-MAKER = WS-SA-TRY-ID
                           DISPLAY '  (YOUR OWN CHANGE - ANOTHER '
                               'SUPERVISOR MUST DECIDE IT)'
                       END-IF
                   END-IF
           END-READ.

       DECIDE-ONE-PEND-RTN.
           DISPLAY 'Change number to decide (0 to finish): '.
           ACCEPT WS-PQ-WANTED.
           IF WS-PQ-WANTED NOT = 0
               DISPLAY '(A)pprove or (R)eject: '
               ACCEPT WS-PQ-DECISION
               PERFORM DECIDE-PEND-RTN
           END-IF.

      * the decision is stamped on the change where it sits:
      *who decided, when, and for a rejection why
       DECIDE-PEND-RTN.
           MOVE 'N' TO WS-PQ-FOUND-SW.
           MOVE 'N' TO WS-PEND-EOF.
           OPEN I-O PEND-FILE.
           PERFORM FIND-ONE-PEND-RTN
               UNTIL WS-PEND-EOF = 'Y' OR WS-PQ-FOUND-SW = 'Y'.
           EVALUATE TRUE
               WHEN WS-PQ-FOUND-SW = 'N'
                   DISPLAY 'NO SUCH CHANGE AWAITING APPROVAL.'
               WHEN PC-MAKER = WS-SA-TRY-ID
                   DISPLAY 'A CHANGE CANNOT BE DECIDED BY THE '
                       'OPERATOR WHO MADE IT.'
               WHEN WS-PQ-DECISION = 'A' OR WS-PQ-DECISION = 'a'
                   MOVE 'A' TO PC-STATUS
                   PERFORM STAMP-DECISION-RTN
                   DISPLAY 'CHANGE ' PC-CHANGE-NO ' APPROVED - '
                       PC-PROGRAM ' APPLIES IT AT ITS NEXT START.'
               WHEN WS-PQ-DECISION = 'R' OR WS-PQ-DECISION = 'r'
                   DISPLAY 'Reason for rejecting: '
                   ACCEPT WS-PEND-REASON
                   IF WS-PEND-REASON = SPACES
                       MOVE 'REJECTED BY SUPERVISOR'
                           TO WS-PEND-REASON
                   END-IF
                   MOVE 'R' TO PC-STATUS
                   MOVE WS-PEND-REASON TO PC-REASON
                   PERFORM STAMP-DECISION-RTN
                   DISPLAY 'CHANGE ' PC-CHANGE-NO ' REJECTED.'
               WHEN OTHER
                   DISPLAY 'DECISION MUST BE A OR R - NOTHING '
                       'DECIDED.'
           END-EVALUATE.
           CLOSE PEND-FILE.

       FIND-ONE-PEND-RTN.
           READ PEND-FILE
               AT END MOVE 'Y' TO WS-PEND-EOF
               NOT AT END
                   IF PC-CHANGE-NO = WS-PQ-WANTED AND PC-PENDING
                       MOVE 'Y' TO WS-PQ-FOUND-SW
                   END-IF
           END-READ.

       STAMP-DECISION-RTN.
           MOVE WS-SA-TRY-ID TO PC-CHECKER.
           ACCEPT WS-PEND-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PEND-TIME FROM TIME.
           MOVE WS-PEND-DATE TO PC-DEC-DATE.
           MOVE WS-PEND-TIME TO PC-DEC-TIME.
           REWRITE PEND-REC.

      * shared supervisor-override paragraphs
           COPY SUPAUTRTN
               REPLACING ==SUPAUTH-PROGNAME== BY =="MAINMENU"==.

       RECAP-ONE-RTN.
           IF JR-KIND(WS-RUN-SCAN) = 'P'
               IF JR-SEEN(WS-RUN-SCAN) = 'Y'
                   DISPLAY JR-NAME(WS-RUN-SCAN) ' records: '
                       JR-COUNT(WS-RUN-SCAN)
               ELSE
                   DISPLAY JR-NAME(WS-RUN-SCAN)
                       ' - NO END ENTRY LOGGED'
               END-IF
           END-IF.

      * shared calendar paragraphs
           COPY DATERTN.
           COPY CALNDRTN.
