       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEND-REPORT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the maker-checker exceptions
      *                off the PENDCHG queue ACCT-MAINT, CUST-MAINT
      *                and REFMAINT write to and MAINMENU approves
      *                from: every change a supervisor rejected, or
      *                its program refused when it came to apply it,
      *                in the last twenty-four hours, and every
      *                change still waiting - on a supervisor, or on
      *                its program's next start - more than twenty-
      *                four hours after it was keyed. Both are
      *                measured off the machine clock, since the
      *                queue is stamped with it. Report to
      *                PENDRPT.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the maker-checker queue
           COPY PENDSL.

           SELECT REPORT-FILE ASSIGN TO "PENDRPT.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY PENDFD.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(100).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
      * shared maker-checker working-storage
           COPY PENDWS.
      * shared calendar arithmetic working-storage
           COPY DATEWS.
       01  WS-PRT-HOLD          PIC X(100) VALUE SPACES.

      * the moment the report is taken, and the stamp of the
      *change in hand - twenty-four hours back from now is any
      *stamp the day before that is later in the day than now
       01  WS-PR-NOW-DATE       PIC 9(8) VALUE 0.
       01  WS-PR-NOW-TIME       PIC 9(8) VALUE 0.
       01  WS-PR-STAMP-DATE     PIC 9(8) VALUE 0.
       01  WS-PR-STAMP-TIME     PIC 9(8) VALUE 0.
       01  WS-PR-WITHIN-SW      PIC X VALUE 'N'.
       01  WS-PR-SECTION        PIC 9 VALUE 0.
       01  WS-PR-TAKE-SW        PIC X VALUE 'N'.
       01  WS-PR-STATUS-NAME    PIC X(21) VALUE SPACES.

       01  WS-TOTALS.
           05 WS-DECLINED-COUNT PIC 9(4) VALUE 0.
           05 WS-WAITING-COUNT  PIC 9(4) VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(42) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(33) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(31) VALUE SPACES.
           05 FILLER            PIC X(38) VALUE
              "Maker-Checker Exceptions (PENDCHG)".
           05 FILLER            PIC X(31) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(29) VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "As at: ".
           05 DT-NOW-DATE       PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DT-NOW-TIME       PIC 9(6).
           05 FILLER            PIC X(17) VALUE
              "  Business date: ".
           05 DT-BUS-DATE       PIC 9(8).
           05 FILLER            PIC X(24) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "Change".
           05 FILLER            PIC X(16) VALUE "Program".
           05 FILLER            PIC X(10) VALUE "Maker".
           05 FILLER            PIC X(10) VALUE "Checker".
           05 FILLER            PIC X(10) VALUE "Date".
           05 FILLER            PIC X(8)  VALUE "Time".
           05 FILLER            PIC X(37) VALUE "Status".

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-CHANGE-NO      PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-PROGRAM        PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-MAKER          PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-CHECKER        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DATE           PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-TIME           PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-STATUS         PIC X(21).
           05 FILLER            PIC X(16) VALUE SPACES.

       01  DESC-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 DS-DESC           PIC X(60).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  REASON-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "Reason: ".
           05 RS-REASON         PIC X(70).
           05 FILLER            PIC X(13) VALUE SPACES.

       01  SECTION-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 SL-TITLE          PIC X(60).
           05 FILLER            PIC X(39) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(5)  VALUE "None.".
           05 FILLER            PIC X(92) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(25) VALUE
              "Rejected or refused:     ".
           05 FT-DECLINED       PIC ZZZ9.
           05 FILLER            PIC X(25) VALUE
              "   Waiting past a day:   ".
           05 FT-WAITING        PIC ZZZ9.
           05 FILLER            PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.
           ACCEPT WS-PR-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PR-NOW-TIME FROM TIME.

           OPEN OUTPUT REPORT-FILE.
           MOVE "Changes rejected or refused in the last 24 hours"
               TO SL-TITLE.
           PERFORM 890-PRINT-SECTION-HEAD.
           MOVE 1 TO WS-PR-SECTION.
           PERFORM 200-SCAN-QUEUE.
           IF WS-DECLINED-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

           MOVE "Changes waiting for over 24 hours" TO SL-TITLE.
           PERFORM 890-PRINT-SECTION-HEAD.
           MOVE 2 TO WS-PR-SECTION.
           PERFORM 200-SCAN-QUEUE.
           IF WS-WAITING-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-DECLINED-COUNT TO FT-DECLINED.
           MOVE WS-WAITING-COUNT TO FT-WAITING.
           MOVE FOOTER-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           CLOSE REPORT-FILE.

           COMPUTE WS-RUNLOG-COUNT =
               WS-DECLINED-COUNT + WS-WAITING-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "PEND-REPORT: " WS-DECLINED-COUNT
               " REJECTED OR REFUSED, " WS-WAITING-COUNT
               " WAITING PAST A DAY.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="PEND-REPORT"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * shared calendar paragraphs
           COPY DATERTN.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-PR-NOW-DATE TO DT-NOW-DATE.
           MOVE WS-PR-NOW-TIME(1:6) TO DT-NOW-TIME.
           MOVE WS-RUNLOG-DATE TO DT-BUS-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-3.
           ADD 5 TO WS-LINE-CNT.

      * one pass over the queue per section; no queue on the
      *machine yet is simply nothing to report
       200-SCAN-QUEUE.
           MOVE 'N' TO WS-PEND-EOF.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS NOT = "35"
               PERFORM 210-READ-ONE UNTIL WS-PEND-EOF = 'Y'
               CLOSE PEND-FILE
           END-IF.

       210-READ-ONE.
           READ PEND-FILE
               AT END MOVE 'Y' TO WS-PEND-EOF
               NOT AT END PERFORM 220-TEST-ONE
           END-READ.

      * a rejection is dated by its decision, a refusal by
      *the apply that refused it; a change still waiting is
      *dated from when it was keyed
       220-TEST-ONE.
           MOVE 'N' TO WS-PR-TAKE-SW.
           EVALUATE TRUE
               WHEN WS-PR-SECTION = 1 AND PC-REJECTED
                   MOVE PC-DEC-DATE TO WS-PR-STAMP-DATE
                   MOVE PC-DEC-TIME TO WS-PR-STAMP-TIME
                   MOVE "REJECTED" TO WS-PR-STATUS-NAME
                   PERFORM 300-AGE-OF-STAMP
                   MOVE WS-PR-WITHIN-SW TO WS-PR-TAKE-SW
               WHEN WS-PR-SECTION = 1 AND PC-REFUSED
                   MOVE PC-APPLY-DATE TO WS-PR-STAMP-DATE
                   MOVE PC-APPLY-TIME TO WS-PR-STAMP-TIME
                   MOVE "REFUSED ON APPLY" TO WS-PR-STATUS-NAME
                   PERFORM 300-AGE-OF-STAMP
                   MOVE WS-PR-WITHIN-SW TO WS-PR-TAKE-SW
               WHEN WS-PR-SECTION = 2 AND PC-PENDING
                   MOVE "AWAITING APPROVAL" TO WS-PR-STATUS-NAME
                   PERFORM 310-AGE-OF-CHANGE
               WHEN WS-PR-SECTION = 2 AND PC-APPROVED
                   MOVE "APPROVED, NOT APPLIED" TO WS-PR-STATUS-NAME
                   PERFORM 310-AGE-OF-CHANGE
           END-EVALUATE.
           IF WS-PR-TAKE-SW = 'Y'
               PERFORM 400-PRINT-CHANGE
           END-IF.

      * inside the last twenty-four hours: today, or
      *yesterday later in the day than now
       300-AGE-OF-STAMP.
           MOVE WS-PR-STAMP-DATE TO WS-DC-DATE.
           MOVE WS-PR-NOW-DATE TO WS-DC-TO-DATE.
           PERFORM DATE-DAYS-BETWEEN-RTN.
           MOVE 'N' TO WS-PR-WITHIN-SW.
           IF WS-DC-DAYS = 0
               OR (WS-DC-DAYS = 1
                   AND WS-PR-STAMP-TIME > WS-PR-NOW-TIME)
               MOVE 'Y' TO WS-PR-WITHIN-SW
           END-IF.

       310-AGE-OF-CHANGE.
           MOVE PC-DATE TO WS-PR-STAMP-DATE.
           MOVE PC-TIME TO WS-PR-STAMP-TIME.
           PERFORM 300-AGE-OF-STAMP.
           IF WS-PR-WITHIN-SW = 'N'
               MOVE 'Y' TO WS-PR-TAKE-SW
           END-IF.

       400-PRINT-CHANGE.
           IF WS-PR-SECTION = 1
               ADD 1 TO WS-DECLINED-COUNT
           ELSE
               ADD 1 TO WS-WAITING-COUNT
           END-IF.
           MOVE PC-CHANGE-NO TO DL-CHANGE-NO.
           MOVE PC-PROGRAM TO DL-PROGRAM.
           MOVE PC-MAKER TO DL-MAKER.
           MOVE PC-CHECKER TO DL-CHECKER.
           MOVE WS-PR-STAMP-DATE TO DL-DATE.
           MOVE WS-PR-STAMP-TIME(1:6) TO DL-TIME.
           MOVE WS-PR-STATUS-NAME TO DL-STATUS.
           MOVE DETAIL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE PC-DESC TO DS-DESC.
           MOVE DESC-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           IF WS-PR-SECTION = 1
               MOVE PC-REASON TO RS-REASON
               MOVE REASON-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

       890-PRINT-SECTION-HEAD.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SECTION-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
