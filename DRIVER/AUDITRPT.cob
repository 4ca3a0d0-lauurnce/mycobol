       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-REPORT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - consolidated security and
      *                activity audit for a date range. Reads every
      *                who-did-what trail the system keeps - SIGNLOG
      *                sign-ons and failures, OPERLOCK lockouts,
      *                OVRLOG supervisor overrides, the STUAUDIT and
      *                WSPAUDIT master-record change trails and the
      *                FQJRNL reversals - and prints one chronology
      *                per operator, followed by the exceptions the
      *                internal auditor used to stitch together by
      *                hand: activity after hours or on a closed
      *                day, an operator approving their own work,
      *                and sign-on IDs no longer on OPERS. Report to
      *                AUDIT.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAINMENU's sign-on trail and its locked-out IDs
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT LOCKOUT-FILE ASSIGN TO "OPERLOCK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-STATUS.
      * the operators file and the override trail
           COPY SUPAUTSL.
      * the master-record change trails
           SELECT STU-AUDIT-FILE ASSIGN TO "STUAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUAUD-STATUS.
           SELECT WSP-AUDIT-FILE ASSIGN TO "WSPAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WSPAUD-STATUS.
      * the teller journal, for the reversals
           SELECT JRNL-FILE ASSIGN TO "FQJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
      * shared holiday calendar, for the closed days
           COPY CALNDSL.

           SELECT REPORT-FILE ASSIGN TO "AUDIT.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNLOG-FILE
           LABEL RECORD IS OMITTED.
       01  SIGNLOG-REC.
           02 SG-DATE      PIC 9(8).
           02 SG-TIME      PIC 9(8).
           02 SG-ID        PIC X(8).
           02 SG-RESULT    PIC X(4).

       FD  LOCKOUT-FILE
           LABEL RECORD IS OMITTED.
       01  LOCKOUT-REC.
           02 LK-ID        PIC X(8).

           COPY SUPAUTFD.

       FD  STU-AUDIT-FILE
           LABEL RECORD IS OMITTED.
       01  STU-AUDIT-REC.
           05 SU-ACTION    PIC X.
           05 SU-DATE      PIC 9(8).
           05 SU-TIME      PIC 9(8).
           05 SU-OPER      PIC X(8).
           05 SU-BEFORE    PIC X(100).
           05 SU-AFTER     PIC X(100).

       FD  WSP-AUDIT-FILE
           LABEL RECORD IS OMITTED.
       01  WSP-AUDIT-REC.
           02 WA-ACTION    PIC X.
           02 WA-DATE      PIC 9(8).
           02 WA-TIME      PIC 9(8).
           02 WA-OPER      PIC X(8).
           02 WA-BEFORE    PIC X(120).
           02 WA-AFTER     PIC X(120).

       FD  JRNL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JRNL-REC.
       01  JRNL-REC.
      * shared journal record layout
           COPY FQJRNLRC.

           COPY CALNDFD.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(100).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
      * shared supervisor-override working-storage, for the
      *OPERS and OVRLOG statuses
           COPY SUPAUTWS.
      * shared calendar arithmetic and holiday-calendar
      *working-storage
           COPY DATEWS.
           COPY CALNDWS.
       01  WS-PRT-HOLD          PIC X(100) VALUE SPACES.

       01  WS-SIGNLOG-STATUS    PIC XX VALUE SPACES.
       01  WS-LOCKOUT-STATUS    PIC XX VALUE SPACES.
       01  WS-STUAUD-STATUS     PIC XX VALUE SPACES.
       01  WS-WSPAUD-STATUS     PIC XX VALUE SPACES.
       01  WS-JRNL-STATUS       PIC XX VALUE SPACES.
       01  WS-AUD-EOF           PIC X VALUE 'N'.

      * the range the report covers; the banking day runs
      *07:00 to 19:00, anything outside it is after hours
       01  WS-AUD-FROM          PIC 9(8) VALUE 0.
       01  WS-AUD-TO            PIC 9(8) VALUE 0.
       01  WS-AUD-QTR           PIC 9 VALUE 0.
       01  WS-AUD-OPEN-TIME     PIC 9(8) VALUE 07000000.
       01  WS-AUD-CLOSE-TIME    PIC 9(8) VALUE 19000000.

      * the operators on OPERS today, and the IDs locked out
       01  WS-AUD-OPERS-SW      PIC X VALUE 'N'.
       01  WS-OPER-TABLE.
           05 WS-OP-COUNT       PIC 999 VALUE 0.
           05 WS-OP-ENTRY OCCURS 300 TIMES INDEXED BY OP-IDX.
              10 OT-ID          PIC X(8).
              10 OT-LEVEL       PIC X.
       01  WS-LOCK-TABLE.
           05 WS-LK-COUNT       PIC 999 VALUE 0.
           05 WS-LK-ENTRY OCCURS 300 TIMES INDEXED BY LT-IDX.
              10 LT-ID          PIC X(8).
       01  WS-AUD-TBL-OVFL-SW   PIC X VALUE 'N'.
       01  WS-AUD-LOOK-ID       PIC X(8) VALUE SPACES.
       01  WS-AUD-ON-OPERS-SW   PIC X VALUE 'N'.
       01  WS-AUD-LEVEL         PIC X VALUE SPACE.
       01  WS-AUD-LOCKED-SW     PIC X VALUE 'N'.

      * consecutive failures on one ID - the third locks it,
      *the way MAINMENU counts them
       01  WS-AUD-FAIL-ID       PIC X(8) VALUE SPACES.
       01  WS-AUD-FAIL-COUNT    PIC 9 VALUE 0.

      * OPERSESS holds one session at a time, so whoever last
      *signed on before an override was the operator using it;
      *the last sign-on before the range carries into it
       01  WS-AUD-PRIOR-ID      PIC X(8) VALUE SPACES.
       01  WS-AUD-SESS-ID       PIC X(8) VALUE SPACES.
       01  WS-AUD-SESS-STAMP    PIC X(16) VALUE SPACES.
       01  WS-AUD-OV-STAMP.
           05 WS-AUD-OV-DATE    PIC 9(8) VALUE 0.
           05 WS-AUD-OV-TIME    PIC 9(8) VALUE 0.
       01  WS-AUD-EV-STAMP      PIC X(16) VALUE SPACES.

      * one slot per event in the range; the key runs
      *operator, date, time, then slot, so no two are equal
       01  WS-EVENT-TABLE.
           05 WS-EV-COUNT       PIC 9(4) VALUE 0.
           05 WS-EV-ENTRY OCCURS 2000 TIMES INDEXED BY EV-IDX.
              10 EV-KEY.
                 15 EV-OPER     PIC X(8).
                 15 EV-DATE     PIC 9(8).
                 15 EV-TIME     PIC 9(8).
                 15 EV-SLOT     PIC 9(4).
              10 EV-KIND        PIC X(16).
              10 EV-DETAIL      PIC X(44).
              10 EV-REF         PIC 9(6).
              10 EV-SIGNON-SW   PIC X.
              10 EV-HOURS-SW    PIC X.
              10 EV-SELF-SW     PIC X.
       01  WS-EV-OVFL-SW        PIC X VALUE 'N'.
      * the event being taken, built here and moved whole
       01  WS-EV-NEW.
           05 EN-KEY.
              10 EN-OPER        PIC X(8).
              10 EN-DATE        PIC 9(8).
              10 EN-TIME        PIC 9(8).
              10 EN-SLOT        PIC 9(4).
           05 EN-KIND           PIC X(16).
           05 EN-DETAIL         PIC X(44).
           05 EN-REF            PIC 9(6).
           05 EN-SIGNON-SW      PIC X.
           05 EN-HOURS-SW       PIC X.
           05 EN-SELF-SW        PIC X.
       01  WS-REV-COUNT         PIC 9(4) VALUE 0.

      * the events in key order, built once and walked by
      *every section of the report
       01  WS-ORDER-TABLE.
           05 WS-ORD-SLOT PIC 9(4) OCCURS 2000 TIMES
                          INDEXED BY ORD-IDX.
       01  WS-AUD-LAST-KEY      PIC X(28) VALUE LOW-VALUES.
       01  WS-AUD-NEXT-KEY      PIC X(28) VALUE HIGH-VALUES.
       01  WS-AUD-NEXT-SLOT     PIC 9(4) VALUE 0.
       01  WS-AUD-ORD-NO        PIC 9(4) VALUE 0.
       01  WS-AUD-LAST-OPER     PIC X(8) VALUE SPACES.
       01  WS-AUD-OP-LISTED     PIC 9(4) VALUE 0.
       01  WS-AUD-SIGNONS       PIC 9(4) VALUE 0.
       01  WS-AUD-LAST-SIGNON   PIC 9(8) VALUE 0.

       01  WS-TOTALS.
           05 WS-OPER-COUNT     PIC 9(4) VALUE 0.
           05 WS-HOURS-COUNT    PIC 9(4) VALUE 0.
           05 WS-SELF-COUNT     PIC 9(4) VALUE 0.
           05 WS-GONE-COUNT     PIC 9(4) VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(42) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(33) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(36) VALUE
              "Security and Activity Audit Report".
           05 FILLER            PIC X(32) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(33) VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "Range: ".
           05 DT-FROM           PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " to ".
           05 DT-TO             PIC 9(8).
           05 FILLER            PIC X(40) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Operator".
           05 FILLER            PIC X(10) VALUE "Date".
           05 FILLER            PIC X(10) VALUE "Time".
           05 FILLER            PIC X(18) VALUE "Event".
           05 FILLER            PIC X(45) VALUE "Detail".
           05 FILLER            PIC X(6)  VALUE "Flag".

       01  OPER-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 OL-OPER           PIC X(8).
           05 FILLER            PIC X(9)  VALUE "   Level ".
           05 OL-LEVEL          PIC X.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 OL-NOTE-1         PIC X(14).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 OL-NOTE-2         PIC X(14).
           05 FILLER            PIC X(50) VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-OPER           PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DATE           PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-TIME           PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-KIND           PIC X(16).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DETAIL         PIC X(44).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-FLAG           PIC X(6).

       01  OPER-TOTAL-LINE.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 OT-COUNT          PIC ZZZ9.
           05 FILLER            PIC X(14) VALUE
              " event(s) for ".
           05 OT-OPER           PIC X(8).
           05 FILLER            PIC X(63) VALUE SPACES.

       01  SECTION-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 SL-TITLE          PIC X(60).
           05 FILLER            PIC X(39) VALUE SPACES.

       01  GONE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 GL-OPER           PIC X(8).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 GL-SIGNONS        PIC ZZZ9.
           05 FILLER            PIC X(25) VALUE
              " sign-on(s), the last on ".
           05 GL-LAST           PIC 9(8).
           05 FILLER            PIC X(50) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(5)  VALUE "None.".
           05 FILLER            PIC X(92) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE "Operators: ".
           05 FT-OPERS          PIC ZZZ9.
           05 FILLER            PIC X(9)  VALUE "  Events ".
           05 FT-EVENTS         PIC ZZZ9.
           05 FILLER            PIC X(14) VALUE "  After hours ".
           05 FT-HOURS          PIC ZZZ9.
           05 FILLER            PIC X(14) VALUE "  Own approval".
           05 FT-SELF           PIC ZZZ9.
           05 FILLER            PIC X(16) VALUE "  Not on OPERS ".
           05 FT-GONE           PIC ZZZ9.
           05 FILLER            PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

      * the range defaults to the quarter to date - the
      *auditor's usual ask
           DISPLAY "From date (YYYYMMDD, 0 = start of quarter): ".
           ACCEPT WS-AUD-FROM.
           DISPLAY "To date (YYYYMMDD, 0 = business date): ".
           ACCEPT WS-AUD-TO.
           IF WS-AUD-TO = 0
               MOVE WS-RUNLOG-DATE TO WS-AUD-TO
           END-IF.
           IF WS-AUD-FROM = 0
               MOVE WS-AUD-TO TO WS-DC-DATE
               COMPUTE WS-AUD-QTR = (WS-DC-MM - 1) / 3
               COMPUTE WS-DC-MM = WS-AUD-QTR * 3 + 1
               MOVE 1 TO WS-DC-DD
               MOVE WS-DC-DATE TO WS-AUD-FROM
           END-IF.
           IF WS-AUD-FROM > WS-AUD-TO
               DISPLAY "AUDIT-REPORT: *** FROM DATE " WS-AUD-FROM
                   " IS AFTER TO DATE " WS-AUD-TO ". ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

      * a closed day missed off a short calendar would hide
      *weekend and holiday work - print nothing
           PERFORM CALNDR-LOAD-RTN.
           IF WS-CAL-OVFL-SW = 'Y'
               DISPLAY "AUDIT-REPORT: *** CALENDAR TOO LARGE FOR "
                   "THE TABLE - MORE THAN 400 DATES. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM 100-LOAD-OPERS.
           PERFORM 120-LOAD-LOCKOUTS.
           PERFORM 200-TAKE-SIGNLOG.
           PERFORM 300-TAKE-OVRLOG.
           PERFORM 400-TAKE-STUAUDIT.
           PERFORM 450-TAKE-WSPAUDIT.
           PERFORM 500-TAKE-REVERSALS THRU 500-EXIT.

      * an audit that quietly stopped looking is worse than
      *none - print nothing
           IF WS-EV-OVFL-SW = 'Y' OR WS-AUD-TBL-OVFL-SW = 'Y'
               DISPLAY "AUDIT-REPORT: *** MORE THAN 2000 EVENTS OR "
                   "300 OPERATORS IN THE RANGE - TABLE OVERFLOW. ***"
               DISPLAY "AUDIT-REPORT: NOTHING PRINTED. NARROW THE "
                   "RANGE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM 600-BUILD-ORDER.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 700-PRINT-CHRONOLOGY.
           PERFORM 800-PRINT-EXCEPTIONS.
           CLOSE REPORT-FILE.

           MOVE WS-EV-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "AUDIT-REPORT: " WS-EV-COUNT " EVENT(S), "
               WS-HOURS-COUNT " AFTER HOURS, " WS-SELF-COUNT
               " OWN APPROVAL, " WS-GONE-COUNT " NOT ON OPERS.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="AUDIT-REPORT"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * shared calendar paragraphs
           COPY DATERTN.
           COPY CALNDRTN.

      * with no OPERS file on the machine nobody can be
      *missing from it, and the not-on-OPERS check is skipped
       100-LOAD-OPERS.
           MOVE 'N' TO WS-SA-EOF.
           OPEN INPUT SUPAUTH-FILE.
           IF WS-SA-STATUS = "35"
               MOVE 'N' TO WS-AUD-OPERS-SW
           ELSE
               MOVE 'Y' TO WS-AUD-OPERS-SW
               PERFORM 110-READ-ONE-OPER UNTIL WS-SA-EOF = 'Y'
               CLOSE SUPAUTH-FILE
           END-IF.

       110-READ-ONE-OPER.
           READ SUPAUTH-FILE
               AT END MOVE 'Y' TO WS-SA-EOF
               NOT AT END
                   IF WS-OP-COUNT < 300
                       ADD 1 TO WS-OP-COUNT
                       SET OP-IDX TO WS-OP-COUNT
                       MOVE SUP-ID TO OT-ID(OP-IDX)
                       MOVE SUP-LEVEL TO OT-LEVEL(OP-IDX)
                   ELSE
                       MOVE 'Y' TO WS-AUD-TBL-OVFL-SW
                   END-IF
           END-READ.

       120-LOAD-LOCKOUTS.
           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT LOCKOUT-FILE.
           IF WS-LOCKOUT-STATUS NOT = "35"
               PERFORM 130-READ-ONE-LOCK UNTIL WS-AUD-EOF = 'Y'
               CLOSE LOCKOUT-FILE
           END-IF.

       130-READ-ONE-LOCK.
           READ LOCKOUT-FILE
               AT END MOVE 'Y' TO WS-AUD-EOF
               NOT AT END
                   IF WS-LK-COUNT < 300
                       ADD 1 TO WS-LK-COUNT
                       SET LT-IDX TO WS-LK-COUNT
                       MOVE LK-ID TO LT-ID(LT-IDX)
                   ELSE
                       MOVE 'Y' TO WS-AUD-TBL-OVFL-SW
                   END-IF
           END-READ.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-AUD-FROM TO DT-FROM.
           MOVE WS-AUD-TO TO DT-TO.
           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-3.
           ADD 5 TO WS-LINE-CNT.

      * the whole trail is read so the failure count and the
      *session carried into the range are right; only what
      *falls inside the range is taken
       200-TAKE-SIGNLOG.
           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT SIGNLOG-FILE.
           IF WS-SIGNLOG-STATUS NOT = "35"
               PERFORM 210-READ-ONE-SIGNON UNTIL WS-AUD-EOF = 'Y'
               CLOSE SIGNLOG-FILE
           END-IF.

       210-READ-ONE-SIGNON.
           READ SIGNLOG-FILE
               AT END MOVE 'Y' TO WS-AUD-EOF
               NOT AT END
                   IF SG-DATE NOT > WS-AUD-TO
                       PERFORM 220-TAKE-ONE-SIGNON
                   END-IF
           END-READ.

       220-TAKE-ONE-SIGNON.
           IF SG-RESULT = "OK  "
               MOVE SPACES TO WS-AUD-FAIL-ID
               MOVE 0 TO WS-AUD-FAIL-COUNT
               IF SG-DATE < WS-AUD-FROM
                   MOVE SG-ID TO WS-AUD-PRIOR-ID
               ELSE
                   MOVE SPACES TO WS-EV-NEW
                   MOVE SG-ID TO EN-OPER
                   MOVE SG-DATE TO EN-DATE
                   MOVE SG-TIME TO EN-TIME
                   MOVE "SIGN-ON" TO EN-KIND
                   MOVE 'Y' TO EN-SIGNON-SW
                   PERFORM 900-ADD-EVENT
               END-IF
           ELSE
               IF SG-ID = WS-AUD-FAIL-ID
                   IF WS-AUD-FAIL-COUNT < 9
                       ADD 1 TO WS-AUD-FAIL-COUNT
                   END-IF
               ELSE
                   MOVE SG-ID TO WS-AUD-FAIL-ID
                   MOVE 1 TO WS-AUD-FAIL-COUNT
               END-IF
               IF SG-DATE NOT < WS-AUD-FROM
                   MOVE SPACES TO WS-EV-NEW
                   MOVE SG-ID TO EN-OPER
                   MOVE SG-DATE TO EN-DATE
                   MOVE SG-TIME TO EN-TIME
                   MOVE "FAILED SIGN-ON" TO EN-KIND
                   PERFORM 900-ADD-EVENT
                   IF WS-AUD-FAIL-COUNT = 3
                       MOVE "LOCKED OUT" TO EN-KIND
                       MOVE "THIRD CONSECUTIVE FAILURE"
                           TO EN-DETAIL
                       PERFORM 900-ADD-EVENT
                   END-IF
               END-IF
           END-IF.

      * each override goes under the supervisor who granted
      *it and the operator whose session used it; the two
      *being one person is approving their own work
       300-TAKE-OVRLOG.
           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT OVRLOG-FILE.
           IF WS-OVRLOG-STATUS NOT = "35"
               PERFORM 310-READ-ONE-OVERRIDE UNTIL WS-AUD-EOF = 'Y'
               CLOSE OVRLOG-FILE
           END-IF.

       310-READ-ONE-OVERRIDE.
           READ OVRLOG-FILE
               AT END MOVE 'Y' TO WS-AUD-EOF
               NOT AT END
                   IF OV-DATE NOT < WS-AUD-FROM
                       AND OV-DATE NOT > WS-AUD-TO
                       PERFORM 320-TAKE-ONE-OVERRIDE
                   END-IF
           END-READ.

       320-TAKE-ONE-OVERRIDE.
           MOVE OV-DATE TO WS-AUD-OV-DATE.
           MOVE OV-TIME TO WS-AUD-OV-TIME.
           MOVE WS-AUD-PRIOR-ID TO WS-AUD-SESS-ID.
           MOVE LOW-VALUES TO WS-AUD-SESS-STAMP.
           PERFORM 330-CHECK-ONE-SESSION
               VARYING EV-IDX FROM 1 BY 1
               UNTIL EV-IDX > WS-EV-COUNT.

           MOVE SPACES TO WS-EV-NEW.
           MOVE OV-SUPER TO EN-OPER.
           MOVE OV-DATE TO EN-DATE.
           MOVE OV-TIME TO EN-TIME.
           MOVE "OVERRIDE GRANTED" TO EN-KIND.
           STRING OV-PROGRAM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  OV-WHAT DELIMITED BY SIZE
               INTO EN-DETAIL
           END-STRING.
           IF WS-AUD-SESS-ID = OV-SUPER
               MOVE 'Y' TO EN-SELF-SW
           END-IF.
           PERFORM 900-ADD-EVENT.

           IF WS-AUD-SESS-ID NOT = SPACES
               AND WS-AUD-SESS-ID NOT = OV-SUPER
               MOVE WS-AUD-SESS-ID TO EN-OPER
               MOVE "OVERRIDE USED" TO EN-KIND
               MOVE SPACES TO EN-DETAIL
               STRING OV-PROGRAM DELIMITED BY SPACE
                      " BY " DELIMITED BY SIZE
                      OV-SUPER DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      OV-WHAT DELIMITED BY SIZE
                   INTO EN-DETAIL
               END-STRING
               PERFORM 900-ADD-EVENT
           END-IF.

       330-CHECK-ONE-SESSION.
           IF EV-SIGNON-SW(EV-IDX) = 'Y'
               MOVE EV-KEY(EV-IDX)(9:16) TO WS-AUD-EV-STAMP
               IF WS-AUD-EV-STAMP NOT > WS-AUD-OV-STAMP
                   AND WS-AUD-EV-STAMP > WS-AUD-SESS-STAMP
                   MOVE WS-AUD-EV-STAMP TO WS-AUD-SESS-STAMP
                   MOVE EV-OPER(EV-IDX) TO WS-AUD-SESS-ID
               END-IF
           END-IF.

      * the student master's trail - the record key is the
      *first five bytes of either image
       400-TAKE-STUAUDIT.
           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT STU-AUDIT-FILE.
           IF WS-STUAUD-STATUS NOT = "35"
               PERFORM 410-READ-ONE-STUAUD UNTIL WS-AUD-EOF = 'Y'
               CLOSE STU-AUDIT-FILE
           END-IF.

       410-READ-ONE-STUAUD.
           READ STU-AUDIT-FILE
               AT END MOVE 'Y' TO WS-AUD-EOF
               NOT AT END
                   IF SU-DATE NOT < WS-AUD-FROM
                       AND SU-DATE NOT > WS-AUD-TO
                       MOVE SPACES TO WS-EV-NEW
                       MOVE SU-OPER TO EN-OPER
                       MOVE SU-DATE TO EN-DATE
                       MOVE SU-TIME TO EN-TIME
                       EVALUATE SU-ACTION
                           WHEN 'A' MOVE "STUDENT ADD" TO EN-KIND
                           WHEN 'U' MOVE "STUDENT UPDATE" TO EN-KIND
                           WHEN 'D' MOVE "STUDENT DELETE" TO EN-KIND
                           WHEN OTHER MOVE "STUDENT CHANGE" TO EN-KIND
                       END-EVALUATE
                       IF SU-AFTER = SPACES
                           STRING "SNO " SU-BEFORE(1:5)
                               DELIMITED BY SIZE INTO EN-DETAIL
                           END-STRING
                       ELSE
                           STRING "SNO " SU-AFTER(1:5)
                               DELIMITED BY SIZE INTO EN-DETAIL
                           END-STRING
                       END-IF
                       PERFORM 900-ADD-EVENT
                   END-IF
           END-READ.

      * the weather bulletin's amendment trail - the record
      *key is the storm name
       450-TAKE-WSPAUDIT.
           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT WSP-AUDIT-FILE.
           IF WS-WSPAUD-STATUS NOT = "35"
               PERFORM 460-READ-ONE-WSPAUD UNTIL WS-AUD-EOF = 'Y'
               CLOSE WSP-AUDIT-FILE
           END-IF.

       460-READ-ONE-WSPAUD.
           READ WSP-AUDIT-FILE
               AT END MOVE 'Y' TO WS-AUD-EOF
               NOT AT END
                   IF WA-DATE NOT < WS-AUD-FROM
                       AND WA-DATE NOT > WS-AUD-TO
                       MOVE SPACES TO WS-EV-NEW
                       MOVE WA-OPER TO EN-OPER
                       MOVE WA-DATE TO EN-DATE
                       MOVE WA-TIME TO EN-TIME
                       MOVE "STORM AMENDED" TO EN-KIND
                       STRING "STORM " WA-AFTER(1:20)
                           DELIMITED BY SIZE INTO EN-DETAIL
                       END-STRING
                       PERFORM 900-ADD-EVENT
                   END-IF
           END-READ.

      * a reversal carries the teller who authorized it; a
      *second pass finds the posting it reverses, and the same
      *teller on both is approving their own work
       500-TAKE-REVERSALS.
           MOVE 'N' TO WS-AUD-EOF.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS = "35"
               GO TO 500-EXIT
           END-IF.
           PERFORM 510-READ-ONE-JOURNAL UNTIL WS-AUD-EOF = 'Y'.
           CLOSE JRNL-FILE.
           IF WS-REV-COUNT > 0
               MOVE 'N' TO WS-AUD-EOF
               OPEN INPUT JRNL-FILE
               PERFORM 520-MATCH-ONE-JOURNAL UNTIL WS-AUD-EOF = 'Y'
               CLOSE JRNL-FILE
           END-IF.
       500-EXIT.
           EXIT.

       510-READ-ONE-JOURNAL.
           READ JRNL-FILE
               AT END MOVE 'Y' TO WS-AUD-EOF
               NOT AT END
                   IF JR-REV-REF NOT = 0
                       AND JR-DATE NOT < WS-AUD-FROM
                       AND JR-DATE NOT > WS-AUD-TO
                       MOVE SPACES TO WS-EV-NEW
                       MOVE JR-TELLER TO EN-OPER
                       MOVE JR-DATE TO EN-DATE
                       MOVE JR-TIME TO EN-TIME
                       MOVE "REVERSAL" TO EN-KIND
                       MOVE JR-REV-REF TO EN-REF
                       STRING "ACCT " JR-ACCT-NUM " SEQ " JR-SEQ
                           " REVERSES " JR-REV-REF
                           DELIMITED BY SIZE INTO EN-DETAIL
                       END-STRING
                       PERFORM 900-ADD-EVENT
                       ADD 1 TO WS-REV-COUNT
                   END-IF
           END-READ.

       520-MATCH-ONE-JOURNAL.
           READ JRNL-FILE
               AT END MOVE 'Y' TO WS-AUD-EOF
               NOT AT END
                   PERFORM 530-MATCH-ONE-REVERSAL
                       VARYING EV-IDX FROM 1 BY 1
                       UNTIL EV-IDX > WS-EV-COUNT
           END-READ.

       530-MATCH-ONE-REVERSAL.
           IF EV-KIND(EV-IDX) = "REVERSAL"
               AND EV-REF(EV-IDX) = JR-SEQ
               AND EV-OPER(EV-IDX) = JR-TELLER
               MOVE 'Y' TO EV-SELF-SW(EV-IDX)
           END-IF.

      * the events in operator, date and time order - each
      *pass takes the lowest key above the last one taken
       600-BUILD-ORDER.
           MOVE LOW-VALUES TO WS-AUD-LAST-KEY.
           PERFORM 610-FIND-NEXT-EVENT
               VARYING WS-AUD-ORD-NO FROM 1 BY 1
               UNTIL WS-AUD-ORD-NO > WS-EV-COUNT.

       610-FIND-NEXT-EVENT.
           MOVE HIGH-VALUES TO WS-AUD-NEXT-KEY.
           PERFORM 615-CHECK-ONE-EVENT
               VARYING EV-IDX FROM 1 BY 1
               UNTIL EV-IDX > WS-EV-COUNT.
           MOVE WS-AUD-NEXT-SLOT TO WS-ORD-SLOT(WS-AUD-ORD-NO).
           MOVE WS-AUD-NEXT-KEY TO WS-AUD-LAST-KEY.

       615-CHECK-ONE-EVENT.
           IF EV-KEY(EV-IDX) > WS-AUD-LAST-KEY
               AND EV-KEY(EV-IDX) < WS-AUD-NEXT-KEY
               MOVE EV-KEY(EV-IDX) TO WS-AUD-NEXT-KEY
               SET WS-AUD-NEXT-SLOT TO EV-IDX
           END-IF.

      * one block per operator: who they are on OPERS
      *today, then everything they did in the range
       700-PRINT-CHRONOLOGY.
           IF WS-EV-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE LOW-VALUES TO WS-AUD-LAST-OPER.
           PERFORM 710-PRINT-ONE-EVENT
               VARYING ORD-IDX FROM 1 BY 1
               UNTIL ORD-IDX > WS-EV-COUNT.
           IF WS-EV-COUNT > 0
               PERFORM 730-PRINT-OPER-TOTAL
           END-IF.

       710-PRINT-ONE-EVENT.
           SET EV-IDX TO WS-ORD-SLOT(ORD-IDX).
           IF EV-OPER(EV-IDX) NOT = WS-AUD-LAST-OPER
               IF WS-AUD-LAST-OPER NOT = LOW-VALUES
                   PERFORM 730-PRINT-OPER-TOTAL
               END-IF
               PERFORM 720-PRINT-OPER-HEAD
           END-IF.
           MOVE SPACES TO DL-OPER.
           PERFORM 740-FILL-DETAIL.
           MOVE DETAIL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           ADD 1 TO WS-AUD-OP-LISTED.

       720-PRINT-OPER-HEAD.
           MOVE EV-OPER(EV-IDX) TO WS-AUD-LAST-OPER.
           MOVE 0 TO WS-AUD-OP-LISTED.
           ADD 1 TO WS-OPER-COUNT.
           MOVE EV-OPER(EV-IDX) TO WS-AUD-LOOK-ID.
           PERFORM 750-LOOK-UP-OPER.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE EV-OPER(EV-IDX) TO OL-OPER.
           MOVE WS-AUD-LEVEL TO OL-LEVEL.
           MOVE SPACES TO OL-NOTE-1.
           MOVE SPACES TO OL-NOTE-2.
           IF WS-AUD-OPERS-SW = 'Y' AND WS-AUD-ON-OPERS-SW = 'N'
               MOVE "NOT ON OPERS" TO OL-NOTE-1
           END-IF.
           IF WS-AUD-LOCKED-SW = 'Y'
               MOVE "LOCKED OUT NOW" TO OL-NOTE-2
           END-IF.
           MOVE OPER-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       730-PRINT-OPER-TOTAL.
           MOVE WS-AUD-OP-LISTED TO OT-COUNT.
           MOVE WS-AUD-LAST-OPER TO OT-OPER.
           MOVE OPER-TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       740-FILL-DETAIL.
           MOVE EV-DATE(EV-IDX) TO DL-DATE.
           MOVE EV-TIME(EV-IDX) TO DL-TIME.
           MOVE EV-KIND(EV-IDX) TO DL-KIND.
           MOVE EV-DETAIL(EV-IDX) TO DL-DETAIL.
           MOVE SPACES TO DL-FLAG.
           IF EV-HOURS-SW(EV-IDX) = 'Y'
               MOVE "*HOURS" TO DL-FLAG
           END-IF.
           IF EV-SELF-SW(EV-IDX) = 'Y'
               IF EV-HOURS-SW(EV-IDX) = 'Y'
                   MOVE "*H/OWN" TO DL-FLAG
               ELSE
                   MOVE "*OWN" TO DL-FLAG
               END-IF
           END-IF.

       750-LOOK-UP-OPER.
           MOVE 'N' TO WS-AUD-ON-OPERS-SW.
           MOVE SPACE TO WS-AUD-LEVEL.
           MOVE 'N' TO WS-AUD-LOCKED-SW.
           PERFORM 755-CHECK-ONE-OPER
               VARYING OP-IDX FROM 1 BY 1
               UNTIL OP-IDX > WS-OP-COUNT.
           PERFORM 760-CHECK-ONE-LOCK
               VARYING LT-IDX FROM 1 BY 1
               UNTIL LT-IDX > WS-LK-COUNT.

       755-CHECK-ONE-OPER.
           IF OT-ID(OP-IDX) = WS-AUD-LOOK-ID
               MOVE 'Y' TO WS-AUD-ON-OPERS-SW
               MOVE OT-LEVEL(OP-IDX) TO WS-AUD-LEVEL
           END-IF.

       760-CHECK-ONE-LOCK.
           IF LT-ID(LT-IDX) = WS-AUD-LOOK-ID
               MOVE 'Y' TO WS-AUD-LOCKED-SW
           END-IF.

      * the three things the auditor looks for, each in
      *operator and time order with the operator on every line
       800-PRINT-EXCEPTIONS.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "EXCEPTIONS - ACTIVITY AFTER HOURS OR ON A CLOSED DAY"
               TO SL-TITLE.
           PERFORM 890-PRINT-SECTION-HEAD.
           PERFORM 810-PRINT-ONE-HOURS
               VARYING ORD-IDX FROM 1 BY 1
               UNTIL ORD-IDX > WS-EV-COUNT.
           IF WS-HOURS-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

           MOVE "EXCEPTIONS - OPERATOR APPROVING THEIR OWN WORK"
               TO SL-TITLE.
           PERFORM 890-PRINT-SECTION-HEAD.
           PERFORM 820-PRINT-ONE-SELF
               VARYING ORD-IDX FROM 1 BY 1
               UNTIL ORD-IDX > WS-EV-COUNT.
           IF WS-SELF-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

           MOVE "EXCEPTIONS - SIGN-ON IDS NO LONGER ON OPERS"
               TO SL-TITLE.
           PERFORM 890-PRINT-SECTION-HEAD.
           IF WS-AUD-OPERS-SW = 'N'
               MOVE "   No OPERS file on the machine - not checked."
                   TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           ELSE
               MOVE LOW-VALUES TO WS-AUD-LAST-OPER
               MOVE 0 TO WS-AUD-SIGNONS
               PERFORM 830-COUNT-ONE-SIGNON
                   VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > WS-EV-COUNT
               PERFORM 840-PRINT-ONE-GONE
               IF WS-GONE-COUNT = 0
                   MOVE NONE-LINE TO WS-PRT-HOLD
                   PERFORM 910-WRITE-LINE
               END-IF
           END-IF.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-OPER-COUNT TO FT-OPERS.
           MOVE WS-EV-COUNT TO FT-EVENTS.
           MOVE WS-HOURS-COUNT TO FT-HOURS.
           MOVE WS-SELF-COUNT TO FT-SELF.
           MOVE WS-GONE-COUNT TO FT-GONE.
           MOVE FOOTER-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       810-PRINT-ONE-HOURS.
           SET EV-IDX TO WS-ORD-SLOT(ORD-IDX).
           IF EV-HOURS-SW(EV-IDX) = 'Y'
               MOVE EV-OPER(EV-IDX) TO DL-OPER
               PERFORM 740-FILL-DETAIL
               MOVE DETAIL-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               ADD 1 TO WS-HOURS-COUNT
           END-IF.

       820-PRINT-ONE-SELF.
           SET EV-IDX TO WS-ORD-SLOT(ORD-IDX).
           IF EV-SELF-SW(EV-IDX) = 'Y'
               MOVE EV-OPER(EV-IDX) TO DL-OPER
               PERFORM 740-FILL-DETAIL
               MOVE DETAIL-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               ADD 1 TO WS-SELF-COUNT
           END-IF.

      * the successful sign-ons counted per operator, the
      *count printed at each change of operator
       830-COUNT-ONE-SIGNON.
           SET EV-IDX TO WS-ORD-SLOT(ORD-IDX).
           IF EV-OPER(EV-IDX) NOT = WS-AUD-LAST-OPER
               PERFORM 840-PRINT-ONE-GONE
               MOVE EV-OPER(EV-IDX) TO WS-AUD-LAST-OPER
               MOVE 0 TO WS-AUD-SIGNONS
           END-IF.
           IF EV-SIGNON-SW(EV-IDX) = 'Y'
               ADD 1 TO WS-AUD-SIGNONS
               MOVE EV-DATE(EV-IDX) TO WS-AUD-LAST-SIGNON
           END-IF.

       840-PRINT-ONE-GONE.
           IF WS-AUD-SIGNONS > 0
               MOVE WS-AUD-LAST-OPER TO WS-AUD-LOOK-ID
               PERFORM 750-LOOK-UP-OPER
               IF WS-AUD-ON-OPERS-SW = 'N'
                   MOVE WS-AUD-LAST-OPER TO GL-OPER
                   MOVE WS-AUD-SIGNONS TO GL-SIGNONS
                   MOVE WS-AUD-LAST-SIGNON TO GL-LAST
                   MOVE GONE-LINE TO WS-PRT-HOLD
                   PERFORM 910-WRITE-LINE
                   ADD 1 TO WS-GONE-COUNT
               END-IF
           END-IF.

       890-PRINT-SECTION-HEAD.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SECTION-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * every event goes in through here: numbered for its
      *key, and tested against the banking day and calendar
       900-ADD-EVENT.
           IF WS-EV-COUNT < 2000
               ADD 1 TO WS-EV-COUNT
               MOVE WS-EV-COUNT TO EN-SLOT
               IF EN-REF NOT NUMERIC
                   MOVE 0 TO EN-REF
               END-IF
               IF EN-SIGNON-SW NOT = 'Y'
                   MOVE 'N' TO EN-SIGNON-SW
               END-IF
               IF EN-SELF-SW NOT = 'Y'
                   MOVE 'N' TO EN-SELF-SW
               END-IF
               MOVE 'N' TO EN-HOURS-SW
               IF EN-TIME < WS-AUD-OPEN-TIME
                   OR EN-TIME NOT < WS-AUD-CLOSE-TIME
                   MOVE 'Y' TO EN-HOURS-SW
               ELSE
                   MOVE EN-DATE TO WS-DC-DATE
                   PERFORM CALNDR-CHECK-RTN
                   IF WS-CAL-BUSDAY-SW = 'N'
                       MOVE 'Y' TO EN-HOURS-SW
                   END-IF
               END-IF
               SET EV-IDX TO WS-EV-COUNT
               MOVE WS-EV-NEW TO WS-EV-ENTRY(EV-IDX)
           ELSE
               MOVE 'Y' TO WS-EV-OVFL-SW
           END-IF.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
