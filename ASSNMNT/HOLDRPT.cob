       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-REGISTER.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - nightly holds register. Lists
      *                every hold still standing on HOLDMAST on the
      *                business date - account, amount, reason, the
      *                supervisor who placed it, placement and expiry
      *                - by branch with subtotals, to HOLDREG.OUT.
      *                Holds past their expiry date and holds
      *                released at the counter are dropped off the
      *                master and listed once more under the
      *                register so the lifting is on paper.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HOLDREG.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MASTER.
       01  HOLD-REC.
      * shared hold-master layout
           COPY HOLDREC.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-HOLD-STATUS       PIC XX VALUE SPACES.
       01  WS-HOLD-EOF          PIC X VALUE 'N'.
       01  WS-HELD-COUNT        PIC 9(7) VALUE 0.
       01  WS-HELD-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-DROP-COUNT        PIC 9(7) VALUE 0.
       01  WS-PREV-BRANCH       PIC X(2) VALUE SPACES.
       01  WS-BR-COUNT          PIC 9(5) VALUE 0.
       01  WS-BR-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-REASON-NAME       PIC X(11) VALUE SPACES.

      * the holds dropped tonight, kept for the listing under
      *the register; past the table they are only counted
       01  WS-DROP-TABLE.
           05 WS-DROP-KEPT      PIC 9(3) VALUE 0.
           05 WS-DROP-ENTRY OCCURS 200 TIMES INDEXED BY DR-IDX.
              10 DRT-ACCT-NO    PIC X(10).
              10 DRT-SEQ        PIC 9(3).
              10 DRT-AMOUNT     PIC 9(9)V99.
              10 DRT-REASON     PIC X(11).
              10 DRT-WHY        PIC X(8).
              10 DRT-BY         PIC X(8).
              10 DRT-DATE       PIC 9(8).

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(33) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE
              "Holds Register".
           05 FILLER            PIC X(33) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(12) VALUE " Account".
           05 FILLER            PIC X(4)  VALUE "No.".
           05 FILLER            PIC X(17) VALUE
              "          Amount".
           05 FILLER            PIC X(12) VALUE "Reason".
           05 FILLER            PIC X(9)  VALUE "By".
           05 FILLER            PIC X(9)  VALUE "Placed".
           05 FILLER            PIC X(17) VALUE "Expires".

       01  BRANCH-LINE.
           05 FILLER            PIC X(8)  VALUE "Branch: ".
           05 BR-CODE           PIC X(2).
           05 FILLER            PIC X(70) VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-SEQ            PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-REASON         PIC X(11).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-BY             PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-PLACED         PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-EXPIRES        PIC X(8).
           05 FILLER            PIC X(9)  VALUE SPACES.

       01  DROP-HEAD-LINE.
           05 FILLER            PIC X(40) VALUE
              "Dropped from the master tonight:".
           05 FILLER            PIC X(40) VALUE SPACES.

      * a dropped hold: why it went, who lifted it and when
       01  DROP-LINE.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DP-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DP-SEQ            PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DP-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DP-REASON         PIC X(11).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DP-WHY            PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DP-BY             PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DP-DATE           PIC 9(8).
           05 FILLER            PIC X(9)  VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 TL-LABEL          PIC X(16).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE " hold(s)  ".
           05 TL-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(25) VALUE SPACES.

       01  MORE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 ML-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(40) VALUE
              " more dropped, not listed.".
           05 FILLER            PIC X(30) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "No holds standing.".
           05 FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RUNLOG-START-RTN.

           OPEN I-O HOLD-MASTER.
           IF WS-HOLD-STATUS = "35"
               DISPLAY "HOLD-REGISTER: HOLDMAST NOT FOUND - "
                   "NO HOLDS ON FILE."
           ELSE
               PERFORM 100-READ-ONE-HOLD UNTIL WS-HOLD-EOF = 'Y'
               CLOSE HOLD-MASTER
           END-IF.

           IF WS-PREV-BRANCH NOT = SPACES
               PERFORM 300-PRINT-BRANCH-TOTAL
           END-IF.
           PERFORM 400-PRINT-BANK-TOTAL.
           IF WS-DROP-COUNT > 0
               PERFORM 500-PRINT-DROPPED
           END-IF.

           MOVE WS-HELD-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE REPORT-FILE.
           DISPLAY "HOLD-REGISTER: " WS-HELD-COUNT " HOLD(S) "
               "STANDING, " WS-DROP-COUNT " DROPPED.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="HOLD-REGISTER"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * a released hold, or one whose expiry date has gone
      *by, comes off the master; the rest are the register
       100-READ-ONE-HOLD.
           READ HOLD-MASTER NEXT
               AT END MOVE 'Y' TO WS-HOLD-EOF
               NOT AT END
                   PERFORM 110-NAME-REASON
                   EVALUATE TRUE
                       WHEN HD-RELEASED
                           PERFORM 120-DROP-HOLD
                       WHEN HD-EXPIRY-DATE NOT = 0
                           AND HD-EXPIRY-DATE < WS-RUNLOG-DATE
                           PERFORM 120-DROP-HOLD
                       WHEN OTHER
                           PERFORM 200-PRINT-HOLD
                   END-EVALUATE
           END-READ.

       110-NAME-REASON.
           EVALUATE TRUE
               WHEN HD-GARNISH    MOVE "GARNISHMENT" TO WS-REASON-NAME
               WHEN HD-LEGAL      MOVE "LEGAL"       TO WS-REASON-NAME
               WHEN HD-COLLATERAL MOVE "COLLATERAL"  TO WS-REASON-NAME
               WHEN OTHER         MOVE "UNKNOWN"     TO WS-REASON-NAME
           END-EVALUATE.

       120-DROP-HOLD.
           ADD 1 TO WS-DROP-COUNT.
           IF WS-DROP-KEPT < 200
               ADD 1 TO WS-DROP-KEPT
               SET DR-IDX TO WS-DROP-KEPT
               MOVE HD-ACCT-NO TO DRT-ACCT-NO(DR-IDX)
               MOVE HD-SEQ TO DRT-SEQ(DR-IDX)
               MOVE HD-AMOUNT TO DRT-AMOUNT(DR-IDX)
               MOVE WS-REASON-NAME TO DRT-REASON(DR-IDX)
               IF HD-RELEASED
                   MOVE "RELEASED" TO DRT-WHY(DR-IDX)
                   MOVE HD-RELEASED-BY TO DRT-BY(DR-IDX)
                   MOVE HD-RELEASE-DATE TO DRT-DATE(DR-IDX)
               ELSE
                   MOVE "EXPIRED" TO DRT-WHY(DR-IDX)
                   MOVE HD-PLACED-BY TO DRT-BY(DR-IDX)
                   MOVE HD-EXPIRY-DATE TO DRT-DATE(DR-IDX)
               END-IF
           END-IF.
           DELETE HOLD-MASTER RECORD.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "HOLD-REGISTER: DELETE FAILED FOR "
                   HD-ACCT-NO "/" HD-SEQ " STATUS " WS-HOLD-STATUS
           END-IF.

      * the master reads in account order, which is branch
      *order, so a new prefix closes the last branch
       200-PRINT-HOLD.
           IF HD-ACCT-NO(1:2) NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = SPACES
                   PERFORM 300-PRINT-BRANCH-TOTAL
               END-IF
               MOVE HD-ACCT-NO(1:2) TO WS-PREV-BRANCH
               MOVE HD-ACCT-NO(1:2) TO BR-CODE
               MOVE SPACES TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               MOVE BRANCH-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE HD-ACCT-NO TO DL-ACCT-NO.
           MOVE HD-SEQ TO DL-SEQ.
           MOVE HD-AMOUNT TO DL-AMOUNT.
           MOVE WS-REASON-NAME TO DL-REASON.
           MOVE HD-PLACED-BY TO DL-BY.
           MOVE HD-PLACE-DATE TO DL-PLACED.
           IF HD-EXPIRY-DATE = 0
               MOVE "OPEN" TO DL-EXPIRES
           ELSE
               MOVE HD-EXPIRY-DATE TO DL-EXPIRES
           END-IF.
           MOVE DETAIL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           ADD 1 TO WS-HELD-COUNT.
           ADD HD-AMOUNT TO WS-HELD-TOTAL.
           ADD 1 TO WS-BR-COUNT.
           ADD HD-AMOUNT TO WS-BR-TOTAL.

       300-PRINT-BRANCH-TOTAL.
           MOVE "Branch total" TO TL-LABEL.
           MOVE WS-BR-COUNT TO TL-COUNT.
           MOVE WS-BR-TOTAL TO TL-TOTAL.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE 0 TO WS-BR-COUNT.
           MOVE 0 TO WS-BR-TOTAL.

       400-PRINT-BANK-TOTAL.
           IF WS-HELD-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Total held" TO TL-LABEL.
           MOVE WS-HELD-COUNT TO TL-COUNT.
           MOVE WS-HELD-TOTAL TO TL-TOTAL.
           MOVE TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       500-PRINT-DROPPED.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE DROP-HEAD-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           PERFORM 510-PRINT-ONE-DROPPED
               VARYING DR-IDX FROM 1 BY 1
               UNTIL DR-IDX > WS-DROP-KEPT.
           IF WS-DROP-COUNT > WS-DROP-KEPT
               COMPUTE ML-COUNT = WS-DROP-COUNT - WS-DROP-KEPT
               MOVE MORE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

       510-PRINT-ONE-DROPPED.
           MOVE DRT-ACCT-NO(DR-IDX) TO DP-ACCT-NO.
           MOVE DRT-SEQ(DR-IDX) TO DP-SEQ.
           MOVE DRT-AMOUNT(DR-IDX) TO DP-AMOUNT.
           MOVE DRT-REASON(DR-IDX) TO DP-REASON.
           MOVE DRT-WHY(DR-IDX) TO DP-WHY.
           MOVE DRT-BY(DR-IDX) TO DP-BY.
           MOVE DRT-DATE(DR-IDX) TO DP-DATE.
           MOVE DROP-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-RUNLOG-DATE TO DT-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-3.
           ADD 5 TO WS-LINE-CNT.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
