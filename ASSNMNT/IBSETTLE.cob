      *2026-09-01  LP  A pair-table overflow now refuses the run
      *                instead of adding through subscript zero
      *                and settling on part-figures.
      *2026-10-15  LP  Each due line now names both branches off the
      *                shared branch master (BRMAST). A pair naming
      *                a prefix that is not on the master is still
      *                settled but counted on the footer and ends
      *                the run with RC 4 - money moved to or from a
      *                branch the bank does not have.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * shared run-log written alongside the report
           COPY RUNLOGSL.
      * shared branch master
           COPY BRMSTSL.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.
           COPY BRMSTFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared branch-master working-storage
           COPY BRMSTWS.

       01  WS-FLAGS.
           05 WS-EOF            PIC X VALUE 'N'.
       01  WS-NET               PIC S9(11)V99 VALUE 0.
       01  WS-REV-HIT           PIC 9(3) VALUE 0.
       01  WS-SCAN-IDX          PIC 9(3) VALUE 0.
       01  WS-UNKNOWN-PAIRS     PIC 9(4) VALUE 0.
       01  WS-PAIR-UNKNOWN-SW   PIC X VALUE 'N'.

      * one slot per directed branch pair per business
      *date, accumulated off the cross-branch transfers
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "Branch ".
           05 DU-FROM           PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DU-FROM-NAME      PIC X(15).
           05 FILLER            PIC X(8)  VALUE " due to ".
           05 DU-TO             PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DU-TO-NAME        PIC X(15).
           05 FILLER            PIC X(2)  VALUE ": ".
           05 DU-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(9)  VALUE SPACES.

       01  NET-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FT-COUNT          PIC ZZZ9.
           05 FILLER            PIC X(54) VALUE SPACES.

       01  UNKNOWN-LINE.
           05 FILLER            PIC X(40) VALUE
              "Pairs Naming a Branch Not on Master:   ".
           05 UK-COUNT          PIC ZZZ9.
           05 FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN INPUT TRANS-FILE.
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RUNLOG-START-RTN.
           PERFORM BRMAST-LOAD-RTN.
           IF WS-BRM-COUNT = 0
               DISPLAY "BRANCH-SETTLE: BRMAST NOT FOUND - BRANCHES "
                   "NOT NAMED OR CHECKED."
           END-IF.

           PERFORM 100-TALLY-ONE UNTIL END-OF-FILE.
           CLOSE TRANS-FILE.
           WRITE PRINT-LINE.
           MOVE WS-PAIR-LISTED TO FT-COUNT.
           WRITE PRINT-LINE FROM FOOTER-LINE.
           IF WS-UNKNOWN-PAIRS > 0
               MOVE WS-UNKNOWN-PAIRS TO UK-COUNT
               WRITE PRINT-LINE FROM UNKNOWN-LINE
               DISPLAY "BRANCH-SETTLE: " WS-UNKNOWN-PAIRS
                   " PAIR(S) NAME A BRANCH NOT ON BRMAST."
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-PAIR-LISTED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="BRANCH-SETTLE"==.

      * shared branch-master paragraphs
           COPY BRMSTRTN.

      * only a transfer whose destination prefix differs
      *from its source moves money between branch books
       100-TALLY-ONE.
       300-PRINT-ONE-PAIR.
           IF PR-DONE-SW(WS-SCAN-IDX) = 'N'
               MOVE 'Y' TO PR-DONE-SW(WS-SCAN-IDX)
               MOVE 'N' TO WS-PAIR-UNKNOWN-SW
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE PR-DATE(WS-SCAN-IDX) TO PD-DATE
               WRITE PRINT-LINE FROM PAIR-DATE-LINE
               MOVE PR-FROM(WS-SCAN-IDX) TO DU-FROM
               MOVE PR-TO(WS-SCAN-IDX) TO DU-TO
               PERFORM 320-NAME-DUE-LINE
               MOVE PR-TOTAL(WS-SCAN-IDX) TO DU-AMOUNT
               WRITE PRINT-LINE FROM DUE-LINE
               PERFORM 310-FIND-REVERSE
                   MOVE 'Y' TO PR-DONE-SW(PR-IDX)
                   MOVE PR-FROM(PR-IDX) TO DU-FROM
                   MOVE PR-TO(PR-IDX) TO DU-TO
                   PERFORM 320-NAME-DUE-LINE
                   MOVE PR-TOTAL(PR-IDX) TO DU-AMOUNT
                   WRITE PRINT-LINE FROM DUE-LINE
                   COMPUTE WS-NET = PR-TOTAL(WS-SCAN-IDX)
               END-IF
               WRITE PRINT-LINE FROM NET-LINE
               ADD 1 TO WS-PAIR-LISTED
               IF WS-PAIR-UNKNOWN-SW = 'Y'
                   ADD 1 TO WS-UNKNOWN-PAIRS
               END-IF
           END-IF.

       310-FIND-REVERSE.
               AND PR-DONE-SW(PR-IDX) = 'N'
               MOVE PR-IDX TO WS-REV-HIT
           END-IF.

      * both sides of a due line are named off the branch
      *master; with no master on the machine nothing is held
      *against it
       320-NAME-DUE-LINE.
           MOVE DU-FROM TO WS-BRM-WANTED.
           PERFORM BRMAST-FIND-RTN.
           MOVE WS-BRM-NAME TO DU-FROM-NAME.
           IF WS-BRM-HIT = 0 AND WS-BRM-COUNT > 0
               MOVE 'Y' TO WS-PAIR-UNKNOWN-SW
           END-IF.
           MOVE DU-TO TO WS-BRM-WANTED.
           PERFORM BRMAST-FIND-RTN.
           MOVE WS-BRM-NAME TO DU-TO-NAME.
           IF WS-BRM-HIT = 0 AND WS-BRM-COUNT > 0
               MOVE 'Y' TO WS-PAIR-UNKNOWN-SW
           END-IF.
