       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-COLLECT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the cashier's collections
      *                report off the STULEDGR student ledger, by
      *                course: every student still carrying a
      *                balance with what was assessed and paid,
      *                what of it is past the term's deadline and
      *                whether a clearance hold stands, then per
      *                course and for the school the students
      *                billed, the totals assessed, collected,
      *                outstanding and past due, the holds, and the
      *                share of the assessments collected. Balances
      *                and holds are as of the business date, by
      *                the same rule TRANSCRIPT and PROMOTE-RUN
      *                apply. Report to TUITCOLL.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "TUITCOLL.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.
      * shared student ledger
           COPY STULDGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
      * shared student-record layout
           COPY STUREC.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE     PIC X(80).

           COPY RUNLOGFD.
           COPY STULDGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared student-ledger working-storage
           COPY STULDGWS.

       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-MASTER-SW   PIC X VALUE 'N'.
       01  WS-FOUND-SW    PIC X VALUE 'N'.
       01  WS-OVFL-SW     PIC X VALUE 'N'.
       01  WS-ACCT-HIT    PIC 9(4) VALUE 0.
       01  WS-SORT-I      PIC 9(4) VALUE 0.
       01  WS-SORT-J      PIC 9(4) VALUE 0.
       01  WS-LOW-IDX     PIC 9(4) VALUE 0.
       01  WS-HOLD-ENTRY  PIC X(45) VALUE SPACES.
       01  WS-PAST-DUE    PIC S9(7)V99 VALUE 0.
       01  WS-LIST-COUNT  PIC 9(5) VALUE 0.

      * every student on the ledger, totalled off the one
      *pass and listed in course/student order via a simple
      *selection sort of the slots
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT PIC 9(4) VALUE 0.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES INDEXED BY AC-IDX.
              10 AC-SORT-KEY.
                 15 AC-CRS     PIC X(4).
                 15 AC-SNO     PIC 9(5).
              10 AC-ASSESSED   PIC S9(7)V99.
              10 AC-PAID       PIC S9(7)V99.
              10 AC-BALANCE    PIC S9(7)V99.
              10 AC-NOT-DUE    PIC S9(7)V99.

      * one course's totals, then the school's
       01  WS-TOTALS.
           05 WS-TOT-COUNT    PIC 9(5) VALUE 0.
           05 WS-TOT-ASSESSED PIC S9(9)V99 VALUE 0.
           05 WS-TOT-PAID     PIC S9(9)V99 VALUE 0.
           05 WS-TOT-BALANCE  PIC S9(9)V99 VALUE 0.
           05 WS-TOT-PAST-DUE PIC S9(9)V99 VALUE 0.
           05 WS-TOT-HOLDS    PIC 9(5) VALUE 0.
       01  WS-GRAND-TOTALS.
           05 WS-GRD-COUNT    PIC 9(5) VALUE 0.
           05 WS-GRD-ASSESSED PIC S9(9)V99 VALUE 0.
           05 WS-GRD-PAID     PIC S9(9)V99 VALUE 0.
           05 WS-GRD-BALANCE  PIC S9(9)V99 VALUE 0.
           05 WS-GRD-PAST-DUE PIC S9(9)V99 VALUE 0.
           05 WS-GRD-HOLDS    PIC 9(5) VALUE 0.
       01  WS-RATE        PIC 999V9 VALUE 0.

       01  WS-GROUP-HOLDERS.
           05 PREV-CRS    PIC X(4) VALUE SPACES.

       01  HEADER-1.
           05 FILLER      PIC X(38) VALUE SPACES.
           05 FILLER      PIC X(3)  VALUE "PUP".
           05 FILLER      PIC X(39) VALUE SPACES.

       01  HEADER-2.
           05 FILLER      PIC X(17) VALUE SPACES.
           05 FILLER      PIC X(45) VALUE
              "College of Computer and Information Sciences".
           05 FILLER      PIC X(18) VALUE SPACES.

       01  HEADER-3.
           05 FILLER      PIC X(26) VALUE SPACES.
           05 FILLER      PIC X(28) VALUE
              "Tuition Collections Report".
           05 FILLER      PIC X(26) VALUE SPACES.

       01  HEADER-DATE.
           05 FILLER      PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(15) VALUE "Business Date: ".
           05 HD-DATE     PIC 9(8).
           05 FILLER      PIC X(29) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER      PIC X(40) VALUE
              "SNO    Name                    Assessed ".
           05 FILLER      PIC X(40) VALUE
              "      Paid    Balance    Past Due Hold".

       01  GROUP-HEADER.
           05 FILLER      PIC X(8)  VALUE "Course: ".
           05 GH-CRS      PIC X(4).
           05 FILLER      PIC X(68) VALUE SPACES.

       01  DETAIL-LINE.
           05 DL-SNO      PIC 9(5).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-SNA      PIC X(20).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-ASSESSED PIC ZZZ,ZZ9.99.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-PAID     PIC ZZZ,ZZ9.99.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-BALANCE  PIC ZZZ,ZZ9.99-.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-PAST-DUE PIC ZZZ,ZZ9.99.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-HOLD     PIC X(4).
           05 FILLER      PIC X(2)  VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 TL-LABEL    PIC X(12).
           05 TL-COUNT    PIC ZZZZ9.
           05 FILLER      PIC X(10) VALUE " billed   ".
           05 TL-ASSESSED PIC ZZZ,ZZ9.99.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 TL-PAID     PIC ZZZ,ZZ9.99.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 TL-BALANCE  PIC ZZZ,ZZ9.99-.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 TL-PAST-DUE PIC ZZZ,ZZ9.99.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 TL-HOLDS    PIC ZZZ9.
           05 FILLER      PIC X(2)  VALUE SPACES.

       01  RATE-LINE.
           05 FILLER      PIC X(14) VALUE SPACES.
           05 FILLER      PIC X(11) VALUE "Collected: ".
           05 RL-RATE     PIC ZZ9.9.
           05 FILLER      PIC X(15) VALUE "% of assessed".
           05 FILLER      PIC X(35) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER      PIC X(29) VALUE
              "Students Listed With Balance:".
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 FT-COUNT    PIC ZZZZ9.
           05 FILLER      PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

           PERFORM 100-LOAD-LEDGER.
      * a short table would total some students and quietly
      *leave out the rest - report nothing
           IF WS-OVFL-SW = 'Y'
               DISPLAY "TUITION-COLLECT: *** STULEDGR HAS MORE "
                   "STUDENTS THAN THE TABLE - 1000. ***"
               DISPLAY "TUITION-COLLECT: NOTHING REPORTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               CLOSE RPT-FILE
               GOBACK
           END-IF.

           PERFORM 200-SORT-TABLE.

           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COLUMN-LINE.

      * the names come off the master; a student no longer on
      *it (a graduate, say) still owes what the ledger says
           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE 'N' TO WS-MASTER-SW
           ELSE
               MOVE 'Y' TO WS-MASTER-SW
           END-IF.

           PERFORM 300-PRINT-ONE-STUDENT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACCT-COUNT.
           IF WS-ACCT-COUNT > 0
               PERFORM 400-PRINT-COURSE-TOTAL
           END-IF.

           IF WS-MASTER-SW = 'Y'
               CLOSE STUDENT-FILE
           END-IF.

           MOVE WS-GRAND-TOTALS TO WS-TOTALS.
           MOVE "All Courses" TO TL-LABEL.
           PERFORM 410-PRINT-TOTALS.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-LIST-COUNT TO FT-COUNT.
           WRITE PRINT-LINE FROM FOOTER-LINE.

           MOVE WS-ACCT-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           DISPLAY "TUITION-COLLECT: " WS-ACCT-COUNT
               " STUDENT(S) ON THE LEDGER, " WS-LIST-COUNT
               " WITH A BALANCE.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="TUITION-COLLECT"==.

      * one pass of the ledger, totalled per student; the
      *course is the one the student was last charged under
       100-LOAD-LEDGER.
           MOVE WS-RUNLOG-DATE TO WS-SLG-ASOF.
           MOVE 'N' TO WS-SLG-EOF.
           OPEN INPUT STULDG-FILE.
           IF WS-SLG-STATUS NOT = "35"
               PERFORM 110-LOAD-ONE
                   UNTIL WS-SLG-EOF = 'Y' OR WS-OVFL-SW = 'Y'
               CLOSE STULDG-FILE
           END-IF.

       110-LOAD-ONE.
           READ STULDG-FILE
               AT END MOVE 'Y' TO WS-SLG-EOF
               NOT AT END PERFORM 120-TAKE-ONE
           END-READ.

       120-TAKE-ONE.
           MOVE 0 TO WS-ACCT-HIT.
           PERFORM 130-FIND-ONE
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACCT-COUNT OR WS-ACCT-HIT > 0.
           IF WS-ACCT-HIT = 0
               IF WS-ACCT-COUNT < 1000
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-HIT
                   SET AC-IDX TO WS-ACCT-HIT
                   MOVE SLG-SNO TO AC-SNO(AC-IDX)
                   MOVE 0 TO AC-ASSESSED(AC-IDX)
                   MOVE 0 TO AC-PAID(AC-IDX)
                   MOVE 0 TO AC-NOT-DUE(AC-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVFL-SW
               END-IF
           END-IF.
           IF WS-ACCT-HIT > 0
               SET AC-IDX TO WS-ACCT-HIT
               MOVE SLG-BALANCE TO AC-BALANCE(AC-IDX)
               IF SLG-ASSESSMENT
                   MOVE SLG-CRS TO AC-CRS(AC-IDX)
                   ADD SLG-AMOUNT TO AC-ASSESSED(AC-IDX)
                   IF SLG-DUE-DATE NOT < WS-SLG-ASOF
                       ADD SLG-AMOUNT TO AC-NOT-DUE(AC-IDX)
                   END-IF
               ELSE
                   SUBTRACT SLG-AMOUNT FROM AC-PAID(AC-IDX)
                   IF AC-CRS(AC-IDX) = SPACES
                       MOVE SLG-CRS TO AC-CRS(AC-IDX)
                   END-IF
               END-IF
           END-IF.

       130-FIND-ONE.
           IF AC-SNO(AC-IDX) = SLG-SNO
               SET WS-ACCT-HIT TO AC-IDX
           END-IF.

      * selection sort on course / student number
       200-SORT-TABLE.
           PERFORM 210-SORT-ONE-SLOT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-ACCT-COUNT.

       210-SORT-ONE-SLOT.
           MOVE WS-SORT-I TO WS-LOW-IDX.
           PERFORM 220-FIND-LOW-SLOT
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-ACCT-COUNT.
           IF WS-LOW-IDX NOT = WS-SORT-I
               MOVE WS-ACCT-ENTRY(WS-SORT-I) TO WS-HOLD-ENTRY
               MOVE WS-ACCT-ENTRY(WS-LOW-IDX)
                   TO WS-ACCT-ENTRY(WS-SORT-I)
               MOVE WS-HOLD-ENTRY TO WS-ACCT-ENTRY(WS-LOW-IDX)
           END-IF.

       220-FIND-LOW-SLOT.
           IF AC-SORT-KEY(WS-SORT-J) < AC-SORT-KEY(WS-LOW-IDX)
               MOVE WS-SORT-J TO WS-LOW-IDX
           END-IF.

      * every student counts in the course totals; only one
      *still carrying a balance is listed. Past due is the
      *balance beyond the charges not yet due, the rule
      *STULDG-SCAN-RTN applies for the clearance hold.
       300-PRINT-ONE-STUDENT.
           IF AC-CRS(AC-IDX) NOT = PREV-CRS
               IF AC-IDX > 1
                   PERFORM 400-PRINT-COURSE-TOTAL
               END-IF
               MOVE AC-CRS(AC-IDX) TO PREV-CRS
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE PREV-CRS TO GH-CRS
               WRITE PRINT-LINE FROM GROUP-HEADER
           END-IF.

           COMPUTE WS-PAST-DUE = AC-BALANCE(AC-IDX)
               - AC-NOT-DUE(AC-IDX).
           IF WS-PAST-DUE < 0
               MOVE 0 TO WS-PAST-DUE
           END-IF.
           ADD 1 TO WS-TOT-COUNT.
           ADD AC-ASSESSED(AC-IDX) TO WS-TOT-ASSESSED.
           ADD AC-PAID(AC-IDX) TO WS-TOT-PAID.
           ADD AC-BALANCE(AC-IDX) TO WS-TOT-BALANCE.
           ADD WS-PAST-DUE TO WS-TOT-PAST-DUE.
           IF WS-PAST-DUE > 0
               ADD 1 TO WS-TOT-HOLDS
           END-IF.

           IF AC-BALANCE(AC-IDX) NOT = 0
               PERFORM 310-PRINT-DETAIL
           END-IF.

       310-PRINT-DETAIL.
           MOVE AC-SNO(AC-IDX) TO DL-SNO.
           MOVE "(NOT ON THE MASTER)" TO DL-SNA.
           IF WS-MASTER-SW = 'Y'
               MOVE 'Y' TO WS-FOUND-SW
               MOVE AC-SNO(AC-IDX) TO R-SNO
               READ STUDENT-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-SW
               END-READ
               IF WS-FOUND-SW = 'Y'
                   MOVE R-SNA TO DL-SNA
               END-IF
           END-IF.
           MOVE AC-ASSESSED(AC-IDX) TO DL-ASSESSED.
           MOVE AC-PAID(AC-IDX) TO DL-PAID.
           MOVE AC-BALANCE(AC-IDX) TO DL-BALANCE.
           MOVE WS-PAST-DUE TO DL-PAST-DUE.
           IF WS-PAST-DUE > 0
               MOVE "HOLD" TO DL-HOLD
           ELSE
               MOVE SPACES TO DL-HOLD
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LIST-COUNT.

      * the course's totals print, roll into the school's
      *and clear for the next course
       400-PRINT-COURSE-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING "Course " PREV-CRS DELIMITED BY SIZE
               INTO TL-LABEL.
           PERFORM 410-PRINT-TOTALS.
           ADD WS-TOT-COUNT TO WS-GRD-COUNT.
           ADD WS-TOT-ASSESSED TO WS-GRD-ASSESSED.
           ADD WS-TOT-PAID TO WS-GRD-PAID.
           ADD WS-TOT-BALANCE TO WS-GRD-BALANCE.
           ADD WS-TOT-PAST-DUE TO WS-GRD-PAST-DUE.
           ADD WS-TOT-HOLDS TO WS-GRD-HOLDS.
           INITIALIZE WS-TOTALS.

       410-PRINT-TOTALS.
           MOVE WS-TOT-COUNT TO TL-COUNT.
           MOVE WS-TOT-ASSESSED TO TL-ASSESSED.
           MOVE WS-TOT-PAID TO TL-PAID.
           MOVE WS-TOT-BALANCE TO TL-BALANCE.
           MOVE WS-TOT-PAST-DUE TO TL-PAST-DUE.
           MOVE WS-TOT-HOLDS TO TL-HOLDS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE 0 TO WS-RATE.
           IF WS-TOT-ASSESSED > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-TOT-PAID * 100 / WS-TOT-ASSESSED
           END-IF.
           MOVE WS-RATE TO RL-RATE.
           WRITE PRINT-LINE FROM RATE-LINE.
