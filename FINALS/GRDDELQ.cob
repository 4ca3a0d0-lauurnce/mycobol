       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-DELINQ.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the registrar's grade
      *                delinquency report. Takes the school year,
      *                term and the registrar's deadline for that
      *                term's grades; once the business date is past
      *                the deadline it lists, instructor by
      *                instructor off the FACULTY master, every
      *                section of the term with students enlisted
      *                whose grades GRADE-POST has not yet marked
      *                submitted on GRDSUBM, with the days the
      *                grades are overdue. Sections posted, still
      *                unposted and without students are counted at
      *                the foot. Report to GRDDELQ.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO "GRDDELQ.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.
      * shared subject offerings, enlistments, grade
      *submissions and faculty master
           COPY OFFERSL.
           COPY ENLSTSL.
           COPY GSUBSL.
           COPY FACSL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE     PIC X(80).

           COPY RUNLOGFD.
           COPY OFFERFD.
           COPY ENLSTFD.
           COPY GSUBFD.
           COPY FACFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared calendar arithmetic, for the deadline's edit
      *and the days overdue
           COPY DATEWS.
      * shared subject-offering, enlistment, grade-submission
      *and faculty-master working-storage
           COPY OFFERWS.
           COPY ENLSTWS.
           COPY GSUBWS.
           COPY FACWS.

       01  WS-INPUT-OK-SW PIC X VALUE 'Y'.
       01  WS-PAST-DUE-SW PIC X VALUE 'N'.

      * the term reported on and the registrar's deadline
       01  WS-REPORT-SY   PIC 9(4) VALUE 0.
       01  WS-REPORT-TERM PIC 9 VALUE 0.
       01  WS-DEADLINE    PIC 9(8) VALUE 0.
       01  WS-DAYS-LATE   PIC 9(4) VALUE 0.

       01  WS-SORT-I      PIC 999 VALUE 0.
       01  WS-SORT-J      PIC 999 VALUE 0.
       01  WS-LOW-IDX     PIC 999 VALUE 0.
       01  WS-HOLD-ENTRY  PIC X(71) VALUE SPACES.

       01  WS-GROUP-HOLDERS.
           05 PREV-FAC    PIC X(6) VALUE SPACES.
           05 WS-FAC-SECTS PIC 9(3) VALUE 0.

       01  WS-COUNTS.
           05 WS-POSTED     PIC 9(5) VALUE 0.
           05 WS-UNPOSTED   PIC 9(5) VALUE 0.
           05 WS-EMPTY      PIC 9(5) VALUE 0.
           05 WS-INSTR-LATE PIC 9(5) VALUE 0.

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
           05 FILLER      PIC X(25) VALUE SPACES.
           05 FILLER      PIC X(30) VALUE
              "Grade Submission Delinquencies".
           05 FILLER      PIC X(25) VALUE SPACES.

       01  HEADER-DATE.
           05 FILLER      PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(15) VALUE "Business Date: ".
           05 HD-DATE     PIC 9(8).
           05 FILLER      PIC X(29) VALUE SPACES.

       01  TERM-LINE.
           05 FILLER      PIC X(4)  VALUE "SY: ".
           05 TL-SY       PIC 9(4).
           05 FILLER      PIC X(8)  VALUE "  Term: ".
           05 TL-TERM     PIC 9.
           05 FILLER      PIC X(18) VALUE "  Grade Deadline: ".
           05 TL-DEADLINE PIC 9(8).
           05 FILLER      PIC X(14) VALUE "  Days Late: ".
           05 TL-LATE     PIC ZZZ9.
           05 FILLER      PIC X(19) VALUE SPACES.

       01  NOT-DUE-LINE.
           05 FILLER      PIC X(40) VALUE
              "The deadline has not passed - no section".
           05 FILLER      PIC X(40) VALUE
              " is delinquent yet.".

       01  NONE-LINE.
           05 FILLER      PIC X(40) VALUE
              "Every section's grades are submitted.".
           05 FILLER      PIC X(40) VALUE SPACES.

       01  INSTR-LINE.
           05 FILLER      PIC X(12) VALUE "Instructor: ".
           05 IL-ID       PIC X(6).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 IL-NAME     PIC X(25).
           05 FILLER      PIC X(14) VALUE "  Department: ".
           05 IL-DEPT     PIC X(10).
           05 FILLER      PIC X(11) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER      PIC X(40) VALUE
              "  Subj   Sect  Days   Hours      Room   ".
           05 FILLER      PIC X(40) VALUE
              "Students".

       01  DETAIL-LINE.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-SUBJ     PIC X(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-SECT     PIC X(5).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-DAYS     PIC X(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-START    PIC 9(4).
           05 FILLER      PIC X(1)  VALUE "-".
           05 DL-END      PIC 9(4).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-ROOM     PIC X(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-TAKEN    PIC ZZZZ9.
           05 FILLER      PIC X(35) VALUE SPACES.

       01  INSTR-TOTAL-LINE.
           05 FILLER      PIC X(23) VALUE
              "  Sections unposted: ".
           05 ITL-COUNT   PIC ZZ9.
           05 FILLER      PIC X(54) VALUE SPACES.

       01  FOOTER-1.
           05 FILLER      PIC X(17) VALUE "Sections Posted: ".
           05 FT-POSTED   PIC ZZZZ9.
           05 FILLER      PIC X(14) VALUE "  Unposted:   ".
           05 FT-UNPOSTED PIC ZZZZ9.
           05 FILLER      PIC X(20) VALUE "  With No Students: ".
           05 FT-EMPTY    PIC ZZZZ9.
           05 FILLER      PIC X(14) VALUE SPACES.

       01  FOOTER-2.
           05 FILLER      PIC X(24) VALUE
              "Instructors Delinquent: ".
           05 FT-INSTR    PIC ZZZZ9.
           05 FILLER      PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY "School year of the term (YYYY): ".
           ACCEPT WS-REPORT-SY.
           DISPLAY "Term (1-3): ".
           ACCEPT WS-REPORT-TERM.
           DISPLAY "Registrar's grade deadline for the term "
               "(YYYYMMDD): ".
           ACCEPT WS-DEADLINE.
           PERFORM 050-EDIT-INPUT.
           IF WS-INPUT-OK-SW = 'N'
               DISPLAY "GRADE-DELINQ: NOTHING REPORTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * a short table would leave sections off the report and
      *their instructors unchased - report nothing
           MOVE WS-REPORT-SY TO WS-OFR-SY.
           MOVE WS-REPORT-TERM TO WS-OFR-TERM.
           PERFORM OFR-LOAD-RTN.
           IF WS-OFR-OVFL-SW = 'Y'
               DISPLAY "GRADE-DELINQ: *** THE TERM HAS MORE "
                   "OFFERINGS THAN THE TABLE - 300. ***"
               DISPLAY "GRADE-DELINQ: NOTHING REPORTED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ENL-TALLY-RTN.
           PERFORM GSB-MARK-RTN.
           PERFORM FAC-LOAD-RTN.

           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

      * the days overdue run from the deadline to the
      *business date
           MOVE WS-DEADLINE TO WS-DC-DATE.
           MOVE WS-RUNLOG-DATE TO WS-DC-TO-DATE.
           PERFORM DATE-DAYS-BETWEEN-RTN.
           MOVE WS-DC-DAYS TO WS-DAYS-LATE.
           IF WS-RUNLOG-DATE > WS-DEADLINE
               MOVE 'Y' TO WS-PAST-DUE-SW
           END-IF.

           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.
           MOVE WS-REPORT-SY TO TL-SY.
           MOVE WS-REPORT-TERM TO TL-TERM.
           MOVE WS-DEADLINE TO TL-DEADLINE.
           MOVE WS-DAYS-LATE TO TL-LATE.
           WRITE PRINT-LINE FROM TERM-LINE.

           PERFORM 200-SORT-TABLE.
           PERFORM 300-CHECK-ONE-SECTION
               VARYING OF-IDX FROM 1 BY 1
               UNTIL OF-IDX > WS-OFR-COUNT.
           IF WS-FAC-SECTS > 0
               PERFORM 400-PRINT-INSTR-TOTAL
           END-IF.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           EVALUATE TRUE
               WHEN WS-PAST-DUE-SW = 'N'
                   WRITE PRINT-LINE FROM NOT-DUE-LINE
                   MOVE SPACES TO PRINT-LINE
                   WRITE PRINT-LINE
               WHEN WS-UNPOSTED = 0
                   WRITE PRINT-LINE FROM NONE-LINE
                   MOVE SPACES TO PRINT-LINE
                   WRITE PRINT-LINE
           END-EVALUATE.
           MOVE WS-POSTED TO FT-POSTED.
           MOVE WS-UNPOSTED TO FT-UNPOSTED.
           MOVE WS-EMPTY TO FT-EMPTY.
           WRITE PRINT-LINE FROM FOOTER-1.
           MOVE WS-INSTR-LATE TO FT-INSTR.
           WRITE PRINT-LINE FROM FOOTER-2.

           MOVE WS-UNPOSTED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           DISPLAY "GRADE-DELINQ: " WS-UNPOSTED " SECTION(S) "
               "UNPOSTED, " WS-INSTR-LATE " INSTRUCTOR(S) "
               "DELINQUENT.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="GRADE-DELINQ"==.

      * shared calendar, offering, enlistment, submission and
      *faculty paragraphs
           COPY DATERTN.
           COPY OFFERRTN.
           COPY ENLSTRTN.
           COPY GSUBRTN.
           COPY FACRTN.

      * the term must be one the offerings can carry and the
      *deadline a real date
       050-EDIT-INPUT.
           MOVE 'Y' TO WS-INPUT-OK-SW.
           IF WS-REPORT-SY NOT NUMERIC OR WS-REPORT-SY = 0
               DISPLAY "GRADE-DELINQ: SCHOOL YEAR MUST BE YYYY."
               MOVE 'N' TO WS-INPUT-OK-SW
           END-IF.
           IF WS-REPORT-TERM NOT NUMERIC
               OR WS-REPORT-TERM < 1 OR WS-REPORT-TERM > 3
               DISPLAY "GRADE-DELINQ: TERM MUST BE 1 TO 3."
               MOVE 'N' TO WS-INPUT-OK-SW
           END-IF.
           MOVE WS-DEADLINE TO WS-DC-DATE.
           IF WS-DC-YY = 0 OR WS-DC-MM < 1 OR WS-DC-MM > 12
               DISPLAY "GRADE-DELINQ: DEADLINE IS NOT A VALID "
                   "YYYYMMDD DATE."
               MOVE 'N' TO WS-INPUT-OK-SW
           ELSE
               PERFORM DATE-MONTH-LEN-RTN
               IF WS-DC-DD < 1 OR WS-DC-DD > WS-DC-MONTH-LEN
                   DISPLAY "GRADE-DELINQ: DEADLINE IS NOT A VALID "
                       "YYYYMMDD DATE."
                   MOVE 'N' TO WS-INPUT-OK-SW
               END-IF
           END-IF.

      * selection sort on instructor, then section
       200-SORT-TABLE.
           PERFORM 210-SORT-ONE-SLOT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-OFR-COUNT.

       210-SORT-ONE-SLOT.
           MOVE WS-SORT-I TO WS-LOW-IDX.
           PERFORM 220-FIND-LOW-SLOT
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-OFR-COUNT.
           IF WS-LOW-IDX NOT = WS-SORT-I
               MOVE WS-OFR-ENTRY(WS-SORT-I) TO WS-HOLD-ENTRY
               MOVE WS-OFR-ENTRY(WS-LOW-IDX)
                   TO WS-OFR-ENTRY(WS-SORT-I)
               MOVE WS-HOLD-ENTRY TO WS-OFR-ENTRY(WS-LOW-IDX)
           END-IF.

       220-FIND-LOW-SLOT.
           IF OFT-FAC-ID(WS-SORT-J) < OFT-FAC-ID(WS-LOW-IDX)
               OR (OFT-FAC-ID(WS-SORT-J) = OFT-FAC-ID(WS-LOW-IDX)
                   AND OFT-KEY(WS-SORT-J) < OFT-KEY(WS-LOW-IDX))
               MOVE WS-SORT-J TO WS-LOW-IDX
           END-IF.

      * a section with nobody in it has no grades to post; one
      *with students and no submission is delinquent once the
      *deadline has passed
       300-CHECK-ONE-SECTION.
           EVALUATE TRUE
               WHEN OFT-TAKEN(OF-IDX) NOT > 0
                   ADD 1 TO WS-EMPTY
               WHEN OFT-POSTED(OF-IDX) > 0
                   ADD 1 TO WS-POSTED
               WHEN OTHER
                   ADD 1 TO WS-UNPOSTED
                   IF WS-PAST-DUE-SW = 'Y'
                       PERFORM 310-PRINT-ONE-SECTION
                   END-IF
           END-EVALUATE.

       310-PRINT-ONE-SECTION.
           IF OFT-FAC-ID(OF-IDX) NOT = PREV-FAC
               OR WS-INSTR-LATE = 0
               IF WS-FAC-SECTS > 0
                   PERFORM 400-PRINT-INSTR-TOTAL
               END-IF
               PERFORM 320-PRINT-INSTR-HEADER
           END-IF.
           MOVE OFT-SUBJ(OF-IDX) TO DL-SUBJ.
           MOVE OFT-SECT(OF-IDX) TO DL-SECT.
           MOVE OFT-DAYS(OF-IDX) TO DL-DAYS.
           MOVE OFT-START(OF-IDX) TO DL-START.
           MOVE OFT-END(OF-IDX) TO DL-END.
           MOVE OFT-ROOM(OF-IDX) TO DL-ROOM.
           MOVE OFT-TAKEN(OF-IDX) TO DL-TAKEN.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-FAC-SECTS.

      * the instructor by name and department off the faculty
      *master; a section nobody is assigned to is chased too
       320-PRINT-INSTR-HEADER.
           MOVE OFT-FAC-ID(OF-IDX) TO PREV-FAC.
           ADD 1 TO WS-INSTR-LATE.
           MOVE PREV-FAC TO IL-ID.
           MOVE PREV-FAC TO WS-FAC-FIND.
           PERFORM FAC-FIND-RTN.
           EVALUATE TRUE
               WHEN PREV-FAC = SPACES
                   MOVE "UNASSIGNED" TO IL-NAME
                   MOVE SPACES TO IL-DEPT
               WHEN WS-FAC-HIT = 0
                   MOVE "NOT ON FACULTY MASTER" TO IL-NAME
                   MOVE SPACES TO IL-DEPT
               WHEN OTHER
                   MOVE FAT-NAME(WS-FAC-HIT) TO IL-NAME
                   MOVE FAT-DEPT(WS-FAC-HIT) TO IL-DEPT
           END-EVALUATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM INSTR-LINE.
           WRITE PRINT-LINE FROM COLUMN-LINE.

       400-PRINT-INSTR-TOTAL.
           MOVE WS-FAC-SECTS TO ITL-COUNT.
           WRITE PRINT-LINE FROM INSTR-TOTAL-LINE.
           MOVE 0 TO WS-FAC-SECTS.
