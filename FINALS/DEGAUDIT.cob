       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the degree audit the registrar
      *                had been doing by hand from the prospectus.
      *                For one student number, or every student on
      *                the master when none is given, the student's
      *                archived terms on STUHIST and current term on
      *                STUDENT.TXT are checked against the CURRIC
      *                curriculum of their course: every subject it
      *                requires, by year level and term, is listed
      *                COMPLETED (passed, with the term and grade),
      *                IN PROGRESS (on the current term, not yet
      *                graded or still conditional) or MISSING (with
      *                whether its prerequisites are passed), each
      *                student on a new page with the counts and
      *                their standing. A course with no curriculum
      *                on file is said so and ends the run with
      *                RC 4. Report to DEGAUDIT.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RPT-FILE ASSIGN TO "DEGAUDIT.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the audit
           COPY RUNLOGSL.
      * shared curriculum
           COPY CURRSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
      * shared student-record layout
           COPY STUREC.

       FD  HIST-FILE
           LABEL RECORD IS OMITTED.
       01  HIST-REC       PIC X(100).

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE     PIC X(80).

           COPY RUNLOGFD.
           COPY CURRFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
      * shared curriculum and degree-audit working-storage
           COPY CURRWS.

       01  WS-PRT-HOLD    PIC X(80) VALUE SPACES.
       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-HIST-STATUS PIC XX VALUE SPACES.
       01  WS-HIST-EOF    PIC X VALUE 'N'.
       01  WS-EOF-SW      PIC X VALUE 'N'.
       01  WS-FOUND-SW    PIC X VALUE 'N'.
       01  WS-WANTED-SNO  PIC 9(5) VALUE 0.
       01  WS-GRADE-ED    PIC 9.99.

      * the student under audit, kept whole while the history
      *archive reads back through the record layout
       01  WS-STU-HOLD    PIC X(87) VALUE SPACES.
       01  WS-GROUP-HOLDERS.
           05 PREV-SNO    PIC 9(5) VALUE 0.
           05 PREV-SNA    PIC X(25) VALUE SPACES.
           05 PREV-CRS    PIC X(4) VALUE SPACES.
           05 PREV-YS     PIC X(5) VALUE SPACES.

       01  WS-COUNTS.
           05 WS-AUDITED  PIC 9(5) VALUE 0.
           05 WS-COMPLETE PIC 9(5) VALUE 0.
           05 WS-OUTSTAND PIC 9(5) VALUE 0.
           05 WS-NO-CURR  PIC 9(5) VALUE 0.

       01  HEADER-1.
           05 FILLER      PIC X(38) VALUE SPACES.
           05 FILLER      PIC X(3)  VALUE "PUP".
           05 FILLER      PIC X(30) VALUE SPACES.
           05 FILLER      PIC X(05) VALUE "PAGE ".
           05 H1-PAGE     PIC ZZZ9.

       01  HEADER-2.
           05 FILLER      PIC X(17) VALUE SPACES.
           05 FILLER      PIC X(45) VALUE
              "College of Computer and Information Sciences".
           05 FILLER      PIC X(18) VALUE SPACES.

       01  HEADER-3.
           05 FILLER      PIC X(34) VALUE SPACES.
           05 FILLER      PIC X(12) VALUE "Degree Audit".
           05 FILLER      PIC X(34) VALUE SPACES.

       01  HEADER-DATE.
           05 FILLER      PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(15) VALUE "Business Date: ".
           05 HD-DATE     PIC 9(8).
           05 FILLER      PIC X(29) VALUE SPACES.

       01  STUDENT-LINE.
           05 FILLER      PIC X(9)  VALUE "Student: ".
           05 SL-SNO      PIC 9(5).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 SL-SNA      PIC X(25).
           05 FILLER      PIC X(10) VALUE "  Course: ".
           05 SL-CRS      PIC X(4).
           05 FILLER      PIC X(7)  VALUE "  Y&S: ".
           05 SL-YS       PIC X(5).
           05 FILLER      PIC X(13) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER      PIC X(40) VALUE
              "Yr Tm  Subject Status       SY    Tm Gra".
           05 FILLER      PIC X(40) VALUE
              "de  Remarks".

       01  DETAIL-LINE.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-YEAR     PIC 9.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-TERM     PIC 9.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 DL-SUBJ     PIC X(6).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-STAT     PIC X(11).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-SY       PIC X(4).
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 DL-TM       PIC X(1).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-GRADE    PIC X(4).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-NOTE     PIC X(25).
           05 FILLER      PIC X(10) VALUE SPACES.

       01  SUMMARY-LINE.
           05 FILLER      PIC X(10) VALUE "Required: ".
           05 SM-REQS     PIC ZZ9.
           05 FILLER      PIC X(13) VALUE "  Completed: ".
           05 SM-DONE     PIC ZZ9.
           05 FILLER      PIC X(15) VALUE "  In Progress: ".
           05 SM-INPROG   PIC ZZ9.
           05 FILLER      PIC X(11) VALUE "  Missing: ".
           05 SM-MISSING  PIC ZZ9.
           05 FILLER      PIC X(19) VALUE SPACES.

       01  STANDING-LINE.
           05 FILLER      PIC X(10) VALUE "Standing: ".
           05 ST-TEXT     PIC X(40).
           05 FILLER      PIC X(30) VALUE SPACES.

       01  NO-CURR-LINE.
           05 FILLER      PIC X(40) VALUE
              "No curriculum on file for the course.".
           05 FILLER      PIC X(40) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER      PIC X(10) VALUE "Audited: ".
           05 FT-AUDITED  PIC ZZZZ9.
           05 FILLER      PIC X(12) VALUE "  Complete: ".
           05 FT-COMPLETE PIC ZZZZ9.
           05 FILLER      PIC X(15) VALUE "  Outstanding: ".
           05 FT-OUTSTAND PIC ZZZZ9.
           05 FILLER      PIC X(17) VALUE "  No Curriculum: ".
           05 FT-NO-CURR  PIC ZZZZ9.
           05 FILLER      PIC X(6)  VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY "Student number for the audit "
               "(0 for every student): ".
           ACCEPT WS-WANTED-SNO.

           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "DEGREE-AUDIT: STUDENT.TXT NOT FOUND."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

      * a short table would show requirements as never
      *required - audit nothing
           PERFORM CURR-LOAD-RTN.
           IF WS-CUR-OVFL-SW = 'Y'
               DISPLAY "DEGREE-AUDIT: *** CURRIC HAS MORE SUBJECTS "
                   "THAN THE TABLE - 400. ***"
               PERFORM 900-ABANDON
               GOBACK
           END-IF.

           IF WS-WANTED-SNO = 0
               PERFORM 100-AUDIT-NEXT UNTIL WS-EOF-SW = 'Y'
           ELSE
               MOVE 'Y' TO WS-FOUND-SW
               MOVE WS-WANTED-SNO TO R-SNO
               READ STUDENT-FILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-SW
               END-READ
               IF WS-FOUND-SW = 'Y'
                   PERFORM 200-AUDIT-STUDENT
               ELSE
                   DISPLAY "DEGREE-AUDIT: NO RECORD ON FILE FOR "
                       WS-WANTED-SNO "."
                   PERFORM 900-ABANDON
                   GOBACK
               END-IF
           END-IF.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 500-WRITE-LINE.
           MOVE WS-AUDITED TO FT-AUDITED.
           MOVE WS-COMPLETE TO FT-COMPLETE.
           MOVE WS-OUTSTAND TO FT-OUTSTAND.
           MOVE WS-NO-CURR TO FT-NO-CURR.
           MOVE FOOTER-LINE TO WS-PRT-HOLD.
           PERFORM 500-WRITE-LINE.

           MOVE WS-AUDITED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE STUDENT-FILE
                 RPT-FILE.
      * a course nobody has keyed a curriculum for wants the
      *registrar's attention
           IF WS-NO-CURR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "DEGREE-AUDIT: " WS-AUDITED " AUDITED, "
               WS-COMPLETE " COMPLETE, " WS-OUTSTAND
               " OUTSTANDING, " WS-NO-CURR " WITH NO CURRICULUM.".
           GOBACK.

      * the report headings, reprinted with a page number
      *and the student at the top of every page
       110-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.
           ADD 4 TO WS-LINE-CNT.
           IF WS-AUDITED > 0
               MOVE PREV-SNO TO SL-SNO
               MOVE PREV-SNA TO SL-SNA
               MOVE PREV-CRS TO SL-CRS
               MOVE PREV-YS TO SL-YS
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM STUDENT-LINE
               ADD 2 TO WS-LINE-CNT
           END-IF.

      * every report line passes through here so the page
      *fills and breaks in one place
       500-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==110-PRINT-HEADINGS==.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="DEGREE-AUDIT"==.

      * shared curriculum and degree-audit paragraphs
           COPY CURRRTN.

       900-ABANDON.
           DISPLAY "DEGREE-AUDIT: NOTHING PRINTED.".
           MOVE 8 TO RETURN-CODE.
           PERFORM RUNLOG-END-RTN.
           CLOSE STUDENT-FILE
                 RPT-FILE.

       100-AUDIT-NEXT.
           READ STUDENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END PERFORM 200-AUDIT-STUDENT
           END-READ.

      * each student starts a new page
       200-AUDIT-STUDENT.
           MOVE STUDENT-REC TO WS-STU-HOLD.
           MOVE R-SNO TO PREV-SNO.
           MOVE R-SNA TO PREV-SNA.
           MOVE R-CRS-DESC TO PREV-CRS.
           MOVE R-YS TO PREV-YS.
           ADD 1 TO WS-AUDITED.
           MOVE WS-PAGE-MAX TO WS-LINE-CNT.

           MOVE R-CRS-DESC TO WS-CUR-CRS.
           PERFORM CURR-START-RTN.
           IF WS-CUR-REQS = 0
               ADD 1 TO WS-NO-CURR
               MOVE SPACES TO WS-PRT-HOLD
               PERFORM 500-WRITE-LINE
               MOVE NO-CURR-LINE TO WS-PRT-HOLD
               PERFORM 500-WRITE-LINE
           ELSE
               PERFORM 210-SCAN-HISTORY
               MOVE WS-STU-HOLD TO STUDENT-REC
               MOVE 'Y' TO WS-CUR-NOW-SW
               PERFORM 230-TAKE-RECORD
               PERFORM CURR-TALLY-RTN
               PERFORM 300-PRINT-AUDIT
           END-IF.
           MOVE WS-STU-HOLD TO STUDENT-REC.

      * the student's archived terms; each image reads back
      *through the record layout
       210-SCAN-HISTORY.
           MOVE 'N' TO WS-HIST-EOF.
           MOVE 'N' TO WS-CUR-NOW-SW.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 220-TAKE-ONE-HIST UNTIL WS-HIST-EOF = 'Y'
               CLOSE HIST-FILE
           END-IF.

       220-TAKE-ONE-HIST.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   MOVE HIST-REC TO STUDENT-REC
                   IF R-SNO = PREV-SNO
                       PERFORM 230-TAKE-RECORD
                   END-IF
           END-READ.

       230-TAKE-RECORD.
           MOVE R-SUBJ TO WS-CUR-SUBJ.
           MOVE R-REM TO WS-CUR-REM.
           MOVE R-SY TO WS-CUR-SY.
           MOVE R-TERM TO WS-CUR-TERM.
           MOVE R-AVG TO WS-CUR-GRADE.
           PERFORM CURR-TAKE-RTN.

       300-PRINT-AUDIT.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 500-WRITE-LINE.
           MOVE COLUMN-LINE TO WS-PRT-HOLD.
           PERFORM 500-WRITE-LINE.
           PERFORM 310-PRINT-ONE-REQ
               VARYING WS-CUR-HIT FROM 1 BY 1
               UNTIL WS-CUR-HIT > WS-CUR-COUNT.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 500-WRITE-LINE.
           MOVE WS-CUR-REQS TO SM-REQS.
           MOVE WS-CUR-DONE TO SM-DONE.
           MOVE WS-CUR-INPROG TO SM-INPROG.
           MOVE WS-CUR-MISSING TO SM-MISSING.
           MOVE SUMMARY-LINE TO WS-PRT-HOLD.
           PERFORM 500-WRITE-LINE.
           IF WS-CUR-DONE = WS-CUR-REQS
               MOVE "ALL REQUIREMENTS COMPLETED" TO ST-TEXT
               ADD 1 TO WS-COMPLETE
           ELSE
               MOVE "REQUIREMENTS OUTSTANDING" TO ST-TEXT
               ADD 1 TO WS-OUTSTAND
           END-IF.
           MOVE STANDING-LINE TO WS-PRT-HOLD.
           PERFORM 500-WRITE-LINE.

      * only the audited course's requirements print; a
      *missing one says whether the student may enlist in it
       310-PRINT-ONE-REQ.
           IF CUT-STAT(WS-CUR-HIT) NOT = SPACE
               MOVE CUT-YEAR(WS-CUR-HIT) TO DL-YEAR
               MOVE CUT-TERM(WS-CUR-HIT) TO DL-TERM
               MOVE CUT-SUBJ(WS-CUR-HIT) TO DL-SUBJ
               MOVE SPACES TO DL-SY DL-TM DL-GRADE DL-NOTE
               EVALUATE CUT-STAT(WS-CUR-HIT)
                   WHEN 'C'
                       MOVE "COMPLETED" TO DL-STAT
                       PERFORM 320-SHOW-TERM
                   WHEN 'P'
                       MOVE "IN PROGRESS" TO DL-STAT
                       PERFORM 320-SHOW-TERM
                   WHEN OTHER
                       MOVE "MISSING" TO DL-STAT
                       PERFORM CURR-PREREQ-RTN
                       IF WS-CUR-PRQ-SW = 'Y'
                           MOVE "PREREQUISITES MET" TO DL-NOTE
                       ELSE
                           STRING "NEEDS " WS-CUR-PRQ-FIND
                               DELIMITED BY SIZE INTO DL-NOTE
                       END-IF
               END-EVALUATE
               MOVE DETAIL-LINE TO WS-PRT-HOLD
               PERFORM 500-WRITE-LINE
           END-IF.

       320-SHOW-TERM.
           MOVE CUT-SY(WS-CUR-HIT) TO DL-SY.
           MOVE CUT-TM(WS-CUR-HIT) TO DL-TM.
           IF CUT-STAT(WS-CUR-HIT) = 'C'
               OR CUT-GRADE(WS-CUR-HIT) > 0
               MOVE CUT-GRADE(WS-CUR-HIT) TO WS-GRADE-ED
               MOVE WS-GRADE-ED TO DL-GRADE
           END-IF.
