       IDENTIFICATION DIVISION.
       PROGRAM-ID. GWA-COMPUTE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the units-weighted GWA. Every
      *                graded record, the archived terms on STUHIST
      *                and the current term on STUDENT.TXT, has its
      *                final grade weighed by the units the SUBJECT
      *                master carries for its subject; per student
      *                per term the term GWA and the cumulative GWA
      *                over every term to it are written to
      *                STUDGWA for the transcript, the honors roll
      *                and any other run to read, and listed to
      *                GWACOMP.OUT. A subject the master does not
      *                carry is weighed at the default units,
      *                counted, and ends the run with RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT RPT-FILE ASSIGN TO "GWACOMP.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the listing
           COPY RUNLOGSL.
      * shared subject master and GWA file
           COPY SUBJSL.
           COPY GWASL.

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
           COPY SUBJFD.
           COPY GWAFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared subject-master and GWA working-storage
           COPY SUBJWS.
           COPY GWAWS.

       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-HIST-STATUS PIC XX VALUE SPACES.
       01  WS-HIST-EOF    PIC X VALUE 'N'.
       01  LOAD-EOF-SW    PIC X VALUE 'N'.
       01  WS-STUDENTS    PIC 9(5) VALUE 0.
       01  PREV-SNO       PIC 9(5) VALUE 0.

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
              "General Weighted Averages".
           05 FILLER      PIC X(26) VALUE SPACES.

       01  HEADER-DATE.
           05 FILLER      PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(15) VALUE "Business Date: ".
           05 HD-DATE     PIC 9(8).
           05 FILLER      PIC X(29) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER      PIC X(40) VALUE
              "Student  SY    Term  Units  Term GWA  Cu".
           05 FILLER      PIC X(40) VALUE
              "m Units  Cum GWA  Defaulted".

       01  DETAIL-LINE.
           05 DL-SNO      PIC X(5).
           05 FILLER      PIC X(4)  VALUE SPACES.
           05 DL-SY       PIC 9(4).
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 DL-TERM     PIC 9.
           05 FILLER      PIC X(4)  VALUE SPACES.
           05 DL-UNITS    PIC ZZ9.9.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-TERM-GWA PIC 9.9999.
           05 FILLER      PIC X(7)  VALUE SPACES.
           05 DL-CUM-UNITS PIC ZZZ9.9.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-CUM-GWA  PIC 9.9999.
           05 FILLER      PIC X(10) VALUE SPACES.
           05 DL-DEFAULTED PIC Z9.
           05 FILLER      PIC X(13) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER      PIC X(10) VALUE "Students: ".
           05 FT-STUDENTS PIC ZZZZ9.
           05 FILLER      PIC X(17) VALUE "   Terms Graded: ".
           05 FT-TERMS    PIC ZZZ9.
           05 FILLER      PIC X(44) VALUE SPACES.

       01  DEFAULT-LINE.
           05 FILLER      PIC X(36) VALUE
              "Subjects not on the subject master: ".
           05 DF-COUNT    PIC ZZZZ9.
           05 FILLER      PIC X(12) VALUE " weighed at ".
           05 DF-UNITS    PIC 9.9.
           05 FILLER      PIC X(24) VALUE " units each".

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

      * a short subject table would weigh subjects the master
      *carries at the default units - write nothing
           PERFORM SUBJ-LOAD-RTN.
           IF WS-SBJ-OVFL-SW = 'Y'
               DISPLAY "GWA-COMPUTE: *** SUBJECT HAS MORE SUBJECTS "
                   "THAN THE TABLE - 300. ***"
               PERFORM 900-ABANDON
               GOBACK
           END-IF.

           PERFORM 100-GATHER-HISTORY.
           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "GWA-COMPUTE: STUDENT.TXT NOT FOUND."
               PERFORM 900-ABANDON
               GOBACK
           END-IF.
           PERFORM 150-TAKE-ONE-CURRENT UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE STUDENT-FILE.

      * a short table would leave students' terms out of
      *their cumulative - STUDGWA is left as it stood
           IF WS-GWA-OVFL-SW = 'Y'
               DISPLAY "GWA-COMPUTE: *** MORE THAN 3000 STUDENT "
                   "TERMS ON FILE. ***"
               PERFORM 900-ABANDON
               GOBACK
           END-IF.

           PERFORM GWA-FINISH-RTN.
           MOVE WS-RUNLOG-DATE TO WS-GWA-ASOF.
           PERFORM GWA-SAVE-RTN.

           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COLUMN-LINE.

           PERFORM 300-PRINT-ONE-TERM
               VARYING GW-IDX FROM 1 BY 1
               UNTIL GW-IDX > WS-GWA-COUNT.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-STUDENTS TO FT-STUDENTS.
           MOVE WS-GWA-COUNT TO FT-TERMS.
           WRITE PRINT-LINE FROM FOOTER-LINE.

      * a subject missing from the master is the registrar's
      *to add; its grades weigh in at the default meanwhile
           IF WS-GWA-DEFAULTS > 0
               MOVE WS-SBJ-DEFAULT TO DF-UNITS
               MOVE WS-GWA-DEFAULTS TO DF-COUNT
               WRITE PRINT-LINE FROM DEFAULT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-GWA-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           DISPLAY "GWA-COMPUTE: " WS-STUDENTS " STUDENT(S), "
               WS-GWA-COUNT " TERM(S), " WS-GWA-DEFAULTS
               " SUBJECT(S) AT THE DEFAULT UNITS.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="GWA-COMPUTE"==.

      * shared subject-master and GWA paragraphs
           COPY SUBJRTN.
           COPY GWARTN.
           COPY GWAIORTN.

       900-ABANDON.
           DISPLAY "GWA-COMPUTE: STUDGWA NOT WRITTEN.".
           MOVE 8 TO RETURN-CODE.
           PERFORM RUNLOG-END-RTN.
           CLOSE RPT-FILE.

      * the archived terms; each image reads back through
      *the record layout
       100-GATHER-HISTORY.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 110-TAKE-ONE-HIST UNTIL WS-HIST-EOF = 'Y'
               CLOSE HIST-FILE
           END-IF.

       110-TAKE-ONE-HIST.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   MOVE HIST-REC TO STUDENT-REC
                   PERFORM 200-ADD-GRADE
           END-READ.

       150-TAKE-ONE-CURRENT.
           READ STUDENT-FILE NEXT
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END PERFORM 200-ADD-GRADE
           END-READ.

       200-ADD-GRADE.
           MOVE R-SNO TO WS-GWA-SNO.
           MOVE R-SY TO WS-GWA-SY.
           MOVE R-TERM TO WS-GWA-TERM.
           MOVE R-SUBJ TO WS-GWA-SUBJ.
           MOVE R-AVG TO WS-GWA-GRADE.
           MOVE R-REM TO WS-GWA-REM.
           PERFORM GWA-ADD-RTN.

      * the student number prints on a student's first term
       300-PRINT-ONE-TERM.
           IF GWT-SNO(GW-IDX) NOT = PREV-SNO
               MOVE GWT-SNO(GW-IDX) TO PREV-SNO
               MOVE PREV-SNO TO DL-SNO
               ADD 1 TO WS-STUDENTS
           ELSE
               MOVE SPACES TO DL-SNO
           END-IF.
           MOVE GWT-SY(GW-IDX) TO DL-SY.
           MOVE GWT-TERM(GW-IDX) TO DL-TERM.
           MOVE GWT-TERM-UNITS(GW-IDX) TO DL-UNITS.
           MOVE GWT-TERM-GWA(GW-IDX) TO DL-TERM-GWA.
           MOVE GWT-CUM-UNITS(GW-IDX) TO DL-CUM-UNITS.
           MOVE GWT-CUM-GWA(GW-IDX) TO DL-CUM-GWA.
           MOVE GWT-DEFAULTED(GW-IDX) TO DL-DEFAULTED.
           WRITE PRINT-LINE FROM DETAIL-LINE.
