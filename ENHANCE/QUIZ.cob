      *                the business date, for the nightly
      *                CONTROL-BALANCE report that proves every
      *                record is accounted for at each hand-off.
      *2026-10-15  LP  A student past the absence limit - more than
      *                20% of the class meetings ATTEND-ENTRY has
      *                on ATTEND for the subject that term, three
      *                lates counting as one absence - no longer
      *                gets a term grade: the detail line shows DRP
      *                with the weighted grade blank, GRDCALC
      *                carries the row as dropped so GRADE-POST
      *                posts the DROPPED remark, and the students
      *                dropped are listed in their own section with
      *                their absences. The term is the one the
      *                enrollment carries for the student, so a
      *                number not on STUDENT.TXT is not judged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * shared run-log written alongside OUTPUT.TXT
           COPY RUNLOGSL.

      * shared class attendance, for the absence limit
           COPY ATTNSL.

      * the shared nightly control-count file
           COPY BATCTLSL.


       COPY RUNLOGFD.
       COPY BATCTLFD.
       COPY ATTNFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
       COPY PAGEWS.
      * shared control-count working-storage
       COPY BATCTLWS.
      * shared class attendance working-storage
       COPY ATTNWS.
       01  WS-PRT-HOLD       PIC X(110) VALUE SPACES.

       01  WS-FLAGS.
              10 ET-SNO       PIC 9(5).
              10 ET-SNA       PIC X(25).
              10 ET-SEEN      PIC X.
      * the term the enrollment has the student in, which
      *the attendance is judged for
              10 ET-SY        PIC 9(4).
              10 ET-TERM      PIC 9.
       01  WS-ENROLL-HIT     PIC 9(3) VALUE 0.

      * student-subjects dropped for absences on this run
       01  WS-DROPPED-SW     PIC X VALUE 'N'.
       01  WS-DROPPED-TABLE.
           05 WS-DROPPED-COUNT PIC 9(3) VALUE 0.
           05 WS-DROPPED-ENTRY OCCURS 100 TIMES INDEXED BY DRP-IDX.
              10 DR-SNO       PIC 9(5).
              10 DR-SUBJ      PIC X(6).
              10 DR-COUNTED   PIC 999.
              10 DR-MEETINGS  PIC 999.

      * student numbers on INPUT.TXT the enrollment has
      *never heard of
       01  WS-UNKNOWN-TABLE.
           05 DP-L-QCODE     PIC 9.
           05 FILLER         PIC X(89) VALUE SPACES.

       01  DROPPED-HEADER.
           05 FILLER         PIC X(50) VALUE
              "Dropped For Absences (Over 20% Of Meetings):".
           05 FILLER         PIC X(60) VALUE SPACES.

       01  DROPPED-LINE.
           05 FILLER         PIC X(5)  VALUE SPACES.
           05 DR-L-SNO       PIC 9(5).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 DR-L-SUBJ      PIC X(6).
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 DR-L-COUNTED   PIC ZZ9.
           05 FILLER         PIC X(15) VALUE " absence(s) of ".
           05 DR-L-MEETINGS  PIC ZZ9.
           05 FILLER         PIC X(9)  VALUE " meetings".
           05 FILLER         PIC X(58) VALUE SPACES.

       01  SKIPPED-LINE.
           05 FILLER         PIC X(5)  VALUE SPACES.
           05 SK-L-SNO       PIC 9(5).

           PERFORM DETECT-QUIZ-COUNT.
           PERFORM LOAD-ENROLL-RTN.
      * every term's attendance; each student is judged for
      *the term the enrollment carries
           MOVE 0 TO WS-ATN-SY.
           PERFORM ATN-LOAD-RTN.
           IF WS-ATN-OVFL-SW = 'Y'
               DISPLAY "GRADES: *** ATTEND HAS MORE THAN 3000 "
                   "STUDENT-SUBJECTS - NO ONE DROPPED. ***"
           END-IF.
           PERFORM LOAD-RESTART-RTN.

           OPEN INPUT STUDENT-FILE.
           PERFORM PRINT-CLASS-STATS.
           PERFORM PRINT-SKIPPED-ROWS.
           PERFORM PRINT-DUP-ROWS.
           PERFORM PRINT-DROPPED-ROWS.
           PERFORM PRINT-UNKNOWN-STUDENTS.
           PERFORM PRINT-NOROWS-STUDENTS
               THRU PRINT-NOROWS-EXIT.
                       MOVE R-SNO TO ET-SNO(ENR-IDX)
                       MOVE R-SNA TO ET-SNA(ENR-IDX)
                       MOVE 'N' TO ET-SEEN(ENR-IDX)
                       MOVE R-SY TO ET-SY(ENR-IDX)
                       MOVE R-TERM TO ET-TERM(ENR-IDX)
                   END-IF
           END-READ.


      * mark the student seen on the enrollment, or list
      *the number as unknown
           MOVE 'N' TO WS-DROPPED-SW.
           IF WS-ENROLL-COUNT > 0
               MOVE 'N' TO WS-FOUND-SW
               MOVE 0 TO WS-ENROLL-HIT
               IF WS-FOUND-SW = 'Y'
                   SET ENR-IDX TO WS-ENROLL-HIT
                   MOVE 'Y' TO ET-SEEN(ENR-IDX)
                   PERFORM CHECK-ABSENCES-RTN
               ELSE
                   IF WS-UNKNOWN-COUNT < 50
                       ADD 1 TO WS-UNKNOWN-COUNT
               END-IF
           END-IF.

      * the weighted term grade needs both exams on file; a
      *student dropped for absences gets none
           IF WS-DROPPED-SW = 'Y'
               MOVE SPACES TO P-WEIGHTED-X
               MOVE "DRP" TO P-INC
           ELSE
               IF WS-MID-TAKEN-SW = 'Y' AND WS-FIN-TAKEN-SW = 'Y'
                   COMPUTE WS-WEIGHTED ROUNDED =
                       WS-AVG * 0.40
                       + WS-HOLD-MIDTERM * 0.25
                       + WS-HOLD-FINAL * 0.35
                   MOVE WS-WEIGHTED TO P-WEIGHTED
               ELSE
                   MOVE SPACES TO P-WEIGHTED-X
               END-IF
           END-IF.

           MOVE DETALYE TO WS-PRT-HOLD
           MOVE WS-AVG TO GC-QAVG.
           MOVE WS-HOLD-MIDTERM TO GC-MID.
           MOVE WS-HOLD-FINAL TO GC-FIN.
           EVALUATE TRUE
               WHEN WS-DROPPED-SW = 'Y'
                   MOVE 0 TO GC-WEIGHTED
                   MOVE 'D' TO GC-COMPLETE-SW
               WHEN WS-MID-TAKEN-SW = 'Y' AND WS-FIN-TAKEN-SW = 'Y'
                   MOVE WS-WEIGHTED TO GC-WEIGHTED
                   MOVE 'Y' TO GC-COMPLETE-SW
               WHEN OTHER
                   MOVE 0 TO GC-WEIGHTED
                   MOVE 'N' TO GC-COMPLETE-SW
           END-EVALUATE.
           WRITE CALC-REC.

      * Increment the total student counter
           PERFORM UPDATE-CLASS-STATS.
           PERFORM SAVE-RESTART-RTN.

      * the student's attendance in the subject for the term
      *the enrollment carries; past the limit drops them. With
      *ATTEND too large for the tallies no one is judged
       CHECK-ABSENCES-RTN.
           IF WS-ATN-COUNT > 0 AND WS-ATN-OVFL-SW = 'N'
               MOVE ET-SY(ENR-IDX) TO WS-ATN-FIND-SY
               MOVE ET-TERM(ENR-IDX) TO WS-ATN-FIND-TERM
               MOVE WS-HOLD-SUBJ TO WS-ATN-FIND-SUBJ
               MOVE WS-HOLD-SNO TO WS-ATN-FIND-SNO
               PERFORM ATN-FIND-RTN
               IF WS-ATN-OVER-SW = 'Y'
                   MOVE 'Y' TO WS-DROPPED-SW
                   IF WS-DROPPED-COUNT < 100
                       ADD 1 TO WS-DROPPED-COUNT
                       SET DRP-IDX TO WS-DROPPED-COUNT
                       MOVE WS-HOLD-SNO TO DR-SNO(DRP-IDX)
                       MOVE WS-HOLD-SUBJ TO DR-SUBJ(DRP-IDX)
                       MOVE WS-ATN-COUNTED TO DR-COUNTED(DRP-IDX)
                       MOVE WS-ATN-MEETINGS TO DR-MEETINGS(DRP-IDX)
                   END-IF
               END-IF
           END-IF.

      * the lowest among the quizzes actually taken; an
      *untaken slot's zero must not win
       FIND-LOWEST-QUIZ.
           MOVE DUP-LINE TO WS-PRT-HOLD
           PERFORM WRITE-LINE-RTN.

      * the student-subjects dropped for absences instead of
      *graded; a resumed run lists only the groups it printed
       PRINT-DROPPED-ROWS.
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO WS-PRT-HOLD
               PERFORM WRITE-LINE-RTN
               MOVE DROPPED-HEADER TO WS-PRT-HOLD
               PERFORM WRITE-LINE-RTN
               PERFORM PRINT-DROPPED-LINE-RTN
                   VARYING DRP-IDX FROM 1 BY 1
                   UNTIL DRP-IDX > WS-DROPPED-COUNT
               IF WS-WAS-RESUMED = 'Y'
                   MOVE SPACES TO WS-PRT-HOLD
                   STRING "     (GROUPS PRINTED BEFORE THE RESTART "
                       "ARE NOT LISTED)"
                       DELIMITED BY SIZE INTO WS-PRT-HOLD
                   END-STRING
                   PERFORM WRITE-LINE-RTN
               END-IF
           END-IF.

       PRINT-DROPPED-LINE-RTN.
           MOVE DR-SNO(DRP-IDX) TO DR-L-SNO.
           MOVE DR-SUBJ(DRP-IDX) TO DR-L-SUBJ.
           MOVE DR-COUNTED(DRP-IDX) TO DR-L-COUNTED.
           MOVE DR-MEETINGS(DRP-IDX) TO DR-L-MEETINGS.
           MOVE DROPPED-LINE TO WS-PRT-HOLD
           PERFORM WRITE-LINE-RTN.

      * numbers on INPUT.TXT the enrollment has never
      *heard of - a phantom line would otherwise pass unremarked
       PRINT-UNKNOWN-STUDENTS.
      * shared run-log paragraphs
       COPY RUNLOGRTN
           REPLACING ==RUNLOG-PROGNAME== BY =="GRADES"==.

      * shared class attendance paragraphs
       COPY ATTNRTN.
