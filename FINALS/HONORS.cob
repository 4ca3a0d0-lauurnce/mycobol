      *                prints the roll per course and year & section
      *                in the same headed style as CLASS-LIST, to
      *                HONORS.OUT.
      *2026-10-15  LP  A record ENLISTMENT has opened for a new term
      *                and no grades have reached yet (no remark)
      *                is not on the roll.
      *2026-10-15  LP  The roll now judges and ranks on the term GWA
      *                - the term's final grades weighed by the
      *                units the SUBJECT master carries for each
      *                subject - in place of the per-subject
      *                average: the thresholds apply to it, and
      *                each course and year & section lists best
      *                GWA first with its rank.
      *2026-10-15  LP  A DROPPED remark - dropped for absences -
      *                excludes outright, as FAILED does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * shared run-log written alongside the roll
           COPY RUNLOGSL.
      * shared subject master, for the units
           COPY SUBJSL.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-LINE     PIC X(80).

           COPY RUNLOGFD.
           COPY SUBJFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared subject-master and GWA working-storage
           COPY SUBJWS.
           COPY GWAWS.

       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-SORT-I      PIC 9(3) VALUE 0.
       01  WS-SORT-J      PIC 9(3) VALUE 0.
       01  WS-LOW-IDX     PIC 9(3) VALUE 0.
       01  WS-HOLD-ENTRY  PIC X(53) VALUE SPACES.
       01  WS-LIST-COUNT  PIC 9(4) VALUE 0.
       01  WS-TERM-GWA    PIC 9V9(4) VALUE 0.
       01  WS-GROUP-POS   PIC 9(3) VALUE 0.
       01  WS-RANK        PIC 9(3) VALUE 0.
       01  PREV-GWA       PIC 9V9(4) VALUE 0.

      * the qualifying students, listed in course/section
      *order, best term GWA first, via a simple selection sort
      *of the slots
       01  WS-HONOR-TABLE.
           05 WS-HONOR-COUNT PIC 9(3) VALUE 0.
           05 WS-HONOR-ENTRY OCCURS 200 TIMES INDEXED BY HN-IDX.
              10 HN-SORT-KEY.
                 15 HN-CRS  PIC X(4).
                 15 HN-YS   PIC X(5).
                 15 HN-GWA  PIC 9V9(4).
                 15 HN-SNO  PIC 9(5).
              10 HN-SNA     PIC X(25).
              10 HN-LEVEL   PIC X(9).

       01  WS-GROUP-HOLDERS.
           05 FILLER      PIC X(29) VALUE SPACES.

       01  THRESH-LINE.
           05 FILLER      PIC X(11) VALUE "Term GWA - ".
           05 FILLER      PIC X(20) VALUE "President's List <= ".
           05 TH-PRES     PIC 9.99.
           05 FILLER      PIC X(17) VALUE "   Dean's List <=".
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 TH-DEANS    PIC 9.99.
           05 FILLER      PIC X(23) VALUE SPACES.

       01  GROUP-HEADER.
           05 FILLER      PIC X(8)  VALUE "Course: ".

       01  DETAIL-LINE.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-RANK     PIC ZZ9.
           05 FILLER      PIC X(2)  VALUE ". ".
           05 DL-SNO      PIC 9(5).
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 DL-SNA      PIC X(25).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-GWA      PIC 9.9999.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 DL-LEVEL    PIC X(9).
           05 FILLER      PIC X(20) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER      PIC X(17) VALUE "Students Listed: ".
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

      * the term GWAs first, over every graded record; a short
      *table would judge students on part of their term
           PERFORM SUBJ-LOAD-RTN.
           PERFORM 080-WEIGH-ONE UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE STUDENT-FILE.
           IF WS-SBJ-OVFL-SW = 'Y' OR WS-GWA-OVFL-SW = 'Y'
               DISPLAY "HONORS-LIST: *** SUBJECT OR TERM TABLE "
                   "TOO SMALL FOR THE FILES. ***"
               DISPLAY "HONORS-LIST: NOTHING LISTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               CLOSE RPT-FILE
               GOBACK
           END-IF.
           PERFORM GWA-FINISH-RTN.

           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           PERFORM 100-LOAD-ONE UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE STUDENT-FILE.

           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="HONORS-LIST"==.

      * shared subject-master and GWA paragraphs
           COPY SUBJRTN.
           COPY GWARTN.

      * the thresholds come from the SCHPARMS file the
      *registrar maintains; a missing file or key leaves the
      *compiled defaults in force
                   END-EVALUATE
           END-READ.

       080-WEIGH-ONE.
           READ STUDENT-FILE NEXT
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   MOVE R-SNO TO WS-GWA-SNO
                   MOVE R-SY TO WS-GWA-SY
                   MOVE R-TERM TO WS-GWA-TERM
                   MOVE R-SUBJ TO WS-GWA-SUBJ
                   MOVE R-AVG TO WS-GWA-GRADE
                   MOVE R-REM TO WS-GWA-REM
                   PERFORM GWA-ADD-RTN
           END-READ.

      * only a clean PASSED record with a term GWA at or
      *under the dean's threshold qualifies; a FAILED, DROPPED
      *or CONDITIONAL remark excludes outright, and so does a
      *term not yet graded or carrying no units
       100-LOAD-ONE.
           READ STUDENT-FILE NEXT
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   IF R-REM NOT = "FAILED"
                       AND R-REM NOT = "DROPPED"
                       AND R-REM(1:4) NOT = "COND"
                       AND R-REM NOT = SPACES
                       PERFORM 105-JUDGE-ONE
                   END-IF
           END-READ.

       105-JUDGE-ONE.
           MOVE R-SNO TO WS-GWA-SNO.
           MOVE R-SY TO WS-GWA-SY.
           MOVE R-TERM TO WS-GWA-TERM.
           PERFORM GWA-FIND-RTN.
           IF WS-GWA-HIT > 0
               IF GWT-TERM-UNITS(WS-GWA-HIT) > 0
                   MOVE GWT-TERM-GWA(WS-GWA-HIT) TO WS-TERM-GWA
                   IF WS-TERM-GWA <= WS-DEANS-LIST
                       PERFORM 110-KEEP-ONE
                   END-IF
               END-IF
           END-IF.

       110-KEEP-ONE.
           IF WS-HONOR-COUNT < 200
               ADD 1 TO WS-HONOR-COUNT
               MOVE R-YS TO HN-YS(HN-IDX)
               MOVE R-SNO TO HN-SNO(HN-IDX)
               MOVE R-SNA TO HN-SNA(HN-IDX)
               MOVE WS-TERM-GWA TO HN-GWA(HN-IDX)
               IF WS-TERM-GWA <= WS-PRES-LIST
                   MOVE "PRES LIST" TO HN-LEVEL(HN-IDX)
               ELSE
                   MOVE "DEAN LIST" TO HN-LEVEL(HN-IDX)
               END-IF
           END-IF.

      * selection sort on course / year-section / term GWA /
      *number
       200-SORT-TABLE.
           PERFORM 210-SORT-ONE-SLOT
               VARYING WS-SORT-I FROM 1 BY 1
               OR HN-YS(HN-IDX) NOT = PREV-YS
               MOVE HN-CRS(HN-IDX) TO PREV-CRS
               MOVE HN-YS(HN-IDX) TO PREV-YS
               MOVE 0 TO WS-GROUP-POS
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE PREV-CRS TO GH-CRS
               WRITE PRINT-LINE FROM GROUP-HEADER
           END-IF.

      * students level on GWA share a rank
           ADD 1 TO WS-GROUP-POS.
           IF WS-GROUP-POS = 1 OR HN-GWA(HN-IDX) NOT = PREV-GWA
               MOVE WS-GROUP-POS TO WS-RANK
               MOVE HN-GWA(HN-IDX) TO PREV-GWA
           END-IF.
           MOVE WS-RANK TO DL-RANK.
           MOVE HN-SNO(HN-IDX) TO DL-SNO.
           MOVE HN-SNA(HN-IDX) TO DL-SNA.
           MOVE HN-GWA(HN-IDX) TO DL-GWA.
           MOVE HN-LEVEL(HN-IDX) TO DL-LEVEL.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LIST-COUNT.
