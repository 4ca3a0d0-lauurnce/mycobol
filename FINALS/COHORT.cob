       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-RETAIN.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - cohort retention and attrition
      *                for the accreditation self-survey, which the
      *                head counts of CENSUS-TREND cannot give. Every
      *                student is followed across the archived terms
      *                on STUHIST, the current term on STUDENT.TXT
      *                and the graduates on GRADARCH; those who
      *                entered in first year make up their course's
      *                cohort for the school year they entered. For
      *                each cohort, at the end of each school year
      *                since entry, the report shows how many are
      *                still enrolled, graduated on time (within the
      *                four years), delayed (graduated later, or
      *                still enrolled past the four years) and gone
      *                - those who left after a term with a FAILED
      *                or DROPPED mark apart from those who left in
      *                good standing. Students who entered above
      *                first year are counted as transferees only.
      *                Report to COHORT.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      * the terms KEZIA-REV has archived off the master
           SELECT HIST-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * the graduates PROMOTE-RUN has moved off the master
           SELECT ARCH-FILE ASSIGN TO "GRADARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT RPT-FILE ASSIGN TO "COHORT.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
      * shared student-record layout
           COPY STUREC.

       FD  HIST-FILE
           LABEL RECORD IS OMITTED.
       01  HIST-REC       PIC X(100).

       FD  ARCH-FILE.
       01  ARCH-REC.
           05 GA-DATE     PIC 9(8).
           05 GA-ENTRY    PIC X(100).

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE     PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-HIST-STATUS PIC XX VALUE SPACES.
       01  WS-ARCH-STATUS PIC XX VALUE SPACES.
       01  LOAD-EOF-SW    PIC X VALUE 'N'.
       01  WS-OVFL-SW     PIC X VALUE 'N'.

      * a course runs four school years; a graduate within
      *them is on time
       01  WS-NORMAL-YEARS PIC 9 VALUE 4.

      * where the record in hand came from
       01  WS-SOURCE      PIC X VALUE SPACE.
           88 WS-FROM-HIST    VALUE 'H'.
           88 WS-FROM-MASTER  VALUE 'M'.
           88 WS-FROM-ARCHIVE VALUE 'A'.

       01  WS-REC-TERM.
           05 WS-REC-SY   PIC 9(4) VALUE 0.
           05 WS-REC-TM   PIC 9 VALUE 0.
       01  WS-LATEST-SY   PIC 9(4) VALUE 0.
       01  WS-STU-HIT     PIC 9(4) VALUE 0.
       01  WS-COH-HIT     PIC 999 VALUE 0.
       01  WS-YEAR-NO     PIC 99 VALUE 0.
       01  WS-YEAR-SY     PIC 9(4) VALUE 0.
       01  WS-LAST-YEAR   PIC 99 VALUE 0.
       01  WS-ON-TIME-SY  PIC 9(4) VALUE 0.
       01  WS-KEPT        PIC 9(5) VALUE 0.
       01  WS-PCT         PIC 999V9 VALUE 0.
       01  WS-SORT-I      PIC 999 VALUE 0.
       01  WS-SORT-J      PIC 999 VALUE 0.
       01  WS-LOW-IDX     PIC 999 VALUE 0.
       01  WS-HOLD-COHORT PIC X(213) VALUE SPACES.
       01  PREV-CRS       PIC X(4) VALUE SPACES.
       01  WS-STUDENTS    PIC 9(5) VALUE 0.
       01  WS-TRANSFEREES PIC 9(5) VALUE 0.
       01  WS-ENTRANTS    PIC 9(5) VALUE 0.

      * every student seen, in the order first met: the term
      *and year level they entered in and their course then,
      *the last term seen and whether it carried a failing
      *mark, and whether they are on the master now or have
      *graduated, and when
       01  WS-STU-TABLE.
           05 WS-STU-COUNT PIC 9(4) VALUE 0.
           05 WS-STU-ENTRY OCCURS 3000 TIMES INDEXED BY ST-IDX.
              10 ST-SNO        PIC 9(5).
              10 ST-FIRST.
                 15 ST-FIRST-SY   PIC 9(4).
                 15 ST-FIRST-TM   PIC 9.
              10 ST-FIRST-LEVEL PIC X.
              10 ST-CRS        PIC X(4).
              10 ST-LAST.
                 15 ST-LAST-SY    PIC 9(4).
                 15 ST-LAST-TM    PIC 9.
              10 ST-LAST-FAILED PIC X.
              10 ST-CURRENT    PIC X.
              10 ST-GRADUATED  PIC X.
              10 ST-GRAD-SY    PIC 9(4).

      * one cohort per course and school year of entry, its
      *standing at the end of each school year since
       01  WS-COHORT-TABLE.
           05 WS-COH-COUNT PIC 999 VALUE 0.
           05 WS-COH-ENTRY OCCURS 200 TIMES INDEXED BY CO-IDX.
              10 CO-KEY.
                 15 CO-CRS        PIC X(4).
                 15 CO-SY         PIC 9(4).
              10 CO-ENTERED    PIC 9(5).
              10 CO-YEAR OCCURS 8 TIMES.
                 15 CO-ENROLLED   PIC 9(5).
                 15 CO-ON-TIME    PIC 9(5).
                 15 CO-DELAYED    PIC 9(5).
                 15 CO-LEFT-FAIL  PIC 9(5).
                 15 CO-LEFT-GOOD  PIC 9(5).

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
              "Cohort Retention and Attrition".
           05 FILLER      PIC X(25) VALUE SPACES.

       01  HEADER-DATE.
           05 FILLER      PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(15) VALUE "Business Date: ".
           05 HD-DATE     PIC 9(8).
           05 FILLER      PIC X(29) VALUE SPACES.

       01  COURSE-HEADER.
           05 FILLER      PIC X(8)  VALUE "Course: ".
           05 CH-CRS      PIC X(4).
           05 FILLER      PIC X(68) VALUE SPACES.

       01  COHORT-HEADER.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 FILLER      PIC X(27) VALUE
              "Entering first-years of SY ".
           05 CO-H-SY     PIC 9(4).
           05 FILLER      PIC X(10) VALUE ":  entered".
           05 CO-H-ENTERED PIC ZZZZ9.
           05 FILLER      PIC X(32) VALUE SPACES.

       01  COLUMN-LINE-1.
           05 FILLER      PIC X(40) VALUE
              "   Year End of    Still  Grad on        ".
           05 FILLER      PIC X(40) VALUE
              "    Left    Left Retained".

       01  COLUMN-LINE-2.
           05 FILLER      PIC X(40) VALUE
              "            SY enrolled     time Delayed".
           05 FILLER      PIC X(40) VALUE
              "  failed in good        %".

       01  YEAR-LINE.
           05 FILLER      PIC X(6)  VALUE SPACES.
           05 YL-YEAR     PIC 9.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 YL-SY       PIC 9(4).
           05 FILLER      PIC X(4)  VALUE SPACES.
           05 YL-ENROLLED PIC ZZZZ9.
           05 FILLER      PIC X(4)  VALUE SPACES.
           05 YL-ON-TIME  PIC ZZZZ9.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 YL-DELAYED  PIC ZZZZ9.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 YL-LEFT-FAIL PIC ZZZZ9.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 YL-LEFT-GOOD PIC ZZZZ9.
           05 FILLER      PIC X(4)  VALUE SPACES.
           05 YL-PCT      PIC ZZ9.9.
           05 FILLER      PIC X(15) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER      PIC X(40) VALUE
              "No entering first-year students on file.".
           05 FILLER      PIC X(40) VALUE SPACES.

       01  NOTE-LINE.
           05 FILLER      PIC X(40) VALUE
              "Delayed: graduated after the four years,".
           05 FILLER      PIC X(40) VALUE
              " or still enrolled past them.".

       01  FOOTER-1.
           05 FILLER      PIC X(18) VALUE "Students followed:".
           05 FT-STUDENTS PIC ZZZZ9.
           05 FILLER      PIC X(13) VALUE "  In cohorts:".
           05 FT-ENTRANTS PIC ZZZZ9.
           05 FILLER      PIC X(14) VALUE "  Transferees:".
           05 FT-TRANSFER PIC ZZZZ9.
           05 FILLER      PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

      * every term of every student: the archive first, then
      *the master, then the graduates
           MOVE 'H' TO WS-SOURCE.
           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "35"
               PERFORM 100-READ-HIST UNTIL LOAD-EOF-SW = 'Y'
               CLOSE HIST-FILE
           END-IF.

           MOVE 'M' TO WS-SOURCE.
           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS NOT = "35"
               PERFORM 110-READ-MASTER UNTIL LOAD-EOF-SW = 'Y'
               CLOSE STUDENT-FILE
           END-IF.

           MOVE 'A' TO WS-SOURCE.
           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "35"
               PERFORM 120-READ-ARCHIVE UNTIL LOAD-EOF-SW = 'Y'
               CLOSE ARCH-FILE
           END-IF.

      * a short table would count part of a cohort as gone
           IF WS-OVFL-SW = 'Y'
               DISPLAY "COHORT-RETAIN: *** MORE THAN 3000 "
                   "STUDENTS OR 200 COHORTS ON FILE. ***"
               DISPLAY "COHORT-RETAIN: NOTHING REPORTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               CLOSE RPT-FILE
               GOBACK
           END-IF.

           PERFORM 300-PLACE-ONE
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STU-COUNT.
           IF WS-OVFL-SW = 'Y'
               DISPLAY "COHORT-RETAIN: *** MORE THAN 200 "
                   "COHORTS ON FILE - SOME NOT COUNTED. ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 400-SORT-COHORTS.

           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.

           IF WS-COH-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM NONE-LINE
           ELSE
               PERFORM 500-PRINT-COHORT
                   VARYING CO-IDX FROM 1 BY 1
                   UNTIL CO-IDX > WS-COH-COUNT
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM NOTE-LINE
           END-IF.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-STU-COUNT TO WS-STUDENTS.
           MOVE WS-STUDENTS TO FT-STUDENTS.
           MOVE WS-ENTRANTS TO FT-ENTRANTS.
           MOVE WS-TRANSFEREES TO FT-TRANSFER.
           WRITE PRINT-LINE FROM FOOTER-1.

           MOVE WS-COH-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           DISPLAY "COHORT-RETAIN: " WS-COH-COUNT " COHORT(S), "
               WS-ENTRANTS " STUDENT(S) FOLLOWED IN THEM.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="COHORT-RETAIN"==.

       100-READ-HIST.
           READ HIST-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   MOVE HIST-REC TO STUDENT-REC
                   PERFORM 200-TAKE-RECORD
           END-READ.

       110-READ-MASTER.
           READ STUDENT-FILE NEXT
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END PERFORM 200-TAKE-RECORD
           END-READ.

       120-READ-ARCHIVE.
           READ ARCH-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   MOVE GA-ENTRY TO STUDENT-REC
                   PERFORM 200-TAKE-RECORD
           END-READ.

      * one term's record into its student's history; the
      *files come in no single order, so the first and last
      *terms are kept by comparing
       200-TAKE-RECORD.
           MOVE R-SY TO WS-REC-SY.
           MOVE R-TERM TO WS-REC-TM.
           IF R-SY > WS-LATEST-SY
               MOVE R-SY TO WS-LATEST-SY
           END-IF.
           MOVE 0 TO WS-STU-HIT.
           PERFORM 210-MATCH-STUDENT
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STU-COUNT OR WS-STU-HIT > 0.
           IF WS-STU-HIT = 0
               PERFORM 220-NEW-STUDENT
           END-IF.
           IF WS-STU-HIT > 0
               PERFORM 230-UPDATE-STUDENT
           END-IF.

       210-MATCH-STUDENT.
           IF ST-SNO(ST-IDX) = R-SNO
               SET WS-STU-HIT TO ST-IDX
           END-IF.

       220-NEW-STUDENT.
           IF WS-STU-COUNT < 3000
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-COUNT TO WS-STU-HIT
               MOVE R-SNO TO ST-SNO(WS-STU-HIT)
               MOVE WS-REC-TERM TO ST-FIRST(WS-STU-HIT)
               MOVE R-YS(1:1) TO ST-FIRST-LEVEL(WS-STU-HIT)
               MOVE R-CRS-DESC TO ST-CRS(WS-STU-HIT)
               MOVE WS-REC-TERM TO ST-LAST(WS-STU-HIT)
               MOVE 'N' TO ST-LAST-FAILED(WS-STU-HIT)
               MOVE 'N' TO ST-CURRENT(WS-STU-HIT)
               MOVE 'N' TO ST-GRADUATED(WS-STU-HIT)
               MOVE 0 TO ST-GRAD-SY(WS-STU-HIT)
           ELSE
               MOVE 'Y' TO WS-OVFL-SW
           END-IF.

      * a failing mark in the last term seen decides which
      *way a student who left is counted
       230-UPDATE-STUDENT.
           IF WS-REC-TERM < ST-FIRST(WS-STU-HIT)
               MOVE WS-REC-TERM TO ST-FIRST(WS-STU-HIT)
               MOVE R-YS(1:1) TO ST-FIRST-LEVEL(WS-STU-HIT)
               MOVE R-CRS-DESC TO ST-CRS(WS-STU-HIT)
           END-IF.
           IF WS-REC-TERM > ST-LAST(WS-STU-HIT)
               MOVE WS-REC-TERM TO ST-LAST(WS-STU-HIT)
               MOVE 'N' TO ST-LAST-FAILED(WS-STU-HIT)
           END-IF.
           IF WS-REC-TERM = ST-LAST(WS-STU-HIT)
               AND (R-REM = "FAILED" OR R-REM = "DROPPED")
               MOVE 'Y' TO ST-LAST-FAILED(WS-STU-HIT)
           END-IF.
           EVALUATE TRUE
               WHEN WS-FROM-MASTER
                   MOVE 'Y' TO ST-CURRENT(WS-STU-HIT)
               WHEN WS-FROM-ARCHIVE
                   MOVE 'Y' TO ST-GRADUATED(WS-STU-HIT)
                   MOVE R-SY TO ST-GRAD-SY(WS-STU-HIT)
           END-EVALUATE.

      * a student who entered in first year joins the cohort
      *of the course and school year entered; the rest are
      *transferees
       300-PLACE-ONE.
           IF ST-FIRST-LEVEL(ST-IDX) NOT = '1'
               ADD 1 TO WS-TRANSFEREES
           ELSE
               PERFORM 310-FIND-COHORT
               IF WS-COH-HIT > 0
                   ADD 1 TO WS-ENTRANTS
                   ADD 1 TO CO-ENTERED(WS-COH-HIT)
                   COMPUTE WS-ON-TIME-SY = ST-FIRST-SY(ST-IDX)
                       + WS-NORMAL-YEARS - 1
                   COMPUTE WS-LAST-YEAR = WS-LATEST-SY
                       - ST-FIRST-SY(ST-IDX) + 1
                   IF WS-LAST-YEAR > 8
                       MOVE 8 TO WS-LAST-YEAR
                   END-IF
                   PERFORM 320-STAND-AT-YEAR
                       VARYING WS-YEAR-NO FROM 1 BY 1
                       UNTIL WS-YEAR-NO > WS-LAST-YEAR
               END-IF
           END-IF.

       310-FIND-COHORT.
           MOVE 0 TO WS-COH-HIT.
           PERFORM 315-MATCH-COHORT
               VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > WS-COH-COUNT OR WS-COH-HIT > 0.
           IF WS-COH-HIT = 0
               IF WS-COH-COUNT < 200
                   ADD 1 TO WS-COH-COUNT
                   MOVE WS-COH-COUNT TO WS-COH-HIT
                   INITIALIZE WS-COH-ENTRY(WS-COH-HIT)
                   MOVE ST-CRS(ST-IDX) TO CO-CRS(WS-COH-HIT)
                   MOVE ST-FIRST-SY(ST-IDX) TO CO-SY(WS-COH-HIT)
               ELSE
                   MOVE 'Y' TO WS-OVFL-SW
               END-IF
           END-IF.

       315-MATCH-COHORT.
           IF CO-CRS(CO-IDX) = ST-CRS(ST-IDX)
               AND CO-SY(CO-IDX) = ST-FIRST-SY(ST-IDX)
               SET WS-COH-HIT TO CO-IDX
           END-IF.

      * where the student stands at the end of the school
      *year: graduated by then, gone - off the master, not
      *graduated and last seen no later - or still enrolled,
      *delayed once past the four years
       320-STAND-AT-YEAR.
           COMPUTE WS-YEAR-SY = ST-FIRST-SY(ST-IDX) + WS-YEAR-NO - 1.
           EVALUATE TRUE
               WHEN ST-GRADUATED(ST-IDX) = 'Y'
                   AND ST-GRAD-SY(ST-IDX) <= WS-YEAR-SY
                   IF ST-GRAD-SY(ST-IDX) <= WS-ON-TIME-SY
                       ADD 1 TO CO-ON-TIME(WS-COH-HIT, WS-YEAR-NO)
                   ELSE
                       ADD 1 TO CO-DELAYED(WS-COH-HIT, WS-YEAR-NO)
                   END-IF
               WHEN ST-GRADUATED(ST-IDX) = 'N'
                   AND ST-CURRENT(ST-IDX) = 'N'
                   AND ST-LAST-SY(ST-IDX) <= WS-YEAR-SY
                   IF ST-LAST-FAILED(ST-IDX) = 'Y'
                       ADD 1 TO CO-LEFT-FAIL(WS-COH-HIT, WS-YEAR-NO)
                   ELSE
                       ADD 1 TO CO-LEFT-GOOD(WS-COH-HIT, WS-YEAR-NO)
                   END-IF
               WHEN WS-YEAR-SY > WS-ON-TIME-SY
                   ADD 1 TO CO-DELAYED(WS-COH-HIT, WS-YEAR-NO)
               WHEN OTHER
                   ADD 1 TO CO-ENROLLED(WS-COH-HIT, WS-YEAR-NO)
           END-EVALUATE.

      * selection sort on course / school year of entry
       400-SORT-COHORTS.
           PERFORM 410-SORT-ONE-SLOT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-COH-COUNT.

       410-SORT-ONE-SLOT.
           MOVE WS-SORT-I TO WS-LOW-IDX.
           PERFORM 420-FIND-LOW-SLOT
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-COH-COUNT.
           IF WS-LOW-IDX NOT = WS-SORT-I
               MOVE WS-COH-ENTRY(WS-SORT-I) TO WS-HOLD-COHORT
               MOVE WS-COH-ENTRY(WS-LOW-IDX)
                   TO WS-COH-ENTRY(WS-SORT-I)
               MOVE WS-HOLD-COHORT TO WS-COH-ENTRY(WS-LOW-IDX)
           END-IF.

       420-FIND-LOW-SLOT.
           IF CO-KEY(WS-SORT-J) < CO-KEY(WS-LOW-IDX)
               MOVE WS-SORT-J TO WS-LOW-IDX
           END-IF.

      * each course's cohorts together, oldest first, a line
      *per school year since entry up to the latest on file
       500-PRINT-COHORT.
           IF CO-CRS(CO-IDX) NOT = PREV-CRS
               MOVE CO-CRS(CO-IDX) TO PREV-CRS
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE PREV-CRS TO CH-CRS
               WRITE PRINT-LINE FROM COURSE-HEADER
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE CO-SY(CO-IDX) TO CO-H-SY.
           MOVE CO-ENTERED(CO-IDX) TO CO-H-ENTERED.
           WRITE PRINT-LINE FROM COHORT-HEADER.
           WRITE PRINT-LINE FROM COLUMN-LINE-1.
           WRITE PRINT-LINE FROM COLUMN-LINE-2.
           COMPUTE WS-LAST-YEAR = WS-LATEST-SY - CO-SY(CO-IDX) + 1.
           IF WS-LAST-YEAR > 8
               MOVE 8 TO WS-LAST-YEAR
           END-IF.
           PERFORM 510-PRINT-YEAR
               VARYING WS-YEAR-NO FROM 1 BY 1
               UNTIL WS-YEAR-NO > WS-LAST-YEAR.

      * retained: still enrolled, delayed or graduated
       510-PRINT-YEAR.
           MOVE WS-YEAR-NO TO YL-YEAR.
           COMPUTE YL-SY = CO-SY(CO-IDX) + WS-YEAR-NO - 1.
           MOVE CO-ENROLLED(CO-IDX, WS-YEAR-NO) TO YL-ENROLLED.
           MOVE CO-ON-TIME(CO-IDX, WS-YEAR-NO) TO YL-ON-TIME.
           MOVE CO-DELAYED(CO-IDX, WS-YEAR-NO) TO YL-DELAYED.
           MOVE CO-LEFT-FAIL(CO-IDX, WS-YEAR-NO) TO YL-LEFT-FAIL.
           MOVE CO-LEFT-GOOD(CO-IDX, WS-YEAR-NO) TO YL-LEFT-GOOD.
           COMPUTE WS-KEPT = CO-ENROLLED(CO-IDX, WS-YEAR-NO)
               + CO-ON-TIME(CO-IDX, WS-YEAR-NO)
               + CO-DELAYED(CO-IDX, WS-YEAR-NO).
           IF CO-ENTERED(CO-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-KEPT * 100 / CO-ENTERED(CO-IDX)
           ELSE
               MOVE 0 TO WS-PCT
           END-IF.
           MOVE WS-PCT TO YL-PCT.
           WRITE PRINT-LINE FROM YEAR-LINE.
