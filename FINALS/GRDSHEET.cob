       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-SHEET.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the instructors' grade sheets,
      *                in the class-list style. For every section
      *                on the OFFERING file whose grades GRADE-POST
      *                has not yet marked submitted on GRDSUBM, the
      *                students ENLISTMENT has in it (enlistments
      *                less drops) are listed by number with blank
      *                midterm, final, grade and remark columns for
      *                the instructor to fill in, and a line for
      *                the instructor's signature and the date.
      *                The sheets are grouped by the instructor the
      *                section is assigned to, each instructor
      *                starting a new page headed with their name
      *                and department off the FACULTY master.
      *                Sheets to GRDSHEET.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "GRDSHEET.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the sheets
           COPY RUNLOGSL.
      * shared subject offerings, enlistments, grade
      *submissions and faculty master
           COPY OFFERSL.
           COPY ENLSTSL.
           COPY GSUBSL.
           COPY FACSL.

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
           COPY OFFERFD.
           COPY ENLSTFD.
           COPY GSUBFD.
           COPY FACFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
      * shared subject-offering, enlistment, grade-submission
      *and faculty-master working-storage
           COPY OFFERWS.
           COPY ENLSTWS.
           COPY GSUBWS.
           COPY FACWS.

       01  WS-PRT-HOLD    PIC X(80) VALUE SPACES.
       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-FOUND-SW    PIC X VALUE 'N'.

      * every student standing enlisted in a section not yet
      *submitted, listed by instructor / section / number via
      *a simple selection sort of the slots
       01  WS-ROSTER-TABLE.
           05 WS-ROSTER-COUNT PIC 9(4) VALUE 0.
           05 WS-ROSTER-ENTRY OCCURS 2000 TIMES INDEXED BY RS-IDX.
              10 RS-SORT-KEY.
                 15 RS-FAC      PIC X(6).
                 15 RS-OFFER    PIC X(16).
                 15 RS-SNO      PIC 9(5).
              10 RS-OFR         PIC 999.
       01  WS-HOLD-ENTRY.
           05 FILLER          PIC X(30).
       01  WS-ROSTER-OVFL PIC 9(5) VALUE 0.
       01  WS-ROSTER-HIT  PIC 9(4) VALUE 0.
       01  WS-SORT-I      PIC 9(4) VALUE 0.
       01  WS-SORT-J      PIC 9(4) VALUE 0.
       01  WS-LOW-IDX     PIC 9(4) VALUE 0.

      * the instructor and section whose sheet is open
       01  WS-GROUP-HOLDERS.
           05 PREV-FAC    PIC X(6) VALUE SPACES.
           05 PREV-OFFER  PIC X(16) VALUE SPACES.
           05 PREV-NAME   PIC X(25) VALUE SPACES.
           05 PREV-DEPT   PIC X(10) VALUE SPACES.
           05 WS-SECT-COUNT PIC 9(3) VALUE 0.
       01  WS-SHEET-COUNT PIC 9(4) VALUE 0.
       01  WS-LIST-COUNT  PIC 9(5) VALUE 0.
       01  WS-UNKNOWN     PIC 9(5) VALUE 0.

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
           05 FILLER      PIC X(11) VALUE "Grade Sheet".
           05 FILLER      PIC X(35) VALUE SPACES.

       01  HEADER-DATE.
           05 FILLER      PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(15) VALUE "Business Date: ".
           05 HD-DATE     PIC 9(8).
           05 FILLER      PIC X(29) VALUE SPACES.

       01  INSTR-LINE.
           05 FILLER      PIC X(12) VALUE "Instructor: ".
           05 IL-ID       PIC X(6).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 IL-NAME     PIC X(25).
           05 FILLER      PIC X(14) VALUE "  Department: ".
           05 IL-DEPT     PIC X(10).
           05 FILLER      PIC X(11) VALUE SPACES.

       01  GROUP-HEADER.
           05 FILLER      PIC X(9)  VALUE "Subject: ".
           05 GH-SUBJ     PIC X(6).
           05 FILLER      PIC X(11) VALUE "  Section: ".
           05 GH-SECT     PIC X(5).
           05 FILLER      PIC X(5)  VALUE "  SY ".
           05 GH-SY       PIC 9(4).
           05 FILLER      PIC X(6)  VALUE " Term ".
           05 GH-TERM     PIC 9.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 GH-DAYS     PIC X(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 GH-START    PIC 9(4).
           05 FILLER      PIC X(1)  VALUE "-".
           05 GH-END      PIC 9(4).
           05 FILLER      PIC X(5)  VALUE "  Rm ".
           05 GH-ROOM     PIC X(6).
           05 FILLER      PIC X(4)  VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER      PIC X(10) VALUE "  Number".
           05 FILLER      PIC X(27) VALUE "Name".
           05 FILLER      PIC X(10) VALUE "Midterm".
           05 FILLER      PIC X(10) VALUE "Final".
           05 FILLER      PIC X(10) VALUE "Grade".
           05 FILLER      PIC X(13) VALUE "Remark".

       01  DETAIL-LINE.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-SNO      PIC 9(5).
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 DL-SNA      PIC X(25).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 FILLER      PIC X(10) VALUE "_______".
           05 FILLER      PIC X(10) VALUE "_______".
           05 FILLER      PIC X(10) VALUE "_______".
           05 FILLER      PIC X(13) VALUE "___________".

       01  SECTION-TOTAL-LINE.
           05 FILLER      PIC X(12) VALUE "  Students: ".
           05 STL-COUNT   PIC ZZ9.
           05 FILLER      PIC X(65) VALUE SPACES.

       01  SIGN-LINE.
           05 FILLER      PIC X(21) VALUE "  Certified correct: ".
           05 FILLER      PIC X(30) VALUE ALL "_".
           05 FILLER      PIC X(9)  VALUE "   Date: ".
           05 FILLER      PIC X(12) VALUE ALL "_".
           05 FILLER      PIC X(8)  VALUE SPACES.

       01  SIGN-NAME-LINE.
           05 FILLER      PIC X(21) VALUE SPACES.
           05 SN-NAME     PIC X(25).
           05 FILLER      PIC X(34) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER      PIC X(40) VALUE
              "No sections are awaiting grades.".
           05 FILLER      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "GRADE-SHEET: STUDENT.TXT NOT FOUND."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

      * every term on file; a short table would leave
      *sections off the sheets unremarked - print nothing
           MOVE 0 TO WS-OFR-SY.
           PERFORM OFR-LOAD-RTN.
           IF WS-OFR-OVFL-SW = 'Y'
               DISPLAY "GRADE-SHEET: *** OFFERING HAS MORE "
                   "SECTIONS THAN THE TABLE - 300. ***"
               PERFORM 900-ABANDON
               GOBACK
           END-IF.
           PERFORM GSB-MARK-RTN.
           PERFORM FAC-LOAD-RTN.

           PERFORM 100-BUILD-ROSTER.
           IF WS-ROSTER-OVFL > 0
               DISPLAY "GRADE-SHEET: *** MORE THAN 2000 STUDENTS "
                   "AWAITING GRADES. ***"
               PERFORM 900-ABANDON
               GOBACK
           END-IF.

           PERFORM 200-SORT-TABLE.

           PERFORM 300-PRINT-ONE-STUDENT
               VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-ROSTER-COUNT.

           IF WS-SECT-COUNT > 0
               PERFORM 400-PRINT-SECTION-TOTAL
           END-IF.
           IF WS-SHEET-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 500-WRITE-LINE
           END-IF.

           MOVE WS-SHEET-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE STUDENT-FILE
                 RPT-FILE.
      * an enlisted student the master has lost wants the
      *registrar's attention before the sheet goes out
           IF WS-UNKNOWN > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "GRADE-SHEET: " WS-SHEET-COUNT " SHEET(S), "
               WS-LIST-COUNT " STUDENT(S) LISTED.".
           GOBACK.

      * the report headings, reprinted with a page number
      *and the instructor at the top of every page
       110-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.
           ADD 4 TO WS-LINE-CNT.
           IF WS-SHEET-COUNT > 0
               MOVE PREV-FAC TO IL-ID
               MOVE PREV-NAME TO IL-NAME
               MOVE PREV-DEPT TO IL-DEPT
               WRITE PRINT-LINE FROM INSTR-LINE
               ADD 1 TO WS-LINE-CNT
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
               REPLACING ==RUNLOG-PROGNAME== BY =="GRADE-SHEET"==.

      * shared offering, enlistment, submission and faculty
      *paragraphs
           COPY OFFERRTN.
           COPY ENLSTRTN.
           COPY GSUBRTN.
           COPY FACRTN.

       900-ABANDON.
           DISPLAY "GRADE-SHEET: NOTHING PRINTED.".
           MOVE 8 TO RETURN-CODE.
           PERFORM RUNLOG-END-RTN.
           CLOSE STUDENT-FILE
                 RPT-FILE.

      * the roster off ENLIST: an enlistment adds the student
      *to the section, a drop takes them off again; sections
      *already submitted and sections no longer offered are
      *left out
       100-BUILD-ROSTER.
           MOVE 'N' TO WS-ENL-EOF.
           OPEN INPUT ENLIST-FILE.
           IF WS-ENL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 120-ROSTER-ONE UNTIL WS-ENL-EOF = 'Y'
               CLOSE ENLIST-FILE
           END-IF.

       120-ROSTER-ONE.
           READ ENLIST-FILE
               AT END MOVE 'Y' TO WS-ENL-EOF
               NOT AT END
                   MOVE EN-OFFER TO WS-OFR-FIND
                   PERFORM OFR-FIND-RTN
                   IF WS-OFR-HIT > 0
                       IF OFT-POSTED(WS-OFR-HIT) = 0
                           PERFORM 130-APPLY-ONE
                       END-IF
                   END-IF
           END-READ.

       130-APPLY-ONE.
           MOVE 0 TO WS-ROSTER-HIT.
           PERFORM 140-MATCH-ONE
               VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-ROSTER-COUNT OR WS-ROSTER-HIT > 0.
           IF EN-ENLISTED
               IF WS-ROSTER-HIT = 0
                   PERFORM 150-ADD-ONE
               END-IF
           ELSE
               IF WS-ROSTER-HIT > 0
                   PERFORM 160-DROP-ONE
               END-IF
           END-IF.

       140-MATCH-ONE.
           IF RS-SNO(RS-IDX) = EN-SNO
               AND RS-OFFER(RS-IDX) = EN-OFFER
               SET WS-ROSTER-HIT TO RS-IDX
           END-IF.

       150-ADD-ONE.
           IF WS-ROSTER-COUNT < 2000
               ADD 1 TO WS-ROSTER-COUNT
               SET RS-IDX TO WS-ROSTER-COUNT
               MOVE OFT-FAC-ID(WS-OFR-HIT) TO RS-FAC(RS-IDX)
               MOVE EN-OFFER TO RS-OFFER(RS-IDX)
               MOVE EN-SNO TO RS-SNO(RS-IDX)
               MOVE WS-OFR-HIT TO RS-OFR(RS-IDX)
           ELSE
               ADD 1 TO WS-ROSTER-OVFL
           END-IF.

      * the last slot fills the dropped one; the sort puts
      *the order right afterwards
       160-DROP-ONE.
           IF WS-ROSTER-HIT < WS-ROSTER-COUNT
               MOVE WS-ROSTER-ENTRY(WS-ROSTER-COUNT)
                   TO WS-ROSTER-ENTRY(WS-ROSTER-HIT)
           END-IF.
           SUBTRACT 1 FROM WS-ROSTER-COUNT.

      * selection sort on instructor / section / number
       200-SORT-TABLE.
           PERFORM 210-SORT-ONE-SLOT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-ROSTER-COUNT.

       210-SORT-ONE-SLOT.
           MOVE WS-SORT-I TO WS-LOW-IDX.
           PERFORM 220-FIND-LOW-SLOT
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-ROSTER-COUNT.
           IF WS-LOW-IDX NOT = WS-SORT-I
               MOVE WS-ROSTER-ENTRY(WS-SORT-I) TO WS-HOLD-ENTRY
               MOVE WS-ROSTER-ENTRY(WS-LOW-IDX)
                   TO WS-ROSTER-ENTRY(WS-SORT-I)
               MOVE WS-HOLD-ENTRY TO WS-ROSTER-ENTRY(WS-LOW-IDX)
           END-IF.

       220-FIND-LOW-SLOT.
           IF RS-SORT-KEY(WS-SORT-J) < RS-SORT-KEY(WS-LOW-IDX)
               MOVE WS-SORT-J TO WS-LOW-IDX
           END-IF.

      * a new instructor starts a new page; a new section
      *closes the last sheet and opens the next
       300-PRINT-ONE-STUDENT.
           IF RS-FAC(RS-IDX) NOT = PREV-FAC
               OR RS-OFFER(RS-IDX) NOT = PREV-OFFER
               OR WS-SHEET-COUNT = 0
               IF WS-SECT-COUNT > 0
                   PERFORM 400-PRINT-SECTION-TOTAL
               END-IF
               IF RS-FAC(RS-IDX) NOT = PREV-FAC
                   OR WS-SHEET-COUNT = 0
                   PERFORM 320-NEW-INSTRUCTOR
               END-IF
               MOVE RS-OFFER(RS-IDX) TO PREV-OFFER
               ADD 1 TO WS-SHEET-COUNT
               PERFORM 310-PRINT-GROUP-HEADER
           END-IF.

           MOVE RS-SNO(RS-IDX) TO DL-SNO.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE RS-SNO(RS-IDX) TO R-SNO.
           READ STUDENT-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = 'Y'
               MOVE R-SNA TO DL-SNA
           ELSE
               MOVE "*** NOT ON THE MASTER ***" TO DL-SNA
               ADD 1 TO WS-UNKNOWN
           END-IF.
           MOVE DETAIL-LINE TO WS-PRT-HOLD
           PERFORM 500-WRITE-LINE.

           ADD 1 TO WS-SECT-COUNT.
           ADD 1 TO WS-LIST-COUNT.

       310-PRINT-GROUP-HEADER.
           SET OF-IDX TO RS-OFR(RS-IDX).
           MOVE SPACES TO WS-PRT-HOLD
           PERFORM 500-WRITE-LINE.
           MOVE OFT-SUBJ(OF-IDX) TO GH-SUBJ.
           MOVE OFT-SECT(OF-IDX) TO GH-SECT.
           MOVE OFT-SY(OF-IDX) TO GH-SY.
           MOVE OFT-TERM(OF-IDX) TO GH-TERM.
           MOVE OFT-DAYS(OF-IDX) TO GH-DAYS.
           MOVE OFT-START(OF-IDX) TO GH-START.
           MOVE OFT-END(OF-IDX) TO GH-END.
           MOVE OFT-ROOM(OF-IDX) TO GH-ROOM.
           MOVE GROUP-HEADER TO WS-PRT-HOLD
           PERFORM 500-WRITE-LINE.
           MOVE COLUMN-HEADER TO WS-PRT-HOLD
           PERFORM 500-WRITE-LINE.

      * the instructor's name and department off the faculty
      *master head every page of their sheets
       320-NEW-INSTRUCTOR.
           MOVE RS-FAC(RS-IDX) TO PREV-FAC.
           MOVE RS-FAC(RS-IDX) TO WS-FAC-FIND.
           PERFORM FAC-FIND-RTN.
           EVALUATE TRUE
               WHEN PREV-FAC = SPACES
                   MOVE "UNASSIGNED" TO PREV-NAME
                   MOVE SPACES TO PREV-DEPT
               WHEN WS-FAC-HIT = 0
                   MOVE "NOT ON FACULTY MASTER" TO PREV-NAME
                   MOVE SPACES TO PREV-DEPT
               WHEN OTHER
                   MOVE FAT-NAME(WS-FAC-HIT) TO PREV-NAME
                   MOVE FAT-DEPT(WS-FAC-HIT) TO PREV-DEPT
           END-EVALUATE.
           MOVE WS-PAGE-MAX TO WS-LINE-CNT.

      * the count, then the line the instructor signs
       400-PRINT-SECTION-TOTAL.
           MOVE WS-SECT-COUNT TO STL-COUNT.
           MOVE SECTION-TOTAL-LINE TO WS-PRT-HOLD
           PERFORM 500-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD
           PERFORM 500-WRITE-LINE.
           MOVE SIGN-LINE TO WS-PRT-HOLD
           PERFORM 500-WRITE-LINE.
           MOVE PREV-NAME TO SN-NAME.
           MOVE SIGN-NAME-LINE TO WS-PRT-HOLD
           PERFORM 500-WRITE-LINE.
           MOVE 0 TO WS-SECT-COUNT.
