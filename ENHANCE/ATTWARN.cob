       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEND-WARN.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the weekly absence warning list
      *                for the advisers. For the term of the latest
      *                meeting on ATTEND it lists, by year & section,
      *                every student whose absences in a subject -
      *                three lates counting as one - have reached
      *                the warning level (15% of the meetings held)
      *                as NEAR LIMIT, and those already past the
      *                absence limit (more than 20%), whom the next
      *                GRADES run will drop, as OVER LIMIT. Report
      *                to ATTWARN.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the registrar's enrollment, for the name and the
      *year & section each student is listed under
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "ATTWARN.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.
      * shared class attendance
           COPY ATTNSL.

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
           COPY ATTNFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared class attendance working-storage
           COPY ATTNWS.

       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-STU-OPEN-SW PIC X VALUE 'N'.
       01  WS-LATEST-DATE PIC 9(8) VALUE 0.
       01  WS-SORT-I      PIC 9(3) VALUE 0.
       01  WS-SORT-J      PIC 9(3) VALUE 0.
       01  WS-LOW-IDX     PIC 9(3) VALUE 0.
       01  WS-LIST-OVFL   PIC 9(4) VALUE 0.
       01  PREV-YS        PIC X(5) VALUE SPACES.

       01  WS-COUNTS.
           05 WS-NEAR     PIC 9(4) VALUE 0.
           05 WS-OVER     PIC 9(4) VALUE 0.

      * the students to warn, in year & section / subject /
      *number order via a simple selection sort of the slots
       01  WS-WARN-TABLE.
           05 WS-WARN-COUNT PIC 9(3) VALUE 0.
           05 WS-WARN-ENTRY OCCURS 500 TIMES INDEXED BY WN-IDX.
              10 WN-SORT-KEY.
                 15 WN-YS       PIC X(5).
                 15 WN-SUBJ     PIC X(6).
                 15 WN-SNO      PIC 9(5).
              10 WN-SNA         PIC X(25).
              10 WN-MEETINGS    PIC 999.
              10 WN-ABSENT      PIC 999.
              10 WN-LATE        PIC 999.
              10 WN-PCT         PIC 999V9.
              10 WN-LEVEL       PIC X(10).
       01  WS-HOLD-ENTRY  PIC X(64).

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
           05 FILLER      PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(24) VALUE "Absence Warning List".
           05 FILLER      PIC X(28) VALUE SPACES.

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
           05 FILLER      PIC X(26) VALUE
              "   Meetings on file up to ".
           05 TL-DATE     PIC 9(8).
           05 FILLER      PIC X(29) VALUE SPACES.

       01  GROUP-HEADER.
           05 FILLER      PIC X(16) VALUE "Year & Section: ".
           05 GH-YS       PIC X(5).
           05 FILLER      PIC X(59) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER      PIC X(40) VALUE
              "Subj   Stud  Name                      M".
           05 FILLER      PIC X(40) VALUE
              "eet Abs Late   Pct  Status".

       01  DETAIL-LINE.
           05 DL-SUBJ     PIC X(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-SNO      PIC 9(5).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-SNA      PIC X(25).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-MEETINGS PIC ZZ9.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-ABSENT   PIC ZZ9.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-LATE     PIC ZZ9.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-PCT      PIC ZZ9.9.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 DL-LEVEL    PIC X(10).
           05 FILLER      PIC X(11) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER      PIC X(40) VALUE
              "No student has reached the warning level".
           05 FILLER      PIC X(40) VALUE ".".

       01  FOOTER-1.
           05 FILLER      PIC X(12) VALUE "Near limit: ".
           05 FT-NEAR     PIC ZZZ9.
           05 FILLER      PIC X(14) VALUE "  Over limit: ".
           05 FT-OVER     PIC ZZZ9.
           05 FILLER      PIC X(46) VALUE SPACES.

       01  FOOTER-2.
           05 FILLER      PIC X(40) VALUE
              "Near: absences at 15% of meetings held; ".
           05 FILLER      PIC X(40) VALUE
              "over: past 20%. Three lates = 1 absence.".

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

      * the term in hand is the one the latest meeting keyed
      *belongs to
           PERFORM 100-FIND-TERM.
           IF WS-LATEST-DATE > 0
               PERFORM ATN-LOAD-RTN
           END-IF.
      * a short table would leave students' meetings out of
      *their tallies - warn no one on part of the file
           IF WS-ATN-OVFL-SW = 'Y'
               DISPLAY "ATTEND-WARN: *** ATTEND HAS MORE THAN 3000 "
                   "STUDENT-SUBJECTS FOR THE TERM. ***"
               PERFORM 900-ABANDON
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS NOT = "35"
               MOVE 'Y' TO WS-STU-OPEN-SW
           END-IF.
           PERFORM 200-JUDGE-ONE
               VARYING ANT-IDX FROM 1 BY 1
               UNTIL ANT-IDX > WS-ATN-COUNT.
           IF WS-STU-OPEN-SW = 'Y'
               CLOSE STUDENT-FILE
           END-IF.
           PERFORM 300-SORT-TABLE.

           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.
           MOVE WS-ATN-SY TO TL-SY.
           MOVE WS-ATN-TERM TO TL-TERM.
           MOVE WS-LATEST-DATE TO TL-DATE.
           WRITE PRINT-LINE FROM TERM-LINE.

           MOVE HIGH-VALUES TO PREV-YS.
           PERFORM 400-PRINT-ONE
               VARYING WN-IDX FROM 1 BY 1
               UNTIL WN-IDX > WS-WARN-COUNT.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-WARN-COUNT = 0
               WRITE PRINT-LINE FROM NONE-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE WS-NEAR TO FT-NEAR.
           MOVE WS-OVER TO FT-OVER.
           WRITE PRINT-LINE FROM FOOTER-1.
           WRITE PRINT-LINE FROM FOOTER-2.

      * the list is cut short rather than the run failed;
      *the count not listed is said
           IF WS-LIST-OVFL > 0
               DISPLAY "ATTEND-WARN: *** MORE THAN 500 TO WARN - "
                   WS-LIST-OVFL " NOT LISTED. ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-WARN-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           DISPLAY "ATTEND-WARN: " WS-NEAR " NEAR THE LIMIT, "
               WS-OVER " OVER IT.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="ATTEND-WARN"==.

      * shared class attendance paragraphs
           COPY ATTNRTN.

       900-ABANDON.
           DISPLAY "ATTEND-WARN: NOTHING LISTED.".
           MOVE 8 TO RETURN-CODE.
           PERFORM RUNLOG-END-RTN.
           CLOSE RPT-FILE.

       100-FIND-TERM.
           MOVE 0 TO WS-LATEST-DATE.
           MOVE 'N' TO WS-ATN-EOF.
           OPEN INPUT ATTEND-FILE.
           IF WS-ATN-STATUS NOT = "35"
               PERFORM 110-FIND-TERM-ONE UNTIL WS-ATN-EOF = 'Y'
               CLOSE ATTEND-FILE
           END-IF.

       110-FIND-TERM-ONE.
           READ ATTEND-FILE
               AT END MOVE 'Y' TO WS-ATN-EOF
               NOT AT END
                   IF AN-DATE > WS-LATEST-DATE
                       MOVE AN-DATE TO WS-LATEST-DATE
                       MOVE AN-SY TO WS-ATN-SY
                       MOVE AN-TERM TO WS-ATN-TERM
                   END-IF
           END-READ.

      * near or over the limit goes on the list, under the
      *student's year & section as the enrollment carries it
       200-JUDGE-ONE.
           SET WS-ATN-HIT TO ANT-IDX.
           PERFORM ATN-JUDGE-RTN.
           IF WS-ATN-OVER-SW = 'Y' OR WS-ATN-NEAR-SW = 'Y'
               IF WS-WARN-COUNT < 500
                   PERFORM 210-ADD-WARNING
               ELSE
                   ADD 1 TO WS-LIST-OVFL
               END-IF
               IF WS-ATN-OVER-SW = 'Y'
                   ADD 1 TO WS-OVER
               ELSE
                   ADD 1 TO WS-NEAR
               END-IF
           END-IF.

       210-ADD-WARNING.
           ADD 1 TO WS-WARN-COUNT.
           SET WN-IDX TO WS-WARN-COUNT.
           MOVE ANT-KEY(ANT-IDX) TO WS-ATN-FIND.
           MOVE WS-ATN-FIND-SUBJ TO WN-SUBJ(WN-IDX).
           MOVE WS-ATN-FIND-SNO TO WN-SNO(WN-IDX).
           MOVE SPACES TO WN-YS(WN-IDX).
           MOVE SPACES TO WN-SNA(WN-IDX).
           IF WS-STU-OPEN-SW = 'Y'
               MOVE WS-ATN-FIND-SNO TO R-SNO
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "(NOT ON THE ENROLLMENT)" TO WN-SNA(WN-IDX)
                   NOT INVALID KEY
                       MOVE R-YS TO WN-YS(WN-IDX)
                       MOVE R-SNA TO WN-SNA(WN-IDX)
               END-READ
           END-IF.
           MOVE WS-ATN-MEETINGS TO WN-MEETINGS(WN-IDX).
           MOVE WS-ATN-ABSENT TO WN-ABSENT(WN-IDX).
           MOVE WS-ATN-LATE TO WN-LATE(WN-IDX).
           MOVE WS-ATN-PCT TO WN-PCT(WN-IDX).
           IF WS-ATN-OVER-SW = 'Y'
               MOVE "OVER LIMIT" TO WN-LEVEL(WN-IDX)
           ELSE
               MOVE "NEAR LIMIT" TO WN-LEVEL(WN-IDX)
           END-IF.

      * selection sort on year & section / subject / number
       300-SORT-TABLE.
           PERFORM 310-SORT-ONE-SLOT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-WARN-COUNT.

       310-SORT-ONE-SLOT.
           MOVE WS-SORT-I TO WS-LOW-IDX.
           PERFORM 320-FIND-LOW-SLOT
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-WARN-COUNT.
           IF WS-LOW-IDX NOT = WS-SORT-I
               MOVE WS-WARN-ENTRY(WS-SORT-I) TO WS-HOLD-ENTRY
               MOVE WS-WARN-ENTRY(WS-LOW-IDX)
                   TO WS-WARN-ENTRY(WS-SORT-I)
               MOVE WS-HOLD-ENTRY TO WS-WARN-ENTRY(WS-LOW-IDX)
           END-IF.

       320-FIND-LOW-SLOT.
           IF WN-SORT-KEY(WS-SORT-J) < WN-SORT-KEY(WS-LOW-IDX)
               MOVE WS-SORT-J TO WS-LOW-IDX
           END-IF.

       400-PRINT-ONE.
           IF WN-YS(WN-IDX) NOT = PREV-YS
               MOVE WN-YS(WN-IDX) TO PREV-YS
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE PREV-YS TO GH-YS
               WRITE PRINT-LINE FROM GROUP-HEADER
               WRITE PRINT-LINE FROM COLUMN-LINE
           END-IF.
           MOVE WN-SUBJ(WN-IDX) TO DL-SUBJ.
           MOVE WN-SNO(WN-IDX) TO DL-SNO.
           MOVE WN-SNA(WN-IDX) TO DL-SNA.
           MOVE WN-MEETINGS(WN-IDX) TO DL-MEETINGS.
           MOVE WN-ABSENT(WN-IDX) TO DL-ABSENT.
           MOVE WN-LATE(WN-IDX) TO DL-LATE.
           MOVE WN-PCT(WN-IDX) TO DL-PCT.
           MOVE WN-LEVEL(WN-IDX) TO DL-LEVEL.
           WRITE PRINT-LINE FROM DETAIL-LINE.
