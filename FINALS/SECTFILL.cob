       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-FILL.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the section-fill report: every
      *                section on the OFFERING file by school year,
      *                term, subject and section, with its schedule,
      *                room and instructor, the seats it was opened
      *                with, the seats ENLISTMENT has taken (its
      *                enlistments less its drops) and the seats
      *                still open; a full section is flagged FULL,
      *                one holding more than its capacity since
      *                REFMAINT lowered it, OVER. Totals by term and
      *                for the file. Enlistments naming a section no
      *                longer offered are counted and end the run
      *                with RC 4. Report to SECTFILL.OUT.
      *2026-10-15  LP  The instructor column now names the
      *                instructor off the FACULTY master by the
      *                faculty ID the section is assigned to;
      *                UNASSIGNED when it has none.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO "SECTFILL.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.
      * shared subject offerings and enlistments
           COPY OFFERSL.
           COPY ENLSTSL.
      * shared faculty master, for the instructors' names
           COPY FACSL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE     PIC X(80).

           COPY RUNLOGFD.
           COPY OFFERFD.
           COPY ENLSTFD.
           COPY FACFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared subject-offering and enlistment working-storage
           COPY OFFERWS.
           COPY ENLSTWS.
           COPY FACWS.

       01  WS-SORT-I      PIC 999 VALUE 0.
       01  WS-SORT-J      PIC 999 VALUE 0.
       01  WS-LOW-IDX     PIC 999 VALUE 0.
       01  WS-HOLD-ENTRY  PIC X(71) VALUE SPACES.
       01  WS-OPEN        PIC S9(4) VALUE 0.

      * one term's totals, then the file's
       01  WS-TOTALS.
           05 WS-TOT-COUNT    PIC 9(5) VALUE 0.
           05 WS-TOT-CAP      PIC 9(7) VALUE 0.
           05 WS-TOT-TAKEN    PIC S9(7) VALUE 0.
           05 WS-TOT-OPEN     PIC 9(7) VALUE 0.
           05 WS-TOT-FULL     PIC 9(5) VALUE 0.
       01  WS-GRAND-TOTALS.
           05 WS-GRD-COUNT    PIC 9(5) VALUE 0.
           05 WS-GRD-CAP      PIC 9(7) VALUE 0.
           05 WS-GRD-TAKEN    PIC S9(7) VALUE 0.
           05 WS-GRD-OPEN     PIC 9(7) VALUE 0.
           05 WS-GRD-FULL     PIC 9(5) VALUE 0.

       01  WS-GROUP-HOLDERS.
           05 PREV-SY     PIC 9(4) VALUE 0.
           05 PREV-TERM   PIC 9 VALUE 0.

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
           05 FILLER      PIC X(30) VALUE SPACES.
           05 FILLER      PIC X(20) VALUE
              "Section Fill Report".
           05 FILLER      PIC X(30) VALUE SPACES.

       01  HEADER-DATE.
           05 FILLER      PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(15) VALUE "Business Date: ".
           05 HD-DATE     PIC 9(8).
           05 FILLER      PIC X(29) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER      PIC X(40) VALUE
              "Subj   Sect  Days   Time      Room   Ins".
           05 FILLER      PIC X(40) VALUE
              "tructor           Cap Taken Open".

       01  GROUP-HEADER.
           05 FILLER      PIC X(12) VALUE "School Year ".
           05 GH-SY       PIC 9(4).
           05 FILLER      PIC X(7)  VALUE "  Term ".
           05 GH-TERM     PIC 9.
           05 FILLER      PIC X(56) VALUE SPACES.

       01  DETAIL-LINE.
           05 DL-SUBJ     PIC X(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-SECT     PIC X(5).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-DAYS     PIC X(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-START    PIC 9(4).
           05 FILLER      PIC X(1)  VALUE "-".
           05 DL-END      PIC 9(4).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-ROOM     PIC X(6).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-INSTR    PIC X(20).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-CAP      PIC ZZ9.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-TAKEN    PIC ZZZZ9.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-OPEN     PIC ZZZ9.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 DL-FLAG     PIC X(4).
           05 FILLER      PIC X(3)  VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 TL-LABEL    PIC X(14).
           05 TL-COUNT    PIC ZZZ9.
           05 FILLER      PIC X(12) VALUE " section(s) ".
           05 FILLER      PIC X(6)  VALUE "seats ".
           05 TL-CAP      PIC ZZZZ9.
           05 FILLER      PIC X(7)  VALUE " taken ".
           05 TL-TAKEN    PIC ZZZZ9.
           05 FILLER      PIC X(6)  VALUE " open ".
           05 TL-OPEN     PIC ZZZZ9.
           05 FILLER      PIC X(6)  VALUE " full ".
           05 TL-FULL     PIC ZZZ9.
           05 FILLER      PIC X(4)  VALUE SPACES.

       01  ORPHAN-LINE.
           05 FILLER      PIC X(40) VALUE
              "Enlistments naming no section on file: ".
           05 OL-COUNT    PIC ZZZZ9.
           05 FILLER      PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

      * every term on file, and every seat taken in it
           MOVE 0 TO WS-OFR-SY.
           PERFORM OFR-LOAD-RTN.
      * a short table would report some sections and quietly
      *count the rest's enlistments as orphans - report nothing
           IF WS-OFR-OVFL-SW = 'Y'
               DISPLAY "SECTION-FILL: *** OFFERING HAS MORE "
                   "SECTIONS THAN THE TABLE - 300. ***"
               DISPLAY "SECTION-FILL: NOTHING REPORTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               CLOSE RPT-FILE
               GOBACK
           END-IF.
           PERFORM ENL-TALLY-RTN.
           PERFORM FAC-LOAD-RTN.

           PERFORM 200-SORT-TABLE.

           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COLUMN-LINE.

           PERFORM 300-PRINT-ONE-SECTION
               VARYING OF-IDX FROM 1 BY 1
               UNTIL OF-IDX > WS-OFR-COUNT.
           IF WS-OFR-COUNT > 0
               PERFORM 400-PRINT-TERM-TOTAL
           END-IF.

           MOVE WS-GRAND-TOTALS TO WS-TOTALS.
           MOVE "All Terms" TO TL-LABEL.
           PERFORM 410-PRINT-TOTALS.

      * seats taken in a section since taken off the file
      *are nobody's seats - the registrar needs to know
           IF WS-ENL-ORPHANS > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE WS-ENL-ORPHANS TO OL-COUNT
               WRITE PRINT-LINE FROM ORPHAN-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-OFR-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           DISPLAY "SECTION-FILL: " WS-OFR-COUNT " SECTION(S), "
               WS-GRD-FULL " FULL, " WS-ENL-ORPHANS
               " ENLISTMENT(S) WITH NO SECTION.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="SECTION-FILL"==.

      * shared subject-offering and enlistment paragraphs
           COPY OFFERRTN.
           COPY ENLSTRTN.
      * shared faculty-master paragraphs
           COPY FACRTN.

      * selection sort on school year / term / subject /
      *section
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
           IF OFT-KEY(WS-SORT-J) < OFT-KEY(WS-LOW-IDX)
               MOVE WS-SORT-J TO WS-LOW-IDX
           END-IF.

       300-PRINT-ONE-SECTION.
           IF OFT-SY(OF-IDX) NOT = PREV-SY
               OR OFT-TERM(OF-IDX) NOT = PREV-TERM
               IF OF-IDX > 1
                   PERFORM 400-PRINT-TERM-TOTAL
               END-IF
               MOVE OFT-SY(OF-IDX) TO PREV-SY
               MOVE OFT-TERM(OF-IDX) TO PREV-TERM
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE PREV-SY TO GH-SY
               MOVE PREV-TERM TO GH-TERM
               WRITE PRINT-LINE FROM GROUP-HEADER
           END-IF.

           COMPUTE WS-OPEN = OFT-CAP(OF-IDX) - OFT-TAKEN(OF-IDX).
           EVALUATE TRUE
               WHEN WS-OPEN < 0
                   MOVE "OVER" TO DL-FLAG
                   MOVE 0 TO WS-OPEN
               WHEN WS-OPEN = 0
                   MOVE "FULL" TO DL-FLAG
               WHEN OTHER
                   MOVE SPACES TO DL-FLAG
           END-EVALUATE.
           IF DL-FLAG NOT = SPACES
               ADD 1 TO WS-TOT-FULL
           END-IF.
           ADD 1 TO WS-TOT-COUNT.
           ADD OFT-CAP(OF-IDX) TO WS-TOT-CAP.
           ADD OFT-TAKEN(OF-IDX) TO WS-TOT-TAKEN.
           ADD WS-OPEN TO WS-TOT-OPEN.

           MOVE OFT-SUBJ(OF-IDX) TO DL-SUBJ.
           MOVE OFT-SECT(OF-IDX) TO DL-SECT.
           MOVE OFT-DAYS(OF-IDX) TO DL-DAYS.
           MOVE OFT-START(OF-IDX) TO DL-START.
           MOVE OFT-END(OF-IDX) TO DL-END.
           MOVE OFT-ROOM(OF-IDX) TO DL-ROOM.
           MOVE OFT-FAC-ID(OF-IDX) TO WS-FAC-FIND.
           PERFORM FAC-FIND-RTN.
           EVALUATE TRUE
               WHEN OFT-FAC-ID(OF-IDX) = SPACES
                   MOVE "UNASSIGNED" TO DL-INSTR
               WHEN WS-FAC-HIT = 0
                   MOVE OFT-FAC-ID(OF-IDX) TO DL-INSTR
               WHEN OTHER
                   MOVE FAT-NAME(WS-FAC-HIT) TO DL-INSTR
           END-EVALUATE.
           MOVE OFT-CAP(OF-IDX) TO DL-CAP.
           MOVE OFT-TAKEN(OF-IDX) TO DL-TAKEN.
           MOVE WS-OPEN TO DL-OPEN.
           WRITE PRINT-LINE FROM DETAIL-LINE.

      * the term's totals print, roll into the file's and
      *clear for the next term
       400-PRINT-TERM-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING "SY " PREV-SY " Term " PREV-TERM
               DELIMITED BY SIZE INTO TL-LABEL.
           PERFORM 410-PRINT-TOTALS.
           ADD WS-TOT-COUNT TO WS-GRD-COUNT.
           ADD WS-TOT-CAP TO WS-GRD-CAP.
           ADD WS-TOT-TAKEN TO WS-GRD-TAKEN.
           ADD WS-TOT-OPEN TO WS-GRD-OPEN.
           ADD WS-TOT-FULL TO WS-GRD-FULL.
           INITIALIZE WS-TOTALS.

       410-PRINT-TOTALS.
           MOVE WS-TOT-COUNT TO TL-COUNT.
           MOVE WS-TOT-CAP TO TL-CAP.
           MOVE WS-TOT-TAKEN TO TL-TAKEN.
           MOVE WS-TOT-OPEN TO TL-OPEN.
           MOVE WS-TOT-FULL TO TL-FULL.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM TOTAL-LINE.
