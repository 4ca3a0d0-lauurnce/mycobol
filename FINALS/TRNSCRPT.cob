      *                term in school-year/term order, then the
      *                current term off STUDENT.TXT - to
      *                TRNSCRPT.OUT.
      *2026-10-15  LP  A student under a clearance hold - a balance
      *                on the STULEDGR student ledger past the
      *                term's payment deadline as of the business
      *                date - is refused a transcript until the
      *                cashier has posted the payment.
      *2026-10-15  LP  Each term now closes with its units and its
      *                GWA - the final grades weighed by the units
      *                the SUBJECT master carries for each subject -
      *                and the cumulative GWA to it, and the record
      *                closes with the cumulative GWA. A subject the
      *                master does not carry is weighed at the
      *                default units and flagged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * shared run-log written alongside the transcript
           COPY RUNLOGSL.
      * shared student ledger, for the clearance hold
           COPY STULDGSL.
      * shared subject master, for the units
           COPY SUBJSL.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-LINE     PIC X(80).

           COPY RUNLOGFD.
           COPY STULDGFD.
           COPY SUBJFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared student-ledger working-storage
           COPY STULDGWS.
      * shared subject-master and GWA working-storage
           COPY SUBJWS.
           COPY GWAWS.

       01  WS-STU-STATUS  PIC XX VALUE SPACES.
       01  WS-HIST-STATUS PIC XX VALUE SPACES.
       01  WS-SORT-J      PIC 9(3) VALUE 0.
       01  WS-LOW-IDX     PIC 9(3) VALUE 0.
       01  WS-HOLD-ENTRY  PIC X(100) VALUE SPACES.
       01  WS-PAST-DUE-DISP PIC ZZZ,ZZ9.99.

      * every record on file for the student - the archived
      *terms and the current one - sorted on school year/term
           05 GL-REM      PIC X(11).
           05 FILLER      PIC X(11) VALUE SPACES.

       01  GWA-LINE.
           05 FILLER      PIC X(4)  VALUE SPACES.
           05 FILLER      PIC X(7)  VALUE "Units: ".
           05 GG-UNITS    PIC ZZ9.9.
           05 GG-FLAG     PIC X.
           05 FILLER      PIC X(11) VALUE " Term GWA: ".
           05 GG-TERM-GWA PIC 9.9999.
           05 FILLER      PIC X(18) VALUE "  Cumulative GWA: ".
           05 GG-CUM-GWA  PIC 9.9999.
           05 FILLER      PIC X(2)  VALUE " (".
           05 GG-CUM-UNITS PIC ZZZ9.9.
           05 FILLER      PIC X(7)  VALUE " units)".
           05 FILLER      PIC X(7)  VALUE SPACES.

       01  NO-GWA-LINE.
           05 FILLER      PIC X(4)  VALUE SPACES.
           05 FILLER      PIC X(36) VALUE
              "Not yet graded - no GWA for the term".
           05 FILLER      PIC X(40) VALUE SPACES.

       01  FOOTER-LINE.
           05 FILLER      PIC X(14) VALUE "Terms Listed: ".
           05 FT-COUNT    PIC ZZ9.
           05 FILLER      PIC X(63) VALUE SPACES.

       01  CUM-LINE.
           05 FILLER      PIC X(16) VALUE "Cumulative GWA: ".
           05 CL-CUM-GWA  PIC 9.9999.
           05 FILLER      PIC X(6)  VALUE " over ".
           05 CL-CUM-UNITS PIC ZZZ9.9.
           05 FILLER      PIC X(6)  VALUE " units".
           05 FILLER      PIC X(40) VALUE SPACES.

       01  DEFAULT-LINE.
           05 FILLER      PIC X(40) VALUE
              "* a subject not on the subject master is".
           05 FILLER      PIC X(12) VALUE " weighed at ".
           05 DF-UNITS    PIC 9.9.
           05 FILLER      PIC X(25) VALUE " units".

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           DISPLAY "Student number for the transcript: ".
               GOBACK
           END-IF.

      * no transcript leaves the registrar while the cashier
      *holds a balance past the term's deadline
           MOVE WS-WANTED-SNO TO WS-SLG-SNO.
           MOVE WS-RUNLOG-DATE TO WS-SLG-ASOF.
           PERFORM STULDG-SCAN-RTN.
           IF WS-SLG-HOLD-SW = 'Y'
               MOVE WS-SLG-PAST-DUE TO WS-PAST-DUE-DISP
               DISPLAY "TRANSCRIPT: *** CLEARANCE HOLD ON "
                   WS-WANTED-SNO " - " WS-PAST-DUE-DISP
                   " PAST THE TERM'S DEADLINE. ***"
               DISPLAY "TRANSCRIPT: NOT ISSUED - REFER THE STUDENT "
                   "TO THE CASHIER."
               PERFORM RUNLOG-END-RTN
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * a short subject table would weigh subjects the master
      *carries at the default units on an official record
           PERFORM SUBJ-LOAD-RTN.
           IF WS-SBJ-OVFL-SW = 'Y'
               DISPLAY "TRANSCRIPT: *** SUBJECT HAS MORE SUBJECTS "
                   "THAN THE TABLE - 300. ***"
               DISPLAY "TRANSCRIPT: NOT ISSUED."
               PERFORM RUNLOG-END-RTN
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 200-SORT-TERMS.
           PERFORM 250-WEIGH-TERMS.
           PERFORM 300-PRINT-TRANSCRIPT.

           MOVE WS-TERM-COUNT TO WS-RUNLOG-COUNT.
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="TRANSCRIPT"==.

      * shared student-ledger paragraphs
           COPY STULDGRTN.

      * shared subject-master and GWA paragraphs
           COPY SUBJRTN.
           COPY GWARTN.

      * the archived terms; each image reads back through
      *the record layout to pick the wanted student's rows
       100-GATHER-HISTORY.
               MOVE WS-SORT-J TO WS-LOW-IDX
           END-IF.

      * every graded term weighed by its subjects' units, the
      *cumulative running from the first
       250-WEIGH-TERMS.
           PERFORM 260-WEIGH-ONE-TERM
               VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > WS-TT-COUNT.
           PERFORM GWA-FINISH-RTN.

       260-WEIGH-ONE-TERM.
           MOVE TT-RECORD(TT-IDX) TO STUDENT-REC.
           MOVE R-SNO TO WS-GWA-SNO.
           MOVE R-SY TO WS-GWA-SY.
           MOVE R-TERM TO WS-GWA-TERM.
           MOVE R-SUBJ TO WS-GWA-SUBJ.
           MOVE R-AVG TO WS-GWA-GRADE.
           MOVE R-REM TO WS-GWA-REM.
           PERFORM GWA-ADD-RTN.

       300-PRINT-TRANSCRIPT.
           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE.
           MOVE WS-TERM-COUNT TO FT-COUNT.
           WRITE PRINT-LINE FROM FOOTER-LINE.
      * the student's last graded term carries the cumulative
           IF WS-GWA-COUNT > 0
               MOVE GWT-CUM-GWA(WS-GWA-COUNT) TO CL-CUM-GWA
               MOVE GWT-CUM-UNITS(WS-GWA-COUNT) TO CL-CUM-UNITS
               WRITE PRINT-LINE FROM CUM-LINE
           END-IF.
           IF WS-GWA-DEFAULTS > 0
               MOVE WS-SBJ-DEFAULT TO DF-UNITS
               WRITE PRINT-LINE FROM DEFAULT-LINE
           END-IF.

       310-PRINT-ONE-TERM.
           MOVE TT-RECORD(TT-IDX) TO STUDENT-REC.
           MOVE R-REM TO GL-REM.
           WRITE PRINT-LINE FROM GRADE-LINE.
           ADD 1 TO WS-TERM-COUNT.
      * the term's GWA follows its last subject
           IF TT-IDX = WS-TT-COUNT
               PERFORM 320-PRINT-TERM-GWA
           ELSE
               IF WS-TT-KEY(TT-IDX + 1) NOT = WS-TT-KEY(TT-IDX)
                   PERFORM 320-PRINT-TERM-GWA
               END-IF
           END-IF.

       320-PRINT-TERM-GWA.
           MOVE R-SNO TO WS-GWA-SNO.
           MOVE R-SY TO WS-GWA-SY.
           MOVE R-TERM TO WS-GWA-TERM.
           PERFORM GWA-FIND-RTN.
           IF WS-GWA-HIT = 0
               WRITE PRINT-LINE FROM NO-GWA-LINE
           ELSE
               MOVE GWT-TERM-UNITS(WS-GWA-HIT) TO GG-UNITS
               IF GWT-DEFAULTED(WS-GWA-HIT) > 0
                   MOVE "*" TO GG-FLAG
               ELSE
                   MOVE SPACE TO GG-FLAG
               END-IF
               MOVE GWT-TERM-GWA(WS-GWA-HIT) TO GG-TERM-GWA
               MOVE GWT-CUM-GWA(WS-GWA-HIT) TO GG-CUM-GWA
               MOVE GWT-CUM-UNITS(WS-GWA-HIT) TO GG-CUM-UNITS
               WRITE PRINT-LINE FROM GWA-LINE
           END-IF.
