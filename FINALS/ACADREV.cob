       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACAD-REVIEW.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the term-end academic standing
      *                review, the other end of the class from the
      *                honors roll. For the latest graded term on
      *                STUDENT.TXT it counts each student's failing
      *                marks (FAILED or DROPPED): more than the
      *                policy allows (SCHPARMS key PROB-FAILS,
      *                compiled default 1) places a student on
      *                probation, and a second such term while on
      *                probation dismisses; a probationer back
      *                within the policy has the probation lifted.
      *                The standing is carried on PROBATN from term
      *                to term. Every scholar on the SCHOLAR master
      *                whose term GWA is poorer than the grant's
      *                minimum, or whose units fall short of its
      *                load, goes on the notice list. Review to
      *                ACADREV.OUT, a letter for each case to
      *                ACADLTR.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS R-SNO
               ALTERNATE RECORD KEY IS R-SNA WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

      * the registrar's parameters file, as HONORS-LIST reads it
           SELECT PARM-FILE ASSIGN TO "SCHPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RPT-FILE ASSIGN TO "ACADREV.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * the letters, one after another, for the dean to sign
           SELECT LTR-FILE ASSIGN TO "ACADLTR.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the review
           COPY RUNLOGSL.
      * shared subject master, for the units
           COPY SUBJSL.
      * shared scholarship master and academic standing
           COPY SCHLSL.
           COPY PROBSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
      * shared student-record layout
           COPY STUREC.

       FD  PARM-FILE
           LABEL RECORD IS OMITTED.
       01  PARM-REC.
           02 PARM-KEY    PIC X(12).
           02 PARM-VALUE  PIC 9(7)V9(4).

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE     PIC X(80).

       FD  LTR-FILE
           LABEL RECORD IS OMITTED.
       01  LETTER-LINE    PIC X(80).

           COPY RUNLOGFD.
           COPY SUBJFD.
           COPY SCHLFD.
           COPY PROBFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared subject-master and GWA working-storage
           COPY SUBJWS.
           COPY GWAWS.
      * shared scholarship and academic standing
      *working-storage
           COPY SCHLWS.
           COPY PROBWS.

       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PARM-STATUS PIC XX VALUE SPACES.
       01  WS-PARM-EOF    PIC X VALUE 'N'.
       01  LOAD-EOF-SW    PIC X VALUE 'N'.

      * the policy: more failing marks in a term than this
      *places a student on probation
       01  WS-FAIL-LIMIT  PIC 99 VALUE 1.

      * the term under review - the latest graded on the
      *master
       01  WS-REVIEW-TERM.
           05 WS-REVIEW-SY   PIC 9(4) VALUE 0.
           05 WS-REVIEW-TM   PIC 9 VALUE 0.
       01  WS-RECORD-TERM.
           05 WS-RECORD-SY   PIC 9(4) VALUE 0.
           05 WS-RECORD-TM   PIC 9 VALUE 0.

       01  WS-PRIOR       PIC X VALUE SPACE.
       01  WS-ACTION      PIC X VALUE SPACE.
           88 WS-PLACE-ON-PROBATION VALUE 'P'.
           88 WS-DISMISS            VALUE 'D'.
           88 WS-LIFT               VALUE 'L'.
           88 WS-STILL-DISMISSED    VALUE 'S'.
           88 WS-NO-ACTION          VALUE SPACE.
       01  WS-BELOW-SW    PIC X VALUE 'N'.
       01  WS-RV-HIT      PIC 9(4) VALUE 0.
       01  WS-TERM-GWA    PIC 9V9(4) VALUE 0.
       01  WS-TERM-UNITS  PIC 9(3)V9 VALUE 0.
       01  WS-PRB-FULL    PIC 9(4) VALUE 0.

       01  WS-COUNTS.
           05 WS-REVIEWED   PIC 9(5) VALUE 0.
           05 WS-PLACED     PIC 9(5) VALUE 0.
           05 WS-DISMISSED  PIC 9(5) VALUE 0.
           05 WS-LIFTED     PIC 9(5) VALUE 0.
           05 WS-NOTICES    PIC 9(5) VALUE 0.
           05 WS-NOT-GRADED PIC 9(5) VALUE 0.
           05 WS-LETTERS    PIC 9(5) VALUE 0.

      * the students graded in the term under review, in
      *student number order as the master gives them
       01  WS-REVIEW-TABLE.
           05 WS-RV-COUNT PIC 9(4) VALUE 0.
           05 WS-RV-ENTRY OCCURS 3000 TIMES INDEXED BY RV-IDX.
              10 RV-SNO     PIC 9(5).
              10 RV-SNA     PIC X(25).
              10 RV-CRS     PIC X(4).
              10 RV-YS      PIC X(5).
              10 RV-FAILS   PIC 99.

      * the figures the letters quote, edited and then
      *closed up for the STRING
       01  WS-LT-FAILS-ED PIC Z9.
       01  WS-LT-LIMIT-ED PIC Z9.
       01  WS-LT-FAILS    PIC XX VALUE SPACES.
       01  WS-LT-LIMIT    PIC XX VALUE SPACES.
       01  WS-LT-GWA      PIC 9.9999.
       01  WS-LT-UNITS-ED PIC ZZ9.9.
       01  WS-LT-UNITS    PIC X(5) VALUE SPACES.
       01  WS-LT-MIN-GWA  PIC 9.99.
       01  WS-LT-LOAD-ED  PIC Z9.9.
       01  WS-LT-LOAD     PIC X(4) VALUE SPACES.
       01  WS-LT-GRANT    PIC X(12) VALUE SPACES.
       01  WS-LT-BODY.
           05 WS-LT-BODY-LINE PIC X(80) OCCURS 3 TIMES.

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
           05 FILLER      PIC X(24) VALUE "Academic Standing Review".
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
              "   Failing marks allowed: ".
           05 TL-LIMIT    PIC Z9.
           05 FILLER      PIC X(35) VALUE SPACES.

       01  PROB-TITLE.
           05 FILLER      PIC X(40) VALUE
              "Academic Probation and Dismissal".
           05 FILLER      PIC X(40) VALUE SPACES.

       01  PROB-COLUMNS.
           05 FILLER      PIC X(40) VALUE
              "Stud  Name                      Crs  Yr&".
           05 FILLER      PIC X(40) VALUE
              "Sec Fails   Action".

       01  PROB-DETAIL.
           05 PD-SNO      PIC 9(5).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 PD-SNA      PIC X(25).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 PD-CRS      PIC X(4).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 PD-YS       PIC X(5).
           05 FILLER      PIC X(4)  VALUE SPACES.
           05 PD-FAILS    PIC Z9.
           05 FILLER      PIC X(4)  VALUE SPACES.
           05 PD-ACTION   PIC X(20).
           05 FILLER      PIC X(8)  VALUE SPACES.

       01  SCH-TITLE.
           05 FILLER      PIC X(40) VALUE
              "Scholarship Retention Notices".
           05 FILLER      PIC X(40) VALUE SPACES.

       01  SCH-COLUMNS.
           05 FILLER      PIC X(40) VALUE
              "Stud  Name                      Grant   ".
           05 FILLER      PIC X(40) VALUE
              "     GWA    Units Min  Load Status".

       01  SCH-DETAIL.
           05 SD-SNO      PIC 9(5).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 SD-SNA      PIC X(25).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 SD-GRANT    PIC X(12).
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 SD-GWA      PIC 9.9999.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 SD-UNITS    PIC ZZ9.9.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 SD-MIN-GWA  PIC 9.99.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 SD-LOAD     PIC Z9.9.
           05 FILLER      PIC X(1)  VALUE SPACES.
           05 SD-STATUS   PIC X(10).
           05 FILLER      PIC X(2)  VALUE SPACES.

       01  NONE-LINE.
           05 FILLER      PIC X(10) VALUE SPACES.
           05 FILLER      PIC X(70) VALUE "(none)".

       01  NO-TERM-LINE.
           05 FILLER      PIC X(40) VALUE
              "No graded term on the student master - n".
           05 FILLER      PIC X(40) VALUE "othing reviewed.".

       01  FOOTER-1.
           05 FILLER      PIC X(10) VALUE "Reviewed: ".
           05 FT-REVIEWED PIC ZZZZ9.
           05 FILLER      PIC X(13) VALUE "  Probation: ".
           05 FT-PLACED   PIC ZZZZ9.
           05 FILLER      PIC X(13) VALUE "  Dismissed: ".
           05 FT-DISMISSED PIC ZZZZ9.
           05 FILLER      PIC X(10) VALUE "  Lifted: ".
           05 FT-LIFTED   PIC ZZZZ9.
           05 FILLER      PIC X(14) VALUE SPACES.

       01  FOOTER-2.
           05 FILLER      PIC X(20) VALUE "Scholars on notice: ".
           05 FT-NOTICES  PIC ZZZZ9.
           05 FILLER      PIC X(14) VALUE "  Not graded: ".
           05 FT-NOT-GRADED PIC ZZZZ9.
           05 FILLER      PIC X(11) VALUE "  Letters: ".
           05 FT-LETTERS  PIC ZZZZ9.
           05 FILLER      PIC X(20) VALUE SPACES.

      * the letter's fixed parts; the body lines are built
      *for each case
       01  LETTER-DEAN.
           05 FILLER      PIC X(31) VALUE SPACES.
           05 FILLER      PIC X(18) VALUE "Office of the Dean".
           05 FILLER      PIC X(31) VALUE SPACES.

       01  LETTER-DATE.
           05 FILLER      PIC X(6)  VALUE "Date: ".
           05 LD-DATE     PIC 9(8).
           05 FILLER      PIC X(66) VALUE SPACES.

       01  LETTER-STUDENT.
           05 FILLER      PIC X(12) VALUE "Student No. ".
           05 LS-SNO      PIC 9(5).
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 LS-SNA      PIC X(25).
           05 FILLER      PIC X(35) VALUE SPACES.

       01  LETTER-COURSE.
           05 FILLER      PIC X(8)  VALUE "Course: ".
           05 LC-CRS      PIC X(4).
           05 FILLER      PIC X(18) VALUE "  Year & Section: ".
           05 LC-YS       PIC X(5).
           05 FILLER      PIC X(45) VALUE SPACES.

       01  LETTER-SUBJECT.
           05 FILLER      PIC X(4)  VALUE "Re: ".
           05 LR-TITLE    PIC X(40).
           05 FILLER      PIC X(36) VALUE SPACES.

       01  LETTER-CUT.
           05 FILLER      PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM 050-LOAD-PARMS.

           OPEN INPUT STUDENT-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "ACAD-REVIEW: STUDENT.TXT NOT FOUND."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT LTR-FILE.
           PERFORM RUNLOG-START-RTN.

      * the term GWAs over every graded record, and the
      *latest term graded, which is the one reviewed
           PERFORM SUBJ-LOAD-RTN.
           PERFORM 080-WEIGH-ONE UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE STUDENT-FILE.
           PERFORM PRB-LOAD-RTN.
           PERFORM SCH-LOAD-RTN.
      * a short table would judge students on part of their
      *term, or lose a standing carried from the last one
           IF WS-SBJ-OVFL-SW = 'Y' OR WS-GWA-OVFL-SW = 'Y'
               OR WS-PRB-OVFL-SW = 'Y' OR WS-SCH-OVFL-SW = 'Y'
               DISPLAY "ACAD-REVIEW: *** SUBJECT, TERM, PROBATION "
                   "OR SCHOLAR TABLE TOO SMALL FOR THE FILES. ***"
               PERFORM 900-ABANDON
               GOBACK
           END-IF.
           PERFORM GWA-FINISH-RTN.

           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT STUDENT-FILE.
           PERFORM 100-LOAD-ONE UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE STUDENT-FILE.
           IF WS-GWA-OVFL-SW = 'Y'
               DISPLAY "ACAD-REVIEW: *** MORE THAN 3000 STUDENTS "
                   "GRADED IN THE TERM. ***"
               PERFORM 900-ABANDON
               GOBACK
           END-IF.

           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.

           IF WS-REVIEW-SY = 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM NO-TERM-LINE
           ELSE
               PERFORM 150-REVIEW-TERM
           END-IF.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-REVIEWED TO FT-REVIEWED.
           MOVE WS-PLACED TO FT-PLACED.
           MOVE WS-DISMISSED TO FT-DISMISSED.
           MOVE WS-LIFTED TO FT-LIFTED.
           WRITE PRINT-LINE FROM FOOTER-1.
           MOVE WS-NOTICES TO FT-NOTICES.
           MOVE WS-NOT-GRADED TO FT-NOT-GRADED.
           MOVE WS-LETTERS TO FT-LETTERS.
           WRITE PRINT-LINE FROM FOOTER-2.

      * a standing that found no room on PROBATN wants the
      *registrar's attention before the next term's review
           IF WS-PRB-FULL > 0
               DISPLAY "ACAD-REVIEW: *** PROBATN FULL - "
                   WS-PRB-FULL " STANDING(S) NOT CARRIED. ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-LETTERS TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           CLOSE LTR-FILE.
           DISPLAY "ACAD-REVIEW: " WS-PLACED " ON PROBATION, "
               WS-DISMISSED " DISMISSED, " WS-LIFTED " LIFTED, "
               WS-NOTICES " SCHOLAR(S) ON NOTICE.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="ACAD-REVIEW"==.

      * shared subject-master and GWA paragraphs
           COPY SUBJRTN.
           COPY GWARTN.

      * shared scholarship and academic standing paragraphs
           COPY SCHLRTN.
           COPY PROBRTN.

       900-ABANDON.
           DISPLAY "ACAD-REVIEW: NOTHING REVIEWED.".
           MOVE 8 TO RETURN-CODE.
           PERFORM RUNLOG-END-RTN.
           CLOSE RPT-FILE.
           CLOSE LTR-FILE.

      * the policy comes from the SCHPARMS file the registrar
      *maintains; a missing file or key leaves the compiled
      *default in force
       050-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 051-READ-ONE-PARM UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARM-FILE
           END-IF.

       051-READ-ONE-PARM.
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   IF PARM-KEY = "PROB-FAILS"
                       MOVE PARM-VALUE TO WS-FAIL-LIMIT
                   END-IF
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
                   IF R-REM NOT = SPACES
                       MOVE R-SY TO WS-RECORD-SY
                       MOVE R-TERM TO WS-RECORD-TM
                       IF WS-RECORD-TERM > WS-REVIEW-TERM
                           MOVE WS-RECORD-TERM TO WS-REVIEW-TERM
                       END-IF
                   END-IF
           END-READ.

      * each student graded in the term once, with the
      *failing marks of all their subjects in it; a record not
      *yet graded or of another term is passed over
       100-LOAD-ONE.
           READ STUDENT-FILE NEXT
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   IF R-REM NOT = SPACES
                       AND R-SY = WS-REVIEW-SY
                       AND R-TERM = WS-REVIEW-TM
                       PERFORM 110-TAKE-ONE
                   END-IF
           END-READ.

       110-TAKE-ONE.
           IF WS-RV-COUNT = 0 OR RV-SNO(WS-RV-COUNT) NOT = R-SNO
               IF WS-RV-COUNT < 3000
                   ADD 1 TO WS-RV-COUNT
                   SET RV-IDX TO WS-RV-COUNT
                   MOVE R-SNO TO RV-SNO(RV-IDX)
                   MOVE R-SNA TO RV-SNA(RV-IDX)
                   MOVE R-CRS-DESC TO RV-CRS(RV-IDX)
                   MOVE R-YS TO RV-YS(RV-IDX)
                   MOVE 0 TO RV-FAILS(RV-IDX)
               ELSE
                   MOVE 'Y' TO WS-GWA-OVFL-SW
               END-IF
           END-IF.
           IF RV-SNO(WS-RV-COUNT) = R-SNO
               IF R-REM = "FAILED" OR R-REM = "DROPPED"
                   ADD 1 TO RV-FAILS(WS-RV-COUNT)
               END-IF
           END-IF.

      * the standing of every student graded, then the
      *scholars, then the standings carried to PROBATN
       150-REVIEW-TERM.
           MOVE WS-REVIEW-SY TO TL-SY.
           MOVE WS-REVIEW-TM TO TL-TERM.
           MOVE WS-FAIL-LIMIT TO TL-LIMIT.
           WRITE PRINT-LINE FROM TERM-LINE.
           MOVE WS-FAIL-LIMIT TO WS-LT-LIMIT-ED.
           IF WS-LT-LIMIT-ED(1:1) = SPACE
               MOVE WS-LT-LIMIT-ED(2:1) TO WS-LT-LIMIT
           ELSE
               MOVE WS-LT-LIMIT-ED TO WS-LT-LIMIT
           END-IF.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM PROB-TITLE.
           WRITE PRINT-LINE FROM PROB-COLUMNS.
           PERFORM 200-JUDGE-STANDING
               VARYING RV-IDX FROM 1 BY 1
               UNTIL RV-IDX > WS-RV-COUNT.
           IF WS-PLACED + WS-DISMISSED + WS-LIFTED = 0
               WRITE PRINT-LINE FROM NONE-LINE
           END-IF.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM SCH-TITLE.
           WRITE PRINT-LINE FROM SCH-COLUMNS.
           PERFORM 300-JUDGE-SCHOLAR
               VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-SCH-COUNT.
           IF WS-NOTICES + WS-NOT-GRADED = 0
               WRITE PRINT-LINE FROM NONE-LINE
           END-IF.

           PERFORM PRB-SAVE-RTN.
           MOVE WS-RV-COUNT TO WS-REVIEWED.

      * the standing the student brings to the term: the one
      *on PROBATN, or - when this term has been reviewed
      *before - the one they had before that review
       200-JUDGE-STANDING.
           MOVE RV-SNO(RV-IDX) TO WS-PRB-FIND.
           PERFORM PRB-FIND-RTN.
           MOVE SPACE TO WS-PRIOR.
           IF WS-PRB-HIT > 0
               IF PBT-REV-SY(WS-PRB-HIT) = WS-REVIEW-SY
                   AND PBT-REV-TERM(WS-PRB-HIT) = WS-REVIEW-TM
                   MOVE PBT-PRIOR(WS-PRB-HIT) TO WS-PRIOR
               ELSE
                   MOVE PBT-STATUS(WS-PRB-HIT) TO WS-PRIOR
               END-IF
           END-IF.
           IF WS-PRIOR = 'L'
               MOVE SPACE TO WS-PRIOR
           END-IF.

           EVALUATE TRUE
               WHEN WS-PRIOR = 'D'
                   MOVE 'S' TO WS-ACTION
               WHEN RV-FAILS(RV-IDX) > WS-FAIL-LIMIT
                   AND WS-PRIOR = 'P'
                   MOVE 'D' TO WS-ACTION
               WHEN RV-FAILS(RV-IDX) > WS-FAIL-LIMIT
                   MOVE 'P' TO WS-ACTION
               WHEN WS-PRIOR = 'P'
                   MOVE 'L' TO WS-ACTION
               WHEN OTHER
                   MOVE SPACE TO WS-ACTION
           END-EVALUATE.

           IF NOT WS-STILL-DISMISSED
               PERFORM 210-CARRY-STANDING
           END-IF.
           IF NOT WS-NO-ACTION
               PERFORM 220-PRINT-STANDING
           END-IF.

      * the term's outcome onto PROBATN; a student in good
      *standing with no entry needs none, one with an entry
      *keeps the standing brought to the term - on a rerun,
      *the one from before the earlier run
       210-CARRY-STANDING.
           IF WS-PRB-HIT = 0 AND NOT WS-NO-ACTION
               IF WS-PRB-COUNT < 1000
                   ADD 1 TO WS-PRB-COUNT
                   MOVE WS-PRB-COUNT TO WS-PRB-HIT
                   INITIALIZE WS-PRB-ENTRY(WS-PRB-HIT)
                   MOVE RV-SNO(RV-IDX) TO PBT-SNO(WS-PRB-HIT)
               ELSE
                   ADD 1 TO WS-PRB-FULL
               END-IF
           END-IF.
           IF WS-PRB-HIT > 0
               IF PBT-REV-SY(WS-PRB-HIT) NOT = WS-REVIEW-SY
                   OR PBT-REV-TERM(WS-PRB-HIT) NOT = WS-REVIEW-TM
                   MOVE PBT-STATUS(WS-PRB-HIT) TO PBT-PRIOR(WS-PRB-HIT)
               END-IF
               EVALUATE TRUE
                   WHEN WS-PLACE-ON-PROBATION
                       MOVE 'P' TO PBT-STATUS(WS-PRB-HIT)
                       MOVE WS-REVIEW-SY TO PBT-SINCE-SY(WS-PRB-HIT)
                       MOVE WS-REVIEW-TM
                           TO PBT-SINCE-TERM(WS-PRB-HIT)
                   WHEN WS-DISMISS
                       MOVE 'D' TO PBT-STATUS(WS-PRB-HIT)
                   WHEN WS-LIFT
                       MOVE 'L' TO PBT-STATUS(WS-PRB-HIT)
                   WHEN OTHER
                       MOVE PBT-PRIOR(WS-PRB-HIT)
                           TO PBT-STATUS(WS-PRB-HIT)
               END-EVALUATE
               MOVE WS-REVIEW-SY TO PBT-REV-SY(WS-PRB-HIT)
               MOVE WS-REVIEW-TM TO PBT-REV-TERM(WS-PRB-HIT)
               MOVE RV-FAILS(RV-IDX) TO PBT-FAILS(WS-PRB-HIT)
               MOVE WS-RUNLOG-DATE TO PBT-DATE(WS-PRB-HIT)
           END-IF.

      * a dismissed student graded again is listed for the
      *registrar, with no letter - the dismissal letter has
      *gone
       220-PRINT-STANDING.
           MOVE RV-SNO(RV-IDX) TO PD-SNO.
           MOVE RV-SNA(RV-IDX) TO PD-SNA.
           MOVE RV-CRS(RV-IDX) TO PD-CRS.
           MOVE RV-YS(RV-IDX) TO PD-YS.
           MOVE RV-FAILS(RV-IDX) TO PD-FAILS.
           MOVE RV-FAILS(RV-IDX) TO WS-LT-FAILS-ED.
           IF WS-LT-FAILS-ED(1:1) = SPACE
               MOVE WS-LT-FAILS-ED(2:1) TO WS-LT-FAILS
           ELSE
               MOVE WS-LT-FAILS-ED TO WS-LT-FAILS
           END-IF.
           MOVE SPACES TO WS-LT-BODY.
           EVALUATE TRUE
               WHEN WS-PLACE-ON-PROBATION
                   MOVE "PLACED ON PROBATION" TO PD-ACTION
                   ADD 1 TO WS-PLACED
                   MOVE "NOTICE OF ACADEMIC PROBATION" TO LR-TITLE
                   PERFORM 230-FAILS-LINE
                   STRING WS-LT-LIMIT DELIMITED BY SPACE
                       " the academic policy allows. You are "
                       "placed on academic probation"
                       DELIMITED BY SIZE INTO WS-LT-BODY-LINE(2)
                   MOVE "for the coming term; a further term over "
                       & "the limit will mean dismissal."
                       TO WS-LT-BODY-LINE(3)
               WHEN WS-DISMISS
                   MOVE "DISMISSED" TO PD-ACTION
                   ADD 1 TO WS-DISMISSED
                   MOVE "NOTICE OF DISMISSAL" TO LR-TITLE
                   PERFORM 230-FAILS-LINE
                   STRING WS-LT-LIMIT DELIMITED BY SPACE
                       " the academic policy allows, in a term "
                       "you were on probation."
                       DELIMITED BY SIZE INTO WS-LT-BODY-LINE(2)
                   MOVE "You are dismissed from the college under "
                       & "the academic policy."
                       TO WS-LT-BODY-LINE(3)
               WHEN WS-LIFT
                   MOVE "PROBATION LIFTED" TO PD-ACTION
                   ADD 1 TO WS-LIFTED
                   MOVE "ACADEMIC PROBATION LIFTED" TO LR-TITLE
                   STRING "Your grades for SY " WS-REVIEW-SY
                       " term " WS-REVIEW-TM
                       " are within the academic policy."
                       DELIMITED BY SIZE INTO WS-LT-BODY-LINE(1)
                   MOVE "The academic probation placed on you is "
                       & "lifted and you return to"
                       TO WS-LT-BODY-LINE(2)
                   MOVE "good standing." TO WS-LT-BODY-LINE(3)
               WHEN OTHER
                   MOVE "ALREADY DISMISSED" TO PD-ACTION
           END-EVALUATE.
           WRITE PRINT-LINE FROM PROB-DETAIL.
           IF NOT WS-STILL-DISMISSED
               MOVE RV-SNO(RV-IDX) TO LS-SNO
               MOVE RV-SNA(RV-IDX) TO LS-SNA
               MOVE RV-CRS(RV-IDX) TO LC-CRS
               MOVE RV-YS(RV-IDX) TO LC-YS
               PERFORM 400-WRITE-LETTER
           END-IF.

       230-FAILS-LINE.
           STRING "Your grades for SY " WS-REVIEW-SY
               " term " WS-REVIEW-TM " carry "
               DELIMITED BY SIZE
               WS-LT-FAILS DELIMITED BY SPACE
               " failing mark(s), more than the"
               DELIMITED BY SIZE INTO WS-LT-BODY-LINE(1).

      * a scholar graded in the term is held to the grant's
      *standard - a term GWA no poorer than its minimum on at
      *least its load; one not graded in it is listed only
       300-JUDGE-SCHOLAR.
           MOVE 0 TO WS-RV-HIT.
           PERFORM 305-FIND-REVIEWED
               VARYING RV-IDX FROM 1 BY 1
               UNTIL RV-IDX > WS-RV-COUNT OR WS-RV-HIT > 0.
           MOVE SCT-SNO(SC-IDX) TO SD-SNO.
           MOVE SCT-GRANT(SC-IDX) TO SD-GRANT.
           MOVE SCT-MIN-GWA(SC-IDX) TO SD-MIN-GWA.
           MOVE SCT-MIN-LOAD(SC-IDX) TO SD-LOAD.
           IF WS-RV-HIT = 0
               MOVE "(NOT GRADED IN THE TERM)" TO SD-SNA
               MOVE 0 TO SD-GWA SD-UNITS
               MOVE "NOT GRADED" TO SD-STATUS
               WRITE PRINT-LINE FROM SCH-DETAIL
               ADD 1 TO WS-NOT-GRADED
           ELSE
               PERFORM 310-CHECK-SCHOLAR
           END-IF.

       305-FIND-REVIEWED.
           IF RV-SNO(RV-IDX) = SCT-SNO(SC-IDX)
               SET WS-RV-HIT TO RV-IDX
           END-IF.

       310-CHECK-SCHOLAR.
           SET RV-IDX TO WS-RV-HIT.
           MOVE RV-SNO(RV-IDX) TO WS-GWA-SNO.
           MOVE WS-REVIEW-SY TO WS-GWA-SY.
           MOVE WS-REVIEW-TM TO WS-GWA-TERM.
           PERFORM GWA-FIND-RTN.
           MOVE 0 TO WS-TERM-GWA WS-TERM-UNITS.
           IF WS-GWA-HIT > 0
               MOVE GWT-TERM-GWA(WS-GWA-HIT) TO WS-TERM-GWA
               MOVE GWT-TERM-UNITS(WS-GWA-HIT) TO WS-TERM-UNITS
           END-IF.
           MOVE 'N' TO WS-BELOW-SW.
           IF WS-TERM-UNITS < SCT-MIN-LOAD(SC-IDX)
               OR WS-TERM-UNITS = 0
               OR WS-TERM-GWA > SCT-MIN-GWA(SC-IDX)
               MOVE 'Y' TO WS-BELOW-SW
           END-IF.
           IF WS-BELOW-SW = 'Y'
               ADD 1 TO WS-NOTICES
               MOVE RV-SNA(RV-IDX) TO SD-SNA
               MOVE WS-TERM-GWA TO SD-GWA
               MOVE WS-TERM-UNITS TO SD-UNITS
               MOVE "ON NOTICE" TO SD-STATUS
               WRITE PRINT-LINE FROM SCH-DETAIL
               PERFORM 320-SCHOLAR-LETTER
           END-IF.

       320-SCHOLAR-LETTER.
           MOVE WS-TERM-GWA TO WS-LT-GWA.
           MOVE WS-TERM-UNITS TO WS-LT-UNITS-ED.
           EVALUATE TRUE
               WHEN WS-LT-UNITS-ED(1:2) = SPACES
                   MOVE WS-LT-UNITS-ED(3:3) TO WS-LT-UNITS
               WHEN WS-LT-UNITS-ED(1:1) = SPACE
                   MOVE WS-LT-UNITS-ED(2:4) TO WS-LT-UNITS
               WHEN OTHER
                   MOVE WS-LT-UNITS-ED TO WS-LT-UNITS
           END-EVALUATE.
           MOVE SCT-MIN-GWA(SC-IDX) TO WS-LT-MIN-GWA.
           MOVE SCT-MIN-LOAD(SC-IDX) TO WS-LT-LOAD-ED.
           IF WS-LT-LOAD-ED(1:1) = SPACE
               MOVE WS-LT-LOAD-ED(2:3) TO WS-LT-LOAD
           ELSE
               MOVE WS-LT-LOAD-ED TO WS-LT-LOAD
           END-IF.
           MOVE SCT-GRANT(SC-IDX) TO WS-LT-GRANT.
           MOVE SPACES TO WS-LT-BODY.
           MOVE "SCHOLARSHIP RETENTION NOTICE" TO LR-TITLE.
           STRING "Your term GWA for SY " WS-REVIEW-SY
               " term " WS-REVIEW-TM " is " WS-LT-GWA " on "
               DELIMITED BY SIZE
               WS-LT-UNITS DELIMITED BY SPACE
               " units."
               DELIMITED BY SIZE INTO WS-LT-BODY-LINE(1).
           STRING "Your " DELIMITED BY SIZE
               WS-LT-GRANT DELIMITED BY "  "
               " grant asks a GWA of " WS-LT-MIN-GWA
               " or better on at least "
               DELIMITED BY SIZE
               WS-LT-LOAD DELIMITED BY SPACE
               " units."
               DELIMITED BY SIZE INTO WS-LT-BODY-LINE(2).
           MOVE "The grant is under review; the scholarship "
               & "office will write to you."
               TO WS-LT-BODY-LINE(3).
           MOVE RV-SNO(RV-IDX) TO LS-SNO.
           MOVE RV-SNA(RV-IDX) TO LS-SNA.
           MOVE RV-CRS(RV-IDX) TO LC-CRS.
           MOVE RV-YS(RV-IDX) TO LC-YS.
           PERFORM 400-WRITE-LETTER.

      * one letter: the heading, the student, the subject, the
      *body built for the case, the dean's office, and a rule
      *to cut along
       400-WRITE-LETTER.
           WRITE LETTER-LINE FROM HEADER-1.
           WRITE LETTER-LINE FROM HEADER-2.
           WRITE LETTER-LINE FROM LETTER-DEAN.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-RUNLOG-DATE TO LD-DATE.
           WRITE LETTER-LINE FROM LETTER-DATE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM LETTER-STUDENT.
           WRITE LETTER-LINE FROM LETTER-COURSE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM LETTER-SUBJECT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM WS-LT-BODY-LINE(1).
           WRITE LETTER-LINE FROM WS-LT-BODY-LINE(2).
           WRITE LETTER-LINE FROM WS-LT-BODY-LINE(3).
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE FROM LETTER-DEAN.
           WRITE LETTER-LINE FROM LETTER-CUT.
           ADD 1 TO WS-LETTERS.
