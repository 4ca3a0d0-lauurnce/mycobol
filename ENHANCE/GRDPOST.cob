      *                shutdown, the same protocol as KEZIA-REV -
      *                the STUDCTL hash and the audit trail both
      *                assume a single writer on the master.
      *2026-10-15  LP  Each run now marks the subject-sections it
      *                posted grades for as submitted: one GRDSUBM
      *                record per subject and section with the
      *                business date, the grades posted and the
      *                operator, for the registrar's grade sheets
      *                and delinquency report. The section is the
      *                one ENLISTMENT has the student in for the
      *                subject that term, the student's own year
      *                and section when there is no enlistment.
      *                The sections are listed at the foot of
      *                GRDPOST.OUT.
      *2026-10-15  LP  A row GRADES marked dropped for absences now
      *                posts the DROPPED remark with a 5.00 grade
      *                through the same audited path, instead of
      *                being reported incomplete; the drops are
      *                counted at the foot of GRDPOST.OUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY MLOCKSL
               REPLACING ==MLOCK-FILENAME== BY =="STUDENT.LCK"==.

      * shared subject offerings and enlistments, for the
      *section a grade was posted to, and the submissions
           COPY OFFERSL.
           COPY ENLSTSL.
           COPY GSUBSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE
           02 BD-DATE     PIC 9(08).

       COPY MLOCKFD.
       COPY OFFERFD.
       COPY ENLSTFD.
       COPY GSUBFD.

       WORKING-STORAGE SECTION.
      * shared master-lock working-storage
       COPY MLOCKWS.
      * shared offering, enlistment and grade-submission
      *working-storage
       COPY OFFERWS.
       COPY ENLSTWS.
       COPY GSUBWS.

       01  WS-CALC-STATUS PIC XX VALUE SPACES.
       01  WS-FILE-STATUS PIC XX VALUE SPACES.
           05 WS-POSTED   PIC 9(4) VALUE 0.
           05 WS-UNMATCHED PIC 9(4) VALUE 0.
           05 WS-INCOMPLETE PIC 9(4) VALUE 0.
           05 WS-DROPPED  PIC 9(4) VALUE 0.

      * the subject-sections this run posted to, with the
      *grades posted to each
       01  WS-SUBM-TABLE.
           05 WS-SUBM-COUNT PIC 999 VALUE 0.
           05 WS-SUBM-ENTRY OCCURS 300 TIMES INDEXED BY SB-IDX.
              10 SB-OFFER     PIC X(16).
              10 SB-COUNT     PIC 9(4).
       01  WS-SUBM-HIT    PIC 999 VALUE 0.
       01  WS-SUBM-OVFL   PIC 9(4) VALUE 0.

      * the percentage under transmutation and its result
       01  WS-PCT         PIC 999V99 VALUE 0.
           02 DL-NOTE  PIC X(30).
           02 FILLER   PIC X(35) VALUE SPACES.

       01  SUBM-HEAD.
           02 FILLER   PIC X(39) VALUE
              "Subject-Sections Marked Submitted".
           02 FILLER   PIC X(41) VALUE SPACES.

       01  SUBM-LINE.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 SL-SUBJ  PIC X(6).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 SL-SECT  PIC X(5).
           02 FILLER   PIC X(5)  VALUE "  SY ".
           02 SL-SY    PIC 9(4).
           02 FILLER   PIC X(7)  VALUE "  Term ".
           02 SL-TERM  PIC 9.
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 SL-COUNT PIC ZZZ9.
           02 FILLER   PIC X(16) VALUE " grade(s) posted".
           02 FILLER   PIC X(26) VALUE SPACES.

       01  FOOTER-LINE.
           02 FILLER   PIC X(9)  VALUE "Posted: ".
           02 FT-POST  PIC ZZZ9.
           02 FT-UNM   PIC ZZZ9.
           02 FILLER   PIC X(14) VALUE "  Incomplete: ".
           02 FT-INC   PIC ZZZ9.
           02 FILLER   PIC X(11) VALUE "  Dropped: ".
           02 FT-DRP   PIC ZZZ9.
           02 FILLER   PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           MOVE WS-POSTED TO FT-POST.
           MOVE WS-UNMATCHED TO FT-UNM.
           MOVE WS-INCOMPLETE TO FT-INC.
           MOVE WS-DROPPED TO FT-DRP.
           WRITE PRINT-LINE FROM FOOTER-LINE.

           PERFORM WRITE-SUBMISSIONS-RTN.

           CLOSE CALC-FILE
                 STUDENT-FILE
                 AUDIT-FILE
           PERFORM MLOCK-FREE-RTN.
           DISPLAY 'GRADE-POST: ' WS-POSTED ' POSTED, '
               WS-UNMATCHED ' UNMATCHED, '
               WS-INCOMPLETE ' INCOMPLETE, '
               WS-DROPPED ' DROPPED.'.
           IF WS-SUBM-OVFL > 0
               DISPLAY 'GRADE-POST: *** MORE THAN 300 SUBJECT-'
                   'SECTIONS - ' WS-SUBM-OVFL ' GRADE(S) NOT MARKED '
                   'SUBMITTED. ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * the operator comes off the menu's sign-on session
               NOT AT END PERFORM DECIDE-ONE-RTN
           END-READ.

      * only a row with both exams posts, or one dropped for
      *absences; the rest are reported so they come back through
      *the next GRADES run
       DECIDE-ONE-RTN.
           MOVE GC-SNO TO DL-SNO.
           MOVE GC-SUBJ TO DL-SUBJ.
           IF GC-COMPLETE-SW NOT = 'Y' AND GC-COMPLETE-SW NOT = 'D'
               MOVE "INCOMPLETE - NOT POSTED" TO DL-NOTE
               WRITE PRINT-LINE FROM DETAIL-LINE
               ADD 1 TO WS-INCOMPLETE

      * the percentage figures land on the 1.00-5.00 scale
      *the master carries, the remark re-derives on the posted
      *average, and the change goes through the audited path; a
      *student dropped for absences takes 5.00 and DROPPED
       APPLY-ONE-RTN.
           MOVE STUDENT-REC TO WS-BEFORE-IMAGE.
           MOVE R-AVG TO WS-OLD-AVG.

           IF GC-COMPLETE-SW = 'D'
               PERFORM APPLY-DROP-RTN
           ELSE
               PERFORM APPLY-GRADE-RTN
           END-IF.
           MOVE WS-TODAY TO R-REM-DATE.
           MOVE GC-SUBJ TO R-SUBJ.

           REWRITE STUDENT-REC
               INVALID KEY
                   MOVE "REWRITE FAILED" TO DL-NOTE
                   WRITE PRINT-LINE FROM DETAIL-LINE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RTN
                   PERFORM ROLL-CTL-RTN
                   PERFORM NOTE-SUBMISSION-RTN
                   IF GC-COMPLETE-SW = 'D'
                       MOVE "DROPPED FOR ABSENCES" TO DL-NOTE
                       ADD 1 TO WS-DROPPED
                   ELSE
                       MOVE "POSTED" TO DL-NOTE
                       ADD 1 TO WS-POSTED
                   END-IF
                   WRITE PRINT-LINE FROM DETAIL-LINE
                   END-WRITE
           END-REWRITE.

       APPLY-DROP-RTN.
           MOVE 5.00 TO R-MG.
           MOVE 5.00 TO R-FG.
           MOVE 5.00 TO R-AVG.
           MOVE "DROPPED" TO R-REM.

       APPLY-GRADE-RTN.
           MOVE GC-MID TO WS-PCT.
           PERFORM TRANSMUTE-RTN.
           MOVE WS-SCALED TO R-MG.
               WHEN OTHER
                   MOVE "FAILED" TO R-REM
           END-EVALUATE.

      * the standard transmutation: 96+ is 1.00, then
      *quarter-point steps every three percent down to 72 as
               CLOSE CTL-FILE
           END-IF.

      * the grade counts toward its subject-section: the
      *section the student stands enlisted in for the subject
      *in the master's term, else the student's own
       NOTE-SUBMISSION-RTN.
           MOVE R-SNO TO WS-ENL-SNO.
           MOVE R-SY TO WS-OFR-FIND-SY.
           MOVE R-TERM TO WS-OFR-FIND-TERM.
           MOVE GC-SUBJ TO WS-OFR-FIND-SUBJ.
           PERFORM ENL-FIND-SECT-RTN.
           IF WS-ENL-SECT = SPACES
               MOVE R-YS TO WS-ENL-SECT
           END-IF.
           MOVE WS-ENL-SECT TO WS-OFR-FIND-SECT.
           MOVE 0 TO WS-SUBM-HIT.
           PERFORM MATCH-SUBMISSION-RTN
               VARYING SB-IDX FROM 1 BY 1
               UNTIL SB-IDX > WS-SUBM-COUNT OR WS-SUBM-HIT > 0.
           IF WS-SUBM-HIT = 0
               IF WS-SUBM-COUNT < 300
                   ADD 1 TO WS-SUBM-COUNT
                   MOVE WS-SUBM-COUNT TO WS-SUBM-HIT
                   MOVE WS-OFR-FIND TO SB-OFFER(WS-SUBM-HIT)
                   MOVE 0 TO SB-COUNT(WS-SUBM-HIT)
               ELSE
                   ADD 1 TO WS-SUBM-OVFL
               END-IF
           END-IF.
           IF WS-SUBM-HIT > 0
               ADD 1 TO SB-COUNT(WS-SUBM-HIT)
           END-IF.

       MATCH-SUBMISSION-RTN.
           IF SB-OFFER(SB-IDX) = WS-OFR-FIND
               SET WS-SUBM-HIT TO SB-IDX
           END-IF.

      * every subject-section posted goes on GRDSUBM under the
      *business date, and is listed at the foot of the report
       WRITE-SUBMISSIONS-RTN.
           IF WS-SUBM-COUNT > 0
               ACCEPT WS-AUDIT-TIME FROM TIME
               OPEN EXTEND GRDSUB-FILE
               IF WS-GSB-STATUS = "35"
                   OPEN OUTPUT GRDSUB-FILE
               END-IF
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM SUBM-HEAD
               PERFORM WRITE-ONE-SUBMISSION-RTN
                   VARYING SB-IDX FROM 1 BY 1
                   UNTIL SB-IDX > WS-SUBM-COUNT
               CLOSE GRDSUB-FILE
           END-IF.

       WRITE-ONE-SUBMISSION-RTN.
           MOVE SB-OFFER(SB-IDX) TO GS-OFFER.
           MOVE WS-TODAY TO GS-DATE.
           MOVE WS-AUDIT-TIME TO GS-TIME.
           MOVE SB-COUNT(SB-IDX) TO GS-COUNT.
           MOVE WS-OPERATOR TO GS-OPER.
           WRITE GRDSUB-REC.
           MOVE GS-SUBJ TO SL-SUBJ.
           MOVE GS-SECT TO SL-SECT.
           MOVE GS-SY TO SL-SY.
           MOVE GS-TERM TO SL-TERM.
           MOVE GS-COUNT TO SL-COUNT.
           WRITE PRINT-LINE FROM SUBM-LINE.

      * shared offering and enlistment paragraphs
       COPY OFFERRTN.
       COPY ENLSTRTN.

      * shared master-lock paragraphs
       COPY MLOCKRTN
           REPLACING ==MLOCK-FILENAME== BY =="STUDENT.LCK"==.
