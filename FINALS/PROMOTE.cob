      *                shutdown, the same protocol as KEZIA-REV -
      *                the STUDCTL hash and the audit trail both
      *                assume a single writer on the master.
      *2026-10-15  LP  A student under a clearance hold - a balance
      *                on the STULEDGR student ledger past the
      *                term's payment deadline as of the business
      *                date - is neither promoted nor graduated; the
      *                record stays as it is, listed HELD and
      *                counted on the footer, until the cashier has
      *                posted the payment and the roll is rerun.
      *2026-10-15  LP  A record ENLISTMENT has opened for a new term
      *                and no grades have reached yet (no remark) is
      *                SKIPPED - there is no standing to promote on.
      *2026-10-15  LP  A candidate for graduation is first audited
      *                against the CURRIC curriculum of their course
      *                over STUHIST and the current term, as
      *                DEGREE-AUDIT does; one with a required subject
      *                not yet passed - or whose course has no
      *                curriculum on file - stays on the master,
      *                listed INCOMPLETE or NO CURRIC with the count
      *                missing, and is counted on the footer.
      *2026-10-15  LP  A DROPPED remark - a student GRADE-POST
      *                dropped for absences - retains the student
      *                the same as FAILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY MLOCKSL
               REPLACING ==MLOCK-FILENAME== BY =="STUDENT.LCK"==.

      * shared student ledger, for the clearance hold
           COPY STULDGSL.

      * the archived terms and the curriculum, for the degree
      *audit of a candidate for graduation
           SELECT HIST-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           COPY CURRSL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  BUSDATE-REC.
           02 BD-DATE     PIC 9(08).

       FD  HIST-FILE
           LABEL RECORD IS OMITTED.
       01  HIST-REC       PIC X(100).

       COPY MLOCKFD.
       COPY STULDGFD.
       COPY CURRFD.

       WORKING-STORAGE SECTION.
      * shared master-lock working-storage
       COPY MLOCKWS.
      * shared student-ledger working-storage
       COPY STULDGWS.
      * shared curriculum and degree-audit working-storage
       COPY CURRWS.

       01  WS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ARCH-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-TIME  PIC 9(8) VALUE 0.
       01  WS-BEFORE-IMAGE PIC X(100) VALUE SPACES.
       01  WS-YEAR        PIC 9 VALUE 0.
       01  WS-HIST-STATUS PIC XX VALUE SPACES.
       01  WS-HIST-EOF    PIC X VALUE 'N'.
       01  WS-AUDIT-OK-SW PIC X VALUE 'Y'.
       01  WS-STU-HOLD    PIC X(87) VALUE SPACES.
       01  WS-SHORT       PIC 999 VALUE 0.
       01  WS-AUDIT-SNO   PIC 9(5) VALUE 0.

       01  WS-COUNTS.
           05 WS-PROMOTED PIC 9(4) VALUE 0.
           05 WS-RETAINED PIC 9(4) VALUE 0.
           05 WS-GRADUATED PIC 9(4) VALUE 0.
           05 WS-SKIPPED  PIC 9(4) VALUE 0.
           05 WS-HELD     PIC 9(4) VALUE 0.
           05 WS-INCOMPLETE PIC 9(4) VALUE 0.

       01  HDR-1.
           02 FILLER PIC X(38) VALUE SPACES.
           02 DL-YS    PIC X(5).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DL-ACTION PIC X(10).
           02 FILLER   PIC X(2)  VALUE SPACES.
           02 DL-NOTE  PIC X(27).

       01  FOOTER-LINE.
           02 FILLER   PIC X(10) VALUE "Promoted: ".
           02 FT-GRAD  PIC ZZZ9.
           02 FILLER   PIC X(11) VALUE "  Skipped: ".
           02 FT-SKIP  PIC ZZZ9.
           02 FILLER   PIC X(8)  VALUE "  Held: ".
           02 FT-HELD  PIC ZZZ9.
           02 FILLER   PIC X(5)  VALUE SPACES.

       01  FOOTER-LINE-2.
           02 FILLER   PIC X(36) VALUE
              "Held back, requirements missing: ".
           02 FT-INCOMP PIC ZZZ9.
           02 FILLER   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
               STOP RUN
           END-IF.

      * a short curriculum table would graduate students on
      *part of their requirements - change nothing
           PERFORM CURR-LOAD-RTN.
           IF WS-CUR-OVFL-SW = 'Y'
               DISPLAY 'PROMOTE-RUN: *** CURRIC HAS MORE SUBJECTS '
                   'THAN THE TABLE - 400. ***'
               DISPLAY 'PROMOTE-RUN: NOTHING CHANGED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * one writer at a time on the master
           MOVE WS-OPERATOR TO WS-MLOCK-HOLDER.
           PERFORM MLOCK-TAKE-RTN.
           MOVE WS-RETAINED TO FT-RET.
           MOVE WS-GRADUATED TO FT-GRAD.
           MOVE WS-SKIPPED TO FT-SKIP.
           MOVE WS-HELD TO FT-HELD.
           WRITE PRINT-LINE FROM FOOTER-LINE.
           MOVE WS-INCOMPLETE TO FT-INCOMP.
           WRITE PRINT-LINE FROM FOOTER-LINE-2.

           CLOSE STUDENT-FILE
                 AUDIT-FILE
           PERFORM MLOCK-FREE-RTN.
           DISPLAY 'PROMOTE-RUN: ' WS-PROMOTED ' PROMOTED, '
               WS-RETAINED ' RETAINED, ' WS-GRADUATED
               ' GRADUATED, ' WS-HELD ' HELD, ' WS-INCOMPLETE
               ' INCOMPLETE.'.
           STOP RUN.

      * the operator comes off the menu's sign-on session
               CLOSE BUSDATE-FILE
           END-IF.

      * one record decided per read: FAILED or DROPPED
      *retains, a year-4 passer graduates to the archive,
      *everyone else moves up a year; a year & section the roll
      *cannot read is skipped and said so, and a student under
      *a clearance hold stays where they are, as does a year-4
      *passer the degree audit finds short of their course
       ROLL-ONE-RTN.
           READ STUDENT-FILE NEXT
               AT END MOVE 'Y' TO WS-EOF-SW
           MOVE R-SNO TO DL-SNO.
           MOVE R-SNA TO DL-SNA.
           MOVE R-YS TO DL-YS.
           MOVE SPACES TO DL-NOTE.
           MOVE R-SNO TO WS-SLG-SNO.
           MOVE WS-TODAY TO WS-SLG-ASOF.
           PERFORM STULDG-SCAN-RTN.
           MOVE 'Y' TO WS-AUDIT-OK-SW.
           IF R-YS(1:1) = '4' AND R-REM NOT = SPACES
               AND R-REM NOT = "FAILED" AND R-REM NOT = "DROPPED"
               AND WS-SLG-HOLD-SW NOT = 'Y'
               PERFORM DEGREE-CHECK-RTN
           END-IF.
           EVALUATE TRUE
               WHEN R-YS(1:1) NOT NUMERIC OR R-REM = SPACES
                   MOVE "SKIPPED" TO DL-ACTION
                   ADD 1 TO WS-SKIPPED
               WHEN WS-SLG-HOLD-SW = 'Y'
                   MOVE "HELD" TO DL-ACTION
                   ADD 1 TO WS-HELD
               WHEN R-REM = "FAILED" OR R-REM = "DROPPED"
                   MOVE "RETAINED" TO DL-ACTION
                   ADD 1 TO WS-RETAINED
               WHEN WS-AUDIT-OK-SW = 'N'
                   ADD 1 TO WS-INCOMPLETE
               WHEN R-YS(1:1) = '4'
                   PERFORM GRADUATE-ONE-RTN
                   MOVE "GRADUATED" TO DL-ACTION
           END-REWRITE.
           MOVE R-YS TO DL-YS.

      * the candidate's record of every term against the
      *curriculum of their course; anything required and not
      *yet passed holds graduation back. The record is kept
      *whole while the archive reads back through its layout.
       DEGREE-CHECK-RTN.
           MOVE STUDENT-REC TO WS-STU-HOLD.
           MOVE R-SNO TO WS-AUDIT-SNO.
           MOVE R-CRS-DESC TO WS-CUR-CRS.
           PERFORM CURR-START-RTN.
           IF WS-CUR-REQS = 0
               MOVE 'N' TO WS-AUDIT-OK-SW
               MOVE "NO CURRIC" TO DL-ACTION
               MOVE "NO CURRICULUM FOR COURSE" TO DL-NOTE
           ELSE
               MOVE 'N' TO WS-HIST-EOF
               MOVE 'N' TO WS-CUR-NOW-SW
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS NOT = "35"
                   PERFORM DEGREE-HIST-RTN UNTIL WS-HIST-EOF = 'Y'
                   CLOSE HIST-FILE
               END-IF
               MOVE WS-STU-HOLD TO STUDENT-REC
               MOVE 'Y' TO WS-CUR-NOW-SW
               PERFORM DEGREE-TAKE-RTN
               PERFORM CURR-TALLY-RTN
               IF WS-CUR-DONE < WS-CUR-REQS
                   MOVE 'N' TO WS-AUDIT-OK-SW
                   MOVE "INCOMPLETE" TO DL-ACTION
                   COMPUTE WS-SHORT = WS-CUR-REQS - WS-CUR-DONE
                   STRING WS-SHORT " REQUIREMENT(S) MISSING"
                       DELIMITED BY SIZE INTO DL-NOTE
               END-IF
           END-IF.
           MOVE WS-STU-HOLD TO STUDENT-REC.

       DEGREE-HIST-RTN.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   MOVE HIST-REC TO STUDENT-REC
                   IF R-SNO = WS-AUDIT-SNO
                       PERFORM DEGREE-TAKE-RTN
                   END-IF
           END-READ.

       DEGREE-TAKE-RTN.
           MOVE R-SUBJ TO WS-CUR-SUBJ.
           MOVE R-REM TO WS-CUR-REM.
           MOVE R-SY TO WS-CUR-SY.
           MOVE R-TERM TO WS-CUR-TERM.
           MOVE R-AVG TO WS-CUR-GRADE.
           PERFORM CURR-TAKE-RTN.

      * the graduate's record leaves the live master whole
      *for the archive; the control totals shrink with it
       GRADUATE-ONE-RTN.
      * shared master-lock paragraphs
       COPY MLOCKRTN
           REPLACING ==MLOCK-FILENAME== BY =="STUDENT.LCK"==.

      * shared student-ledger paragraphs
       COPY STULDGRTN.

      * shared curriculum and degree-audit paragraphs
       COPY CURRRTN.
