       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOARD-TRACER.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the licensure-exam tracer the
      *                accreditation cycle keeps asking for. Every
      *                graduate on GRADARCH is matched by name - and
      *                by birth date wherever both sides carry one -
      *                against the board's results: PRCRSLT, every
      *                examinee's result across exam years, with the
      *                PASSROLL passers roll and the LICENSES
      *                register filling in sittings PRCRSLT does not
      *                reach, the register also telling who is now
      *                licensed. A match on the full name, our school
      *                and the graduate's course is counted; a name
      *                that agrees only in part, or one sitting under
      *                another school or course, or one shared by two
      *                graduates, goes to the review list for the
      *                registrar instead. Per course and graduating
      *                batch the report shows how many took the
      *                exam, passed, are conditioned at their latest
      *                sitting and are now licensed, and the batch's
      *                first-take pass rate beside the national rate
      *                for the same sittings off PRCHIST. Graduate
      *                birth dates are read from GRADDOB when the
      *                registrar has supplied it. Report to
      *                BRDTRC.OUT, review list to BRDRVW.OUT.
      *2026-10-15  LP  The LICENSES register now carries a status
      *                and an expiry (shared LICSL/LICFD layout);
      *                a graduate counts as licensed only on a
      *                license active and unexpired on the business
      *                date, not one lapsed, suspended or revoked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the graduates PROMOTE-RUN has moved off the master
           SELECT ARCH-FILE ASSIGN TO "GRADARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      * graduate birth dates, where the registrar has them
           SELECT DOB-FILE ASSIGN TO "GRADDOB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOB-STATUS.

      * every examinee's result PRC has appended, all years
           SELECT RSLT-FILE ASSIGN TO "PRCRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.

           SELECT PROLL-FILE ASSIGN TO "PASSROLL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLL-STATUS.

           COPY LICSL.

           SELECT PHIST-FILE ASSIGN TO "PRCHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

           SELECT RPT-FILE ASSIGN TO "BRDTRC.OUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RVW-FILE ASSIGN TO "BRDRVW.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE.
       01  ARCH-REC.
           05 GA-DATE     PIC 9(8).
           05 GA-ENTRY    PIC X(100).

       FD  DOB-FILE
           LABEL RECORD IS OMITTED.
       01  DOB-REC.
           05 GD-SNO      PIC 9(5).
           05 GD-DOB      PIC X(20).

       FD  RSLT-FILE
           LABEL RECORD IS OMITTED.
       01  RSLT-REC.
           05 RR-YEAR     PIC 9(4).
           05 RR-ENO      PIC 9(10).
           05 RR-ENA      PIC X(25).
           05 RR-DOB      PIC X(20).
           05 RR-UN       PIC X(5).
           05 RR-CN       PIC X(4).
           05 RR-REM      PIC X(6).

       FD  PROLL-FILE
           LABEL RECORD IS OMITTED.
       01  PROLL-REC.
           05 PR-ENO      PIC 9(10).
           05 PR-ENA      PIC X(25).
           05 PR-UN       PIC X(5).
           05 PR-CN       PIC X(4).
           05 PR-YEAR     PIC 9(4).

           COPY LICFD.

       FD  PHIST-FILE
           LABEL RECORD IS OMITTED.
       01  PHIST-REC.
           05 PH-YEAR     PIC 9(4).
           05 PH-UNIV OCCURS 10 TIMES.
              10 PH-NAME  PIC X(5).
              10 PH-PASS  PIC 9(3).
              10 PH-FAIL  PIC 9(3).
              10 PH-COND  PIC 9(3).

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE     PIC X(80).

       FD  RVW-FILE
           LABEL RECORD IS OMITTED.
       01  REVIEW-LINE    PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

       01  STUDENT-REC.
      * shared student-record layout
           COPY STUREC.

       01  WS-ARCH-STATUS  PIC XX VALUE SPACES.
       01  WS-DOB-STATUS   PIC XX VALUE SPACES.
       01  WS-RSLT-STATUS  PIC XX VALUE SPACES.
       01  WS-ROLL-STATUS  PIC XX VALUE SPACES.
       01  WS-REG-STATUS   PIC XX VALUE SPACES.
       01  WS-PHIST-STATUS PIC XX VALUE SPACES.
       01  LOAD-EOF-SW     PIC X VALUE 'N'.
       01  WS-OVFL-SW      PIC X VALUE 'N'.

      * our own school as the board's university table
      *names it
       01  WS-OUR-SCHOOL   PIC X(5) VALUE "PUP".

      * a name shorter than this is not trusted to match in
      *part
       01  WS-PART-MIN     PIC 99 VALUE 8.

      * name and birth-date keys: letters and digits only,
      *upper case, so spacing and punctuation keyed differently
      *by the registrar and the board still agree
       01  WS-NORM-IN      PIC X(25) VALUE SPACES.
       01  WS-NORM-OUT     PIC X(25) VALUE SPACES.
       01  WS-NORM-LEN     PIC 99 VALUE 0.
       01  WS-NORM-POS     PIC 99 VALUE 0.
       01  WS-NORM-CHAR    PIC X VALUE SPACE.
           88 WS-NORM-KEEP     VALUE 'A' THRU 'Z' '0' THRU '9'.

      * the outcome of one graduate against one result
       01  WS-MATCH-KIND   PIC X VALUE SPACE.
           88 WS-NO-MATCH      VALUE SPACE.
           88 WS-SURE-MATCH    VALUE 'C'.
           88 WS-UNSURE-MATCH  VALUE 'U'.
       01  WS-MATCH-WHY    PIC X(22) VALUE SPACES.
       01  WS-SHORT-LEN    PIC 99 VALUE 0.
       01  WS-DOB-AGREE    PIC X VALUE SPACE.

      * one graduate's sittings, sure matches only
       01  WS-GR-TOOK-SW   PIC X VALUE 'N'.
       01  WS-GR-PASS-SW   PIC X VALUE 'N'.
       01  WS-GR-LIC-SW    PIC X VALUE 'N'.
       01  WS-GR-FIRST-YR  PIC 9(4) VALUE 0.
       01  WS-GR-FIRST-REM PIC X(6) VALUE SPACES.
       01  WS-GR-LAST-YR   PIC 9(4) VALUE 0.
       01  WS-GR-LAST-REM  PIC X(6) VALUE SPACES.

       01  WS-FIND-ENO     PIC 9(10) VALUE 0.
       01  WS-FIND-YEAR    PIC 9(4) VALUE 0.
       01  WS-EX-HIT       PIC 9(4) VALUE 0.
       01  WS-GR-HIT       PIC 9(4) VALUE 0.
       01  WS-NR-HIT       PIC 99 VALUE 0.
       01  WS-BT-HIT       PIC 999 VALUE 0.
       01  WS-U-IDX        PIC 99 VALUE 0.
       01  WS-PCT          PIC 999V9 VALUE 0.
       01  WS-SORT-I       PIC 999 VALUE 0.
       01  WS-SORT-J       PIC 999 VALUE 0.
       01  WS-LOW-IDX      PIC 999 VALUE 0.
       01  WS-HOLD-BATCH   PIC X(51) VALUE SPACES.
       01  PREV-CRS        PIC X(4) VALUE SPACES.
       01  WS-GRADUATES    PIC 9(5) VALUE 0.
       01  WS-RESULTS      PIC 9(5) VALUE 0.
       01  WS-SURE-COUNT   PIC 9(5) VALUE 0.
       01  WS-REVIEW-COUNT PIC 9(5) VALUE 0.

      * every graduate once, the latest archive record kept
       01  WS-GRAD-TABLE.
           05 WS-GR-COUNT  PIC 9(4) VALUE 0.
           05 WS-GR-ENTRY OCCURS 3000 TIMES INDEXED BY GR-IDX.
              10 GR-SNO       PIC 9(5).
              10 GR-NAME      PIC X(25).
              10 GR-KEY       PIC X(25).
              10 GR-KEY-LEN   PIC 99.
              10 GR-CRS       PIC X(4).
              10 GR-BATCH     PIC 9(4).
              10 GR-DOB       PIC X(25).

      * every sitting on the board's files once, by examinee
      *number and exam year, with how many graduates matched it
      *for certain
       01  WS-EXAM-TABLE.
           05 WS-EX-COUNT  PIC 9(4) VALUE 0.
           05 WS-EX-ENTRY OCCURS 5000 TIMES INDEXED BY EX-IDX.
              10 EX-ENO       PIC 9(10).
              10 EX-YEAR      PIC 9(4).
              10 EX-NAME      PIC X(25).
              10 EX-KEY       PIC X(25).
              10 EX-KEY-LEN   PIC 99.
              10 EX-DOB       PIC X(25).
              10 EX-UN        PIC X(5).
              10 EX-CN        PIC X(4).
              10 EX-REM       PIC X(6).
              10 EX-LICENSED  PIC X.
              10 EX-HITS      PIC 999.

      * each exam year's national takers and passers, the
      *latest PRCHIST run for the year standing
       01  WS-NAT-TABLE.
           05 WS-NR-COUNT  PIC 99 VALUE 0.
           05 WS-NR-ENTRY OCCURS 40 TIMES INDEXED BY NR-IDX.
              10 NR-YEAR      PIC 9(4).
              10 NR-TAKERS    PIC 9(5).
              10 NR-PASSED    PIC 9(5).

      * one line per course and graduating batch; the
      *national rate is averaged over the batch's first
      *sittings for which PRCHIST has the year
       01  WS-BATCH-TABLE.
           05 WS-BT-COUNT  PIC 999 VALUE 0.
           05 WS-BT-ENTRY OCCURS 300 TIMES INDEXED BY BT-IDX.
              10 BT-KEY.
                 15 BT-CRS       PIC X(4).
                 15 BT-SY        PIC 9(4).
              10 BT-GRADS     PIC 9(5).
              10 BT-TOOK      PIC 9(5).
              10 BT-PASSED    PIC 9(5).
              10 BT-COND      PIC 9(5).
              10 BT-LICENSED  PIC 9(5).
              10 BT-FIRST-PASS PIC 9(5).
              10 BT-NAT-N     PIC 9(5).
              10 BT-NAT-SUM   PIC 9(7)V9.

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
           05 FILLER      PIC X(24) VALUE SPACES.
           05 FILLER      PIC X(32) VALUE
              "Licensure Exam Graduate Tracer".
           05 FILLER      PIC X(24) VALUE SPACES.

       01  HEADER-3R.
           05 FILLER      PIC X(22) VALUE SPACES.
           05 FILLER      PIC X(36) VALUE
              "Licensure Tracer Matches for Review".
           05 FILLER      PIC X(22) VALUE SPACES.

       01  HEADER-DATE.
           05 FILLER      PIC X(28) VALUE SPACES.
           05 FILLER      PIC X(15) VALUE "Business Date: ".
           05 HD-DATE     PIC 9(8).
           05 FILLER      PIC X(29) VALUE SPACES.

       01  COURSE-HEADER.
           05 FILLER      PIC X(8)  VALUE "Course: ".
           05 CH-CRS      PIC X(4).
           05 FILLER      PIC X(68) VALUE SPACES.

       01  COLUMN-LINE-1.
           05 FILLER      PIC X(40) VALUE
              "  Batch   Grads    Took  Passed  Condi- ".
           05 FILLER      PIC X(40) VALUE
              "Licensed  1st-take  National".

       01  COLUMN-LINE-2.
           05 FILLER      PIC X(40) VALUE
              "     SY            exam          tioned ".
           05 FILLER      PIC X(40) VALUE
              "            pass %    rate %".

       01  BATCH-LINE.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 BL-SY       PIC 9(4).
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 BL-GRADS    PIC ZZZZ9.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 BL-TOOK     PIC ZZZZ9.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 BL-PASSED   PIC ZZZZ9.
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 BL-COND     PIC ZZZZ9.
           05 FILLER      PIC X(4)  VALUE SPACES.
           05 BL-LICENSED PIC ZZZZ9.
           05 FILLER      PIC X(5)  VALUE SPACES.
           05 BL-FIRST    PIC ZZ9.9.
           05 BL-FIRST-X REDEFINES BL-FIRST PIC X(5).
           05 FILLER      PIC X(5)  VALUE SPACES.
           05 BL-NAT      PIC ZZ9.9.
           05 BL-NAT-X REDEFINES BL-NAT PIC X(5).
           05 FILLER      PIC X(12) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER      PIC X(40) VALUE
              "No graduates on file.".
           05 FILLER      PIC X(40) VALUE SPACES.

       01  NOTE-LINE-1.
           05 FILLER      PIC X(40) VALUE
              "Conditioned: at the latest sitting. Unce".
           05 FILLER      PIC X(40) VALUE
              "rtain matches are not counted - they".

       01  NOTE-LINE-2.
           05 FILLER      PIC X(40) VALUE
              "are on the review list, BRDRVW.OUT.".
           05 FILLER      PIC X(40) VALUE SPACES.

       01  FOOTER-1.
           05 FILLER      PIC X(19) VALUE "Graduates traced:  ".
           05 FT-GRADS    PIC ZZZZ9.
           05 FILLER      PIC X(20) VALUE "  Board results:    ".
           05 FT-RESULTS  PIC ZZZZ9.
           05 FILLER      PIC X(31) VALUE SPACES.

       01  FOOTER-2.
           05 FILLER      PIC X(19) VALUE "Matched for sure:  ".
           05 FT-SURE     PIC ZZZZ9.
           05 FILLER      PIC X(20) VALUE "  Sent for review:  ".
           05 FT-REVIEW   PIC ZZZZ9.
           05 FILLER      PIC X(31) VALUE SPACES.

       01  REVIEW-GRAD-LINE.
           05 FILLER      PIC X(9)  VALUE "Graduate ".
           05 RG-SNO      PIC 9(5).
           05 FILLER      PIC X     VALUE SPACE.
           05 RG-NAME     PIC X(25).
           05 FILLER      PIC X     VALUE SPACE.
           05 RG-CRS      PIC X(4).
           05 FILLER      PIC X(7)  VALUE " batch ".
           05 RG-BATCH    PIC 9(4).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 RG-WHY      PIC X(22).

       01  REVIEW-EXAM-LINE.
           05 FILLER      PIC X(11) VALUE "  Examinee ".
           05 RX-ENO      PIC 9(10).
           05 FILLER      PIC X     VALUE SPACE.
           05 RX-NAME     PIC X(25).
           05 FILLER      PIC X     VALUE SPACE.
           05 RX-UN       PIC X(5).
           05 FILLER      PIC X     VALUE SPACE.
           05 RX-CN       PIC X(4).
           05 FILLER      PIC X     VALUE SPACE.
           05 RX-YEAR     PIC 9(4).
           05 FILLER      PIC X     VALUE SPACE.
           05 RX-REM      PIC X(6).
           05 FILLER      PIC X(10) VALUE SPACES.

       01  REVIEW-NONE-LINE.
           05 FILLER      PIC X(40) VALUE
              "No uncertain matches.".
           05 FILLER      PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT RVW-FILE.
           PERFORM RUNLOG-START-RTN.

      * the board's side: the result history first, then the
      *passers roll and the register for what it does not hold
           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT RSLT-FILE.
           IF WS-RSLT-STATUS NOT = "35"
               PERFORM 100-READ-RESULT UNTIL LOAD-EOF-SW = 'Y'
               CLOSE RSLT-FILE
           END-IF.

           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT PROLL-FILE.
           IF WS-ROLL-STATUS NOT = "35"
               PERFORM 110-READ-ROLL UNTIL LOAD-EOF-SW = 'Y'
               CLOSE PROLL-FILE
           END-IF.

           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT REG-FILE.
           IF WS-REG-STATUS NOT = "35"
               PERFORM 120-READ-REGISTER UNTIL LOAD-EOF-SW = 'Y'
               CLOSE REG-FILE
           END-IF.

           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT PHIST-FILE.
           IF WS-PHIST-STATUS NOT = "35"
               PERFORM 130-READ-NATIONAL UNTIL LOAD-EOF-SW = 'Y'
               CLOSE PHIST-FILE
           END-IF.

      * our side: the graduates, then their birth dates
           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-STATUS NOT = "35"
               PERFORM 140-READ-ARCHIVE UNTIL LOAD-EOF-SW = 'Y'
               CLOSE ARCH-FILE
           END-IF.

           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT DOB-FILE.
           IF WS-DOB-STATUS NOT = "35"
               PERFORM 150-READ-BIRTH-DATE UNTIL LOAD-EOF-SW = 'Y'
               CLOSE DOB-FILE
           END-IF.

      * a short table would leave graduates or sittings out
      *and understate every rate
           IF WS-OVFL-SW = 'Y'
               DISPLAY "BOARD-TRACER: *** MORE THAN 3000 "
                   "GRADUATES OR 5000 SITTINGS ON FILE. ***"
               DISPLAY "BOARD-TRACER: NOTHING REPORTED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               CLOSE RPT-FILE
               CLOSE RVW-FILE
               GOBACK
           END-IF.

           WRITE PRINT-LINE FROM HEADER-1.
           WRITE PRINT-LINE FROM HEADER-2.
           WRITE PRINT-LINE FROM HEADER-3.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HEADER-DATE.
           WRITE REVIEW-LINE FROM HEADER-1.
           WRITE REVIEW-LINE FROM HEADER-2.
           WRITE REVIEW-LINE FROM HEADER-3R.
           WRITE REVIEW-LINE FROM HEADER-DATE.

      * first every sure match is counted against its
      *sitting, so a sitting two graduates both claim can be
      *told apart on the second pass
           PERFORM 300-COUNT-SURE-HITS
               VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GR-COUNT.
           PERFORM 400-TRACE-ONE-GRADUATE
               VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GR-COUNT.
           IF WS-OVFL-SW = 'Y'
               DISPLAY "BOARD-TRACER: *** MORE THAN 300 "
                   "BATCHES ON FILE - SOME NOT COUNTED. ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 500-SORT-BATCHES.

           IF WS-BT-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM NONE-LINE
           ELSE
               PERFORM 600-PRINT-BATCH
                   VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > WS-BT-COUNT
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM NOTE-LINE-1
               WRITE PRINT-LINE FROM NOTE-LINE-2
           END-IF.

           IF WS-REVIEW-COUNT = 0
               MOVE SPACES TO REVIEW-LINE
               WRITE REVIEW-LINE
               WRITE REVIEW-LINE FROM REVIEW-NONE-LINE
           END-IF.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-GR-COUNT TO WS-GRADUATES.
           MOVE WS-GRADUATES TO FT-GRADS.
           MOVE WS-EX-COUNT TO WS-RESULTS.
           MOVE WS-RESULTS TO FT-RESULTS.
           WRITE PRINT-LINE FROM FOOTER-1.
           MOVE WS-SURE-COUNT TO FT-SURE.
           MOVE WS-REVIEW-COUNT TO FT-REVIEW.
           WRITE PRINT-LINE FROM FOOTER-2.

           MOVE WS-GR-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           CLOSE RVW-FILE.
           DISPLAY "BOARD-TRACER: " WS-GRADUATES " GRADUATE(S), "
               WS-SURE-COUNT " SURE MATCH(ES), " WS-REVIEW-COUNT
               " FOR REVIEW.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="BOARD-TRACER"==.

      * a rerun of PRC appends the same sittings again; the
      *later record stands
       100-READ-RESULT.
           READ RSLT-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   MOVE RR-ENO TO WS-FIND-ENO
                   MOVE RR-YEAR TO WS-FIND-YEAR
                   PERFORM 200-FIND-SITTING
                   IF WS-EX-HIT > 0
                       MOVE RR-ENA TO EX-NAME(WS-EX-HIT)
                       MOVE RR-ENA TO WS-NORM-IN
                       PERFORM 250-NORMALIZE
                       MOVE WS-NORM-OUT TO EX-KEY(WS-EX-HIT)
                       MOVE WS-NORM-LEN TO EX-KEY-LEN(WS-EX-HIT)
                       MOVE RR-DOB TO WS-NORM-IN
                       PERFORM 250-NORMALIZE
                       MOVE WS-NORM-OUT TO EX-DOB(WS-EX-HIT)
                       MOVE RR-UN TO EX-UN(WS-EX-HIT)
                       MOVE RR-CN TO EX-CN(WS-EX-HIT)
                       MOVE RR-REM TO EX-REM(WS-EX-HIT)
                   END-IF
           END-READ.

      * the roll holds passers only, and no birth date
       110-READ-ROLL.
           READ PROLL-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   MOVE PR-ENO TO WS-FIND-ENO
                   MOVE PR-YEAR TO WS-FIND-YEAR
                   PERFORM 200-FIND-SITTING
                   IF WS-EX-HIT > 0
                       AND EX-REM(WS-EX-HIT) = SPACES
                       MOVE PR-ENA TO EX-NAME(WS-EX-HIT)
                       MOVE PR-ENA TO WS-NORM-IN
                       PERFORM 250-NORMALIZE
                       MOVE WS-NORM-OUT TO EX-KEY(WS-EX-HIT)
                       MOVE WS-NORM-LEN TO EX-KEY-LEN(WS-EX-HIT)
                       MOVE PR-UN TO EX-UN(WS-EX-HIT)
                       MOVE PR-CN TO EX-CN(WS-EX-HIT)
                       MOVE "PASSED" TO EX-REM(WS-EX-HIT)
                   END-IF
           END-READ.

      * a license marks the sitting it was issued off; one
      *off a sitting the other files never held stands as a
      *passed sitting of its own, and only one still in force
      *counts the graduate licensed
       120-READ-REGISTER.
           READ REG-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   MOVE LC-ENO TO WS-FIND-ENO
                   MOVE LC-YEAR TO WS-FIND-YEAR
                   PERFORM 200-FIND-SITTING
                   IF WS-EX-HIT > 0
                       IF EX-REM(WS-EX-HIT) = SPACES
                           MOVE LC-ENA TO EX-NAME(WS-EX-HIT)
                           MOVE LC-ENA TO WS-NORM-IN
                           PERFORM 250-NORMALIZE
                           MOVE WS-NORM-OUT TO EX-KEY(WS-EX-HIT)
                           MOVE WS-NORM-LEN
                               TO EX-KEY-LEN(WS-EX-HIT)
                           MOVE LC-UN TO EX-UN(WS-EX-HIT)
                           MOVE LC-CN TO EX-CN(WS-EX-HIT)
                           MOVE "PASSED" TO EX-REM(WS-EX-HIT)
                       END-IF
                       IF LC-ACTIVE
                           AND LC-EXPIRES NOT < WS-RUNLOG-DATE
                           MOVE 'Y' TO EX-LICENSED(WS-EX-HIT)
                       END-IF
                   END-IF
           END-READ.

      * every university's counts for the year summed; a
      *later run for the same year replaces the earlier
       130-READ-NATIONAL.
           READ PHIST-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   MOVE 0 TO WS-NR-HIT
                   PERFORM 135-MATCH-YEAR
                       VARYING NR-IDX FROM 1 BY 1
                       UNTIL NR-IDX > WS-NR-COUNT OR WS-NR-HIT > 0
                   IF WS-NR-HIT = 0 AND WS-NR-COUNT < 40
                       ADD 1 TO WS-NR-COUNT
                       MOVE WS-NR-COUNT TO WS-NR-HIT
                       MOVE PH-YEAR TO NR-YEAR(WS-NR-HIT)
                   END-IF
                   IF WS-NR-HIT > 0
                       MOVE 0 TO NR-TAKERS(WS-NR-HIT)
                       MOVE 0 TO NR-PASSED(WS-NR-HIT)
                       PERFORM 137-ADD-ONE-UNIV
                           VARYING WS-U-IDX FROM 1 BY 1
                           UNTIL WS-U-IDX > 10
                   END-IF
           END-READ.

       135-MATCH-YEAR.
           IF NR-YEAR(NR-IDX) = PH-YEAR
               SET WS-NR-HIT TO NR-IDX
           END-IF.

       137-ADD-ONE-UNIV.
           ADD PH-PASS(WS-U-IDX) PH-FAIL(WS-U-IDX)
               PH-COND(WS-U-IDX) TO NR-TAKERS(WS-NR-HIT).
           ADD PH-PASS(WS-U-IDX) TO NR-PASSED(WS-NR-HIT).

      * a graduate archived twice keeps the later record
       140-READ-ARCHIVE.
           READ ARCH-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   MOVE GA-ENTRY TO STUDENT-REC
                   MOVE 0 TO WS-GR-HIT
                   PERFORM 145-MATCH-GRADUATE
                       VARYING GR-IDX FROM 1 BY 1
                       UNTIL GR-IDX > WS-GR-COUNT OR WS-GR-HIT > 0
                   IF WS-GR-HIT = 0
                       IF WS-GR-COUNT < 3000
                           ADD 1 TO WS-GR-COUNT
                           MOVE WS-GR-COUNT TO WS-GR-HIT
                           MOVE R-SNO TO GR-SNO(WS-GR-HIT)
                           MOVE SPACES TO GR-DOB(WS-GR-HIT)
                       ELSE
                           MOVE 'Y' TO WS-OVFL-SW
                       END-IF
                   END-IF
                   IF WS-GR-HIT > 0
                       MOVE R-SNA TO GR-NAME(WS-GR-HIT)
                       MOVE R-SNA TO WS-NORM-IN
                       PERFORM 250-NORMALIZE
                       MOVE WS-NORM-OUT TO GR-KEY(WS-GR-HIT)
                       MOVE WS-NORM-LEN TO GR-KEY-LEN(WS-GR-HIT)
                       MOVE R-CRS-DESC TO GR-CRS(WS-GR-HIT)
                       MOVE R-SY TO GR-BATCH(WS-GR-HIT)
                   END-IF
           END-READ.

       145-MATCH-GRADUATE.
           IF GR-SNO(GR-IDX) = R-SNO
               SET WS-GR-HIT TO GR-IDX
           END-IF.

       150-READ-BIRTH-DATE.
           READ DOB-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   MOVE GD-SNO TO R-SNO
                   MOVE 0 TO WS-GR-HIT
                   PERFORM 145-MATCH-GRADUATE
                       VARYING GR-IDX FROM 1 BY 1
                       UNTIL GR-IDX > WS-GR-COUNT OR WS-GR-HIT > 0
                   IF WS-GR-HIT > 0
                       MOVE GD-DOB TO WS-NORM-IN
                       PERFORM 250-NORMALIZE
                       MOVE WS-NORM-OUT TO GR-DOB(WS-GR-HIT)
                   END-IF
           END-READ.

      * the sitting for WS-FIND-ENO / WS-FIND-YEAR, added
      *blank when
      *not yet held
       200-FIND-SITTING.
           MOVE 0 TO WS-EX-HIT.
           PERFORM 210-MATCH-SITTING
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EX-COUNT OR WS-EX-HIT > 0.
           IF WS-EX-HIT = 0
               IF WS-EX-COUNT < 5000
                   ADD 1 TO WS-EX-COUNT
                   MOVE WS-EX-COUNT TO WS-EX-HIT
                   INITIALIZE WS-EX-ENTRY(WS-EX-HIT)
                   MOVE WS-FIND-ENO TO EX-ENO(WS-EX-HIT)
                   MOVE WS-FIND-YEAR TO EX-YEAR(WS-EX-HIT)
                   MOVE 'N' TO EX-LICENSED(WS-EX-HIT)
               ELSE
                   MOVE 'Y' TO WS-OVFL-SW
               END-IF
           END-IF.

       210-MATCH-SITTING.
           IF EX-ENO(EX-IDX) = WS-FIND-ENO
               AND EX-YEAR(EX-IDX) = WS-FIND-YEAR
               SET WS-EX-HIT TO EX-IDX
           END-IF.

      * WS-NORM-IN to WS-NORM-OUT: letters and digits only,
      *upper case, WS-NORM-LEN long
       250-NORMALIZE.
           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE 0 TO WS-NORM-LEN.
           PERFORM 255-TAKE-ONE-CHAR
               VARYING WS-NORM-POS FROM 1 BY 1
               UNTIL WS-NORM-POS > 25.

       255-TAKE-ONE-CHAR.
           MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR.
           IF WS-NORM-KEEP
               ADD 1 TO WS-NORM-LEN
               MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
           END-IF.

       300-COUNT-SURE-HITS.
           PERFORM 310-COUNT-ONE-SITTING
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EX-COUNT.

       310-COUNT-ONE-SITTING.
           PERFORM 350-COMPARE.
           IF WS-SURE-MATCH
               ADD 1 TO EX-HITS(EX-IDX)
           END-IF.

      * one graduate against one sitting. A sitting before
      *the graduating school year is not theirs. Birth dates
      *that both sides carry settle it either way; without
      *them the full name must agree and the sitting be under
      *our school and the graduate's course to be sure. A
      *name agreeing only in its leading part is for review.
       350-COMPARE.
           MOVE SPACE TO WS-MATCH-KIND.
           MOVE SPACES TO WS-MATCH-WHY.
           MOVE SPACE TO WS-DOB-AGREE.
           IF EX-YEAR(EX-IDX) < GR-BATCH(GR-IDX)
               OR EX-KEY-LEN(EX-IDX) = 0
               OR GR-KEY-LEN(GR-IDX) = 0
               CONTINUE
           ELSE
               IF GR-DOB(GR-IDX) NOT = SPACES
                   AND EX-DOB(EX-IDX) NOT = SPACES
                   IF GR-DOB(GR-IDX) = EX-DOB(EX-IDX)
                       MOVE 'Y' TO WS-DOB-AGREE
                   ELSE
                       MOVE 'N' TO WS-DOB-AGREE
                   END-IF
               END-IF
               IF WS-DOB-AGREE NOT = 'N'
                   PERFORM 360-COMPARE-NAME
               END-IF
           END-IF.

       360-COMPARE-NAME.
           IF GR-KEY(GR-IDX) = EX-KEY(EX-IDX)
               EVALUATE TRUE
                   WHEN WS-DOB-AGREE = 'Y'
                       MOVE 'C' TO WS-MATCH-KIND
                   WHEN EX-UN(EX-IDX) NOT = WS-OUR-SCHOOL
                       MOVE 'U' TO WS-MATCH-KIND
                       MOVE "SAT FOR ANOTHER SCHOOL" TO WS-MATCH-WHY
                   WHEN EX-CN(EX-IDX) NOT = GR-CRS(GR-IDX)
                       MOVE 'U' TO WS-MATCH-KIND
                       MOVE "SAT IN ANOTHER COURSE" TO WS-MATCH-WHY
                   WHEN OTHER
                       MOVE 'C' TO WS-MATCH-KIND
               END-EVALUATE
           ELSE
               IF GR-KEY-LEN(GR-IDX) < EX-KEY-LEN(EX-IDX)
                   MOVE GR-KEY-LEN(GR-IDX) TO WS-SHORT-LEN
               ELSE
                   MOVE EX-KEY-LEN(EX-IDX) TO WS-SHORT-LEN
               END-IF
               IF WS-SHORT-LEN NOT < WS-PART-MIN
                   AND GR-KEY(GR-IDX)(1:WS-SHORT-LEN)
                       = EX-KEY(EX-IDX)(1:WS-SHORT-LEN)
                   MOVE 'U' TO WS-MATCH-KIND
                   MOVE "NAME AGREES IN PART" TO WS-MATCH-WHY
               END-IF
           END-IF.

      * the graduate's sure sittings decide their standing;
      *the unsure ones are listed for the registrar
       400-TRACE-ONE-GRADUATE.
           MOVE 'N' TO WS-GR-TOOK-SW.
           MOVE 'N' TO WS-GR-PASS-SW.
           MOVE 'N' TO WS-GR-LIC-SW.
           MOVE 9999 TO WS-GR-FIRST-YR.
           MOVE SPACES TO WS-GR-FIRST-REM.
           MOVE 0 TO WS-GR-LAST-YR.
           MOVE SPACES TO WS-GR-LAST-REM.
           PERFORM 410-TRACE-ONE-SITTING
               VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EX-COUNT.
           PERFORM 450-FIND-BATCH.
           IF WS-BT-HIT > 0
               PERFORM 460-ADD-TO-BATCH
           END-IF.

       410-TRACE-ONE-SITTING.
           PERFORM 350-COMPARE.
           IF WS-SURE-MATCH AND EX-HITS(EX-IDX) > 1
               MOVE 'U' TO WS-MATCH-KIND
               MOVE "NAMESAKE GRADUATE" TO WS-MATCH-WHY
           END-IF.
           EVALUATE TRUE
               WHEN WS-SURE-MATCH
                   ADD 1 TO WS-SURE-COUNT
                   PERFORM 420-TAKE-SITTING
               WHEN WS-UNSURE-MATCH
                   ADD 1 TO WS-REVIEW-COUNT
                   PERFORM 430-LIST-FOR-REVIEW
           END-EVALUATE.

       420-TAKE-SITTING.
           MOVE 'Y' TO WS-GR-TOOK-SW.
           IF EX-REM(EX-IDX) = "PASSED"
               MOVE 'Y' TO WS-GR-PASS-SW
           END-IF.
           IF EX-LICENSED(EX-IDX) = 'Y'
               MOVE 'Y' TO WS-GR-LIC-SW
           END-IF.
           IF EX-YEAR(EX-IDX) < WS-GR-FIRST-YR
               MOVE EX-YEAR(EX-IDX) TO WS-GR-FIRST-YR
               MOVE EX-REM(EX-IDX) TO WS-GR-FIRST-REM
           END-IF.
           IF EX-YEAR(EX-IDX) > WS-GR-LAST-YR
               MOVE EX-YEAR(EX-IDX) TO WS-GR-LAST-YR
               MOVE EX-REM(EX-IDX) TO WS-GR-LAST-REM
           END-IF.

       430-LIST-FOR-REVIEW.
           MOVE SPACES TO REVIEW-LINE.
           WRITE REVIEW-LINE.
           MOVE GR-SNO(GR-IDX) TO RG-SNO.
           MOVE GR-NAME(GR-IDX) TO RG-NAME.
           MOVE GR-CRS(GR-IDX) TO RG-CRS.
           MOVE GR-BATCH(GR-IDX) TO RG-BATCH.
           MOVE WS-MATCH-WHY TO RG-WHY.
           WRITE REVIEW-LINE FROM REVIEW-GRAD-LINE.
           MOVE EX-ENO(EX-IDX) TO RX-ENO.
           MOVE EX-NAME(EX-IDX) TO RX-NAME.
           MOVE EX-UN(EX-IDX) TO RX-UN.
           MOVE EX-CN(EX-IDX) TO RX-CN.
           MOVE EX-YEAR(EX-IDX) TO RX-YEAR.
           MOVE EX-REM(EX-IDX) TO RX-REM.
           WRITE REVIEW-LINE FROM REVIEW-EXAM-LINE.

       450-FIND-BATCH.
           MOVE 0 TO WS-BT-HIT.
           PERFORM 455-MATCH-BATCH
               VARYING BT-IDX FROM 1 BY 1
               UNTIL BT-IDX > WS-BT-COUNT OR WS-BT-HIT > 0.
           IF WS-BT-HIT = 0
               IF WS-BT-COUNT < 300
                   ADD 1 TO WS-BT-COUNT
                   MOVE WS-BT-COUNT TO WS-BT-HIT
                   INITIALIZE WS-BT-ENTRY(WS-BT-HIT)
                   MOVE GR-CRS(GR-IDX) TO BT-CRS(WS-BT-HIT)
                   MOVE GR-BATCH(GR-IDX) TO BT-SY(WS-BT-HIT)
               ELSE
                   MOVE 'Y' TO WS-OVFL-SW
               END-IF
           END-IF.

       455-MATCH-BATCH.
           IF BT-CRS(BT-IDX) = GR-CRS(GR-IDX)
               AND BT-SY(BT-IDX) = GR-BATCH(GR-IDX)
               SET WS-BT-HIT TO BT-IDX
           END-IF.

      * conditioned counts a graduate whose latest sitting
      *left them conditioned; the national rate is taken for
      *the year of their first sitting
       460-ADD-TO-BATCH.
           ADD 1 TO BT-GRADS(WS-BT-HIT).
           IF WS-GR-TOOK-SW = 'Y'
               ADD 1 TO BT-TOOK(WS-BT-HIT)
               IF WS-GR-PASS-SW = 'Y'
                   ADD 1 TO BT-PASSED(WS-BT-HIT)
               END-IF
               IF WS-GR-LAST-REM = "COND."
                   ADD 1 TO BT-COND(WS-BT-HIT)
               END-IF
               IF WS-GR-LIC-SW = 'Y'
                   ADD 1 TO BT-LICENSED(WS-BT-HIT)
               END-IF
               IF WS-GR-FIRST-REM = "PASSED"
                   ADD 1 TO BT-FIRST-PASS(WS-BT-HIT)
               END-IF
               MOVE 0 TO WS-NR-HIT
               PERFORM 465-MATCH-FIRST-YEAR
                   VARYING NR-IDX FROM 1 BY 1
                   UNTIL NR-IDX > WS-NR-COUNT OR WS-NR-HIT > 0
               IF WS-NR-HIT > 0
                   AND NR-TAKERS(WS-NR-HIT) > 0
                   COMPUTE WS-PCT ROUNDED =
                       NR-PASSED(WS-NR-HIT) * 100
                       / NR-TAKERS(WS-NR-HIT)
                   ADD 1 TO BT-NAT-N(WS-BT-HIT)
                   ADD WS-PCT TO BT-NAT-SUM(WS-BT-HIT)
               END-IF
           END-IF.

       465-MATCH-FIRST-YEAR.
           IF NR-YEAR(NR-IDX) = WS-GR-FIRST-YR
               SET WS-NR-HIT TO NR-IDX
           END-IF.

      * selection sort on course / graduating school year
       500-SORT-BATCHES.
           PERFORM 510-SORT-ONE-SLOT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-BT-COUNT.

       510-SORT-ONE-SLOT.
           MOVE WS-SORT-I TO WS-LOW-IDX.
           PERFORM 520-FIND-LOW-SLOT
               VARYING WS-SORT-J FROM WS-SORT-I BY 1
               UNTIL WS-SORT-J > WS-BT-COUNT.
           IF WS-LOW-IDX NOT = WS-SORT-I
               MOVE WS-BT-ENTRY(WS-SORT-I) TO WS-HOLD-BATCH
               MOVE WS-BT-ENTRY(WS-LOW-IDX)
                   TO WS-BT-ENTRY(WS-SORT-I)
               MOVE WS-HOLD-BATCH TO WS-BT-ENTRY(WS-LOW-IDX)
           END-IF.

       520-FIND-LOW-SLOT.
           IF BT-KEY(WS-SORT-J) < BT-KEY(WS-LOW-IDX)
               MOVE WS-SORT-J TO WS-LOW-IDX
           END-IF.

      * each course's batches together, oldest first; a
      *batch nobody from which sat shows no rates
       600-PRINT-BATCH.
           IF BT-CRS(BT-IDX) NOT = PREV-CRS
               MOVE BT-CRS(BT-IDX) TO PREV-CRS
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE PREV-CRS TO CH-CRS
               WRITE PRINT-LINE FROM COURSE-HEADER
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM COLUMN-LINE-1
               WRITE PRINT-LINE FROM COLUMN-LINE-2
           END-IF.
           MOVE BT-SY(BT-IDX) TO BL-SY.
           MOVE BT-GRADS(BT-IDX) TO BL-GRADS.
           MOVE BT-TOOK(BT-IDX) TO BL-TOOK.
           MOVE BT-PASSED(BT-IDX) TO BL-PASSED.
           MOVE BT-COND(BT-IDX) TO BL-COND.
           MOVE BT-LICENSED(BT-IDX) TO BL-LICENSED.
           IF BT-TOOK(BT-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   BT-FIRST-PASS(BT-IDX) * 100 / BT-TOOK(BT-IDX)
               MOVE WS-PCT TO BL-FIRST
           ELSE
               MOVE "  n/a" TO BL-FIRST-X
           END-IF.
           IF BT-NAT-N(BT-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   BT-NAT-SUM(BT-IDX) / BT-NAT-N(BT-IDX)
               MOVE WS-PCT TO BL-NAT
           ELSE
               MOVE "  n/a" TO BL-NAT-X
           END-IF.
           WRITE PRINT-LINE FROM BATCH-LINE.
