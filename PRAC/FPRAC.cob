      *                number, name, school, course, exam year),
      *                the input the LICENSE-REG run assigns
      *                license numbers from.
      *2026-10-15  LP  Every examinee's result - passed, failed or
      *                conditioned, with the birth date keyed - now
      *                also appends to the PRCRSLT history across
      *                exam years, so the school's graduate tracer
      *                can tell who sat the exam and how they did,
      *                not only who made the passers roll.
      *2026-10-15  LP  Each conditioned examinee is now also written
      *                to PRCCOND - the sitting's ratings, the
      *                subjects failed below the floor, the cutoff
      *                applied and a removal deadline two years on
      *                from the business date - for the PRC-REMOVAL
      *                run to resolve. The subject weights, floor
      *                and cutoffs moved to the PRCRULES copybook
      *                that run shares.
      *2026-10-15  LP  The (B)atch mode now takes results only for
      *                examinees actually admitted to the sitting:
      *                a PRCBATCH row whose examinee number and exam
      *                year are not on PRCADMIT, written by the
      *                PRC-APPLY room assignment, is rejected to
      *                PRCBREJ with reason ADMT.
      *2026-10-15  LP  An examinee past the 500 the rank table holds
      *                was counted but never reached PASSROLL, PRCRSLT
      *                or PRCCOND. The screen now stops taking
      *                entries at 500, and a PRCBATCH file with more
      *                rows than the table has room for is refused
      *                before any row posts, both with return code 8.
      *                PASSROLL is now appended to rather than
      *                rewritten, so PRC-REMOVAL's passers are kept.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * the machine-readable passers roll, for the
      *licensure register
           SELECT PROLL-FILE ASSIGN TO 'PASSROLL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROLL-STATUS.
      * every examinee's result, kept across exam years for
      *the graduate tracer
           SELECT RSLT-FILE ASSIGN TO 'PRCRSLT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
      * the conditioned examinees, for the removal exam
           COPY PRCCNDSL.
      * the examinees admitted to a sitting, for batch runs
           COPY PRCADMSL.
      * shared run-log written alongside ECNERW
           COPY RUNLOGSL.

           02 PR-CN   PIC X(4).
           02 PR-YEAR PIC 9(4).

      * one record per examinee per run, appended
       FD  RSLT-FILE
           LABEL RECORD IS OMITTED.
       01  RSLT-REC.
           02 RR-YEAR PIC 9(4).
           02 RR-ENO  PIC 9(10).
           02 RR-ENA  PIC X(25).
           02 RR-DOB  PIC X(20).
           02 RR-UN   PIC X(5).
           02 RR-CN   PIC X(4).
           02 RR-REM  PIC X(6).

       COPY PRCCNDFD.

       COPY PRCADMFD.

       COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
       01  AVE PIC 99V99 VALUE ZERO.
       01  REM PIC X(6) VALUE SPACES.

      * the board's subjects, weights, conditioning floor
      *and passing cutoffs, shared with the removal run
       COPY PRCRULES.
      * the keyed rating (0-100) per subject
       01  RS PIC 999 OCCURS 6 TIMES VALUE 0.
       01  WS-SUB-IDX   PIC 9 VALUE 0.
       01  WS-SUB-ROW   PIC 99 VALUE 0.
       01  WS-GA        PIC 999V99 VALUE 0.
       01  WS-COND-SW   PIC X VALUE 'N'.
       01  WS-ALL-MAX-SW PIC X VALUE 'N'.
       01  WS-RESUMING-SW  PIC X VALUE 'N'.

       01  WS-HIST-STATUS  PIC XX VALUE SPACES.
       01  WS-RSLT-STATUS  PIC XX VALUE SPACES.
       01  WS-PROLL-STATUS PIC XX VALUE SPACES.
       01  WS-CND-STATUS   PIC XX VALUE SPACES.
      * a conditioned examinee has this many years from the
      *run's business date to pass the removal examination
       01  WS-REMOVAL-YEARS PIC 9 VALUE 2.
       01  WS-DEADLINE     PIC 9(8) VALUE 0.

      * batch-run mode support
       01  WS-BATCH-STATUS PIC XX VALUE SPACES.
       01  BATCH-EOF-SW    PIC X VALUE 'N'.
       01  WS-BREJ-COUNT   PIC 9(4) VALUE 0.
       01  WS-BATCH-COUNT  PIC 9(4) VALUE 0.
       01  WS-BATCH-ROWS   PIC 9(4) VALUE 0.

      * the admitted examinee numbers a batch row must be
      *found among, by exam year
       01  WS-ADM-STATUS   PIC XX VALUE SPACES.
       01  ADM-EOF-SW      PIC X VALUE 'N'.
       01  WS-ADM-OVFL-SW  PIC X VALUE 'N'.
       01  WS-ADMIT-SW     PIC X VALUE 'N'.
       01  WS-ADM-TABLE.
           02 WS-ADM-COUNT PIC 9(4) VALUE 0.
           02 WS-ADM-ENTRY OCCURS 2000 TIMES INDEXED BY ADM-IDX.
              03 AT-ENO    PIC 9(10).
              03 AT-YEAR   PIC 9(4).

      * the exam year keyed and the passing cutoff found
      *for it in the PRCRULES table
       01  WS-EXAM-YEAR    PIC 9(4) VALUE ZERO.
       01  WS-CUTOFF       PIC 9V99 VALUE ZERO.

      * per-university pass/fail breakdown (UC is
              03 RK-CUTOFF PIC 9V99.
              03 RK-SUSPECT PIC X.
              03 RK-USED PIC X VALUE 'N'.
      * an examinee past the table would be counted but never
      *reach PASSROLL, PRCRSLT or PRCCOND - refused instead
       01  WS-RANK-OVFL-SW PIC X VALUE 'N'.
       01  WS-BEST-AVE   PIC 9V99 VALUE ZERO.
       01  WS-BEST-IDX   PIC 9(3) VALUE ZERO.
       01  WS-RANK-NO    PIC 99 VALUE ZERO.
           ACCEPT (2, 60) WS-RUN-MODE.

           IF WS-RUN-MODE = 'B' OR WS-RUN-MODE = 'b'
               PERFORM BATCH-RTN THRU BATCH-END
           ELSE
               PERFORM PROCESS-RTN THRU PROCESS-END
                       UNTIL ANS = 'N' OR ANS = 'n'
           DISPLAY (1, 23) 'Professional Regulation Commission'.
           DISPLAY (4, 23) 'IT Professional Board Exam Result'.

           IF WS-RANK-COUNT NOT < 500
               MOVE 'Y' TO WS-RANK-OVFL-SW
               MOVE 8 TO RETURN-CODE
               DISPLAY (23, 1) "500 EXAMINEES CAPTURED - NO MORE "
                   "ENTRIES THIS RUN."
               MOVE 'N' TO ANS
               GO TO PROCESS-END
           END-IF.

           DISPLAY (6, 1) 'Examinee Number: '.
           ACCEPT (6, 45) ENO.

      * the board's file straight through the same posting
      *logic as the screen, a reject row per failed validation
       BATCH-RTN.
           PERFORM LOAD-ADMITTED-RTN.
           IF WS-ADM-OVFL-SW = 'Y'
               DISPLAY (12, 23) 'MORE THAN 2000 ADMITTED ON '
                   'PRCADMIT - BATCH NOT RUN.'
               MOVE 8 TO RETURN-CODE
               GO TO BATCH-END
           END-IF.
           OPEN INPUT BATCH-FILE.
           IF WS-BATCH-STATUS = "35"
               DISPLAY (12, 23) 'PRCBATCH NOT FOUND.'
               MOVE 8 TO RETURN-CODE
               GO TO BATCH-END
           END-IF.
           PERFORM COUNT-BATCH-RTN.
           IF WS-RANK-OVFL-SW = 'Y'
               DISPLAY (12, 23) 'PRCBATCH HOLDS MORE THAN THE '
                   '500 EXAMINEES A RUN TAKES - BATCH NOT RUN.'
               MOVE 8 TO RETURN-CODE
               GO TO BATCH-END
           END-IF.
           OPEN INPUT BATCH-FILE.
           OPEN OUTPUT BREJ-FILE.
           PERFORM BATCH-ONE-RTN UNTIL BATCH-EOF-SW = 'Y'.
           CLOSE BATCH-FILE.
           CLOSE BREJ-FILE.
           DISPLAY (12, 23) 'Batch processed: '
               WS-BATCH-COUNT ' rejected: ' WS-BREJ-COUNT.

       BATCH-END.

      * every row counts against the rank table, rejects
      *included, before any is posted; the file is closed again
      *for the pass that posts
       COUNT-BATCH-RTN.
           MOVE 0 TO WS-BATCH-ROWS.
           PERFORM COUNT-ONE-BATCH-RTN UNTIL BATCH-EOF-SW = 'Y'.
           CLOSE BATCH-FILE.
           MOVE 'N' TO BATCH-EOF-SW.
           IF WS-RANK-COUNT + WS-BATCH-ROWS > 500
               MOVE 'Y' TO WS-RANK-OVFL-SW
           END-IF.

       COUNT-ONE-BATCH-RTN.
           READ BATCH-FILE
               AT END MOVE 'Y' TO BATCH-EOF-SW
               NOT AT END ADD 1 TO WS-BATCH-ROWS
           END-READ.

      * PRCADMIT as the PRC-APPLY assignment left it; none on
      *file means nobody has been admitted
       LOAD-ADMITTED-RTN.
           OPEN INPUT ADM-FILE.
           IF WS-ADM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM LOAD-ONE-ADMITTED-RTN UNTIL ADM-EOF-SW = 'Y'
               CLOSE ADM-FILE
           END-IF.

       LOAD-ONE-ADMITTED-RTN.
           READ ADM-FILE
               AT END MOVE 'Y' TO ADM-EOF-SW
               NOT AT END
                   IF WS-ADM-COUNT < 2000
                       ADD 1 TO WS-ADM-COUNT
                       SET ADM-IDX TO WS-ADM-COUNT
                       MOVE AD-ENO TO AT-ENO(ADM-IDX)
                       MOVE AD-YEAR TO AT-YEAR(ADM-IDX)
                   ELSE
                       MOVE 'Y' TO WS-ADM-OVFL-SW
                   END-IF
           END-READ.

       CHECK-ADMITTED-RTN.
           MOVE 'N' TO WS-ADMIT-SW.
           PERFORM CHECK-ONE-ADMITTED-RTN
               VARYING ADM-IDX FROM 1 BY 1
               UNTIL ADM-IDX > WS-ADM-COUNT OR WS-ADMIT-SW = 'Y'.

       CHECK-ONE-ADMITTED-RTN.
           IF AT-ENO(ADM-IDX) = B-ENO AND AT-YEAR(ADM-IDX) = B-YEAR
               MOVE 'Y' TO WS-ADMIT-SW
           END-IF.

       BATCH-ONE-RTN.
           END-READ.

      * the same range checks the screen path enforces,
      *with the first failure naming the reason; a row for an
      *examinee never admitted to the sitting goes first
       EDIT-ONE-BATCH-RTN.
           MOVE B-ENO TO ENO.
           PERFORM CHECK-DUP-ENO-RTN.
           PERFORM CHECK-BATCH-RATES-RTN.
           PERFORM CHECK-ADMITTED-RTN.
           EVALUATE TRUE
               WHEN WS-ADMIT-SW = 'N'
                   MOVE "ADMT" TO BR-REASON
                   PERFORM WRITE-BREJ-RTN
               WHEN WS-DUPENO-SW = 'Y'
                   PERFORM RECORD-DUP-ENO-RTN
                   MOVE "DUPE" TO BR-REASON

       SUMMARY-RTN.
           PERFORM APPEND-HISTORY-RTN.
           PERFORM APPEND-RESULTS-RTN.
           PERFORM APPEND-CONDITIONED-RTN.
           PERFORM PRINT-UNIV-BREAKDOWN-RTN.
           PERFORM PRINT-SUSPECT-RTN.
           PERFORM PRINT-DUP-ENO-RTN.
           MOVE WS-UNIV-FAIL(WS-U-IDX) TO PH-FAIL(WS-U-IDX).
           MOVE WS-UNIV-COND(WS-U-IDX) TO PH-COND(WS-U-IDX).

      * each examinee's result joins the result history,
      *stamped the same way
       APPEND-RESULTS-RTN.
           OPEN EXTEND RSLT-FILE.
           IF WS-RSLT-STATUS = "35"
               OPEN OUTPUT RSLT-FILE
           END-IF.
           PERFORM SAVE-ONE-RESULT-RTN
               VARYING RNK-IDX FROM 1 BY 1
               UNTIL RNK-IDX > WS-RANK-COUNT.
           CLOSE RSLT-FILE.

       SAVE-ONE-RESULT-RTN.
           MOVE WS-EXAM-YEAR TO RR-YEAR.
           MOVE RK-ENO(RNK-IDX) TO RR-ENO.
           MOVE RK-ENA(RNK-IDX) TO RR-ENA.
           MOVE RK-DOB(RNK-IDX) TO RR-DOB.
           MOVE RK-UN(RNK-IDX) TO RR-UN.
           MOVE RK-CN(RNK-IDX) TO RR-CN.
           MOVE RK-REM(RNK-IDX) TO RR-REM.
           WRITE RSLT-REC.

      * each conditioned examinee joins the removal file
      *with the subjects to retake; 29 February rolls back to
      *the 28th in a year that has none
       APPEND-CONDITIONED-RTN.
           COMPUTE WS-DEADLINE =
               WS-RUNLOG-DATE + WS-REMOVAL-YEARS * 10000.
           IF WS-DEADLINE(5:4) = "0229"
               SUBTRACT 1 FROM WS-DEADLINE
           END-IF.
           OPEN EXTEND COND-FILE.
           IF WS-CND-STATUS = "35"
               OPEN OUTPUT COND-FILE
           END-IF.
           PERFORM SAVE-ONE-CONDITIONED-RTN
               VARYING RNK-IDX FROM 1 BY 1
               UNTIL RNK-IDX > WS-RANK-COUNT.
           CLOSE COND-FILE.

       SAVE-ONE-CONDITIONED-RTN.
           IF RK-REM(RNK-IDX) = "COND."
               MOVE SPACES TO COND-REC
               MOVE RK-ENO(RNK-IDX) TO CD-ENO
               MOVE WS-EXAM-YEAR TO CD-YEAR
               MOVE RK-ENA(RNK-IDX) TO CD-ENA
               MOVE RK-DOB(RNK-IDX) TO CD-DOB
               MOVE RK-UN(RNK-IDX) TO CD-UN
               MOVE RK-CN(RNK-IDX) TO CD-CN
               PERFORM SAVE-ONE-COND-SUBJ-RTN
                   VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > 6
               MOVE RK-CUTOFF(RNK-IDX) TO CD-CUTOFF
               MOVE WS-DEADLINE TO CD-DEADLINE
               MOVE 0 TO CD-DATE
               WRITE COND-REC
           END-IF.

       SAVE-ONE-COND-SUBJ-RTN.
           MOVE RK-RS(RNK-IDX, WS-SUB-IDX) TO CD-RS(WS-SUB-IDX).
           MOVE 0 TO CD-RETAKE(WS-SUB-IDX).
           IF RK-RS(RNK-IDX, WS-SUB-IDX) < WS-SUBJ-FLOOR
               MOVE 'Y' TO CD-FAILED(WS-SUB-IDX)
           ELSE
               MOVE 'N' TO CD-FAILED(WS-SUB-IDX)
           END-IF.

      * per-university pass-rate breakdown
       PRINT-UNIV-BREAKDOWN-RTN.
           MOVE SPACES TO OUTREC.
      *passer each time, the same shape as the topnotcher pick
       WRITE-PASSERS-RTN.
           OPEN OUTPUT PASSERS-FILE.
      * the roll is appended to, as PRC-REMOVAL appends its
      *passers; LICENSE-REG passes over a number already on the
      *register
           OPEN EXTEND PROLL-FILE.
           IF WS-PROLL-STATUS = "35"
               OPEN OUTPUT PROLL-FILE
           END-IF.
           MOVE "ALPHABETICAL ROLL OF PASSERS" TO PASSERS-LINE.
           WRITE PASSERS-LINE.
           MOVE SPACES TO PASSERS-LINE.
