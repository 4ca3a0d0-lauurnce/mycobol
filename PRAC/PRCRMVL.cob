       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRC-REMOVAL.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the removal examination that
      *                resolves a conditioned examinee. (E)nter takes
      *                an examinee number off PRCCOND and the removal
      *                rating for each subject the sitting failed
      *                below the floor, and decides the sitting again
      *                under the board's rules: every subject at the
      *                floor and the recomputed average at the cutoff
      *                the sitting was judged under is PASSED - the
      *                examinee is appended to PASSROLL for LICENSE-
      *                REG - and anything short of that is FAILED.
      *                (S)weep lapses every examinee still pending
      *                past the removal deadline to FAILED.
      *                Either way the exam year's PRCHIST counts move
      *                the examinee out of conditioned, so PRC-TREND
      *                shows the resolution, and the new result is
      *                appended to PRCRSLT for the graduate tracer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the conditioned examinees PRC left for removal
           COPY PRCCNDSL.

           SELECT HIST-FILE ASSIGN TO "PRCHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PROLL-FILE ASSIGN TO "PASSROLL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLL-STATUS.

           SELECT RSLT-FILE ASSIGN TO "PRCRSLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.

      * shared run-log written alongside the removal file
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY PRCCNDFD.

       FD  HIST-FILE
           LABEL RECORD IS OMITTED.
       01  HIST-REC.
           02 PH-YEAR PIC 9(4).
           02 PH-UNIV OCCURS 10 TIMES.
              03 PH-NAME PIC X(5).
              03 PH-PASS PIC 9(3).
              03 PH-FAIL PIC 9(3).
              03 PH-COND PIC 9(3).

       FD  PROLL-FILE
           LABEL RECORD IS OMITTED.
       01  PROLL-REC.
           02 PR-ENO  PIC 9(10).
           02 PR-ENA  PIC X(25).
           02 PR-UN   PIC X(5).
           02 PR-CN   PIC X(4).
           02 PR-YEAR PIC 9(4).

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

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

      * shared validation-loop switches
           COPY VALSW.

      * the board's subjects, weights, floor and cutoffs
           COPY PRCRULES.

       01  ANS            PIC X VALUE SPACES.
       01  WS-CND-STATUS  PIC XX VALUE SPACES.
       01  WS-HIST-STATUS PIC XX VALUE SPACES.
       01  WS-ROLL-STATUS PIC XX VALUE SPACES.
       01  WS-RSLT-STATUS PIC XX VALUE SPACES.
       01  WS-RUN-MODE    PIC X VALUE 'E'.
       01  WS-CND-EOF     PIC X VALUE 'N'.
       01  WS-HIST-EOF    PIC X VALUE 'N'.
       01  WS-OVFL-SW     PIC X VALUE 'N'.
       01  WS-RESOLVED    PIC 9(4) VALUE 0.
       01  WS-REMOVED     PIC 9(4) VALUE 0.
       01  WS-FAILED      PIC 9(4) VALUE 0.
       01  WS-LAPSED      PIC 9(4) VALUE 0.

      * the examinee in hand and the decision on the sitting
       01  WS-ASK-ENO     PIC 9(10) VALUE 0.
       01  WS-CND-HIT     PIC 9(4) VALUE 0.
       01  WS-SUB-IDX     PIC 9 VALUE 0.
       01  WS-RETAKE      PIC 999 VALUE 0.
       01  WS-RATING      PIC 999 VALUE 0.
       01  WS-GA          PIC 999V99 VALUE 0.
       01  AVE            PIC 99V99 VALUE 0.
       01  WS-BELOW-SW    PIC X VALUE 'N'.
       01  WS-NEW-REM     PIC X(6) VALUE SPACES.
       01  WS-SHOW-AVE    PIC 9.99 VALUE ZERO.
       01  WS-SHOW-CUT    PIC 9.99 VALUE ZERO.

      * the removal file loaded whole and written back; a
      *rerun of PRC appends a pending copy of a sitting already
      *held, which is dropped
       01  WS-CND-TABLE.
           05 WS-CND-COUNT PIC 9(4) VALUE 0.
           05 WS-CND-ENTRY OCCURS 1000 TIMES INDEXED BY CN-IDX.
              10 CT-ENO       PIC 9(10).
              10 CT-YEAR      PIC 9(4).
              10 CT-ENA       PIC X(25).
              10 CT-DOB       PIC X(20).
              10 CT-UN        PIC X(5).
              10 CT-CN        PIC X(4).
              10 CT-SUBJ OCCURS 6 TIMES.
                 15 CT-RS        PIC 999.
                 15 CT-FAILED    PIC X.
                 15 CT-RETAKE    PIC 999.
              10 CT-CUTOFF    PIC 9V99.
              10 CT-DEADLINE  PIC 9(8).
              10 CT-STATUS    PIC X.
              10 CT-DATE      PIC 9(8).

      * the PRCHIST history loaded whole; a resolution moves
      *one count in the latest run for its exam year
       01  WS-HIST-TABLE.
           05 WS-HIST-COUNT PIC 99 VALUE 0.
           05 WS-HIST-ENTRY OCCURS 50 TIMES INDEXED BY HS-IDX.
              10 HT-YEAR      PIC 9(4).
              10 HT-UNIV OCCURS 10 TIMES.
                 15 HT-NAME      PIC X(5).
                 15 HT-PASS      PIC 9(3).
                 15 HT-FAIL      PIC 9(3).
                 15 HT-COND      PIC 9(3).
       01  WS-HIST-HIT    PIC 99 VALUE 0.
       01  WS-U-IDX       PIC 99 VALUE 0.
       01  WS-U-HIT       PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY '(E)nter removal ratings or (S)weep lapsed? '.
           ACCEPT WS-RUN-MODE.

           PERFORM RUNLOG-START-RTN.
           PERFORM LOAD-CONDITIONED-RTN.
           PERFORM LOAD-HISTORY-RTN.
           IF WS-OVFL-SW = 'Y'
               DISPLAY 'PRC-REMOVAL: *** MORE THAN 1000 CONDITIONED '
                   'OR 50 PRCHIST RUNS ON FILE - NOTHING CHANGED. ***'
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           IF WS-CND-COUNT = 0
               DISPLAY 'PRC-REMOVAL: NO CONDITIONED EXAMINEES ON '
                   'FILE.'
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN EXTEND RSLT-FILE.
           IF WS-RSLT-STATUS = "35"
               OPEN OUTPUT RSLT-FILE
           END-IF.

           IF WS-RUN-MODE = 'S' OR WS-RUN-MODE = 's'
               PERFORM SWEEP-ONE-RTN
                   VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-CND-COUNT
           ELSE
               OPEN EXTEND PROLL-FILE
               IF WS-ROLL-STATUS = "35"
                   OPEN OUTPUT PROLL-FILE
               END-IF
               MOVE SPACES TO ANS
               PERFORM ENTER-RTN UNTIL ANS = 'N' OR ANS = 'n'
               CLOSE PROLL-FILE
           END-IF.

           CLOSE RSLT-FILE.
           PERFORM SAVE-CONDITIONED-RTN.
           PERFORM SAVE-HISTORY-RTN.

           DISPLAY 'PRC-REMOVAL: ' WS-REMOVED ' PASSED, ' WS-FAILED
               ' FAILED, ' WS-LAPSED ' LAPSED.'.
           MOVE WS-RESOLVED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="PRC-REMOVAL"==.

       LOAD-CONDITIONED-RTN.
           OPEN INPUT COND-FILE.
           IF WS-CND-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM LOAD-ONE-COND-RTN UNTIL WS-CND-EOF = 'Y'
               CLOSE COND-FILE
           END-IF.

       LOAD-ONE-COND-RTN.
           READ COND-FILE
               AT END MOVE 'Y' TO WS-CND-EOF
               NOT AT END
                   MOVE 0 TO WS-CND-HIT
                   PERFORM CHECK-ONE-SITTING-RTN
                       VARYING CN-IDX FROM 1 BY 1
                       UNTIL CN-IDX > WS-CND-COUNT
                       OR WS-CND-HIT > 0
                   IF WS-CND-HIT = 0
                       IF WS-CND-COUNT < 1000
                           ADD 1 TO WS-CND-COUNT
                           SET CN-IDX TO WS-CND-COUNT
                           MOVE COND-REC TO WS-CND-ENTRY(CN-IDX)
                       ELSE
                           MOVE 'Y' TO WS-OVFL-SW
                       END-IF
                   END-IF
           END-READ.

       CHECK-ONE-SITTING-RTN.
           IF CT-ENO(CN-IDX) = CD-ENO AND CT-YEAR(CN-IDX) = CD-YEAR
               SET WS-CND-HIT TO CN-IDX
           END-IF.

       LOAD-HISTORY-RTN.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM LOAD-ONE-HIST-RTN UNTIL WS-HIST-EOF = 'Y'
               CLOSE HIST-FILE
           END-IF.

       LOAD-ONE-HIST-RTN.
           READ HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   IF WS-HIST-COUNT < 50
                       ADD 1 TO WS-HIST-COUNT
                       SET HS-IDX TO WS-HIST-COUNT
                       MOVE HIST-REC TO WS-HIST-ENTRY(HS-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVFL-SW
                   END-IF
           END-READ.

      * one examinee: a pending sitting still inside its
      *deadline takes a removal rating per failed subject
       ENTER-RTN.
           DISPLAY 'Examinee number: '.
           ACCEPT WS-ASK-ENO.
           MOVE 0 TO WS-CND-HIT.
           PERFORM FIND-PENDING-RTN
               VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > WS-CND-COUNT.

           IF WS-CND-HIT = 0
               DISPLAY 'NOT A PENDING CONDITIONED EXAMINEE.'
           ELSE
               SET CN-IDX TO WS-CND-HIT
               IF WS-RUNLOG-DATE > CT-DEADLINE(CN-IDX)
                   DISPLAY 'REMOVAL PERIOD ENDED '
                       CT-DEADLINE(CN-IDX)
                       ' - THE SWEEP LAPSES THIS SITTING.'
               ELSE
                   DISPLAY CT-ENA(CN-IDX) ' (' CT-UN(CN-IDX) ' '
                       CT-CN(CN-IDX) ') EXAM YEAR ' CT-YEAR(CN-IDX)
                   PERFORM ACCEPT-ONE-RETAKE-RTN
                       VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > 6
                   PERFORM DECIDE-RTN
               END-IF
           END-IF.

           DISPLAY 'Another examinee? (Y/N): '.
           ACCEPT ANS.

      * the latest pending sitting under that number
       FIND-PENDING-RTN.
           IF CT-ENO(CN-IDX) = WS-ASK-ENO
               AND CT-STATUS(CN-IDX) = SPACE
               IF WS-CND-HIT = 0
                   SET WS-CND-HIT TO CN-IDX
               ELSE
                   IF CT-YEAR(CN-IDX) > CT-YEAR(WS-CND-HIT)
                       SET WS-CND-HIT TO CN-IDX
                   END-IF
               END-IF
           END-IF.

       ACCEPT-ONE-RETAKE-RTN.
           IF CT-FAILED(CN-IDX, WS-SUB-IDX) = 'Y'
               MOVE 'N' TO VALID-SW
               PERFORM ACCEPT-ONE-RATING-RTN UNTIL VALID-SW = 'Y'
               MOVE WS-RETAKE TO CT-RETAKE(CN-IDX, WS-SUB-IDX)
           END-IF.

       ACCEPT-ONE-RATING-RTN.
           DISPLAY SB-NAME(WS-SUB-IDX) ' (was '
               CT-RS(CN-IDX, WS-SUB-IDX) ') removal rating: '.
           ACCEPT WS-RETAKE.
           IF WS-RETAKE <= 100
               MOVE 'Y' TO VALID-SW
           ELSE
               DISPLAY 'Rating past 100.'
           END-IF.

      * the removal ratings stand in for the failed ones;
      *every subject must reach the floor and the weighted
      *average the sitting's cutoff
       DECIDE-RTN.
           MOVE 0 TO WS-GA.
           MOVE 'N' TO WS-BELOW-SW.
           PERFORM WEIGH-ONE-SUBJECT-RTN
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > 6.
           COMPUTE AVE ROUNDED = WS-GA / 100.
           IF WS-BELOW-SW = 'N' AND AVE NOT < CT-CUTOFF(CN-IDX)
               MOVE 'P' TO CT-STATUS(CN-IDX)
               MOVE "PASSED" TO WS-NEW-REM
               ADD 1 TO WS-REMOVED
               PERFORM APPEND-PASSER-RTN
           ELSE
               MOVE 'F' TO CT-STATUS(CN-IDX)
               MOVE "FAILED" TO WS-NEW-REM
               ADD 1 TO WS-FAILED
           END-IF.
           MOVE AVE TO WS-SHOW-AVE.
           MOVE CT-CUTOFF(CN-IDX) TO WS-SHOW-CUT.
           DISPLAY 'AVERAGE ' WS-SHOW-AVE ' AGAINST CUTOFF '
               WS-SHOW-CUT ' - ' WS-NEW-REM.
           PERFORM RESOLVE-RTN.

       WEIGH-ONE-SUBJECT-RTN.
           IF CT-FAILED(CN-IDX, WS-SUB-IDX) = 'Y'
               MOVE CT-RETAKE(CN-IDX, WS-SUB-IDX) TO WS-RATING
           ELSE
               MOVE CT-RS(CN-IDX, WS-SUB-IDX) TO WS-RATING
           END-IF.
           IF WS-RATING < WS-SUBJ-FLOOR
               MOVE 'Y' TO WS-BELOW-SW
           END-IF.
           COMPUTE WS-GA ROUNDED = WS-GA
               + WS-RATING * SB-WEIGHT(WS-SUB-IDX).

      * a removal passer joins the roll LICENSE-REG reads
       APPEND-PASSER-RTN.
           MOVE CT-ENO(CN-IDX) TO PR-ENO.
           MOVE CT-ENA(CN-IDX) TO PR-ENA.
           MOVE CT-UN(CN-IDX) TO PR-UN.
           MOVE CT-CN(CN-IDX) TO PR-CN.
           MOVE CT-YEAR(CN-IDX) TO PR-YEAR.
           WRITE PROLL-REC.

      * a sitting still pending past its deadline fails
       SWEEP-ONE-RTN.
           IF CT-STATUS(CN-IDX) = SPACE
               AND WS-RUNLOG-DATE > CT-DEADLINE(CN-IDX)
               MOVE 'L' TO CT-STATUS(CN-IDX)
               MOVE "FAILED" TO WS-NEW-REM
               ADD 1 TO WS-LAPSED
               DISPLAY 'LAPSED: ' CT-ENO(CN-IDX) ' '
                   CT-ENA(CN-IDX) ' EXAM YEAR ' CT-YEAR(CN-IDX)
               PERFORM RESOLVE-RTN
           END-IF.

      * whatever settled it: the resolution date, the new
      *result for the tracer, and the exam year's counts
       RESOLVE-RTN.
           ADD 1 TO WS-RESOLVED.
           MOVE WS-RUNLOG-DATE TO CT-DATE(CN-IDX).
           MOVE CT-YEAR(CN-IDX) TO RR-YEAR.
           MOVE CT-ENO(CN-IDX) TO RR-ENO.
           MOVE CT-ENA(CN-IDX) TO RR-ENA.
           MOVE CT-DOB(CN-IDX) TO RR-DOB.
           MOVE CT-UN(CN-IDX) TO RR-UN.
           MOVE CT-CN(CN-IDX) TO RR-CN.
           MOVE WS-NEW-REM TO RR-REM.
           WRITE RSLT-REC.

           MOVE 0 TO WS-HIST-HIT.
           PERFORM FIND-HIST-YEAR-RTN
               VARYING HS-IDX FROM 1 BY 1
               UNTIL HS-IDX > WS-HIST-COUNT.
           IF WS-HIST-HIT > 0
               MOVE 0 TO WS-U-HIT
               PERFORM FIND-HIST-UNIV-RTN
                   VARYING WS-U-IDX FROM 1 BY 1
                   UNTIL WS-U-IDX > 10 OR WS-U-HIT > 0
               IF WS-U-HIT > 0
                   AND HT-COND(WS-HIST-HIT, WS-U-HIT) > 0
                   SUBTRACT 1 FROM HT-COND(WS-HIST-HIT, WS-U-HIT)
                   IF WS-NEW-REM = "PASSED"
                       ADD 1 TO HT-PASS(WS-HIST-HIT, WS-U-HIT)
                   ELSE
                       ADD 1 TO HT-FAIL(WS-HIST-HIT, WS-U-HIT)
                   END-IF
               END-IF
           END-IF.

      * the last run on file for the exam year
       FIND-HIST-YEAR-RTN.
           IF HT-YEAR(HS-IDX) = CT-YEAR(CN-IDX)
               SET WS-HIST-HIT TO HS-IDX
           END-IF.

       FIND-HIST-UNIV-RTN.
           IF HT-NAME(WS-HIST-HIT, WS-U-IDX) = CT-UN(CN-IDX)
               MOVE WS-U-IDX TO WS-U-HIT
           END-IF.

       SAVE-CONDITIONED-RTN.
           OPEN OUTPUT COND-FILE.
           PERFORM SAVE-ONE-COND-RTN
               VARYING CN-IDX FROM 1 BY 1
               UNTIL CN-IDX > WS-CND-COUNT.
           CLOSE COND-FILE.

       SAVE-ONE-COND-RTN.
           MOVE WS-CND-ENTRY(CN-IDX) TO COND-REC.
           WRITE COND-REC.

      * nothing to write back when no history was on file
       SAVE-HISTORY-RTN.
           IF WS-HIST-COUNT > 0
               OPEN OUTPUT HIST-FILE
               PERFORM SAVE-ONE-HIST-RTN
                   VARYING HS-IDX FROM 1 BY 1
                   UNTIL HS-IDX > WS-HIST-COUNT
               CLOSE HIST-FILE
           END-IF.

       SAVE-ONE-HIST-RTN.
           MOVE WS-HIST-ENTRY(HS-IDX) TO HIST-REC.
           WRITE HIST-REC.
