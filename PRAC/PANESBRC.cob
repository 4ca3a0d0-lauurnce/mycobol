       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANES-BR-CONV.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - one-time conversion of PANES to
      *                the shared branch master. FINALQUIZ used to
      *                stamp each record with the fifteen-character
      *                branch name off its own BRANCHES list, which
      *                ACCTMAST's two-character prefix code could
      *                never be compared against; this run maps each
      *                name on PANES to its BRMAST code (letter case
      *                aside) and rewrites PANES with the codes in
      *                the same slot. It is all or nothing: a single
      *                name that will not map leaves PANES untouched
      *                and is listed on PANESBRC.OUT, to be added to
      *                the master through REFMAINT before the rerun.
      *                Records already carrying a master code pass
      *                through, so a rerun is harmless; a record
      *                with no branch at all stays blank. Counts and
      *                balances are unchanged, so PANESCTL stands.
      *2026-10-15  LP  PANES is now indexed; this run works on the
      *                old sequential PANES only, and a file that
      *                still needs it must go through it before
      *                PANES-IX-CONV loads the indexed master.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "PANES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      * the converted image, written in full before PANES
      *itself is touched
           SELECT WORK-FILE ASSIGN TO "PANESBRW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT RPT-FILE ASSIGN TO "PANESBRC.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared branch master
           COPY BRMSTSL.
      * shared run-log written alongside the conversion
           COPY RUNLOGSL.
      * the master lock shared with FINALQUIZ and the
      *end-of-day runs
           COPY MLOCKSL
               REPLACING ==MLOCK-FILENAME== BY =="PANES.LCK"==.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTREC.
       01  OUTREC.
      * shared PANES record layout
           COPY PANESREC.

       FD  WORK-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS WORK-REC.
       01  WORK-REC       PIC X(107).

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE PIC X(80).

           COPY BRMSTFD.
           COPY RUNLOGFD.
           COPY MLOCKFD.

       WORKING-STORAGE SECTION.
      * shared branch-master working-storage
           COPY BRMSTWS.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared master-lock working-storage
           COPY MLOCKWS.

       01  WS-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-WORK-STATUS  PIC XX VALUE SPACES.
       01  LOAD-EOF-SW     PIC X VALUE 'N'.
       01  WS-READ-COUNT   PIC 9(5) VALUE 0.
       01  WS-CODED-COUNT  PIC 9(5) VALUE 0.
       01  WS-MAPPED-COUNT PIC 9(5) VALUE 0.
       01  WS-BLANK-COUNT  PIC 9(5) VALUE 0.
       01  WS-UNMAP-COUNT  PIC 9(5) VALUE 0.
       01  WS-COPY-COUNT   PIC 9(5) VALUE 0.
       01  WS-NAME-OVFL-SW PIC X VALUE 'N'.
      * the run's return code, held past the lock release
       01  WS-RUN-RC       PIC 9 VALUE 0.

      * what one record's branch slot resolves to: K a
      *master code already, M a name that maps to one, U a name
      *that will not map
       01  WS-MAP-RESULT   PIC X VALUE SPACES.
       01  WS-NEW-CODE     PIC X(2) VALUE SPACES.
       01  WS-UP-NAME      PIC X(15) VALUE SPACES.

      * the master names folded to upper case, slot for
      *slot with the WS-BRM table
       01  WS-UP-MASTER    PIC X(15) OCCURS 50 TIMES.

      * every distinct name met on PANES, with the code it
      *maps to (blank when it will not) and its record count
       01  WS-NAME-TABLE.
           02 WS-NAME-COUNT PIC 99 VALUE 0.
           02 WS-NAME-ENTRY OCCURS 50 TIMES INDEXED BY NM-IDX.
              03 NM-NAME  PIC X(15).
              03 NM-CODE  PIC X(2).
              03 NM-COUNT PIC 9(5).
      * the matched table slot, captured by the FIND
      *paragraph itself at the point of the match
       01  WS-NAME-HIT     PIC 99 VALUE 0.

       01  HDR-1.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE
              "PANES Branch Name Conversion".
           02 FILLER PIC X(24) VALUE SPACES.

       01  HDR-DATE.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "Business Date: ".
           02 HD-DATE PIC 9(8).
           02 FILLER PIC X(29) VALUE SPACES.

       01  HDR-COLS.
           02 FILLER PIC X(18) VALUE "Name on PANES".
           02 FILLER PIC X(6)  VALUE "Code".
           02 FILLER PIC X(10) VALUE "   Records".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(44) VALUE "Branch on Master".

       01  DETAIL-LINE.
           02 DL-NAME    PIC X(15).
           02 FILLER     PIC X(3)  VALUE SPACES.
           02 DL-CODE    PIC X(2).
           02 FILLER     PIC X(6)  VALUE SPACES.
           02 DL-COUNT   PIC ZZ,ZZ9.
           02 FILLER     PIC X(4)  VALUE SPACES.
           02 DL-RESULT  PIC X(44).

       01  COUNT-LINE.
           02 CL-LABEL   PIC X(30).
           02 CL-COUNT   PIC ZZ,ZZ9.
           02 FILLER     PIC X(44) VALUE SPACES.

       01  RESULT-LINE.
           02 FILLER     PIC X(4)  VALUE "*** ".
           02 RL-TEXT    PIC X(76).

       PROCEDURE DIVISION.
       MAIN-RTN.
      * one writer at a time on the master family
           MOVE "PANESBRC" TO WS-MLOCK-HOLDER.
           PERFORM MLOCK-TAKE-RTN.
           IF WS-MLOCK-OK = 'N'
               DISPLAY "PANES-BR-CONV: MASTER LOCK HELD - "
                   "NOTHING OPENED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM BRMAST-LOAD-RTN.
           IF WS-BRM-COUNT = 0
               DISPLAY "PANES-BR-CONV: BRMAST NOT FOUND OR "
                   "EMPTY - SET UP THE BRANCH MASTER IN REFMAINT."
               PERFORM MLOCK-FREE-RTN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-BRM-OVFL-SW = 'Y'
               DISPLAY "PANES-BR-CONV: *** MORE THAN 50 "
                   "BRANCHES ON BRMAST - TABLE OVERFLOW. ***"
               DISPLAY "PANES-BR-CONV: NOTHING CONVERTED. "
                   "RAISE THE TABLE AND RERUN."
               PERFORM MLOCK-FREE-RTN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FOLD-MASTER-NAME-RTN
               VARYING BM-IDX FROM 1 BY 1
               UNTIL BM-IDX > WS-BRM-COUNT.

           OPEN INPUT OUTFILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "PANES-BR-CONV: PANES NOT FOUND - "
                   "NOTHING TO CONVERT."
               PERFORM MLOCK-FREE-RTN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.

      * the mapping pass: nothing is written until every
      *name on the file is known to map
           PERFORM MAP-ONE-RTN UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE OUTFILE.

           PERFORM PRINT-REPORT-RTN.

           EVALUATE TRUE
               WHEN WS-NAME-OVFL-SW = 'Y'
                   MOVE "MORE THAN 50 BRANCH NAMES - NOT CONVERTED."
                       TO RL-TEXT
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-UNMAP-COUNT > 0
                   MOVE "NAMES WILL NOT MAP - PANES NOT CONVERTED."
                       TO RL-TEXT
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-MAPPED-COUNT = 0
                   MOVE "NO BRANCH NAMES LEFT ON PANES TO CONVERT."
                       TO RL-TEXT
               WHEN OTHER
                   PERFORM CONVERT-RTN THRU CONVERT-EXIT
           END-EVALUATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM RESULT-LINE.

           MOVE WS-READ-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           CLOSE RPT-FILE.
           PERFORM MLOCK-FREE-RTN.
           DISPLAY "PANES-BR-CONV: READ " WS-READ-COUNT
               " MAPPED " WS-MAPPED-COUNT
               " UNMAPPED " WS-UNMAP-COUNT.
           DISPLAY "PANES-BR-CONV: " RL-TEXT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

      * shared branch-master paragraphs
           COPY BRMSTRTN.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="PANES-BR-CONV"==.

      * shared master-lock paragraphs
           COPY MLOCKRTN
               REPLACING ==MLOCK-FILENAME== BY =="PANES.LCK"==.

       FOLD-MASTER-NAME-RTN.
           MOVE BMT-NAME(BM-IDX) TO WS-UP-MASTER(BM-IDX).
           INSPECT WS-UP-MASTER(BM-IDX) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       MAP-ONE-RTN.
           READ OUTFILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF FILE-BRANCH = SPACES
                       ADD 1 TO WS-BLANK-COUNT
                   ELSE
                       PERFORM CLASSIFY-BRANCH-RTN
                       PERFORM TALLY-RESULT-RTN
                   END-IF
           END-READ.

      * a slot holding only a master code is already
      *converted; anything else is a name to map
       CLASSIFY-BRANCH-RTN.
           MOVE 'U' TO WS-MAP-RESULT.
           MOVE SPACES TO WS-NEW-CODE.
           IF FILE-BRANCH(3:13) = SPACES
               MOVE FILE-BRANCH-CODE TO WS-BRM-WANTED
               PERFORM BRMAST-FIND-RTN
               IF WS-BRM-HIT > 0
                   MOVE 'K' TO WS-MAP-RESULT
                   MOVE FILE-BRANCH-CODE TO WS-NEW-CODE
               END-IF
           END-IF.
           IF WS-MAP-RESULT = 'U'
               MOVE FILE-BRANCH TO WS-UP-NAME
               INSPECT WS-UP-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               PERFORM MATCH-NAME-RTN
                   VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > WS-BRM-COUNT
                   OR WS-MAP-RESULT = 'M'
           END-IF.

       MATCH-NAME-RTN.
           IF WS-UP-MASTER(BM-IDX) = WS-UP-NAME
               MOVE 'M' TO WS-MAP-RESULT
               MOVE BMT-CODE(BM-IDX) TO WS-NEW-CODE
           END-IF.

       TALLY-RESULT-RTN.
           EVALUATE WS-MAP-RESULT
               WHEN 'K'
                   ADD 1 TO WS-CODED-COUNT
               WHEN 'M'
                   ADD 1 TO WS-MAPPED-COUNT
                   PERFORM TALLY-NAME-RTN
               WHEN OTHER
                   ADD 1 TO WS-UNMAP-COUNT
                   PERFORM TALLY-NAME-RTN
           END-EVALUATE.

      * one line per distinct name for the report
       TALLY-NAME-RTN.
           MOVE 0 TO WS-NAME-HIT.
           PERFORM FIND-NAME-RTN
               VARYING NM-IDX FROM 1 BY 1
               UNTIL NM-IDX > WS-NAME-COUNT OR WS-NAME-HIT > 0.
           IF WS-NAME-HIT = 0
               IF WS-NAME-COUNT < 50
                   ADD 1 TO WS-NAME-COUNT
                   MOVE WS-NAME-COUNT TO WS-NAME-HIT
                   SET NM-IDX TO WS-NAME-HIT
                   MOVE FILE-BRANCH TO NM-NAME(NM-IDX)
                   MOVE WS-NEW-CODE TO NM-CODE(NM-IDX)
                   MOVE 0 TO NM-COUNT(NM-IDX)
               ELSE
                   MOVE 'Y' TO WS-NAME-OVFL-SW
               END-IF
           END-IF.
           IF WS-NAME-HIT > 0
               SET NM-IDX TO WS-NAME-HIT
               ADD 1 TO NM-COUNT(NM-IDX)
           END-IF.

       FIND-NAME-RTN.
           IF NM-NAME(NM-IDX) = FILE-BRANCH
               MOVE NM-IDX TO WS-NAME-HIT
           END-IF.

       PRINT-REPORT-RTN.
           WRITE PRINT-LINE FROM HDR-1.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HDR-DATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HDR-COLS.
           PERFORM PRINT-ONE-NAME-RTN
               VARYING NM-IDX FROM 1 BY 1
               UNTIL NM-IDX > WS-NAME-COUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "Records read:" TO CL-LABEL.
           MOVE WS-READ-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "Already carrying a code:" TO CL-LABEL.
           MOVE WS-CODED-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "Names that map:" TO CL-LABEL.
           MOVE WS-MAPPED-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "No branch (left blank):" TO CL-LABEL.
           MOVE WS-BLANK-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.
           MOVE "Names that will not map:" TO CL-LABEL.
           MOVE WS-UNMAP-COUNT TO CL-COUNT.
           WRITE PRINT-LINE FROM COUNT-LINE.

       PRINT-ONE-NAME-RTN.
           MOVE NM-NAME(NM-IDX) TO DL-NAME.
           MOVE NM-CODE(NM-IDX) TO DL-CODE.
           MOVE NM-COUNT(NM-IDX) TO DL-COUNT.
           IF NM-CODE(NM-IDX) = SPACES
               MOVE "*** WILL NOT MAP ***" TO DL-RESULT
           ELSE
               MOVE NM-CODE(NM-IDX) TO WS-BRM-WANTED
               PERFORM BRMAST-FIND-RTN
               MOVE WS-BRM-NAME TO DL-RESULT
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE.

      * PANES goes to the work file converted, then comes
      *back from it; a short copy leaves PANES as it was
       CONVERT-RTN.
           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT OUTFILE.
           OPEN OUTPUT WORK-FILE.
           PERFORM CONVERT-ONE-RTN UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE OUTFILE.
           CLOSE WORK-FILE.
           IF WS-COPY-COUNT NOT = WS-READ-COUNT
               MOVE "WORK FILE SHORT OF PANES - NOT CONVERTED."
                   TO RL-TEXT
               MOVE 8 TO WS-RUN-RC
               GO TO CONVERT-EXIT
           END-IF.

           MOVE 'N' TO LOAD-EOF-SW.
           MOVE 0 TO WS-COPY-COUNT.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT OUTFILE.
           PERFORM RESTORE-ONE-RTN UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE WORK-FILE.
           CLOSE OUTFILE.
           MOVE "PANES CONVERTED TO BRANCH-MASTER CODES."
               TO RL-TEXT.

       CONVERT-EXIT.
           EXIT.

       CONVERT-ONE-RTN.
           READ OUTFILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   IF FILE-BRANCH NOT = SPACES
                       PERFORM CLASSIFY-BRANCH-RTN
                       MOVE WS-NEW-CODE TO FILE-BRANCH
                   END-IF
                   WRITE WORK-REC FROM OUTREC
                   ADD 1 TO WS-COPY-COUNT
           END-READ.

       RESTORE-ONE-RTN.
           READ WORK-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   WRITE OUTREC FROM WORK-REC
                   ADD 1 TO WS-COPY-COUNT
           END-READ.
