      *                refusal used to leave the lock on disk and
      *                force every later run through the
      *                stale-lock override.
      *2026-10-15  LP  PANES is now indexed with one current record
      *                per account, kept current by FINALQUIZ
      *                posting by posting, and the per-posting
      *                snapshots land on the day's activity file
      *                PANESACT. The consolidation, its account
      *                table and the PANESCTL rewrite are gone: the
      *                run now archives the day's PANESACT snapshots
      *                to PANESHIST under the run date and empties
      *                PANESACT for the next day. With PANESCTL no
      *                longer touched here the integrity check and
      *                its supervisor override moved out with it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the day's posting snapshots FINALQUIZ dropped
           SELECT ACT-FILE ASSIGN TO "PANESACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

      * the day's snapshots, stamped with the run date
           SELECT HIST-FILE ASSIGN TO "PANESHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * shared run-log written alongside the archive
           COPY RUNLOGSL.
      * shared job-control state for the nightly sequence
      *extract
           COPY MLOCKSL
               REPLACING ==MLOCK-FILENAME== BY =="PANES.LCK"==.

      * the shared nightly control-count file
           COPY BATCTLSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACT-REC.
       01  ACT-REC.
      * shared PANES record layout
           COPY PANESREC.

           02 HIST-DATE       PIC 9(8).
           02 HIST-SNAPSHOT   PIC X(107).

           COPY RUNLOGFD.
           COPY JOBCTLFD.
           COPY MLOCKFD.
           COPY BATCTLFD.

       WORKING-STORAGE SECTION.
           COPY JOBCTLWS.
      * shared master-lock working-storage
           COPY MLOCKWS.
      * shared control-count working-storage
           COPY BATCTLWS.

       01  WS-ACT-STATUS   PIC XX VALUE SPACES.
       01  WS-HIST-STATUS  PIC XX VALUE SPACES.
       01  LOAD-EOF-SW     PIC X VALUE 'N'.
       01  WS-TODAY        PIC 9(8) VALUE 0.
       01  WS-READ-COUNT   PIC 9(5) VALUE 0.
       01  WS-HIST-COUNT   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-RTN.
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM RUNLOG-START-RTN.

      * a day with no postings leaves no activity file; there
      *is nothing to archive, and the step is still done
           OPEN INPUT ACT-FILE.
           IF WS-ACT-STATUS = "35"
               DISPLAY "PANES-EOD: NO ACTIVITY TODAY - NOTHING "
                   "TO ARCHIVE."
           ELSE
               OPEN EXTEND HIST-FILE
               IF WS-HIST-STATUS = "35"
                   OPEN OUTPUT HIST-FILE
               END-IF
               PERFORM ARCHIVE-ONE-RTN UNTIL LOAD-EOF-SW = 'Y'
               CLOSE ACT-FILE
               CLOSE HIST-FILE
      * the archive holds the day now; the next day's
      *postings start a fresh activity file
               OPEN OUTPUT ACT-FILE
               CLOSE ACT-FILE
           END-IF.

      * every snapshot read is archived - between them
      *every record is accounted for
           MOVE WS-READ-COUNT TO WS-BT-IN.
           MOVE WS-HIST-COUNT TO WS-BT-OUT.
           MOVE 0 TO WS-BT-REJ.
           MOVE WS-RUNLOG-DATE TO WS-BT-DATE.
           PERFORM BATCTL-WRITE-RTN.

           MOVE WS-HIST-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           PERFORM JOBCTL-MARK-RTN.
           PERFORM MLOCK-FREE-RTN.
           DISPLAY "PANES-EOD: READ " WS-READ-COUNT
               " ARCHIVED " WS-HIST-COUNT.
           GOBACK.

       ARCHIVE-ONE-RTN.
           READ ACT-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE WS-TODAY TO HIST-DATE
                   MOVE ACT-REC TO HIST-SNAPSHOT
                   WRITE HIST-REC
                   ADD 1 TO WS-HIST-COUNT
           END-READ.

      * shared run-log paragraphs
       COPY RUNLOGRTN
       COPY MLOCKRTN
           REPLACING ==MLOCK-FILENAME== BY =="PANES.LCK"==.

      * shared control-count paragraph
       COPY BATCTLRTN
           REPLACING ==BATCTL-PROGNAME== BY =="PANES-EOD"==.
