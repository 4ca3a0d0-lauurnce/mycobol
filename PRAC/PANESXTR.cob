      *                PANES.LCK master lock on the way out
      *                instead of leaving a stale lock for the
      *                next run to override.
      *2026-10-15  LP  PANES is now indexed with one current record
      *                per account; the per-posting snapshots this
      *                run takes its movements from now arrive on
      *                the day's activity file PANESACT, which the
      *                extract reads instead. A day with no postings
      *                leaves no activity file and releases an empty
      *                HDR/TRL pair. PANESXST is now indexed on the
      *                account number, one record per account read
      *                and rewritten as its snapshots arrive, and
      *                the hundred-account table is gone.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the day's posting snapshots FINALQUIZ dropped
           SELECT INFILE ASSIGN TO "PANESACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

      * the balance last extracted per account, carried
      *between runs so only new movements are released
           SELECT STATE-FILE ASSIGN TO "PANESXST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ST-NUM
               FILE STATUS IS WS-STATE-STATUS.

      * shared run-log written alongside the extract
           LABEL RECORD IS OMITTED
           DATA RECORD IS STATE-REC.
       01  STATE-REC.
           02 ST-NUM PIC 9(10).
           02 ST-BAL PIC S9(12)V99.

           COPY RUNLOGFD.
           COPY JOBCTLFD.
       01  WS-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-STATE-STATUS PIC XX VALUE SPACES.
       01  LOAD-EOF-SW     PIC X VALUE 'N'.
       01  WS-TODAY        PIC 9(8) VALUE 0.
       01  WS-MOVEMENT     PIC S9(12)V99 VALUE 0.

           05 WS-XTR-COUNT      PIC 9(7) VALUE 0.
           05 WS-XTR-HASH       PIC 9(11)V99 VALUE 0.


       PROCEDURE DIVISION.
       MAIN-RTN.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      * a day with no postings leaves no activity file; the
      *extract still goes out, empty, under its control records
           OPEN INPUT INFILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "PANES-EXTRACT: NO ACTIVITY TODAY."
               MOVE 'Y' TO LOAD-EOF-SW
           END-IF.
           OPEN OUTPUT XTR-FILE.
           PERFORM RUNLOG-START-RTN.
           PERFORM OPEN-STATE-RTN.

           PERFORM WRITE-HEADER-RTN.

           END-PERFORM.

           PERFORM WRITE-TRAILER-RTN.
           CLOSE STATE-FILE.

           MOVE WS-XTR-COUNT TO WS-BT-OUT.
           MOVE WS-RUNLOG-DATE TO WS-BT-DATE.
           MOVE WS-XTR-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           IF WS-FILE-STATUS NOT = "35"
               CLOSE INFILE
           END-IF.
           CLOSE XTR-FILE.
           PERFORM JOBCTL-MARK-RTN.
           PERFORM MLOCK-FREE-RTN.
               " MOVEMENT(S) EXTRACTED.".
           GOBACK.

      * the balances the last extract left off at, one
      *record per account; with no state on disk this is the
      *first extract and every balance arrives whole
       OPEN-STATE-RTN.
           OPEN I-O STATE-FILE.
           IF WS-STATE-STATUS = "35"
               OPEN OUTPUT STATE-FILE
               CLOSE STATE-FILE
               OPEN I-O STATE-FILE
           END-IF.

      * the movement on this snapshot is the change from the
      *account's last extracted balance; an account never
      *extracted before is its whole balance arriving
       EXTRACT-ONE-RTN.
           ADD 1 TO WS-BT-IN.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE FILE-ACCT-NUM TO ST-NUM.
           READ STATE-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.

           IF WS-FOUND-SW = 'Y'
               COMPUTE WS-MOVEMENT = FILE-BAL - ST-BAL
               MOVE FILE-BAL TO ST-BAL
               REWRITE STATE-REC
                   INVALID KEY
                       DISPLAY "PANES-EXTRACT: PANESXST REWRITE "
                           "FAILED " ST-NUM
               END-REWRITE
           ELSE
               MOVE FILE-BAL TO WS-MOVEMENT
               MOVE FILE-ACCT-NUM TO ST-NUM
               MOVE FILE-BAL TO ST-BAL
               WRITE STATE-REC
                   INVALID KEY
                       DISPLAY "PANES-EXTRACT: PANESXST WRITE "
                           "FAILED " ST-NUM
               END-WRITE
           END-IF.

      * an unmoved account is set aside, not passed on,
               ADD 1 TO WS-BT-REJ
           END-IF.

       WRITE-MOVEMENT-RTN.
           MOVE SPACES TO WS-TRANS-REC.
           MOVE FILE-ACCT-NUM TO TR-ACCT-NO.
