       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANES-IX-CONV.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - one-time conversion of PANES to
      *                the indexed master keyed on the account
      *                number. The old sequential PANES, renamed
      *                PANESOLD, is proven against PANESCTL the same
      *                way FINALQUIZ proved it at load, then loaded
      *                into the new PANES one record per account:
      *                the latest snapshot of each account stands,
      *                and every snapshot it supersedes goes to the
      *                PANESHIST archive under the run date, as the
      *                end-of-day consolidation used to send them.
      *                PANESCTL is rewritten with the account count
      *                and balance hash of the new master. The old
      *                single-record extract state, renamed
      *                PANESXSO, is carried into the indexed
      *                PANESXST one record per account. The run
      *                refuses to touch an indexed PANES already in
      *                place, so a rerun cannot load twice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the sequential PANES as the old system left it
           SELECT OLD-FILE ASSIGN TO "PANESOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT OUTFILE ASSIGN TO "PANES"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FILE-ACCT-NUM
               FILE STATUS IS WS-FILE-STATUS.

      * superseded snapshots, stamped with the run date
           SELECT HIST-FILE ASSIGN TO "PANESHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * the master's integrity control record, proven
      *against the old file and rewritten for the new one
           SELECT CTL-FILE ASSIGN TO "PANESCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      * the extract's carried state in the old one-record
      *form, and the indexed file that replaces it
           SELECT OLD-STATE-FILE ASSIGN TO "PANESXSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OST-STATUS.

           SELECT STATE-FILE ASSIGN TO "PANESXST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ST-NUM
               FILE STATUS IS WS-STATE-STATUS.

      * shared run-log written alongside the conversion
           COPY RUNLOGSL.
      * the master lock shared with FINALQUIZ and the
      *end-of-day runs
           COPY MLOCKSL
               REPLACING ==MLOCK-FILENAME== BY =="PANES.LCK"==.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OLD-REC.
       01  OLD-REC.
           02 OLD-ACCT-NUM    PIC 9(10).
           02 FILLER          PIC X(97).

       FD  OUTFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OUTREC.
       01  OUTREC.
      * shared PANES record layout
           COPY PANESREC.

       FD  HIST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC.
       01  HIST-REC.
           02 HIST-DATE       PIC 9(8).
           02 HIST-SNAPSHOT   PIC X(107).

       FD  CTL-FILE
           LABEL RECORD IS OMITTED.
       01  CTL-REC.
           02 PC-COUNT PIC 9(5).
           02 PC-HASH  PIC S9(14)V99.

       FD  OLD-STATE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS OLD-STATE-REC.
       01  OLD-STATE-REC.
           02 OS-COUNT PIC 9(3).
           02 OS-ENTRY OCCURS 100 TIMES.
              03 OS-NUM PIC 9(10).
              03 OS-BAL PIC S9(12)V99.

       FD  STATE-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS STATE-REC.
       01  STATE-REC.
           02 ST-NUM PIC 9(10).
           02 ST-BAL PIC S9(12)V99.

           COPY RUNLOGFD.
           COPY MLOCKFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared master-lock working-storage
           COPY MLOCKWS.

       01  WS-OLD-STATUS   PIC XX VALUE SPACES.
       01  WS-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-HIST-STATUS  PIC XX VALUE SPACES.
       01  WS-CTL-STATUS   PIC XX VALUE SPACES.
       01  WS-OST-STATUS   PIC XX VALUE SPACES.
       01  WS-STATE-STATUS PIC XX VALUE SPACES.
       01  LOAD-EOF-SW     PIC X VALUE 'N'.
       01  WS-TODAY        PIC 9(8) VALUE 0.
       01  WS-READ-COUNT   PIC 9(5) VALUE 0.
       01  WS-READ-HASH    PIC S9(14)V99 VALUE 0.
       01  WS-ACCT-COUNT   PIC 9(5) VALUE 0.
       01  WS-ACCT-HASH    PIC S9(14)V99 VALUE 0.
       01  WS-HIST-COUNT   PIC 9(5) VALUE 0.
       01  WS-STATE-COUNT  PIC 9(5) VALUE 0.
       01  WS-ST-IDX       PIC 9(3) VALUE 0.
       01  WS-CTL-FOUND-SW PIC X VALUE 'N'.
       01  WS-HELD-SW      PIC X VALUE 'N'.
      * the run's return code, held past the lock release
       01  WS-RUN-RC       PIC 9 VALUE 0.

      * the snapshot in hand while the new master is read
      *under its key for the one it supersedes
       01  WS-NEW-SNAP     PIC X(107) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
      * one writer at a time on the master family
           MOVE "PANESIXC" TO WS-MLOCK-HOLDER.
           PERFORM MLOCK-TAKE-RTN.
           IF WS-MLOCK-OK = 'N'
               DISPLAY "PANES-IX-CONV: MASTER LOCK HELD - "
                   "NOTHING OPENED."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM RUNLOG-START-RTN.
           PERFORM CONVERT-RTN THRU CONVERT-EXIT.

           MOVE WS-ACCT-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           PERFORM MLOCK-FREE-RTN.
           DISPLAY "PANES-IX-CONV: READ " WS-READ-COUNT
               " ACCOUNTS " WS-ACCT-COUNT
               " ARCHIVED " WS-HIST-COUNT
               " STATE " WS-STATE-COUNT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="PANES-IX-CONV"==.

      * shared master-lock paragraphs
           COPY MLOCKRTN
               REPLACING ==MLOCK-FILENAME== BY =="PANES.LCK"==.

       CONVERT-RTN.
      * an indexed PANES already in place means the
      *conversion has run; loading it again would double it
           OPEN INPUT OUTFILE.
           IF WS-FILE-STATUS NOT = "35"
               CLOSE OUTFILE
               DISPLAY "PANES-IX-CONV: PANES ALREADY PRESENT - "
                   "NOTHING CONVERTED."
               MOVE 8 TO WS-RUN-RC
               GO TO CONVERT-EXIT
           END-IF.

           OPEN INPUT OLD-FILE.
           IF WS-OLD-STATUS = "35"
               DISPLAY "PANES-IX-CONV: PANESOLD NOT FOUND - "
                   "RENAME THE OLD PANES TO PANESOLD FIRST."
               MOVE 8 TO WS-RUN-RC
               GO TO CONVERT-EXIT
           END-IF.

      * the counting pass proves the old file against its
      *control record before a byte is written
           PERFORM COUNT-ONE-RTN UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE OLD-FILE.
           PERFORM VERIFY-CTL-RTN.
           IF WS-RUN-RC NOT = 0
               GO TO CONVERT-EXIT
           END-IF.

           OPEN OUTPUT OUTFILE.
           CLOSE OUTFILE.
           OPEN I-O OUTFILE.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF.
           MOVE 'N' TO LOAD-EOF-SW.
           OPEN INPUT OLD-FILE.
           PERFORM LOAD-ONE-RTN UNTIL LOAD-EOF-SW = 'Y'.
           CLOSE OLD-FILE.
           CLOSE OUTFILE.
           CLOSE HIST-FILE.

           OPEN OUTPUT CTL-FILE.
           MOVE WS-ACCT-COUNT TO PC-COUNT.
           MOVE WS-ACCT-HASH TO PC-HASH.
           WRITE CTL-REC.
           CLOSE CTL-FILE.

           PERFORM CONVERT-STATE-RTN.

       CONVERT-EXIT.
           EXIT.

       COUNT-ONE-RTN.
           READ OLD-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END
                   MOVE OLD-REC TO OUTREC
                   ADD 1 TO WS-READ-COUNT
                   ADD FILE-BAL TO WS-READ-HASH
           END-READ.

      * a short or altered old file is refused outright; the
      *remedy is the backup, not an override
       VERIFY-CTL-RTN.
           MOVE 'N' TO WS-CTL-FOUND-SW.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = "35"
               READ CTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-CTL-FOUND-SW
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF WS-CTL-FOUND-SW = 'Y'
               IF PC-COUNT NOT = WS-READ-COUNT
                   OR PC-HASH NOT = WS-READ-HASH
                   DISPLAY "PANES-IX-CONV: *** PANESOLD FAILED ITS "
                       "INTEGRITY CHECK ***"
                   DISPLAY "PANES-IX-CONV: EXPECTED " PC-COUNT
                       " RECORD(S), FOUND " WS-READ-COUNT
                   DISPLAY "PANES-IX-CONV: NOTHING CONVERTED. "
                       "RESTORE FROM BACKUP AND RERUN."
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.

      * the latest snapshot per account stands on the new
      *master; the one it supersedes goes to the archive
       LOAD-ONE-RTN.
           READ OLD-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END PERFORM PLACE-ONE-RTN
           END-READ.

       PLACE-ONE-RTN.
           MOVE OLD-REC TO WS-NEW-SNAP.
           MOVE OLD-ACCT-NUM TO FILE-ACCT-NUM.
           MOVE 'Y' TO WS-HELD-SW.
           READ OUTFILE
               INVALID KEY MOVE 'N' TO WS-HELD-SW
           END-READ.
           IF WS-HELD-SW = 'Y'
               MOVE WS-TODAY TO HIST-DATE
               MOVE OUTREC TO HIST-SNAPSHOT
               WRITE HIST-REC
               ADD 1 TO WS-HIST-COUNT
               SUBTRACT FILE-BAL FROM WS-ACCT-HASH
               MOVE WS-NEW-SNAP TO OUTREC
               REWRITE OUTREC
                   INVALID KEY
                       DISPLAY "PANES-IX-CONV: REWRITE FAILED "
                           FILE-ACCT-NUM
               END-REWRITE
           ELSE
               MOVE WS-NEW-SNAP TO OUTREC
               WRITE OUTREC
                   INVALID KEY
                       DISPLAY "PANES-IX-CONV: WRITE FAILED "
                           FILE-ACCT-NUM
               END-WRITE
               ADD 1 TO WS-ACCT-COUNT
           END-IF.
           ADD FILE-BAL TO WS-ACCT-HASH.

      * the extract's carried balances, one record per
      *account; with no old state the first extract starts the
      *new file itself
       CONVERT-STATE-RTN.
           OPEN INPUT OLD-STATE-FILE.
           IF WS-OST-STATUS = "35"
               DISPLAY "PANES-IX-CONV: PANESXSO NOT FOUND - "
                   "NO EXTRACT STATE CARRIED."
           ELSE
               READ OLD-STATE-FILE
                   AT END MOVE 0 TO OS-COUNT
               END-READ
               CLOSE OLD-STATE-FILE
               OPEN OUTPUT STATE-FILE
               PERFORM CONVERT-ONE-STATE-RTN
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > OS-COUNT
               CLOSE STATE-FILE
           END-IF.

       CONVERT-ONE-STATE-RTN.
           MOVE OS-NUM(WS-ST-IDX) TO ST-NUM.
           MOVE OS-BAL(WS-ST-IDX) TO ST-BAL.
           WRITE STATE-REC
               INVALID KEY
                   DISPLAY "PANES-IX-CONV: PANESXST WRITE FAILED "
                       ST-NUM
               NOT INVALID KEY
                   ADD 1 TO WS-STATE-COUNT
           END-WRITE.
