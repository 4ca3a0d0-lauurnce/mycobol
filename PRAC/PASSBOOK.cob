      *2026-09-01  LP  The PANES record grew an account status byte
      *                (shared PANESREC copybook); the snapshot
      *                images here widened to the new 107 bytes.
      *2026-10-15  LP  A single account's page printed again at the
      *                customer's request can be journaled as a
      *                chargeable statement reprint: an FQJRNL entry
      *                of type S, no amount, under the signed-on
      *                operator, which the month-end service-charge
      *                run counts against the fee schedule.
      *2026-10-15  LP  PANES now carries the branch-master code in
      *                place of the branch name; the page heading
      *                names the branch off the shared branch master
      *                (BRMAST).
      *2026-10-15  LP  PANES is now indexed with one current record
      *                per account, and the day's per-posting
      *                snapshots are on the activity file PANESACT.
      *                A single account is read from PANES under its
      *                key and all accounts in key order; each page
      *                lists the account's entries off PANESACT and
      *                closes on the balance PANES holds, and an
      *                account with no activity today prints its
      *                standing record as the one entry. The
      *                hundred-account table is gone.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "PANES"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FILE-ACCT-NUM
               FILE STATUS IS WS-FILE-STATUS.

      * the day's posting snapshots FINALQUIZ dropped
           SELECT ACT-FILE ASSIGN TO "PANESACT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.

           SELECT RPT-FILE ASSIGN TO "PASSBOOK.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * the teller journal a chargeable reprint is entered on
           SELECT JRNL-FILE ASSIGN TO "FQJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      * shared run-log written alongside the passbook spool
           COPY RUNLOGSL.
      * shared branch master
           COPY BRMSTSL.

       DATA DIVISION.
       FILE SECTION.
      * shared PANES record layout
           COPY PANESREC.

       FD  ACT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ACT-REC.
       01  ACT-REC          PIC X(107).

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE       PIC X(80).

       FD  JRNL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS JRNL-REC.
       01  JRNL-REC.
      * shared journal record layout
           COPY FQJRNLRC.

           COPY RUNLOGFD.
           COPY BRMSTFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared branch-master working-storage
           COPY BRMSTWS.

      * shared validation-loop switches
           COPY VALSW.

       01  WS-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-ACT-STATUS   PIC XX VALUE SPACES.
       01  LOAD-EOF-SW     PIC X VALUE 'N'.
       01  WS-WANTED-ACCT  PIC 9(10) VALUE 0.
       01  WS-PAGE-COUNT   PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT   PIC 9(4) VALUE 0.
       01  WS-JRNL-STATUS  PIC XX VALUE SPACES.
       01  WS-SEQ-EOF      PIC X VALUE 'N'.
       01  WS-JRNL-NEXT-SEQ PIC 9(6) VALUE 0.
       01  WS-JRNL-TIME    PIC 9(8) VALUE 0.
       01  WS-REPRINT-SW   PIC X VALUE 'N'.

      * the day's snapshots loaded once, so each account's
      *page can list its entries together whatever order the
      *activity file holds them in
       01  WS-SNAP-TABLE.
           02 WS-SNAP-COUNT PIC 9(3) VALUE 0.
           02 WS-SNAP-ENTRY OCCURS 500 TIMES INDEXED BY SN-IDX.
           02 SR-ACCT-TYPE    PIC X.
           02 SR-ACCT-TYPE-NAME PIC X(15).
           02 SR-BAL          PIC S9(12)V99.
           02 SR-BRANCH-CODE  PIC X(2).
           02 FILLER          PIC X(13).
           02 SR-LAST-ACT     PIC 9(8).
           02 SR-ACCT-STATUS  PIC X.

       01  WS-PAGE-ACCT    PIC 9(10) VALUE 0.
       01  WS-LAST-BAL     PIC S9(12)V99 VALUE 0.

           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM RUNLOG-START-RTN.
           PERFORM BRMAST-LOAD-RTN.

           OPEN INPUT ACT-FILE.
           IF WS-ACT-STATUS NOT = "35"
               PERFORM LOAD-NEXT-SNAP-RTN UNTIL LOAD-EOF-SW = 'Y'
               CLOSE ACT-FILE
           END-IF.

      * one account under its key, or every account in key
      *order
           IF WS-WANTED-ACCT NOT = 0
               MOVE WS-WANTED-ACCT TO FILE-ACCT-NUM
               MOVE 'Y' TO WS-FOUND-SW
               READ INFILE
                   INVALID KEY MOVE 'N' TO WS-FOUND-SW
               END-READ
               IF WS-FOUND-SW = 'Y'
                   PERFORM PRINT-ONE-PAGE-RTN
               ELSE
                   DISPLAY "PASSBOOK: ACCOUNT " WS-WANTED-ACCT
                       " NOT ON PANES."
               END-IF
           ELSE
               MOVE 'N' TO LOAD-EOF-SW
               PERFORM PRINT-NEXT-ACCT-RTN UNTIL LOAD-EOF-SW = 'Y'
           END-IF.
           CLOSE INFILE.

           IF WS-WANTED-ACCT NOT = 0 AND WS-PAGE-COUNT > 0
               PERFORM ASK-REPRINT-RTN
           END-IF.

           MOVE WS-PAGE-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "PASSBOOK: " WS-PAGE-COUNT " PAGE(S) PRINTED.".
           GOBACK.

       LOAD-NEXT-SNAP-RTN.
           READ ACT-FILE
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END PERFORM LOAD-ONE-RTN
           END-READ.

      * keep the snapshot when it belongs to the account
      *asked for
       LOAD-ONE-RTN.
           MOVE ACT-REC TO WS-SNAP-REC.
           IF WS-WANTED-ACCT = 0 OR SR-ACCT-NUM = WS-WANTED-ACCT
               IF WS-SNAP-COUNT < 500
                   ADD 1 TO WS-SNAP-COUNT
                   SET SN-IDX TO WS-SNAP-COUNT
                   MOVE ACT-REC TO SN-SNAPSHOT(SN-IDX)
               END-IF
           END-IF.

       PRINT-NEXT-ACCT-RTN.
           READ INFILE NEXT
               AT END MOVE 'Y' TO LOAD-EOF-SW
               NOT AT END PERFORM PRINT-ONE-PAGE-RTN
           END-READ.

      * one headed passbook page per account: the holder's
      *identifying lines, each entry recorded today, and the
      *closing balance PANES holds; an account quiet today shows
      *its standing record as the one entry
       PRINT-ONE-PAGE-RTN.
           MOVE FILE-ACCT-NUM TO WS-PAGE-ACCT.
           MOVE 0 TO WS-LINE-COUNT.
           PERFORM PRINT-PAGE-HEAD-RTN.

           PERFORM PRINT-PAGE-ENTRY-RTN
               VARYING SN-IDX FROM 1 BY 1
               UNTIL SN-IDX > WS-SNAP-COUNT.

           IF WS-LINE-COUNT = 0
               MOVE FILE-TN TO PB-TN
               MOVE FILE-BAL TO PB-BAL
               WRITE PRINT-LINE FROM ENTRY-LINE
           END-IF.
           MOVE FILE-BAL TO WS-LAST-BAL.
           MOVE WS-LAST-BAL TO PB-CLOSING-BAL.
           WRITE PRINT-LINE FROM CLOSING-LINE.
           ADD 1 TO WS-PAGE-COUNT.

       PRINT-PAGE-ENTRY-RTN.
           MOVE SN-SNAPSHOT(SN-IDX) TO WS-SNAP-REC.
           IF SR-ACCT-NUM = WS-PAGE-ACCT
               MOVE SR-TN TO PB-TN
               MOVE SR-BAL TO PB-BAL
               WRITE PRINT-LINE FROM ENTRY-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

           WRITE PRINT-LINE FROM HEADING-3.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE FILE-ACCT-NUM TO PB-ACCT-NUM.
           MOVE FILE-ACCT-NAME TO PB-ACCT-NAME.
           WRITE PRINT-LINE FROM ID-LINE-1.
           MOVE FILE-SN TO PB-SN.
           MOVE FILE-ACCT-TYPE-NAME TO PB-TYPE-NAME.
           MOVE SPACES TO PB-BRANCH-NAME.
           IF FILE-BRANCH-CODE NOT = SPACES
               MOVE FILE-BRANCH-CODE TO WS-BRM-WANTED
               PERFORM BRMAST-FIND-RTN
               MOVE WS-BRM-NAME TO PB-BRANCH-NAME
           END-IF.
           WRITE PRINT-LINE FROM ID-LINE-2.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

      * a page printed again for the customer is a
      *statement reprint the fee schedule may charge for; the
      *journal entry carries no amount and moves no cash
       ASK-REPRINT-RTN.
           DISPLAY "Reprint at the customer's request - "
               "chargeable? (Y/N): ".
           ACCEPT WS-REPRINT-SW.
           IF WS-REPRINT-SW = 'Y' OR WS-REPRINT-SW = 'y'
               PERFORM LOAD-JRNL-SEQ-RTN
               PERFORM WRITE-REPRINT-RTN
               DISPLAY "PASSBOOK: REPRINT JOURNALED FOR "
                   WS-WANTED-ACCT "."
           END-IF.

      * the next journal sequence number picks up past the
      *highest already on file, the same way FINALQUIZ numbers
      *its entries
       LOAD-JRNL-SEQ-RTN.
           MOVE 'N' TO WS-SEQ-EOF.
           MOVE 0 TO WS-JRNL-NEXT-SEQ.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM SCAN-ONE-SEQ-RTN UNTIL WS-SEQ-EOF = 'Y'
               CLOSE JRNL-FILE
           END-IF.

       SCAN-ONE-SEQ-RTN.
           READ JRNL-FILE
               AT END MOVE 'Y' TO WS-SEQ-EOF
               NOT AT END
                   IF JR-SEQ > WS-JRNL-NEXT-SEQ
                       MOVE JR-SEQ TO WS-JRNL-NEXT-SEQ
                   END-IF
           END-READ.

       WRITE-REPRINT-RTN.
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JRNL-FILE
           END-IF.
           ACCEPT WS-JRNL-TIME FROM TIME.
           ADD 1 TO WS-JRNL-NEXT-SEQ.
           MOVE WS-JRNL-NEXT-SEQ TO JR-SEQ.
           MOVE 0 TO JR-REV-REF.
           MOVE WS-RUNLOG-OPER TO JR-TELLER.
           MOVE WS-RUNLOG-DATE TO JR-DATE.
           MOVE WS-JRNL-TIME TO JR-TIME.
           MOVE WS-WANTED-ACCT TO JR-ACCT-NUM.
           MOVE 'S' TO JR-TRANS-TYPE.
           MOVE 0 TO JR-AMOUNT.
           MOVE WS-LAST-BAL TO JR-NEW-BAL.
           WRITE JRNL-REC.
           CLOSE JRNL-FILE.

      * shared run-log paragraphs
       COPY RUNLOGRTN
           REPLACING ==RUNLOG-PROGNAME== BY =="PASSBOOK"==.

      * shared branch-master paragraphs
       COPY BRMSTRTN.
