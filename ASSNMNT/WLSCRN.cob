       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCH-SCREEN.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - daily watchlist screening.
      *                Screens every customer name on CUSTMAST
      *                against the sanctions and local watchlist
      *                names compliance loads to WATCHLST (shared
      *                WLSCR copybooks, the same screen ACCT-MAINT
      *                applies at opening and TRANSEDIT applies to
      *                the extract), writes each new hit at or above
      *                the match score (FINPARMS key WL-MATCH-PCT,
      *                default 75) to SCRNHITS as pending, then
      *                prints the daily hits report of everything
      *                still pending, from all three screens, with
      *                the days each has waited, to WLHITS.OUT.
      *                WATCH-REVIEW is where compliance clears or
      *                confirms them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "WLHITS.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * the watchlist and the screening results
           COPY WLSCRSL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       01  CUST-REC.
      * shared customer-link layout
           COPY CUSTREC.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-KEY          PIC X(12).
           05 PARM-VALUE        PIC 9(7)V9(4).

           COPY WLSCRFD.
           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared watchlist-screening working-storage
           COPY WLSCRWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-CUST-EOF          PIC X VALUE 'N'.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-SCRN-EOF          PIC X VALUE 'N'.
       01  WS-PREV-CUST         PIC 9(6) VALUE 0.
       01  WS-CUST-REF          PIC 9(6) VALUE 0.

       01  WS-COUNTS.
           05 WS-SCREENED       PIC 9(6) VALUE 0.
           05 WS-NEW-HITS       PIC 9(5) VALUE 0.
           05 WS-PEND-CUST      PIC 9(5) VALUE 0.
           05 WS-PEND-ACCT      PIC 9(5) VALUE 0.
           05 WS-PEND-TRANS     PIC 9(5) VALUE 0.
           05 WS-CLEARED-TODAY  PIC 9(5) VALUE 0.
           05 WS-CONFIRMED-TODAY PIC 9(5) VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(36) VALUE
              "Watchlist Screening - Pending Hits".
           05 FILLER            PIC X(22) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  HEADING-3.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "Hit No".
           05 FILLER            PIC X(6)  VALUE "From".
           05 FILLER            PIC X(12) VALUE "Reference".
           05 FILLER            PIC X(32) VALUE "Name Screened".
           05 FILLER            PIC X(7)  VALUE "Score".
           05 FILLER            PIC X(10) VALUE "Hit Date".
           05 FILLER            PIC X(4)  VALUE "Days".

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-SEQ            PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-ORIGIN         PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-REF            PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-NAME           PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-SCORE          PIC ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DL-HIT-DATE       PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DAYS           PIC ZZZ9.

       01  MATCH-LINE.
           05 FILLER            PIC X(15) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Matched:  ".
           05 ML-WL-NAME        PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "List: ".
           05 ML-SOURCE         PIC X(8).
           05 FILLER            PIC X(9)  VALUE SPACES.

       01  NONE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "No screening hits pending review.".
           05 FILLER            PIC X(39) VALUE SPACES.

       01  PEND-TOTAL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
              "Pending - customers: ".
           05 PT-CUST           PIC ZZZZ9.
           05 FILLER            PIC X(12) VALUE "  accounts: ".
           05 PT-ACCT           PIC ZZZZ9.
           05 FILLER            PIC X(16) VALUE "  transactions: ".
           05 PT-TRANS          PIC ZZZZ9.
           05 FILLER            PIC X(14) VALUE SPACES.

       01  DECIDED-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(22) VALUE
              "Cleared today: ".
           05 DC-CLEARED        PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "  confirmed: ".
           05 DC-CONFIRMED      PIC ZZZZ9.
           05 FILLER            PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.
           PERFORM 070-LOAD-PARMS.
           PERFORM WLSCR-LOAD-RTN.

      * screening against no list, or against part of one,
      *would pass names it never looked at - refuse
           IF WS-WATCH-STATUS = "35"
               DISPLAY "WATCH-SCREEN: *** WATCHLST NOT FOUND. ***"
               DISPLAY "WATCH-SCREEN: NOTHING SCREENED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           IF WS-WL-OVFL-SW = 'Y'
               DISPLAY "WATCH-SCREEN: *** MORE THAN 1000 WATCHLIST "
                   "NAMES - TABLE OVERFLOW. ***"
               DISPLAY "WATCH-SCREEN: NOTHING SCREENED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           PERFORM 100-SCREEN-CUSTOMERS.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 500-PRINT-PENDING.
           CLOSE REPORT-FILE.

           MOVE WS-SCREENED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "WATCH-SCREEN: " WS-SCREENED
               " CUSTOMER(S) SCREENED, " WS-NEW-HITS " NEW HIT(S).".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="WATCH-SCREEN"==.

      * shared watchlist-screening paragraphs
           COPY WLSCRRTN.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * the match score comes from the shared FINPARMS file
      *operations maintains; a missing file or key leaves the
      *compiled default in force
       070-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 071-READ-ONE-PARM UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARM-FILE
           END-IF.

       071-READ-ONE-PARM.
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   IF PARM-KEY = "WL-MATCH-PCT"
                       MOVE PARM-VALUE TO WS-WL-MATCH-PCT
                   END-IF
           END-READ.

      * CUSTMAST is grouped by customer; the name repeats
      *on every link, so it is screened once per customer
       100-SCREEN-CUSTOMERS.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = "35"
               DISPLAY "WATCH-SCREEN: NO CUSTMAST - CUSTOMERS NOT "
                   "SCREENED."
           ELSE
               PERFORM 110-SCREEN-ONE-LINK UNTIL WS-CUST-EOF = 'Y'
               CLOSE CUST-FILE
           END-IF.

       110-SCREEN-ONE-LINK.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF
               NOT AT END
                   IF CU-CUST-NO NOT = WS-PREV-CUST
                       MOVE CU-CUST-NO TO WS-PREV-CUST
                       ADD 1 TO WS-SCREENED
                       MOVE CU-CUST-NAME TO WS-WL-SUBJECT
                       PERFORM WLSCR-SCORE-RTN
                       IF WS-WL-BEST-SCORE NOT < WS-WL-MATCH-PCT
                           PERFORM 120-RECORD-CUST-HIT
                       END-IF
                   END-IF
           END-READ.

       120-RECORD-CUST-HIT.
           MOVE 'C' TO WS-WL-ORIGIN.
           MOVE CU-CUST-NO TO WS-CUST-REF.
           MOVE WS-CUST-REF TO WS-WL-REF.
           MOVE SPACES TO WS-WL-TRANS.
           MOVE WS-RUNLOG-DATE TO WS-WL-DATE.
           PERFORM WLSCR-RECORD-HIT-RTN.
           IF WS-WL-PRIOR = SPACE
               ADD 1 TO WS-NEW-HITS
           END-IF.

      * every hit still pending, whichever screen raised
      *it, oldest first - the order SCRNHITS was written in
       500-PRINT-PENDING.
           OPEN INPUT SCRN-FILE.
           IF WS-SCRN-STATUS NOT = "35"
               PERFORM 510-PRINT-ONE-HIT UNTIL WS-SCRN-EOF = 'Y'
               CLOSE SCRN-FILE
           END-IF.
           IF WS-PEND-CUST + WS-PEND-ACCT + WS-PEND-TRANS = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-PEND-CUST TO PT-CUST.
           MOVE WS-PEND-ACCT TO PT-ACCT.
           MOVE WS-PEND-TRANS TO PT-TRANS.
           MOVE PEND-TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE WS-CLEARED-TODAY TO DC-CLEARED.
           MOVE WS-CONFIRMED-TODAY TO DC-CONFIRMED.
           MOVE DECIDED-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       510-PRINT-ONE-HIT.
           READ SCRN-FILE
               AT END MOVE 'Y' TO WS-SCRN-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN SH-PENDING
                           PERFORM 520-PRINT-PENDING-HIT
                       WHEN SH-CLEARED
                           AND SH-DECIDED-ON = WS-RUNLOG-DATE
                           ADD 1 TO WS-CLEARED-TODAY
                       WHEN SH-CONFIRMED
                           AND SH-DECIDED-ON = WS-RUNLOG-DATE
                           ADD 1 TO WS-CONFIRMED-TODAY
                   END-EVALUATE
           END-READ.

       520-PRINT-PENDING-HIT.
           EVALUATE TRUE
               WHEN SH-FROM-CUSTOMER
                   MOVE "CUST" TO DL-ORIGIN
                   ADD 1 TO WS-PEND-CUST
               WHEN SH-FROM-ACCOUNT
                   MOVE "ACCT" TO DL-ORIGIN
                   ADD 1 TO WS-PEND-ACCT
               WHEN OTHER
                   MOVE "TRAN" TO DL-ORIGIN
                   ADD 1 TO WS-PEND-TRANS
           END-EVALUATE.
           MOVE SH-HIT-DATE TO WS-DC-DATE.
           MOVE WS-RUNLOG-DATE TO WS-DC-TO-DATE.
           PERFORM DATE-DAYS-BETWEEN-RTN.
           MOVE SH-SEQ TO DL-SEQ.
           MOVE SH-REF TO DL-REF.
           MOVE SH-NAME TO DL-NAME.
           MOVE SH-SCORE TO DL-SCORE.
           MOVE SH-HIT-DATE TO DL-HIT-DATE.
           MOVE WS-DC-DAYS TO DL-DAYS.
           MOVE DETAIL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SH-WL-NAME TO ML-WL-NAME.
           MOVE SH-WL-SOURCE TO ML-SOURCE.
           MOVE MATCH-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-RUNLOG-DATE TO DT-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM HEADING-3.
           ADD 5 TO WS-LINE-CNT.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
