      *                untouched - the overflow used to be dropped
      *                silently and the rewrite destroyed every
      *                uncleared item past the table.
      *2026-10-15  LP  Returned cheques. Before anything is released
      *                the run reads the clearing house's returns
      *                on RETCHQ.TXT (account, deposit date, amount,
      *                reason code); a return that matches an item
      *                still in float comes off CHEQCLR.TXT with no
      *                funds released, and the cheque amount plus
      *                the returned-item fee (FINPARMS RET-CHQ-FEE)
      *                go back against the account as debits on
      *                the TRANSIN.TXT extract - no more keying the
      *                reversal by hand. The returns print by branch
      *                to RETCHQ.OUT; a return that no float item
      *                answers is listed and left for the branch.
      *                The last 90 days of returns are kept on
      *                RETCHQ.HST, and an account reaching the
      *                FINPARMS RET-CHQ-LIMIT (default two) in that
      *                window is flagged for review on the report
      *                and on the shared ALERTS.TXT file.
      *2026-10-15  LP  The return debits now carry RETCHQ or RETFEE
      *                in the extract's to-account field, so the
      *                service-charge run does not count them as
      *                the customer's own withdrawals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO "CHQMATUR.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * the clearing house's returned items, consumed by
      *each run
           SELECT RETURN-FILE ASSIGN TO "RETCHQ.TXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

      * the returns of the last 90 days, for the repeat
      *check
           SELECT RETHIST-FILE ASSIGN TO "RETCHQ.HST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETHIST-STATUS.

           SELECT RETRPT-FILE ASSIGN TO "RETCHQ.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * the deposit master, for the account name on the
      *debits
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * the tellers' extract the debits are released into
           COPY XTRAPPSL.
      * the shared alerts file the morning report reads
           COPY ALERTSL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

       FD  RETURN-FILE.
       01  RETURN-REC.
           05 RT-ACCT-NO        PIC X(10).
           05 RT-DEP-DATE       PIC 9(8).
           05 RT-AMOUNT         PIC 9(7)V99.
           05 RT-REASON         PIC X(2).

       FD  RETHIST-FILE.
       01  RETHIST-REC.
           05 RH-ACCT-NO        PIC X(10).
           05 RH-RET-DATE       PIC 9(8).
           05 RH-DEP-DATE       PIC 9(8).
           05 RH-AMOUNT         PIC 9(7)V99.
           05 RH-REASON         PIC X(2).

       FD  RETRPT-FILE.
       01  RET-PRINT-LINE       PIC X(80).

       FD  ACCT-MASTER.
       01  MAST-REC.
      * shared account-master layout
           COPY ACCTREC.

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-KEY          PIC X(12).
           05 PARM-VALUE        PIC 9(7)V9(4).

           COPY XTRAPPFD.
           COPY ALERTFD.

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared extract-append working-storage
           COPY XTRAPPWS.
      * shared calendar working-storage
           COPY DATEWS.
      * shared alerts working-storage
           COPY ALERTWS.

       01  WS-FLAGS.
           05 WS-EOF            PIC X VALUE 'N'.
              10 CQT-CLEAR-DATE PIC 9(8).
              10 CQT-CLEARED-SW PIC X.
              10 CQT-NEW-SW     PIC X.
              10 CQT-RETURN-SW  PIC X.

       01  WS-RET-STATUS        PIC XX VALUE SPACES.
       01  WS-RETHIST-STATUS    PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-RET-EOF           PIC X VALUE 'N'.
       01  WS-RETHIST-EOF       PIC X VALUE 'N'.
       01  WS-MATCH-HIT         PIC 9(3) VALUE 0.
       01  WS-RETURNED-COUNT    PIC 9(4) VALUE 0.
       01  WS-RETURNED-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-REVIEW-COUNT      PIC 9(4) VALUE 0.

      * the returned-item fee and the number of returns in
      *90 days that puts an account up for review, overridable
      *from FINPARMS (RET-CHQ-FEE, RET-CHQ-LIMIT)
       01  WS-RET-FEE           PIC 9(7)V99 VALUE 500.00.
       01  WS-RET-LIMIT         PIC 9(3) VALUE 2.

      * tonight's returns, matched or not, with what became
      *of each
       01  WS-RET-TABLE.
           05 WS-RET-COUNT      PIC 9(3) VALUE 0.
           05 WS-RET-OVFL-SW    PIC X VALUE 'N'.
           05 WS-RET-ENTRY OCCURS 100 TIMES INDEXED BY RT-IDX.
              10 RTT-ACCT-NO    PIC X(10).
              10 RTT-NAME       PIC X(25).
              10 RTT-DEP-DATE   PIC 9(8).
              10 RTT-AMOUNT     PIC 9(7)V99.
              10 RTT-REASON     PIC X(2).
              10 RTT-MATCHED-SW PIC X.
              10 RTT-REVIEW-SW  PIC X.
       01  WS-RET-IDX2          PIC 9(3) VALUE 0.
       01  WS-ACCT-RETURNS      PIC 9(3) VALUE 0.

      * the returns already on file inside the 90-day window
       01  WS-HIST-TABLE.
           05 WS-HIST-COUNT     PIC 9(3) VALUE 0.
           05 WS-HIST-ENTRY OCCURS 500 TIMES INDEXED BY RH-IDX.
              10 RHT-ACCT-NO    PIC X(10).
              10 RHT-RET-DATE   PIC 9(8).
              10 RHT-DEP-DATE   PIC 9(8).
              10 RHT-AMOUNT     PIC 9(7)V99.
              10 RHT-REASON     PIC X(2).
       01  WS-HIST-WINDOW       PIC 9(4) VALUE 90.

      * the return reasons the clearing house sends
       01  WS-REASON-NAMES-TABLE.
           05 FILLER PIC X(2)  VALUE "IF".
           05 FILLER PIC X(12) VALUE "INSUFF FUNDS".
           05 FILLER PIC X(2)  VALUE "AC".
           05 FILLER PIC X(12) VALUE "ACCT CLOSED".
           05 FILLER PIC X(2)  VALUE "SP".
           05 FILLER PIC X(12) VALUE "STOP PAYMENT".
           05 FILLER PIC X(2)  VALUE "SG".
           05 FILLER PIC X(12) VALUE "SIGNATURE".
           05 FILLER PIC X(2)  VALUE "PD".
           05 FILLER PIC X(12) VALUE "POST-DATED".
           05 FILLER PIC X(2)  VALUE "ST".
           05 FILLER PIC X(12) VALUE "STALE".
       01  WS-REASON-TABLE REDEFINES WS-REASON-NAMES-TABLE.
           05 WS-REASON-ENTRY OCCURS 6 TIMES INDEXED BY RS-IDX.
              10 RS-CODE        PIC X(2).
              10 RS-NAME        PIC X(12).

      * the returned-items report runs branch by branch, the
      *branches taken in code order off the returns table
       01  WS-LAST-BRANCH       PIC X(2) VALUE LOW-VALUES.
       01  WS-NEXT-BRANCH       PIC X(2) VALUE HIGH-VALUES.
       01  WS-BR-COUNT          PIC 9(4) VALUE 0.
       01  WS-BR-TOTAL          PIC 9(11)V99 VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FT-HELD           PIC ZZZ9.
           05 FILLER            PIC X(27) VALUE SPACES.

       01  RET-HEADING-2.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
              "Returned Cheques".
           05 FILLER            PIC X(28) VALUE SPACES.

       01  RET-HEADING-3.
           05 FILLER            PIC X(12) VALUE " Account".
           05 FILLER            PIC X(15) VALUE "Name".
           05 FILLER            PIC X(9)  VALUE "Lodged".
           05 FILLER            PIC X(12) VALUE "      Amount".
           05 FILLER            PIC X(10) VALUE "       Fee".
           05 FILLER            PIC X(13) VALUE " Reason".
           05 FILLER            PIC X(9)  VALUE SPACES.

       01  RET-BRANCH-LINE.
           05 FILLER            PIC X(8)  VALUE "Branch: ".
           05 RB-CODE           PIC X(2).
           05 FILLER            PIC X(70) VALUE SPACES.

       01  RET-DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-NAME           PIC X(14).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-DEP-DATE       PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-FEE            PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-REASON         PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-FLAG           PIC X(8).

       01  RET-BRANCH-TOTAL.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(17) VALUE "Branch returned: ".
           05 RBT-COUNT         PIC ZZZ9.
           05 FILLER            PIC X(11) VALUE "   Amount: ".
           05 RBT-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(28) VALUE SPACES.

       01  RET-FOOTER-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "Returned: ".
           05 RFT-COUNT         PIC ZZZ9.
           05 FILLER            PIC X(11) VALUE "   Amount: ".
           05 RFT-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(16) VALUE
              "   For review: ".
           05 RFT-REVIEW        PIC ZZZ9.
           05 FILLER            PIC X(15) VALUE SPACES.

       01  RET-NONE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "No returned cheques.".
           05 FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           OPEN INPUT CHEQ-FILE.
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM RUNLOG-START-RTN.
           MOVE WS-RUNLOG-DATE TO WS-AL-DATE.
           PERFORM 050-LOAD-PARMS.

           PERFORM 100-LOAD-ONE-ITEM UNTIL END-OF-FILE.
           CLOSE CHEQ-FILE.
               GOBACK
           END-IF.

      * the returns come off the float before anything is
      *released; a returns file or an extract too large for its
      *table touches nothing either
           PERFORM 500-LOAD-RETURNS.
           IF WS-RET-COUNT > 0
               PERFORM XTRAPP-LOAD-RTN
           END-IF.
           IF WS-RET-OVFL-SW = 'Y' OR WS-XA-OVFL-SW = 'Y'
               OR WS-XA-COUNT + WS-RET-COUNT * 2 > 1000
               DISPLAY "CHEQUE-MATURE: *** RETCHQ.TXT OR TRANSIN.TXT "
                   "TOO LARGE FOR THE WORK TABLES. ***"
               DISPLAY "CHEQUE-MATURE: NOTHING RETURNED OR "
                   "RELEASED. RAISE THE TABLES AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               CLOSE REPORT-FILE
               GOBACK
           END-IF.
           IF WS-RET-COUNT > 0
               PERFORM 520-LOAD-HISTORY
               OPEN INPUT ACCT-MASTER
               PERFORM 530-APPLY-ONE-RETURN THRU 530-EXIT
                   VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RET-COUNT
               IF WS-MAST-STATUS NOT = "35"
                   CLOSE ACCT-MASTER
               END-IF
               PERFORM 550-CHECK-REPEATS THRU 550-EXIT
                   VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RET-COUNT
           END-IF.

           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-RUNLOG-DATE TO DT-DATE.

           PERFORM 300-REWRITE-FILE.

      * the debits, the window of returns and the consumed
      *returns file follow the float
           IF WS-RET-COUNT > 0
               IF WS-XA-ADDED > 0
                   PERFORM XTRAPP-REWRITE-RTN
               END-IF
               PERFORM 560-REWRITE-HISTORY
               OPEN OUTPUT RETURN-FILE
               CLOSE RETURN-FILE
           END-IF.
           PERFORM 600-PRINT-RETURNS THRU 600-EXIT.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RELEASED-COUNT TO FT-COUNT.
           CLOSE REPORT-FILE.
           DISPLAY "CHEQUE-MATURE: " WS-RELEASED-COUNT
               " RELEASED, " WS-HELD-COUNT " STILL HELD, "
               WS-PURGED-COUNT " PURGED, " WS-RETURNED-COUNT
               " RETURNED.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="CHEQUE-MATURE"==.

      * shared extract-append paragraphs
           COPY XTRAPPRTN.

      * shared calendar paragraphs
           COPY DATERTN.

      * shared alert paragraph
           COPY ALERTRTN
               REPLACING ==ALERT-PROGNAME== BY =="CHEQUE-MATURE"==.

      * the fee and the review limit come from the shared
      *FINPARMS file operations maintains; a missing file or key
      *leaves the compiled figure in force
       050-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 055-READ-ONE-PARM UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARM-FILE
           END-IF.

       055-READ-ONE-PARM.
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   EVALUATE PARM-KEY
                       WHEN "RET-CHQ-FEE"
                           MOVE PARM-VALUE TO WS-RET-FEE
                       WHEN "RET-CHQ-LIMIT"
                           MOVE PARM-VALUE TO WS-RET-LIMIT
                   END-EVALUATE
           END-READ.

       100-LOAD-ONE-ITEM.
           READ CHEQ-FILE
               AT END SET END-OF-FILE TO TRUE
                       MOVE CQ-CLEAR-DATE TO CQT-CLEAR-DATE(CQ-IDX)
                       MOVE CQ-CLEARED-SW TO CQT-CLEARED-SW(CQ-IDX)
                       MOVE 'N' TO CQT-NEW-SW(CQ-IDX)
                       MOVE 'N' TO CQT-RETURN-SW(CQ-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
      *its job and is purged below; the rest stay in float
       200-MATURE-ONE-ITEM.
           EVALUATE TRUE
               WHEN CQT-RETURN-SW(CQ-IDX) = 'Y'
                   CONTINUE
               WHEN CQT-CLEARED-SW(CQ-IDX) = 'Y'
                   ADD 1 TO WS-PURGED-COUNT
               WHEN CQT-CLEAR-DATE(CQ-IDX) <= WS-RUNLOG-DATE
           END-EVALUATE.

      * the file comes back without the items an earlier
      *run already released or tonight's returns took off;
      *today's releases stay on, marked, so the nightly run stops
      *holding their funds back
       300-REWRITE-FILE.
           OPEN OUTPUT CHEQ-FILE.
           PERFORM 310-WRITE-ONE-ITEM
           CLOSE CHEQ-FILE.

       310-WRITE-ONE-ITEM.
           IF (CQT-CLEARED-SW(CQ-IDX) = 'N'
               OR CQT-NEW-SW(CQ-IDX) = 'Y')
               AND CQT-RETURN-SW(CQ-IDX) = 'N'
               MOVE CQT-ACCT-NO(CQ-IDX) TO CQ-ACCT-NO
               MOVE CQT-AMOUNT(CQ-IDX) TO CQ-AMOUNT
               MOVE CQT-DEP-DATE(CQ-IDX) TO CQ-DEP-DATE
               MOVE CQT-CLEARED-SW(CQ-IDX) TO CQ-CLEARED-SW
               WRITE CHEQ-REC
           END-IF.

      * tonight's returns from the clearing house; the table
      *holds a hundred, and a longer file stops the run before
      *anything is touched
       500-LOAD-RETURNS.
           OPEN INPUT RETURN-FILE.
           IF WS-RET-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 510-LOAD-ONE-RETURN UNTIL WS-RET-EOF = 'Y'
               CLOSE RETURN-FILE
           END-IF.

       510-LOAD-ONE-RETURN.
           READ RETURN-FILE
               AT END MOVE 'Y' TO WS-RET-EOF
               NOT AT END
                   IF WS-RET-COUNT < 100
                       ADD 1 TO WS-RET-COUNT
                       SET RT-IDX TO WS-RET-COUNT
                       MOVE RT-ACCT-NO TO RTT-ACCT-NO(RT-IDX)
                       MOVE SPACES TO RTT-NAME(RT-IDX)
                       MOVE RT-DEP-DATE TO RTT-DEP-DATE(RT-IDX)
                       MOVE RT-AMOUNT TO RTT-AMOUNT(RT-IDX)
                       MOVE RT-REASON TO RTT-REASON(RT-IDX)
                       MOVE 'N' TO RTT-MATCHED-SW(RT-IDX)
                       MOVE 'N' TO RTT-REVIEW-SW(RT-IDX)
                   ELSE
                       MOVE 'Y' TO WS-RET-OVFL-SW
                   END-IF
           END-READ.

      * the returns already on file, keeping only those
      *inside the window; the older ones drop off at the rewrite
       520-LOAD-HISTORY.
           OPEN INPUT RETHIST-FILE.
           IF WS-RETHIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 525-LOAD-ONE-HISTORY
                   UNTIL WS-RETHIST-EOF = 'Y'
               CLOSE RETHIST-FILE
           END-IF.

       525-LOAD-ONE-HISTORY.
           READ RETHIST-FILE
               AT END MOVE 'Y' TO WS-RETHIST-EOF
               NOT AT END
                   MOVE RH-RET-DATE TO WS-DC-DATE
                   MOVE WS-RUNLOG-DATE TO WS-DC-TO-DATE
                   PERFORM DATE-DAYS-BETWEEN-RTN
                   IF WS-DC-DAYS < WS-HIST-WINDOW
                       AND WS-HIST-COUNT < 500
                       ADD 1 TO WS-HIST-COUNT
                       SET RH-IDX TO WS-HIST-COUNT
                       MOVE RH-ACCT-NO TO RHT-ACCT-NO(RH-IDX)
                       MOVE RH-RET-DATE TO RHT-RET-DATE(RH-IDX)
                       MOVE RH-DEP-DATE TO RHT-DEP-DATE(RH-IDX)
                       MOVE RH-AMOUNT TO RHT-AMOUNT(RH-IDX)
                       MOVE RH-REASON TO RHT-REASON(RH-IDX)
                   END-IF
           END-READ.

      * a return is matched to the uncleared float item with
      *the same account, deposit date and amount; the item comes
      *off the float and the cheque and the fee go back against
      *the account as two withdrawals on the extract
       530-APPLY-ONE-RETURN.
           MOVE 0 TO WS-MATCH-HIT.
           PERFORM 535-MATCH-ONE-ITEM
               VARYING CQ-IDX FROM 1 BY 1
               UNTIL CQ-IDX > WS-CHEQ-COUNT
                  OR WS-MATCH-HIT > 0.
           IF WS-MATCH-HIT = 0
               GO TO 530-EXIT
           END-IF.

           SET CQ-IDX TO WS-MATCH-HIT.
           MOVE 'Y' TO CQT-RETURN-SW(CQ-IDX).
           MOVE 'Y' TO RTT-MATCHED-SW(RT-IDX).
           ADD 1 TO WS-RETURNED-COUNT.
           ADD RTT-AMOUNT(RT-IDX) TO WS-RETURNED-TOTAL.

           IF WS-MAST-STATUS NOT = "35"
               MOVE RTT-ACCT-NO(RT-IDX) TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MA-ACCT-NAME TO RTT-NAME(RT-IDX)
               END-READ
           END-IF.

           MOVE SPACES TO WS-XA-TRANS.
           MOVE RTT-ACCT-NO(RT-IDX) TO XA-ACCT-NO.
           MOVE RTT-NAME(RT-IDX) TO XA-ACCT-NAME.
           MOVE 'W' TO XA-CODE.
           MOVE RTT-AMOUNT(RT-IDX) TO XA-AMOUNT.
           MOVE "RETCHQ" TO XA-TO-ACCT-NO.
           MOVE WS-RUNLOG-DATE TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.
           IF WS-RET-FEE > 0
               MOVE WS-RET-FEE TO XA-AMOUNT
               MOVE "RETFEE" TO XA-TO-ACCT-NO
               PERFORM XTRAPP-ADD-RTN
           END-IF.
       530-EXIT.
           EXIT.

       535-MATCH-ONE-ITEM.
           IF CQT-ACCT-NO(CQ-IDX) = RTT-ACCT-NO(RT-IDX)
               AND CQT-DEP-DATE(CQ-IDX) = RTT-DEP-DATE(RT-IDX)
               AND CQT-AMOUNT(CQ-IDX) = RTT-AMOUNT(RT-IDX)
               AND CQT-CLEARED-SW(CQ-IDX) = 'N'
               AND CQT-RETURN-SW(CQ-IDX) = 'N'
               SET WS-MATCH-HIT TO CQ-IDX
           END-IF.

      * an account whose returns inside the window - those
      *on file and tonight's - reach the limit goes up for
      *review; the alert is raised once, on its first return
      *tonight
       550-CHECK-REPEATS.
           IF RTT-MATCHED-SW(RT-IDX) = 'N'
               GO TO 550-EXIT
           END-IF.
           MOVE 0 TO WS-ACCT-RETURNS.
           PERFORM 552-COUNT-ONE-HISTORY
               VARYING RH-IDX FROM 1 BY 1
               UNTIL RH-IDX > WS-HIST-COUNT.
           MOVE 0 TO WS-RET-IDX2.
           PERFORM 554-COUNT-ONE-TONIGHT
               VARYING WS-RET-IDX2 FROM 1 BY 1
               UNTIL WS-RET-IDX2 > WS-RET-COUNT.
           IF WS-ACCT-RETURNS < WS-RET-LIMIT
               GO TO 550-EXIT
           END-IF.

           MOVE 'Y' TO RTT-REVIEW-SW(RT-IDX).
           PERFORM 556-CHECK-FIRST-TONIGHT.
           IF WS-MATCH-HIT = 0
               GO TO 550-EXIT
           END-IF.
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE 'W' TO WS-AL-SEV.
           MOVE SPACES TO WS-AL-TEXT.
           STRING "REVIEW " DELIMITED BY SIZE
               RTT-ACCT-NO(RT-IDX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-ACCT-RETURNS DELIMITED BY SIZE
               " RETURNED CHEQUES IN 90 DAYS" DELIMITED BY SIZE
               INTO WS-AL-TEXT
           END-STRING.
           PERFORM ALERT-RAISE-RTN.
       550-EXIT.
           EXIT.

       552-COUNT-ONE-HISTORY.
           IF RHT-ACCT-NO(RH-IDX) = RTT-ACCT-NO(RT-IDX)
               ADD 1 TO WS-ACCT-RETURNS
           END-IF.

       554-COUNT-ONE-TONIGHT.
           IF RTT-ACCT-NO(WS-RET-IDX2) = RTT-ACCT-NO(RT-IDX)
               AND RTT-MATCHED-SW(WS-RET-IDX2) = 'Y'
               ADD 1 TO WS-ACCT-RETURNS
           END-IF.

      * WS-MATCH-HIT comes back 1 when no earlier matched
      *return tonight is for the same account
       556-CHECK-FIRST-TONIGHT.
           MOVE 1 TO WS-MATCH-HIT.
           PERFORM 558-CHECK-ONE-EARLIER
               VARYING WS-RET-IDX2 FROM 1 BY 1
               UNTIL WS-RET-IDX2 NOT < RT-IDX.

       558-CHECK-ONE-EARLIER.
           IF RTT-ACCT-NO(WS-RET-IDX2) = RTT-ACCT-NO(RT-IDX)
               AND RTT-MATCHED-SW(WS-RET-IDX2) = 'Y'
               MOVE 0 TO WS-MATCH-HIT
           END-IF.

      * the window goes back out with tonight's matched
      *returns added under the business date
       560-REWRITE-HISTORY.
           OPEN OUTPUT RETHIST-FILE.
           PERFORM 562-WRITE-ONE-HISTORY
               VARYING RH-IDX FROM 1 BY 1
               UNTIL RH-IDX > WS-HIST-COUNT.
           PERFORM 564-WRITE-ONE-TONIGHT
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RET-COUNT.
           CLOSE RETHIST-FILE.

       562-WRITE-ONE-HISTORY.
           MOVE RHT-ACCT-NO(RH-IDX) TO RH-ACCT-NO.
           MOVE RHT-RET-DATE(RH-IDX) TO RH-RET-DATE.
           MOVE RHT-DEP-DATE(RH-IDX) TO RH-DEP-DATE.
           MOVE RHT-AMOUNT(RH-IDX) TO RH-AMOUNT.
           MOVE RHT-REASON(RH-IDX) TO RH-REASON.
           WRITE RETHIST-REC.

       564-WRITE-ONE-TONIGHT.
           IF RTT-MATCHED-SW(RT-IDX) = 'Y'
               MOVE RTT-ACCT-NO(RT-IDX) TO RH-ACCT-NO
               MOVE WS-RUNLOG-DATE TO RH-RET-DATE
               MOVE RTT-DEP-DATE(RT-IDX) TO RH-DEP-DATE
               MOVE RTT-AMOUNT(RT-IDX) TO RH-AMOUNT
               MOVE RTT-REASON(RT-IDX) TO RH-REASON
               WRITE RETHIST-REC
           END-IF.

      * the returned-items report, branch by branch in code
      *order with a subtotal under each
       600-PRINT-RETURNS.
           OPEN OUTPUT RETRPT-FILE.
           WRITE RET-PRINT-LINE FROM HEADING-1.
           WRITE RET-PRINT-LINE FROM RET-HEADING-2.
           MOVE WS-RUNLOG-DATE TO DT-DATE.
           WRITE RET-PRINT-LINE FROM DATE-LINE.
           MOVE SPACES TO RET-PRINT-LINE.
           WRITE RET-PRINT-LINE.
           IF WS-RET-COUNT = 0
               WRITE RET-PRINT-LINE FROM RET-NONE-LINE
               CLOSE RETRPT-FILE
               GO TO 600-EXIT
           END-IF.
           WRITE RET-PRINT-LINE FROM RET-HEADING-3.

           MOVE LOW-VALUES TO WS-LAST-BRANCH.
           PERFORM 610-FIND-NEXT-BRANCH.
           PERFORM 620-PRINT-ONE-BRANCH
               UNTIL WS-NEXT-BRANCH = HIGH-VALUES.

           MOVE SPACES TO RET-PRINT-LINE.
           WRITE RET-PRINT-LINE.
           MOVE WS-RETURNED-COUNT TO RFT-COUNT.
           MOVE WS-RETURNED-TOTAL TO RFT-TOTAL.
           MOVE WS-REVIEW-COUNT TO RFT-REVIEW.
           WRITE RET-PRINT-LINE FROM RET-FOOTER-LINE.
           CLOSE RETRPT-FILE.
       600-EXIT.
           EXIT.

      * the lowest branch code above the one last printed
       610-FIND-NEXT-BRANCH.
           MOVE HIGH-VALUES TO WS-NEXT-BRANCH.
           PERFORM 615-CHECK-ONE-BRANCH
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RET-COUNT.

       615-CHECK-ONE-BRANCH.
           IF RTT-ACCT-NO(RT-IDX)(1:2) > WS-LAST-BRANCH
               AND RTT-ACCT-NO(RT-IDX)(1:2) < WS-NEXT-BRANCH
               MOVE RTT-ACCT-NO(RT-IDX)(1:2) TO WS-NEXT-BRANCH
           END-IF.

       620-PRINT-ONE-BRANCH.
           MOVE SPACES TO RET-PRINT-LINE.
           WRITE RET-PRINT-LINE.
           MOVE WS-NEXT-BRANCH TO RB-CODE.
           WRITE RET-PRINT-LINE FROM RET-BRANCH-LINE.
           MOVE 0 TO WS-BR-COUNT.
           MOVE 0 TO WS-BR-TOTAL.
           PERFORM 630-PRINT-ONE-RETURN THRU 630-EXIT
               VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RET-COUNT.
           MOVE WS-BR-COUNT TO RBT-COUNT.
           MOVE WS-BR-TOTAL TO RBT-TOTAL.
           WRITE RET-PRINT-LINE FROM RET-BRANCH-TOTAL.
           MOVE WS-NEXT-BRANCH TO WS-LAST-BRANCH.
           PERFORM 610-FIND-NEXT-BRANCH.

      * a return with no float item behind it is listed for
      *the branch to chase, with no fee and nothing debited
       630-PRINT-ONE-RETURN.
           IF RTT-ACCT-NO(RT-IDX)(1:2) NOT = WS-NEXT-BRANCH
               GO TO 630-EXIT
           END-IF.
           MOVE RTT-ACCT-NO(RT-IDX) TO RD-ACCT-NO.
           MOVE RTT-NAME(RT-IDX) TO RD-NAME.
           MOVE RTT-DEP-DATE(RT-IDX) TO RD-DEP-DATE.
           MOVE RTT-AMOUNT(RT-IDX) TO RD-AMOUNT.
           MOVE "OTHER" TO RD-REASON.
           SET RS-IDX TO 1.
           SEARCH WS-REASON-ENTRY
               WHEN RS-CODE(RS-IDX) = RTT-REASON(RT-IDX)
                   MOVE RS-NAME(RS-IDX) TO RD-REASON
           END-SEARCH.
           EVALUATE TRUE
               WHEN RTT-MATCHED-SW(RT-IDX) = 'N'
                   MOVE 0 TO RD-FEE
                   MOVE "NO FLOAT" TO RD-FLAG
               WHEN RTT-REVIEW-SW(RT-IDX) = 'Y'
                   MOVE WS-RET-FEE TO RD-FEE
                   MOVE "REVIEW" TO RD-FLAG
               WHEN OTHER
                   MOVE WS-RET-FEE TO RD-FEE
                   MOVE SPACES TO RD-FLAG
           END-EVALUATE.
           WRITE RET-PRINT-LINE FROM RET-DETAIL-LINE.
           IF RTT-MATCHED-SW(RT-IDX) = 'Y'
               ADD 1 TO WS-BR-COUNT
               ADD RTT-AMOUNT(RT-IDX) TO WS-BR-TOTAL
           END-IF.
       630-EXIT.
           EXIT.
