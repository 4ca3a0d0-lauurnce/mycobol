       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-INSURANCE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - quarter-end deposit-insurance
      *                coverage run for the insurer's filing.
      *                Nothing had put a depositor's balances on
      *                the two books together. Every account with a
      *                balance - ACCTMAST, and the latest PANES
      *                snapshot for the teller book's accounts,
      *                Dollar balances priced at the FXRATE of the
      *                business date - is owned by its holders on
      *                ACCTHLDR (signatories own nothing), or else
      *                by the customers CUSTMAST links to it, or
      *                else by the account itself; a joint account
      *                is split equally among its owners. Each
      *                depositor's total is capped at the FINPARMS
      *                coverage maximum (DEP-INS-MAX, 500,000.00
      *                when absent). The insured and uninsured
      *                amounts are summarized by branch on
      *                DEPINS.OUT and every depositor goes to the
      *                insurer's DEPINS.TXT file, between a header
      *                and a trailer. A run outside a quarter-end
      *                month needs a supervisor's override.
      *2026-10-15  LP  PANES now carries the branch-master code
      *                like ACCTMAST, so both books summarize under
      *                one branch; the summary lines name each
      *                branch off the shared branch master (BRMAST),
      *                the code standing in for one not on it.
      *2026-10-15  LP  PANES is now indexed on the account number
      *                with one current record per account; it is
      *                read through in key order, each account once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * the teller book FINALQUIZ posts
           SELECT PANES-FILE ASSIGN TO "PANES"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FILE-ACCT-NUM
               FILE STATUS IS WS-PANES-STATUS.

           SELECT FXRATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * customer/account links, grouped by customer number
           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

      * who holds each account, and in what capacity
           SELECT HOLDER-FILE ASSIGN TO "ACCTHLDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDR-STATUS.

      * the depositor file the insurer takes
           SELECT INSURER-FILE ASSIGN TO "DEPINS.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "DEPINS.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

      * the supervisor-override check and its trail
           COPY SUPAUTSL.

      * shared branch master
           COPY BRMSTSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
       01  MAST-REC.
      * shared account-master layout
           COPY ACCTREC.

       FD  PANES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS INREC.
       01  INREC.
      * shared PANES record layout
           COPY PANESREC.

       FD  FXRATE-FILE
           LABEL RECORD IS STANDARD.
       01  FXRATE-REC.
           02 FX-DATE           PIC 9(8).
           02 FX-RATE           PIC 9(3)V9(4).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-KEY          PIC X(12).
           05 PARM-VALUE        PIC 9(7)V9(4).

       FD  CUST-FILE.
       01  CUST-REC.
      * shared customer-link layout
           COPY CUSTREC.

       FD  HOLDER-FILE.
       01  HOLDER-REC.
      * shared account-holder layout
           COPY ACCHLDRC.

      * 100-byte records: one header, a detail per depositor,
      *one trailer
       FD  INSURER-FILE.
       01  INS-REC.
           05 IN-REC-TYPE       PIC X.
           05 FILLER            PIC X(99).
       01  INS-HDR-REC.
           05 FILLER            PIC X.
           05 IH-BANK-NAME      PIC X(25).
           05 IH-AS-OF-DATE     PIC 9(8).
           05 IH-COVER-MAX      PIC 9(9)V99.
           05 FILLER            PIC X(55).
       01  INS-DTL-REC.
           05 FILLER            PIC X.
           05 ID-DEP-TYPE       PIC X.
           05 ID-DEP-ID         PIC X(10).
           05 ID-DEP-NAME       PIC X(25).
           05 ID-ACCTS          PIC 9(3).
           05 ID-TOTAL          PIC 9(13)V99.
           05 ID-INSURED        PIC 9(9)V99.
           05 ID-UNINSURED      PIC 9(13)V99.
           05 FILLER            PIC X(19).
       01  INS-TRL-REC.
           05 FILLER            PIC X.
           05 IT-DEP-COUNT      PIC 9(7).
           05 IT-TOTAL          PIC 9(15)V99.
           05 IT-INSURED        PIC 9(15)V99.
           05 IT-UNINSURED      PIC 9(15)V99.
           05 FILLER            PIC X(41).

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.
           COPY SUPAUTFD.
           COPY BRMSTFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared supervisor-override working-storage
           COPY SUPAUTWS.
      * shared branch-master working-storage
           COPY BRMSTWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-PANES-STATUS      PIC XX VALUE SPACES.
       01  WS-FX-STATUS         PIC XX VALUE SPACES.
       01  WS-PARM-STATUS       PIC XX VALUE SPACES.
       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-HLDR-STATUS       PIC XX VALUE SPACES.
       01  WS-MAST-EOF          PIC X VALUE 'N'.
       01  WS-PANES-EOF         PIC X VALUE 'N'.
       01  WS-FX-EOF            PIC X VALUE 'N'.
       01  WS-PARM-EOF          PIC X VALUE 'N'.
       01  WS-CUST-EOF          PIC X VALUE 'N'.
       01  WS-HLDR-EOF          PIC X VALUE 'N'.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.

      * the per-depositor ceiling, unless FINPARMS overrides it
       01  WS-COVER-MAX         PIC 9(7)V9(4) VALUE 500000.

      * the Dollar rate of the business date; 1:1 when there
      *is none, and the run says so
       01  WS-FX-RATE           PIC 9(3)V9(4) VALUE 1.
       01  WS-FX-BEST-DATE      PIC 9(8) VALUE 0.
       01  WS-FX-LOADED-SW      PIC X VALUE 'N'.

       01  WS-BUS-MONTH         PIC 99 VALUE 0.
       01  WS-PESO-BAL          PIC S9(13)V99 VALUE 0.

      * every account with its balance in pesos; the PANES
      *snapshot stands in for the master's figure on the teller
      *book's own accounts
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT     PIC 9(4) VALUE 0.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES INDEXED BY DA-IDX.
              10 DA-ACCT-NO     PIC X(10).
              10 DA-NAME        PIC X(25).
              10 DA-BRANCH      PIC X(15).
              10 DA-BAL         PIC S9(13)V99.
       01  WS-ACCT-HIT          PIC 9(4) VALUE 0.
       01  WS-PANES-NUM-X       PIC X(10) VALUE SPACES.

      * the CUSTMAST links and the ACCTHLDR holders, whole
       01  WS-LINK-TABLE.
           05 WS-LINK-COUNT     PIC 9(3) VALUE 0.
           05 WS-LINK-ENTRY OCCURS 300 TIMES INDEXED BY LK-IDX.
              10 LK-CUST-NO     PIC 9(6).
              10 LK-CUST-NAME   PIC X(25).
              10 LK-ACCT-NO     PIC X(10).
       01  WS-HLDR-TABLE.
           05 WS-HLDR-COUNT     PIC 9(3) VALUE 0.
           05 WS-HLDR-ENTRY OCCURS 300 TIMES INDEXED BY HL-IDX.
              10 HT-ACCT-NO     PIC X(10).
              10 HT-CUST-NO     PIC 9(6).
              10 HT-CUST-NAME   PIC X(25).
              10 HT-ROLE        PIC X.

      * the owners of the account in hand
       01  WS-OWNER-TABLE.
           05 WS-OWNER-COUNT    PIC 99 VALUE 0.
           05 WS-OWNER-ENTRY OCCURS 20 TIMES INDEXED BY OW-IDX.
              10 OW-TYPE        PIC X.
              10 OW-ID          PIC X(10).
              10 OW-NAME        PIC X(25).
       01  WS-OWNER-HIT         PIC 99 VALUE 0.
       01  WS-WANTED-ID         PIC X(10) VALUE SPACES.
       01  WS-WANTED-TYPE       PIC X VALUE SPACE.
       01  WS-WANTED-NAME       PIC X(25) VALUE SPACES.
       01  WS-SHARE-AMT         PIC S9(13)V99 VALUE 0.
       01  WS-FIRST-SHARE       PIC S9(13)V99 VALUE 0.

      * one line per depositor, type C (customer number) or A
      *(an account no customer is linked to)
       01  WS-DEP-TABLE.
           05 WS-DEP-COUNT      PIC 9(4) VALUE 0.
           05 WS-DEP-ENTRY OCCURS 1000 TIMES INDEXED BY DP-IDX.
              10 DP-TYPE        PIC X.
              10 DP-ID          PIC X(10).
              10 DP-NAME        PIC X(25).
              10 DP-ACCTS       PIC 9(3).
              10 DP-SHARES      PIC 9(3).
              10 DP-SHARES-DONE PIC 9(3).
              10 DP-TOTAL       PIC S9(13)V99.
              10 DP-INSURED     PIC S9(9)V99.
              10 DP-ALLOCATED   PIC S9(9)V99.
       01  WS-DEP-HIT           PIC 9(4) VALUE 0.

      * each owner's part of each account, so the insured
      *part can be laid back on the account's branch
       01  WS-SHARE-TABLE.
           05 WS-SHARE-COUNT    PIC 9(4) VALUE 0.
           05 WS-SHARE-ENTRY OCCURS 2000 TIMES INDEXED BY SH-IDX.
              10 SH-DEP         PIC 9(4).
              10 SH-ACCT        PIC 9(4).
              10 SH-AMOUNT      PIC S9(13)V99.
       01  WS-SHARE-INSURED     PIC S9(9)V99 VALUE 0.

       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-COUNT   PIC 99 VALUE 0.
           05 WS-BRANCH-ENTRY OCCURS 30 TIMES INDEXED BY BR-IDX.
              10 BS-BRANCH      PIC X(15).
              10 BS-ACCTS       PIC 9(5).
              10 BS-TOTAL       PIC S9(13)V99.
              10 BS-INSURED     PIC S9(13)V99.
       01  WS-BRANCH-HIT        PIC 99 VALUE 0.
       01  WS-WANTED-BRANCH     PIC X(15) VALUE SPACES.

       01  WS-TOTALS.
           05 WS-TOT-DEPOSITS   PIC S9(15)V99 VALUE 0.
           05 WS-TOT-INSURED    PIC S9(15)V99 VALUE 0.
           05 WS-TOT-UNINSURED  PIC S9(15)V99 VALUE 0.
           05 WS-OVER-COUNT     PIC 9(5) VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(32) VALUE
              "Deposit Insurance Coverage Run".
           05 FILLER            PIC X(24) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  COVER-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(32) VALUE
              "Coverage per depositor:       P".
           05 CL-COVER-MAX      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(10) VALUE "  USD at ".
           05 CL-FX-RATE        PIC ZZ9.9999.
           05 FILLER            PIC X(15) VALUE SPACES.

       01  COLUMN-HDR.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "Branch".
           05 FILLER            PIC X(7)  VALUE "  Accts".
           05 FILLER            PIC X(19) VALUE
              "           Deposits".
           05 FILLER            PIC X(18) VALUE
              "           Insured".
           05 FILLER            PIC X(19) VALUE
              "         Uninsured".

       01  BRANCH-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 BL-BRANCH         PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 BL-ACCTS          PIC ZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 BL-TOTAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 BL-INSURED        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 BL-UNINSURED      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.

       01  FIGURE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FL-LABEL          PIC X(36).
           05 FL-COUNT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

      * the filing is made as at a quarter's end; any other
      *month runs only on a supervisor's say-so
           MOVE WS-RUNLOG-DATE(5:2) TO WS-BUS-MONTH.
           IF WS-BUS-MONTH NOT = 3 AND WS-BUS-MONTH NOT = 6
               AND WS-BUS-MONTH NOT = 9 AND WS-BUS-MONTH NOT = 12
               DISPLAY "DEP-INSURANCE: *** BUSINESS DATE "
                   WS-RUNLOG-DATE " IS NOT IN A QUARTER-END MONTH ***"
               MOVE "DEP INSURANCE OFF-QUARTER" TO WS-SA-WHAT
               PERFORM SUPAUTH-CHECK-RTN
               IF WS-SA-OK = 'N'
                   DISPLAY "DEP-INSURANCE: RUN REFUSED."
                   MOVE 8 TO RETURN-CODE
                   PERFORM RUNLOG-END-RTN
                   GOBACK
               END-IF
           END-IF.

           PERFORM 050-LOAD-PARMS.
           PERFORM 060-LOAD-FXRATE.
           PERFORM BRMAST-LOAD-RTN.

           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY "DEP-INSURANCE: *** ACCTMAST NOT FOUND. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 100-LOAD-ONE-MAST UNTIL WS-MAST-EOF = 'Y'.
           CLOSE ACCT-MASTER.

           OPEN INPUT PANES-FILE.
           IF WS-PANES-STATUS = "35"
               DISPLAY "DEP-INSURANCE: PANES NOT FOUND - ACCTMAST "
                   "BALANCES ONLY."
           ELSE
               PERFORM 200-LOAD-ONE-PANES UNTIL WS-PANES-EOF = 'Y'
               CLOSE PANES-FILE
           END-IF.

           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS NOT = "35"
               PERFORM 300-LOAD-ONE-LINK UNTIL WS-CUST-EOF = 'Y'
               CLOSE CUST-FILE
           END-IF.
           OPEN INPUT HOLDER-FILE.
           IF WS-HLDR-STATUS NOT = "35"
               PERFORM 310-LOAD-ONE-HOLDER UNTIL WS-HLDR-EOF = 'Y'
               CLOSE HOLDER-FILE
           END-IF.

      * a depositor left out for want of table room would
      *understate the filing - file nothing
           IF WS-OVERFLOW-SW = 'N'
               PERFORM 400-SPLIT-ONE-ACCT
                   VARYING DA-IDX FROM 1 BY 1
                   UNTIL DA-IDX > WS-ACCT-COUNT
                   OR WS-OVERFLOW-SW = 'Y'
           END-IF.
           IF WS-OVERFLOW-SW = 'N'
               PERFORM 500-CAP-ONE-DEPOSITOR
                   VARYING DP-IDX FROM 1 BY 1
                   UNTIL DP-IDX > WS-DEP-COUNT
               PERFORM 600-SPREAD-ONE-SHARE
                   VARYING SH-IDX FROM 1 BY 1
                   UNTIL SH-IDX > WS-SHARE-COUNT
                   OR WS-OVERFLOW-SW = 'Y'
           END-IF.
           IF WS-OVERFLOW-SW = 'Y'
               DISPLAY "DEP-INSURANCE: *** MORE ACCOUNTS, LINKS, "
                   "HOLDERS, DEPOSITORS OR BRANCHES THAN THE WORK "
                   "TABLES HOLD. ***"
               DISPLAY "DEP-INSURANCE: NOTHING FILED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT INSURER-FILE.
           PERFORM 700-WRITE-INSURER-FILE.
           CLOSE INSURER-FILE.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 800-PRINT-REPORT.
           CLOSE REPORT-FILE.

           MOVE WS-DEP-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "DEP-INSURANCE: " WS-DEP-COUNT " DEPOSITOR(S), "
               WS-OVER-COUNT " ABOVE THE COVERAGE MAXIMUM.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="DEP-INSURANCE"==.

      * shared supervisor-override paragraphs
           COPY SUPAUTRTN
               REPLACING ==SUPAUTH-PROGNAME== BY =="DEP-INSURANCE"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

      * shared branch-master paragraphs
           COPY BRMSTRTN.

      * the coverage maximum comes from the shared FINPARMS
      *operations maintains; a missing file or key leaves the
      *compiled ceiling in force
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
                   IF PARM-KEY = "DEP-INS-MAX"
                       MOVE PARM-VALUE TO WS-COVER-MAX
                   END-IF
           END-READ.

      * the business date's rate is the latest history
      *record dated on or before it
       060-LOAD-FXRATE.
           OPEN INPUT FXRATE-FILE.
           IF WS-FX-STATUS NOT = "35"
               PERFORM 065-READ-ONE-RATE UNTIL WS-FX-EOF = 'Y'
               CLOSE FXRATE-FILE
           END-IF.
           IF WS-FX-LOADED-SW = 'N'
               DISPLAY "DEP-INSURANCE: NO FXRATE DATED ON OR BEFORE "
                   WS-RUNLOG-DATE " - DOLLARS NOT CONVERTED."
           END-IF.

       065-READ-ONE-RATE.
           READ FXRATE-FILE
               AT END MOVE 'Y' TO WS-FX-EOF
               NOT AT END
                   IF FX-DATE <= WS-RUNLOG-DATE
                       AND FX-DATE >= WS-FX-BEST-DATE
                       MOVE FX-DATE TO WS-FX-BEST-DATE
                       MOVE FX-RATE TO WS-FX-RATE
                       MOVE 'Y' TO WS-FX-LOADED-SW
                   END-IF
           END-READ.

       100-LOAD-ONE-MAST.
           READ ACCT-MASTER NEXT
               AT END MOVE 'Y' TO WS-MAST-EOF
               NOT AT END
                   IF WS-ACCT-COUNT < 1000
                       ADD 1 TO WS-ACCT-COUNT
                       SET DA-IDX TO WS-ACCT-COUNT
                       MOVE MA-ACCT-NO TO DA-ACCT-NO(DA-IDX)
                       MOVE MA-ACCT-NAME TO DA-NAME(DA-IDX)
                       MOVE MA-BRANCH-CODE TO DA-BRANCH(DA-IDX)
                       MOVE MA-BALANCE TO DA-BAL(DA-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
           END-READ.

      * the latest PANES snapshot per account wins, the same
      *way the end-of-day consolidation takes it, over the
      *master's extracted copy of the same account
       200-LOAD-ONE-PANES.
           READ PANES-FILE
               AT END MOVE 'Y' TO WS-PANES-EOF
               NOT AT END
                   MOVE FILE-ACCT-NUM TO WS-PANES-NUM-X
                   IF FILE-ACCT-TYPE = 'D'
                       COMPUTE WS-PESO-BAL ROUNDED =
                           FILE-BAL * WS-FX-RATE
                   ELSE
                       MOVE FILE-BAL TO WS-PESO-BAL
                   END-IF
                   MOVE 0 TO WS-ACCT-HIT
                   PERFORM 210-FIND-ONE-ACCT
                       VARYING DA-IDX FROM 1 BY 1
                       UNTIL DA-IDX > WS-ACCT-COUNT
                       OR WS-ACCT-HIT > 0
                   IF WS-ACCT-HIT = 0
                       IF WS-ACCT-COUNT < 1000
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE WS-ACCT-COUNT TO WS-ACCT-HIT
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SW
                       END-IF
                   END-IF
                   IF WS-ACCT-HIT > 0
                       SET DA-IDX TO WS-ACCT-HIT
                       MOVE WS-PANES-NUM-X TO DA-ACCT-NO(DA-IDX)
                       MOVE FILE-ACCT-NAME TO DA-NAME(DA-IDX)
                       MOVE FILE-BRANCH-CODE TO DA-BRANCH(DA-IDX)
                       MOVE WS-PESO-BAL TO DA-BAL(DA-IDX)
                   END-IF
           END-READ.

       210-FIND-ONE-ACCT.
           IF DA-ACCT-NO(DA-IDX) = WS-PANES-NUM-X
               SET WS-ACCT-HIT TO DA-IDX
           END-IF.

       300-LOAD-ONE-LINK.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF
               NOT AT END
                   IF WS-LINK-COUNT < 300
                       ADD 1 TO WS-LINK-COUNT
                       SET LK-IDX TO WS-LINK-COUNT
                       MOVE CU-CUST-NO TO LK-CUST-NO(LK-IDX)
                       MOVE CU-CUST-NAME TO LK-CUST-NAME(LK-IDX)
                       MOVE CU-ACCT-NO TO LK-ACCT-NO(LK-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
           END-READ.

       310-LOAD-ONE-HOLDER.
           READ HOLDER-FILE
               AT END MOVE 'Y' TO WS-HLDR-EOF
               NOT AT END
                   IF WS-HLDR-COUNT < 300
                       ADD 1 TO WS-HLDR-COUNT
                       SET HL-IDX TO WS-HLDR-COUNT
                       MOVE AH-ACCT-NO TO HT-ACCT-NO(HL-IDX)
                       MOVE AH-CUST-NO TO HT-CUST-NO(HL-IDX)
                       MOVE AH-CUST-NAME TO HT-CUST-NAME(HL-IDX)
                       MOVE AH-ROLE TO HT-ROLE(HL-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
           END-READ.

      * an account's owners are its holders on file, less
      *the signatories, who own nothing of it; failing those,
      *the customers linked to it; failing those, the account
      *stands as its own depositor. The balance splits equally,
      *the odd centavo going to the first owner. An overdrawn
      *or empty account is no deposit.
       400-SPLIT-ONE-ACCT.
           IF DA-BAL(DA-IDX) > 0
               MOVE 0 TO WS-OWNER-COUNT
               PERFORM 410-TAKE-HOLDER-OWNER
                   VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > WS-HLDR-COUNT
               IF WS-OWNER-COUNT = 0
                   PERFORM 420-TAKE-LINK-OWNER
                       VARYING LK-IDX FROM 1 BY 1
                       UNTIL LK-IDX > WS-LINK-COUNT
               END-IF
               IF WS-OWNER-COUNT = 0
                   MOVE 'A' TO WS-WANTED-TYPE
                   MOVE DA-ACCT-NO(DA-IDX) TO WS-WANTED-ID
                   MOVE DA-NAME(DA-IDX) TO WS-WANTED-NAME
                   PERFORM 430-ADD-OWNER
               END-IF
               COMPUTE WS-SHARE-AMT =
                   DA-BAL(DA-IDX) / WS-OWNER-COUNT
               COMPUTE WS-FIRST-SHARE = DA-BAL(DA-IDX)
                   - (WS-SHARE-AMT * (WS-OWNER-COUNT - 1))
               PERFORM 440-CREDIT-ONE-OWNER
                   VARYING OW-IDX FROM 1 BY 1
                   UNTIL OW-IDX > WS-OWNER-COUNT
                   OR WS-OVERFLOW-SW = 'Y'
           END-IF.

       410-TAKE-HOLDER-OWNER.
           IF HT-ACCT-NO(HL-IDX) = DA-ACCT-NO(DA-IDX)
               AND HT-ROLE(HL-IDX) NOT = 'S'
               MOVE 'C' TO WS-WANTED-TYPE
               MOVE HT-CUST-NO(HL-IDX) TO WS-WANTED-ID
               MOVE HT-CUST-NAME(HL-IDX) TO WS-WANTED-NAME
               PERFORM 430-ADD-OWNER
           END-IF.

       420-TAKE-LINK-OWNER.
           IF LK-ACCT-NO(LK-IDX) = DA-ACCT-NO(DA-IDX)
               MOVE 'C' TO WS-WANTED-TYPE
               MOVE LK-CUST-NO(LK-IDX) TO WS-WANTED-ID
               MOVE LK-CUST-NAME(LK-IDX) TO WS-WANTED-NAME
               PERFORM 430-ADD-OWNER
           END-IF.

      * the same customer twice on one account owns one part
       430-ADD-OWNER.
           MOVE 0 TO WS-OWNER-HIT.
           PERFORM 435-FIND-ONE-OWNER
               VARYING OW-IDX FROM 1 BY 1
               UNTIL OW-IDX > WS-OWNER-COUNT OR WS-OWNER-HIT > 0.
           IF WS-OWNER-HIT = 0
               IF WS-OWNER-COUNT < 20
                   ADD 1 TO WS-OWNER-COUNT
                   SET OW-IDX TO WS-OWNER-COUNT
                   MOVE WS-WANTED-TYPE TO OW-TYPE(OW-IDX)
                   MOVE WS-WANTED-ID TO OW-ID(OW-IDX)
                   MOVE WS-WANTED-NAME TO OW-NAME(OW-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.

       435-FIND-ONE-OWNER.
           IF OW-TYPE(OW-IDX) = WS-WANTED-TYPE
               AND OW-ID(OW-IDX) = WS-WANTED-ID
               SET WS-OWNER-HIT TO OW-IDX
           END-IF.

      * the owner's depositor line is found or opened, and
      *the part goes on it and on the share list
       440-CREDIT-ONE-OWNER.
           MOVE OW-TYPE(OW-IDX) TO WS-WANTED-TYPE.
           MOVE OW-ID(OW-IDX) TO WS-WANTED-ID.
           MOVE 0 TO WS-DEP-HIT.
           PERFORM 445-FIND-ONE-DEP
               VARYING DP-IDX FROM 1 BY 1
               UNTIL DP-IDX > WS-DEP-COUNT OR WS-DEP-HIT > 0.
           IF WS-DEP-HIT = 0
               IF WS-DEP-COUNT < 1000
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-DEP-COUNT TO WS-DEP-HIT
                   SET DP-IDX TO WS-DEP-HIT
                   MOVE WS-WANTED-TYPE TO DP-TYPE(DP-IDX)
                   MOVE WS-WANTED-ID TO DP-ID(DP-IDX)
                   MOVE OW-NAME(OW-IDX) TO DP-NAME(DP-IDX)
                   MOVE 0 TO DP-ACCTS(DP-IDX)
                   MOVE 0 TO DP-SHARES(DP-IDX)
                   MOVE 0 TO DP-SHARES-DONE(DP-IDX)
                   MOVE 0 TO DP-TOTAL(DP-IDX)
                   MOVE 0 TO DP-INSURED(DP-IDX)
                   MOVE 0 TO DP-ALLOCATED(DP-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.
           IF WS-DEP-HIT > 0
               IF WS-SHARE-COUNT < 2000
                   SET DP-IDX TO WS-DEP-HIT
                   ADD 1 TO WS-SHARE-COUNT
                   SET SH-IDX TO WS-SHARE-COUNT
                   MOVE WS-DEP-HIT TO SH-DEP(SH-IDX)
                   SET SH-ACCT(SH-IDX) TO DA-IDX
                   IF OW-IDX = 1
                       MOVE WS-FIRST-SHARE TO SH-AMOUNT(SH-IDX)
                   ELSE
                       MOVE WS-SHARE-AMT TO SH-AMOUNT(SH-IDX)
                   END-IF
                   ADD SH-AMOUNT(SH-IDX) TO DP-TOTAL(DP-IDX)
                   ADD 1 TO DP-ACCTS(DP-IDX)
                   ADD 1 TO DP-SHARES(DP-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.

       445-FIND-ONE-DEP.
           IF DP-TYPE(DP-IDX) = WS-WANTED-TYPE
               AND DP-ID(DP-IDX) = WS-WANTED-ID
               SET WS-DEP-HIT TO DP-IDX
           END-IF.

      * the insured part is the depositor's total up to the
      *ceiling; the rest is uninsured
       500-CAP-ONE-DEPOSITOR.
           IF DP-TOTAL(DP-IDX) > WS-COVER-MAX
               MOVE WS-COVER-MAX TO DP-INSURED(DP-IDX)
               ADD 1 TO WS-OVER-COUNT
           ELSE
               MOVE DP-TOTAL(DP-IDX) TO DP-INSURED(DP-IDX)
           END-IF.
           ADD DP-TOTAL(DP-IDX) TO WS-TOT-DEPOSITS.
           ADD DP-INSURED(DP-IDX) TO WS-TOT-INSURED.

      * a capped depositor's insured amount is laid across
      *the branches of the accounts in proportion to each part;
      *the last part takes what rounding leaves, so the
      *branches add back to the depositor exactly
       600-SPREAD-ONE-SHARE.
           SET DP-IDX TO SH-DEP(SH-IDX).
           SET DA-IDX TO SH-ACCT(SH-IDX).
           ADD 1 TO DP-SHARES-DONE(DP-IDX).
           IF DP-SHARES-DONE(DP-IDX) = DP-SHARES(DP-IDX)
               COMPUTE WS-SHARE-INSURED =
                   DP-INSURED(DP-IDX) - DP-ALLOCATED(DP-IDX)
           ELSE
               COMPUTE WS-SHARE-INSURED ROUNDED =
                   SH-AMOUNT(SH-IDX) * DP-INSURED(DP-IDX)
                   / DP-TOTAL(DP-IDX)
           END-IF.
           ADD WS-SHARE-INSURED TO DP-ALLOCATED(DP-IDX).
           MOVE DA-BRANCH(DA-IDX) TO WS-WANTED-BRANCH.
           MOVE 0 TO WS-BRANCH-HIT.
           PERFORM 610-FIND-ONE-BRANCH
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BRANCH-COUNT OR WS-BRANCH-HIT > 0.
           IF WS-BRANCH-HIT = 0 AND WS-BRANCH-COUNT < 30
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-HIT
               SET BR-IDX TO WS-BRANCH-HIT
               MOVE WS-WANTED-BRANCH TO BS-BRANCH(BR-IDX)
               MOVE 0 TO BS-ACCTS(BR-IDX)
               MOVE 0 TO BS-TOTAL(BR-IDX)
               MOVE 0 TO BS-INSURED(BR-IDX)
           END-IF.
           IF WS-BRANCH-HIT = 0
               MOVE 'Y' TO WS-OVERFLOW-SW
           ELSE
               SET BR-IDX TO WS-BRANCH-HIT
               ADD 1 TO BS-ACCTS(BR-IDX)
               ADD SH-AMOUNT(SH-IDX) TO BS-TOTAL(BR-IDX)
               ADD WS-SHARE-INSURED TO BS-INSURED(BR-IDX)
           END-IF.

       610-FIND-ONE-BRANCH.
           IF BS-BRANCH(BR-IDX) = WS-WANTED-BRANCH
               SET WS-BRANCH-HIT TO BR-IDX
           END-IF.

       700-WRITE-INSURER-FILE.
           MOVE SPACES TO INS-REC.
           MOVE 'H' TO IN-REC-TYPE.
           MOVE "CHINA TRUST BANK" TO IH-BANK-NAME.
           MOVE WS-RUNLOG-DATE TO IH-AS-OF-DATE.
           MOVE WS-COVER-MAX TO IH-COVER-MAX.
           WRITE INS-REC.
           PERFORM 710-WRITE-ONE-DEPOSITOR
               VARYING DP-IDX FROM 1 BY 1
               UNTIL DP-IDX > WS-DEP-COUNT.
           COMPUTE WS-TOT-UNINSURED = WS-TOT-DEPOSITS - WS-TOT-INSURED.
           MOVE SPACES TO INS-REC.
           MOVE 'T' TO IN-REC-TYPE.
           MOVE WS-DEP-COUNT TO IT-DEP-COUNT.
           MOVE WS-TOT-DEPOSITS TO IT-TOTAL.
           MOVE WS-TOT-INSURED TO IT-INSURED.
           MOVE WS-TOT-UNINSURED TO IT-UNINSURED.
           WRITE INS-REC.

       710-WRITE-ONE-DEPOSITOR.
           MOVE SPACES TO INS-REC.
           MOVE 'D' TO IN-REC-TYPE.
           MOVE DP-TYPE(DP-IDX) TO ID-DEP-TYPE.
           MOVE DP-ID(DP-IDX) TO ID-DEP-ID.
           MOVE DP-NAME(DP-IDX) TO ID-DEP-NAME.
           MOVE DP-ACCTS(DP-IDX) TO ID-ACCTS.
           MOVE DP-TOTAL(DP-IDX) TO ID-TOTAL.
           MOVE DP-INSURED(DP-IDX) TO ID-INSURED.
           COMPUTE ID-UNINSURED =
               DP-TOTAL(DP-IDX) - DP-INSURED(DP-IDX).
           WRITE INS-REC.

       800-PRINT-REPORT.
           MOVE COLUMN-HDR TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           PERFORM 810-PRINT-ONE-BRANCH
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BRANCH-COUNT.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "ALL BRANCHES" TO BL-BRANCH.
           MOVE WS-SHARE-COUNT TO BL-ACCTS.
           MOVE WS-TOT-DEPOSITS TO BL-TOTAL.
           MOVE WS-TOT-INSURED TO BL-INSURED.
           MOVE WS-TOT-UNINSURED TO BL-UNINSURED.
           MOVE BRANCH-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Depositors filed" TO FL-LABEL.
           MOVE WS-DEP-COUNT TO FL-COUNT.
           MOVE WS-TOT-DEPOSITS TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Depositors above the maximum" TO FL-LABEL.
           MOVE WS-OVER-COUNT TO FL-COUNT.
           MOVE WS-TOT-UNINSURED TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * the branch is named off the master; a code not on it
      *prints as itself
       810-PRINT-ONE-BRANCH.
           MOVE BS-BRANCH(BR-IDX) TO WS-BRM-WANTED.
           PERFORM BRMAST-FIND-RTN.
           IF WS-BRM-HIT > 0
               MOVE WS-BRM-NAME TO BL-BRANCH
           ELSE
               MOVE BS-BRANCH(BR-IDX) TO BL-BRANCH
           END-IF.
           MOVE BS-ACCTS(BR-IDX) TO BL-ACCTS.
           MOVE BS-TOTAL(BR-IDX) TO BL-TOTAL.
           MOVE BS-INSURED(BR-IDX) TO BL-INSURED.
           COMPUTE WS-PESO-BAL = BS-TOTAL(BR-IDX) - BS-INSURED(BR-IDX).
           MOVE WS-PESO-BAL TO BL-UNINSURED.
           MOVE BRANCH-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-RUNLOG-DATE TO DT-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE WS-COVER-MAX TO CL-COVER-MAX.
           MOVE WS-FX-RATE TO CL-FX-RATE.
           WRITE PRINT-LINE FROM COVER-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 5 TO WS-LINE-CNT.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
