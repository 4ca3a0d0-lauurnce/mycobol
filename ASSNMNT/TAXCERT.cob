       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-CERTIFICATE.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - year-end certificates of the
      *                final tax withheld on interest. Depositors
      *                ask for one every January and each was being
      *                typed up from the passbook. The year's
      *                interest ('I') and tax ('X') entries on the
      *                FQJRNL journal - less any a supervisor has
      *                since reversed - the time-deposit interest
      *                and tax on TDPOST, and the ACCTMAST interest
      *                capitalized on ACCRPOST are totalled per
      *                account and per depositor: the account's
      *                primary holder on ACCTHLDR, else the first
      *                customer CUSTMAST links to it, else the
      *                account itself. One certificate per
      *                depositor prints to TAXCERT.OUT under the
      *                bank's details and the depositor's CUSTMAST
      *                address, and every depositor's account goes
      *                to the TAXALPHA.TXT alphalist. The last page
      *                reconciles the year month by month to the
      *                TAXRMIT remittances (journal and time-deposit
      *                tax), with the ACCTMAST tax, which TAXRMIT
      *                does not carry, shown beside them. The year
      *                is the business date's in December, else the
      *                year before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the teller journal the interest run posts to
           SELECT JRNL-FILE ASSIGN TO "FQJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

      * time-deposit interest and tax, by certificate
           SELECT TDPOST-FILE ASSIGN TO "TDPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TDPOST-STATUS.

           SELECT TD-MASTER ASSIGN TO "TDMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TD-CERT-NO
               FILE STATUS IS WS-TD-STATUS.

      * ACCTMAST interest capitalized and tax withheld
           SELECT ACCPOST-FILE ASSIGN TO "ACCRPOST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCPOST-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * customer/account links, grouped by customer number
           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

      * who holds each account, and in what capacity
           SELECT HOLDER-FILE ASSIGN TO "ACCTHLDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDR-STATUS.

      * the year's alphalist of payees
           SELECT ALPHA-FILE ASSIGN TO "TAXALPHA.TXT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "TAXCERT.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the certificates
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE
           LABEL RECORD IS STANDARD.
       01  JRNL-REC.
      * shared journal layout
           COPY FQJRNLRC.

       FD  TDPOST-FILE.
       01  TDPOST-REC.
      * shared time-deposit posting layout
           COPY TDPOSTRC.

       FD  TD-MASTER.
       01  TD-REC.
      * shared time-deposit master layout
           COPY TDREC.

       FD  ACCPOST-FILE.
       01  ACCPOST-REC.
      * shared accrual-posting layout
           COPY ACCPOSRC.

       FD  ACCT-MASTER.
       01  MAST-REC.
      * shared account-master layout
           COPY ACCTREC.

       FD  CUST-FILE.
       01  CUST-REC.
      * shared customer-link layout
           COPY CUSTREC.

       FD  HOLDER-FILE.
       01  HOLDER-REC.
      * shared account-holder layout
           COPY ACCHLDRC.

      * 80-byte records: a detail per depositor's account,
      *then one trailer with the year's totals
       FD  ALPHA-FILE.
       01  ALPHA-REC.
           05 AL-REC-TYPE       PIC X.
           05 AL-YEAR           PIC 9(4).
           05 AL-BODY           PIC X(75).
       01  ALPHA-DTL-REC.
           05 FILLER            PIC X(5).
           05 AD-DEP-TYPE       PIC X.
           05 AD-DEP-ID         PIC X(10).
           05 AD-DEP-NAME       PIC X(25).
           05 AD-ACCT-NO        PIC X(10).
           05 AD-KIND           PIC X.
           05 AD-GROSS          PIC 9(11)V99.
           05 AD-TAX            PIC 9(11)V99.
           05 FILLER            PIC X(2).
       01  ALPHA-TRL-REC.
           05 FILLER            PIC X(5).
           05 AT-COUNT          PIC 9(7).
           05 AT-GROSS          PIC 9(13)V99.
           05 AT-TAX            PIC 9(13)V99.
           05 AT-RMIT-TAX       PIC 9(13)V99.
           05 AT-MAST-TAX       PIC 9(13)V99.
           05 FILLER            PIC X(8).

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-JRNL-STATUS       PIC XX VALUE SPACES.
       01  WS-TDPOST-STATUS     PIC XX VALUE SPACES.
       01  WS-TD-STATUS         PIC XX VALUE SPACES.
       01  WS-ACCPOST-STATUS    PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-HLDR-STATUS       PIC XX VALUE SPACES.
       01  WS-JRNL-EOF          PIC X VALUE 'N'.
       01  WS-TDPOST-EOF        PIC X VALUE 'N'.
       01  WS-ACCPOST-EOF       PIC X VALUE 'N'.
       01  WS-CUST-EOF          PIC X VALUE 'N'.
       01  WS-HLDR-EOF          PIC X VALUE 'N'.
       01  WS-TD-OPEN-SW        PIC X VALUE 'N'.
       01  WS-MAST-OPEN-SW      PIC X VALUE 'N'.
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
       01  WS-RECON-SW          PIC X VALUE 'N'.

      * the certificate year and the month an entry fell in
       01  WS-TAX-YEAR          PIC 9(4) VALUE 0.
       01  WS-BUS-MONTH         PIC 99 VALUE 0.
       01  WS-ENTRY-YEAR        PIC 9(4) VALUE 0.
       01  WS-ENTRY-MONTH       PIC 99 VALUE 0.

      * the journal entries a supervisor reversal has named
       01  WS-REV-TABLE.
           05 WS-REV-COUNT      PIC 9(3) VALUE 0.
           05 WS-REV-SEQ OCCURS 500 TIMES INDEXED BY RV-IDX
                                 PIC 9(6).
       01  WS-REV-HIT           PIC X VALUE 'N'.

      * one line per account (or time-deposit certificate),
      *with the account its owner is found through
       01  WS-LINE-TABLE.
           05 WS-LINE-COUNT     PIC 9(4) VALUE 0.
           05 WS-LINE-ENTRY OCCURS 2000 TIMES INDEXED BY CT-IDX.
              10 CT-KIND        PIC X.
              10 CT-ACCT-NO     PIC X(10).
              10 CT-OWNER-ACCT  PIC X(10).
              10 CT-ACCT-NAME   PIC X(25).
              10 CT-GROSS       PIC 9(11)V99.
              10 CT-TAX         PIC 9(11)V99.
              10 CT-DEP-TYPE    PIC X.
              10 CT-DEP-ID      PIC X(10).
              10 CT-DEP-NAME    PIC X(25).
              10 CT-ADDR-HIT    PIC 9(3).
              10 CT-DONE-SW     PIC X.
       01  WS-LINE-HIT          PIC 9(4) VALUE 0.
       01  WS-WANTED-KIND       PIC X VALUE SPACE.
       01  WS-WANTED-ACCT       PIC X(10) VALUE SPACES.
       01  WS-WANTED-OWNER      PIC X(10) VALUE SPACES.
       01  WS-WANTED-NAME       PIC X(25) VALUE SPACES.
       01  WS-ADD-GROSS         PIC 9(11)V99 VALUE 0.
       01  WS-ADD-TAX           PIC 9(11)V99 VALUE 0.

      * the CUSTMAST links and the ACCTHLDR holders, whole
       01  WS-LINK-TABLE.
           05 WS-LINK-COUNT     PIC 9(3) VALUE 0.
           05 WS-LINK-ENTRY OCCURS 300 TIMES INDEXED BY LK-IDX.
              10 LK-CUST-NO     PIC 9(6).
              10 LK-CUST-NAME   PIC X(25).
              10 LK-ACCT-NO     PIC X(10).
              10 LK-ADDR-1      PIC X(25).
              10 LK-ADDR-2      PIC X(25).
              10 LK-CITY        PIC X(15).
       01  WS-HLDR-TABLE.
           05 WS-HLDR-COUNT     PIC 9(3) VALUE 0.
           05 WS-HLDR-ENTRY OCCURS 300 TIMES INDEXED BY HL-IDX.
              10 HT-ACCT-NO     PIC X(10).
              10 HT-CUST-NO     PIC 9(6).
              10 HT-CUST-NAME   PIC X(25).
              10 HT-ROLE        PIC X.
       01  WS-HLDR-HIT          PIC 9(3) VALUE 0.
       01  WS-LINK-HIT          PIC 9(3) VALUE 0.
       01  WS-WANTED-CUST       PIC 9(6) VALUE 0.
       01  WS-CUST-NO-X         PIC X(10) VALUE SPACES.

      * the remittance months: journal tax and time-deposit
      *tax went out on TAXRMIT, the ACCTMAST tax did not
       01  WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 12 TIMES INDEXED BY MO-IDX.
              10 MO-JRNL-TAX    PIC 9(11)V99.
              10 MO-TD-TAX      PIC 9(11)V99.
              10 MO-MAST-TAX    PIC 9(11)V99.

       01  WS-TOTALS.
           05 WS-CERT-COUNT     PIC 9(5) VALUE 0.
           05 WS-ALPHA-COUNT    PIC 9(7) VALUE 0.
           05 WS-DEP-GROSS      PIC 9(13)V99 VALUE 0.
           05 WS-DEP-TAX        PIC 9(13)V99 VALUE 0.
           05 WS-TOT-GROSS      PIC 9(13)V99 VALUE 0.
           05 WS-TOT-TAX        PIC 9(13)V99 VALUE 0.
           05 WS-TOT-JRNL-TAX   PIC 9(13)V99 VALUE 0.
           05 WS-TOT-TD-TAX     PIC 9(13)V99 VALUE 0.
           05 WS-TOT-MAST-TAX   PIC 9(13)V99 VALUE 0.
           05 WS-TOT-RMIT-TAX   PIC 9(13)V99 VALUE 0.
           05 WS-MONTH-RMIT     PIC 9(13)V99 VALUE 0.
       01  WS-RPT-TYPE          PIC X VALUE SPACE.
       01  WS-RPT-ID            PIC X(10) VALUE SPACES.
       01  WS-SCAN-IDX          PIC 9(4) VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(36) VALUE
              "Certificate of Final Tax Withheld".
           05 FILLER            PIC X(22) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "For the year: ".
           05 DT-YEAR           PIC 9(4).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(15) VALUE SPACES.

      * the withholding agent, at the head of every
      *certificate
       01  AGENT-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE
              "Withholding agent: ".
           05 FILLER            PIC X(30) VALUE
              "China Trust Bank, Makati City".
           05 FILLER            PIC X(26) VALUE SPACES.

      * the payee's mailing block
       01  ADDR-LINE-1.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE "Payee: ".
           05 AD-NAME           PIC X(25).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 AD-ID-LABEL       PIC X(10).
           05 AD-ID             PIC X(10).
           05 FILLER            PIC X(20) VALUE SPACES.
       01  ADDR-LINE-2.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 AD-ADDR-1         PIC X(25).
           05 FILLER            PIC X(44) VALUE SPACES.
       01  ADDR-LINE-3.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 AD-ADDR-2         PIC X(25).
           05 FILLER            PIC X(44) VALUE SPACES.
       01  ADDR-LINE-4.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 AD-CITY           PIC X(25).
           05 FILLER            PIC X(44) VALUE SPACES.

       01  CERT-COL-HDR.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "Account".
           05 FILLER            PIC X(26) VALUE "Held as".
           05 FILLER            PIC X(19) VALUE
              "    Gross Interest".
           05 FILLER            PIC X(19) VALUE
              "      Tax Withheld".

       01  CERT-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 CL-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-KIND-NAME      PIC X(24).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-TAX            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  CERT-TOTAL-LINE.
           05 FILLER            PIC X(16) VALUE SPACES.
           05 FILLER            PIC X(26) VALUE
              "Total for the year".
           05 CT-TOT-GROSS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CT-TOT-TAX        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  CERT-NOTE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(56) VALUE
              "Final tax withheld on interest, remitted by the bank.".
           05 FILLER            PIC X(20) VALUE SPACES.

       01  RECON-HDR.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(45) VALUE
              "Reconciliation to the TAXRMIT remittances".
           05 FILLER            PIC X(31) VALUE SPACES.

       01  RECON-COL-HDR.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "Month".
           05 FILLER            PIC X(17) VALUE "  Savings Tax".
           05 FILLER            PIC X(17) VALUE "   Time Dep Tax".
           05 FILLER            PIC X(17) VALUE "   TAXRMIT Total".
           05 FILLER            PIC X(19) VALUE "  ACCTMAST Tax".

       01  RECON-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RL-MONTH          PIC X(6).
           05 RL-JRNL-TAX       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RL-TD-TAX         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RL-RMIT-TAX       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RL-MAST-TAX       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(5)  VALUE SPACES.

       01  FIGURE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FL-LABEL          PIC X(42).
           05 FL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

      * a December run certifies its own year; a January
      *(or any later) run certifies the year just closed
           MOVE WS-RUNLOG-DATE(1:4) TO WS-TAX-YEAR.
           MOVE WS-RUNLOG-DATE(5:2) TO WS-BUS-MONTH.
           IF WS-BUS-MONTH NOT = 12
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF.
           PERFORM 050-CLEAR-ONE-MONTH
               VARYING MO-IDX FROM 1 BY 1 UNTIL MO-IDX > 12.

           PERFORM 060-LOAD-LINKS.
           PERFORM 100-TAKE-JOURNAL.
           PERFORM 200-TAKE-TDPOST.
           PERFORM 300-TAKE-ACCRPOST.
           IF WS-OVERFLOW-SW = 'N'
               PERFORM 400-FIND-OWNER
                   VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-LINE-COUNT
           END-IF.
           IF WS-MAST-OPEN-SW = 'Y'
               CLOSE ACCT-MASTER
           END-IF.

      * a payee left off for want of table room would go
      *uncertified - print nothing
           IF WS-OVERFLOW-SW = 'Y'
               DISPLAY "TAX-CERTIFICATE: *** MORE ACCOUNTS, LINKS, "
                   "HOLDERS OR REVERSALS THAN THE WORK TABLES "
                   "HOLD. ***"
               DISPLAY "TAX-CERTIFICATE: NOTHING PRINTED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT ALPHA-FILE.
           PERFORM 500-ONE-DEPOSITOR
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-LINE-COUNT.
           PERFORM 700-WRITE-ALPHA-TRAILER.
           CLOSE ALPHA-FILE.
           PERFORM 800-PRINT-RECON.
           CLOSE REPORT-FILE.

           MOVE WS-CERT-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "TAX-CERTIFICATE: " WS-CERT-COUNT
               " CERTIFICATE(S) FOR " WS-TAX-YEAR ".".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="TAX-CERTIFICATE"==.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

       050-CLEAR-ONE-MONTH.
           MOVE 0 TO MO-JRNL-TAX(MO-IDX).
           MOVE 0 TO MO-TD-TAX(MO-IDX).
           MOVE 0 TO MO-MAST-TAX(MO-IDX).

       060-LOAD-LINKS.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS NOT = "35"
               PERFORM 065-LOAD-ONE-LINK UNTIL WS-CUST-EOF = 'Y'
               CLOSE CUST-FILE
           END-IF.
           OPEN INPUT HOLDER-FILE.
           IF WS-HLDR-STATUS NOT = "35"
               PERFORM 070-LOAD-ONE-HOLDER UNTIL WS-HLDR-EOF = 'Y'
               CLOSE HOLDER-FILE
           END-IF.
           OPEN INPUT ACCT-MASTER.
           IF WS-MAST-STATUS NOT = "35"
               MOVE 'Y' TO WS-MAST-OPEN-SW
           END-IF.

       065-LOAD-ONE-LINK.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-CUST-EOF
               NOT AT END
                   IF WS-LINK-COUNT < 300
                       ADD 1 TO WS-LINK-COUNT
                       SET LK-IDX TO WS-LINK-COUNT
                       MOVE CU-CUST-NO TO LK-CUST-NO(LK-IDX)
                       MOVE CU-CUST-NAME TO LK-CUST-NAME(LK-IDX)
                       MOVE CU-ACCT-NO TO LK-ACCT-NO(LK-IDX)
                       MOVE CU-ADDR-1 TO LK-ADDR-1(LK-IDX)
                       MOVE CU-ADDR-2 TO LK-ADDR-2(LK-IDX)
                       MOVE CU-CITY TO LK-CITY(LK-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
           END-READ.

       070-LOAD-ONE-HOLDER.
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

      * the journal is read twice: first for the entries
      *reversals name, then for the year's interest and tax
      *that still stand
       100-TAKE-JOURNAL.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS = "35"
               DISPLAY "TAX-CERTIFICATE: FQJRNL NOT FOUND - NO "
                   "SAVINGS INTEREST."
           ELSE
               PERFORM 110-NOTE-ONE-REVERSAL
                   UNTIL WS-JRNL-EOF = 'Y'
               CLOSE JRNL-FILE
               MOVE 'N' TO WS-JRNL-EOF
               OPEN INPUT JRNL-FILE
               PERFORM 120-TAKE-ONE-ENTRY UNTIL WS-JRNL-EOF = 'Y'
               CLOSE JRNL-FILE
           END-IF.

       110-NOTE-ONE-REVERSAL.
           READ JRNL-FILE
               AT END MOVE 'Y' TO WS-JRNL-EOF
               NOT AT END
                   IF JR-REV-REF NOT = 0
                       IF WS-REV-COUNT < 500
                           ADD 1 TO WS-REV-COUNT
                           SET RV-IDX TO WS-REV-COUNT
                           MOVE JR-REV-REF TO WS-REV-SEQ(RV-IDX)
                       ELSE
                           MOVE 'Y' TO WS-OVERFLOW-SW
                       END-IF
                   END-IF
           END-READ.

       120-TAKE-ONE-ENTRY.
           READ JRNL-FILE
               AT END MOVE 'Y' TO WS-JRNL-EOF
               NOT AT END
                   MOVE JR-DATE(1:4) TO WS-ENTRY-YEAR
                   IF WS-ENTRY-YEAR = WS-TAX-YEAR
                       AND (JR-TRANS-TYPE = 'I' OR JR-TRANS-TYPE = 'X')
                       MOVE 'N' TO WS-REV-HIT
                       PERFORM 125-FIND-ONE-REVERSAL
                           VARYING RV-IDX FROM 1 BY 1
                           UNTIL RV-IDX > WS-REV-COUNT
                           OR WS-REV-HIT = 'Y'
                       IF WS-REV-HIT = 'N'
                           PERFORM 130-ADD-JOURNAL-ENTRY
                       END-IF
                   END-IF
           END-READ.

       125-FIND-ONE-REVERSAL.
           IF WS-REV-SEQ(RV-IDX) = JR-SEQ
               MOVE 'Y' TO WS-REV-HIT
           END-IF.

       130-ADD-JOURNAL-ENTRY.
           MOVE 'S' TO WS-WANTED-KIND.
           MOVE JR-ACCT-NUM TO WS-WANTED-ACCT.
           MOVE WS-WANTED-ACCT TO WS-WANTED-OWNER.
           MOVE SPACES TO WS-WANTED-NAME.
           MOVE 0 TO WS-ADD-GROSS.
           MOVE 0 TO WS-ADD-TAX.
           IF JR-TRANS-TYPE = 'I'
               MOVE JR-AMOUNT TO WS-ADD-GROSS
           ELSE
               MOVE JR-AMOUNT TO WS-ADD-TAX
               MOVE JR-DATE(5:2) TO WS-ENTRY-MONTH
               SET MO-IDX TO WS-ENTRY-MONTH
               ADD JR-AMOUNT TO MO-JRNL-TAX(MO-IDX)
           END-IF.
           PERFORM 900-ADD-TO-LINE.

      * a certificate's interest and tax belong to the
      *account that funded it
       200-TAKE-TDPOST.
           OPEN INPUT TDPOST-FILE.
           IF WS-TDPOST-STATUS NOT = "35"
               OPEN INPUT TD-MASTER
               IF WS-TD-STATUS NOT = "35"
                   MOVE 'Y' TO WS-TD-OPEN-SW
               END-IF
               PERFORM 210-TAKE-ONE-TDPOST UNTIL WS-TDPOST-EOF = 'Y'
               IF WS-TD-OPEN-SW = 'Y'
                   CLOSE TD-MASTER
               END-IF
               CLOSE TDPOST-FILE
           END-IF.

       210-TAKE-ONE-TDPOST.
           READ TDPOST-FILE
               AT END MOVE 'Y' TO WS-TDPOST-EOF
               NOT AT END
                   MOVE TP-DATE(1:4) TO WS-ENTRY-YEAR
                   IF WS-ENTRY-YEAR = WS-TAX-YEAR
                       PERFORM 220-ADD-TDPOST-ENTRY
                   END-IF
           END-READ.

       220-ADD-TDPOST-ENTRY.
           MOVE 'T' TO WS-WANTED-KIND.
           MOVE TP-CERT-NO TO WS-WANTED-ACCT.
           MOVE SPACES TO WS-WANTED-OWNER.
           MOVE SPACES TO WS-WANTED-NAME.
           IF WS-TD-OPEN-SW = 'Y'
               MOVE TP-CERT-NO TO TD-CERT-NO
               READ TD-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TD-LINK-ACCT TO WS-WANTED-OWNER
                       MOVE TD-CUST-NAME TO WS-WANTED-NAME
               END-READ
           END-IF.
           MOVE 0 TO WS-ADD-GROSS.
           MOVE 0 TO WS-ADD-TAX.
           IF TP-INTEREST
               MOVE TP-AMOUNT TO WS-ADD-GROSS
           ELSE
               MOVE TP-AMOUNT TO WS-ADD-TAX
               MOVE TP-DATE(5:2) TO WS-ENTRY-MONTH
               SET MO-IDX TO WS-ENTRY-MONTH
               ADD TP-AMOUNT TO MO-TD-TAX(MO-IDX)
           END-IF.
           PERFORM 900-ADD-TO-LINE.

      * the gross capitalized is the net credited plus the
      *tax withheld from it; the night's accruals are not paid
       300-TAKE-ACCRPOST.
           OPEN INPUT ACCPOST-FILE.
           IF WS-ACCPOST-STATUS NOT = "35"
               PERFORM 310-TAKE-ONE-ACCRPOST
                   UNTIL WS-ACCPOST-EOF = 'Y'
               CLOSE ACCPOST-FILE
           END-IF.

       310-TAKE-ONE-ACCRPOST.
           READ ACCPOST-FILE
               AT END MOVE 'Y' TO WS-ACCPOST-EOF
               NOT AT END
                   MOVE AP-DATE(1:4) TO WS-ENTRY-YEAR
                   IF WS-ENTRY-YEAR = WS-TAX-YEAR
                       AND (AP-CAPITAL OR AP-TAX)
                       PERFORM 320-ADD-ACCRPOST-ENTRY
                   END-IF
           END-READ.

       320-ADD-ACCRPOST-ENTRY.
           MOVE 'M' TO WS-WANTED-KIND.
           MOVE AP-ACCT-NO TO WS-WANTED-ACCT.
           MOVE AP-ACCT-NO TO WS-WANTED-OWNER.
           MOVE SPACES TO WS-WANTED-NAME.
           MOVE AP-AMOUNT TO WS-ADD-GROSS.
           MOVE 0 TO WS-ADD-TAX.
           IF AP-TAX
               MOVE AP-AMOUNT TO WS-ADD-TAX
               MOVE AP-DATE(5:2) TO WS-ENTRY-MONTH
               SET MO-IDX TO WS-ENTRY-MONTH
               ADD AP-AMOUNT TO MO-MAST-TAX(MO-IDX)
           END-IF.
           PERFORM 900-ADD-TO-LINE.

      * the payee is the account's primary holder, else the
      *first customer linked to it, else the account itself,
      *under the name the books carry
       400-FIND-OWNER.
           MOVE CT-OWNER-ACCT(CT-IDX) TO WS-WANTED-OWNER.
           MOVE 0 TO WS-HLDR-HIT.
           MOVE 0 TO WS-LINK-HIT.
           IF WS-WANTED-OWNER NOT = SPACES
               PERFORM 410-FIND-PRIMARY
                   VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > WS-HLDR-COUNT OR WS-HLDR-HIT > 0
               IF WS-HLDR-HIT = 0
                   PERFORM 420-FIND-LINK-ACCT
                       VARYING LK-IDX FROM 1 BY 1
                       UNTIL LK-IDX > WS-LINK-COUNT
                       OR WS-LINK-HIT > 0
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-HLDR-HIT > 0
                   MOVE HT-CUST-NO(WS-HLDR-HIT) TO WS-WANTED-CUST
                   MOVE HT-CUST-NAME(WS-HLDR-HIT)
                       TO CT-DEP-NAME(CT-IDX)
                   PERFORM 440-TAKE-CUSTOMER
               WHEN WS-LINK-HIT > 0
                   MOVE LK-CUST-NO(WS-LINK-HIT) TO WS-WANTED-CUST
                   MOVE LK-CUST-NAME(WS-LINK-HIT)
                       TO CT-DEP-NAME(CT-IDX)
                   PERFORM 440-TAKE-CUSTOMER
               WHEN OTHER
                   MOVE 'A' TO CT-DEP-TYPE(CT-IDX)
                   MOVE CT-ACCT-NO(CT-IDX) TO CT-DEP-ID(CT-IDX)
                   MOVE 0 TO CT-ADDR-HIT(CT-IDX)
                   PERFORM 450-TAKE-BOOK-NAME
                   MOVE CT-ACCT-NAME(CT-IDX) TO CT-DEP-NAME(CT-IDX)
           END-EVALUATE.
           IF CT-ACCT-NAME(CT-IDX) = SPACES
               PERFORM 450-TAKE-BOOK-NAME
           END-IF.

       410-FIND-PRIMARY.
           IF HT-ACCT-NO(HL-IDX) = WS-WANTED-OWNER
               AND HT-ROLE(HL-IDX) = 'P'
               SET WS-HLDR-HIT TO HL-IDX
           END-IF.

       420-FIND-LINK-ACCT.
           IF LK-ACCT-NO(LK-IDX) = WS-WANTED-OWNER
               SET WS-LINK-HIT TO LK-IDX
           END-IF.

      * the customer's address comes off their first link
       440-TAKE-CUSTOMER.
           MOVE 'C' TO CT-DEP-TYPE(CT-IDX).
           MOVE WS-WANTED-CUST TO WS-CUST-NO-X.
           MOVE WS-CUST-NO-X TO CT-DEP-ID(CT-IDX).
           MOVE 0 TO WS-LINK-HIT.
           PERFORM 445-FIND-LINK-CUST
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-LINK-HIT > 0.
           MOVE WS-LINK-HIT TO CT-ADDR-HIT(CT-IDX).

       445-FIND-LINK-CUST.
           IF LK-CUST-NO(LK-IDX) = WS-WANTED-CUST
               SET WS-LINK-HIT TO LK-IDX
           END-IF.

       450-TAKE-BOOK-NAME.
           IF CT-ACCT-NAME(CT-IDX) = SPACES
               AND WS-MAST-OPEN-SW = 'Y'
               AND CT-OWNER-ACCT(CT-IDX) NOT = SPACES
               MOVE CT-OWNER-ACCT(CT-IDX) TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MA-ACCT-NAME TO CT-ACCT-NAME(CT-IDX)
               END-READ
           END-IF.
           IF CT-ACCT-NAME(CT-IDX) = SPACES
               MOVE "NAME NOT ON FILE" TO CT-ACCT-NAME(CT-IDX)
           END-IF.

      * one certificate per payee, each on its own page,
      *gathering every line of theirs on the first one found
       500-ONE-DEPOSITOR.
           SET CT-IDX TO WS-SCAN-IDX.
           IF CT-DONE-SW(CT-IDX) = 'N'
               ADD 1 TO WS-CERT-COUNT
               MOVE 0 TO WS-DEP-GROSS
               MOVE 0 TO WS-DEP-TAX
               MOVE CT-DEP-TYPE(CT-IDX) TO WS-RPT-TYPE
               MOVE CT-DEP-ID(CT-IDX) TO WS-RPT-ID
               PERFORM 510-START-CERTIFICATE
               PERFORM 520-ONE-LINE
                   VARYING CT-IDX FROM WS-SCAN-IDX BY 1
                   UNTIL CT-IDX > WS-LINE-COUNT
               PERFORM 530-END-CERTIFICATE
           END-IF.

       510-START-CERTIFICATE.
           MOVE CT-DEP-NAME(CT-IDX) TO AD-NAME.
           MOVE CT-DEP-ID(CT-IDX) TO AD-ID.
           IF CT-DEP-TYPE(CT-IDX) = 'C'
               MOVE "Customer: " TO AD-ID-LABEL
           ELSE
               MOVE "Account:  " TO AD-ID-LABEL
           END-IF.
           IF CT-ADDR-HIT(CT-IDX) > 0
               SET LK-IDX TO CT-ADDR-HIT(CT-IDX)
               MOVE LK-ADDR-1(LK-IDX) TO AD-ADDR-1
               MOVE LK-ADDR-2(LK-IDX) TO AD-ADDR-2
               MOVE LK-CITY(LK-IDX) TO AD-CITY
           ELSE
               MOVE "NO ADDRESS ON FILE" TO AD-ADDR-1
               MOVE SPACES TO AD-ADDR-2
               MOVE SPACES TO AD-CITY
           END-IF.
           MOVE WS-PAGE-MAX TO WS-LINE-CNT.
           MOVE CERT-COL-HDR TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       520-ONE-LINE.
           IF CT-DONE-SW(CT-IDX) = 'N'
               AND CT-DEP-TYPE(CT-IDX) = WS-RPT-TYPE
               AND CT-DEP-ID(CT-IDX) = WS-RPT-ID
               MOVE 'Y' TO CT-DONE-SW(CT-IDX)
               MOVE CT-ACCT-NO(CT-IDX) TO CL-ACCT-NO
               EVALUATE CT-KIND(CT-IDX)
                   WHEN 'S'
                       MOVE "Savings/checking (PANES)" TO CL-KIND-NAME
                   WHEN 'T'
                       MOVE "Time deposit" TO CL-KIND-NAME
                   WHEN OTHER
                       MOVE "Deposit account" TO CL-KIND-NAME
               END-EVALUATE
               MOVE CT-GROSS(CT-IDX) TO CL-GROSS
               MOVE CT-TAX(CT-IDX) TO CL-TAX
               MOVE CERT-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               ADD CT-GROSS(CT-IDX) TO WS-DEP-GROSS
               ADD CT-TAX(CT-IDX) TO WS-DEP-TAX
               PERFORM 600-WRITE-ALPHA-LINE
           END-IF.

       530-END-CERTIFICATE.
           MOVE WS-DEP-GROSS TO CT-TOT-GROSS.
           MOVE WS-DEP-TAX TO CT-TOT-TAX.
           MOVE CERT-TOTAL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE CERT-NOTE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           ADD WS-DEP-GROSS TO WS-TOT-GROSS.
           ADD WS-DEP-TAX TO WS-TOT-TAX.

       600-WRITE-ALPHA-LINE.
           MOVE SPACES TO ALPHA-REC.
           MOVE 'D' TO AL-REC-TYPE.
           MOVE WS-TAX-YEAR TO AL-YEAR.
           MOVE CT-DEP-TYPE(CT-IDX) TO AD-DEP-TYPE.
           MOVE CT-DEP-ID(CT-IDX) TO AD-DEP-ID.
           MOVE CT-DEP-NAME(CT-IDX) TO AD-DEP-NAME.
           MOVE CT-ACCT-NO(CT-IDX) TO AD-ACCT-NO.
           MOVE CT-KIND(CT-IDX) TO AD-KIND.
           MOVE CT-GROSS(CT-IDX) TO AD-GROSS.
           MOVE CT-TAX(CT-IDX) TO AD-TAX.
           WRITE ALPHA-REC.
           ADD 1 TO WS-ALPHA-COUNT.

      * the trailer carries what TAXRMIT remitted over the
      *year beside the ACCTMAST tax it never carried, so the
      *file proves out against the remittances
       700-WRITE-ALPHA-TRAILER.
           PERFORM 710-ADD-ONE-MONTH
               VARYING MO-IDX FROM 1 BY 1 UNTIL MO-IDX > 12.
           COMPUTE WS-TOT-RMIT-TAX = WS-TOT-JRNL-TAX + WS-TOT-TD-TAX.
           MOVE SPACES TO ALPHA-REC.
           MOVE 'T' TO AL-REC-TYPE.
           MOVE WS-TAX-YEAR TO AL-YEAR.
           MOVE WS-ALPHA-COUNT TO AT-COUNT.
           MOVE WS-TOT-GROSS TO AT-GROSS.
           MOVE WS-TOT-TAX TO AT-TAX.
           MOVE WS-TOT-RMIT-TAX TO AT-RMIT-TAX.
           MOVE WS-TOT-MAST-TAX TO AT-MAST-TAX.
           WRITE ALPHA-REC.

       710-ADD-ONE-MONTH.
           ADD MO-JRNL-TAX(MO-IDX) TO WS-TOT-JRNL-TAX.
           ADD MO-TD-TAX(MO-IDX) TO WS-TOT-TD-TAX.
           ADD MO-MAST-TAX(MO-IDX) TO WS-TOT-MAST-TAX.

      * the last page: the year month by month as TAXRMIT
      *remitted it, and the certificates' tax against it
       800-PRINT-RECON.
           MOVE 'Y' TO WS-RECON-SW.
           MOVE WS-PAGE-MAX TO WS-LINE-CNT.
           MOVE RECON-COL-HDR TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           PERFORM 810-PRINT-ONE-MONTH
               VARYING MO-IDX FROM 1 BY 1 UNTIL MO-IDX > 12.
           MOVE "TOTAL" TO RL-MONTH.
           MOVE WS-TOT-JRNL-TAX TO RL-JRNL-TAX.
           MOVE WS-TOT-TD-TAX TO RL-TD-TAX.
           MOVE WS-TOT-RMIT-TAX TO RL-RMIT-TAX.
           MOVE WS-TOT-MAST-TAX TO RL-MAST-TAX.
           MOVE RECON-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Remitted on TAXRMIT" TO FL-LABEL.
           MOVE WS-TOT-RMIT-TAX TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Withheld on ACCTMAST capitalization" TO FL-LABEL.
           MOVE WS-TOT-MAST-TAX TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Tax on the certificates" TO FL-LABEL.
           MOVE WS-TOT-TAX TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Gross interest on the certificates" TO FL-LABEL.
           MOVE WS-TOT-GROSS TO FL-AMOUNT.
           MOVE FIGURE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       810-PRINT-ONE-MONTH.
           SET WS-ENTRY-MONTH TO MO-IDX.
           MOVE SPACES TO RL-MONTH.
           MOVE WS-TAX-YEAR TO RL-MONTH(1:4).
           MOVE WS-ENTRY-MONTH TO RL-MONTH(5:2).
           MOVE MO-JRNL-TAX(MO-IDX) TO RL-JRNL-TAX.
           MOVE MO-TD-TAX(MO-IDX) TO RL-TD-TAX.
           COMPUTE WS-MONTH-RMIT =
               MO-JRNL-TAX(MO-IDX) + MO-TD-TAX(MO-IDX).
           MOVE WS-MONTH-RMIT TO RL-RMIT-TAX.
           MOVE MO-MAST-TAX(MO-IDX) TO RL-MAST-TAX.
           MOVE RECON-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * the line for this account is found or opened, and
      *the entry's amounts go on it
       900-ADD-TO-LINE.
           MOVE 0 TO WS-LINE-HIT.
           PERFORM 905-FIND-ONE-LINE
               VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-LINE-COUNT OR WS-LINE-HIT > 0.
           IF WS-LINE-HIT = 0
               IF WS-LINE-COUNT < 2000
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-HIT
                   SET CT-IDX TO WS-LINE-HIT
                   MOVE WS-WANTED-KIND TO CT-KIND(CT-IDX)
                   MOVE WS-WANTED-ACCT TO CT-ACCT-NO(CT-IDX)
                   MOVE WS-WANTED-OWNER TO CT-OWNER-ACCT(CT-IDX)
                   MOVE WS-WANTED-NAME TO CT-ACCT-NAME(CT-IDX)
                   MOVE 0 TO CT-GROSS(CT-IDX)
                   MOVE 0 TO CT-TAX(CT-IDX)
                   MOVE 'N' TO CT-DONE-SW(CT-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.
           IF WS-LINE-HIT > 0
               SET CT-IDX TO WS-LINE-HIT
               ADD WS-ADD-GROSS TO CT-GROSS(CT-IDX)
               ADD WS-ADD-TAX TO CT-TAX(CT-IDX)
           END-IF.

       905-FIND-ONE-LINE.
           IF CT-KIND(CT-IDX) = WS-WANTED-KIND
               AND CT-ACCT-NO(CT-IDX) = WS-WANTED-ACCT
               SET WS-LINE-HIT TO CT-IDX
           END-IF.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-TAX-YEAR TO DT-YEAR.
           MOVE WS-RUNLOG-DATE TO DT-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM AGENT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF WS-RECON-SW = 'Y'
               WRITE PRINT-LINE FROM RECON-HDR
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 8 TO WS-LINE-CNT
           ELSE
               WRITE PRINT-LINE FROM ADDR-LINE-1
               WRITE PRINT-LINE FROM ADDR-LINE-2
               WRITE PRINT-LINE FROM ADDR-LINE-3
               WRITE PRINT-LINE FROM ADDR-LINE-4
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 11 TO WS-LINE-CNT
           END-IF.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
