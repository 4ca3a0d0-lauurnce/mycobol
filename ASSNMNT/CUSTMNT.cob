      *                promises and CUST-HOLDINGS control-breaks
      *                on, splitting a customer into two groups
      *                with two subtotals.
      *2026-10-15  LP  Know-your-customer capture: (A)dd now also
      *                takes birth date, the ID presented (type off
      *                a fixed list, number, expiry), occupation,
      *                source of funds and a risk rating, each
      *                edited before anything is written; (I)D/KYC
      *                re-keys them across every one of the
      *                customer's links, lin(K) carries them over
      *                from the first link and (L)ist shows them.
      *                An ID already expired is taken with a
      *                warning - the monthly KYC report chases it.
      *2026-10-15  LP  Each customer now carries a statement cycle,
      *                (M)onthly or (Q)uarterly, for the consolidated
      *                customer statement: taken with the address on
      *                (A)dd and (U)pdate, carried by lin(K) and shown
      *                by (L)ist. Blank is taken as monthly.
      *2026-10-15  LP  Joint holding: every link now also records
      *                the capacity the customer holds the account
      *                in on the ACCTHLDR holder file - (P)rimary,
      *                joint (A)nd, joint (O)r, in (T)rust for, or
      *                authorized (S)ignatory - keyed on (A)dd and
      *                lin(K), changed through the new (R)ole
      *                option, dropped by (X)unlink and shown by
      *                (L)ist. An account takes one primary holder.
      *2026-10-15  LP  The account number keyed on (A)dd and lin(K)
      *                must now carry its check digit (shared ACCTCK
      *                copybooks); a number that fails is refused
      *                under its own message before the master is
      *                read, so a slip that lands on another
      *                customer's account is no longer linked.
      *2026-10-15  LP  (M)erge folds a duplicate customer into the
      *                surviving number: the duplicate's links move
      *                under the survivor, taking its name, address
      *                and KYC the way lin(K) does, and its ACCTHLDR
      *                holder records follow - an account the
      *                survivor already holds keeps the survivor's
      *                link and role (a primary role passes over).
      *                Approved under a supervisor's credentials;
      *                every link and holder record touched goes on
      *                the new CUSTAUD trail before and after.
      *2026-10-15  LP  (S)MS alerts records which events the nightly
      *                alert extract may text the customer about -
      *                withdrawals, transfers out, overdrawn, below
      *                minimum balance - Y or N each, across every
      *                one of the customer's links; lin(K) and
      *                (M)erge carry them with the rest of the
      *                customer and (L)ist shows them. A new
      *                customer starts opted out of all four.
      *2026-10-15  LP  Maker-checker: every option that changes
      *                CUSTMAST or ACCTHLDR - (A)dd, lin(K),
      *                (X)unlink, (U)pdate, (R)ole, (I)D/KYC, (M)erge
      *                and (S)MS alerts - is edited as before and
      *                then written to the PENDCHG queue (shared PEND
      *                copybooks) under the operator signed on
      *                through MAINMENU, for a supervisor other than
      *                that operator to approve in MAINMENU. Approved
      *                changes are applied at the next start of this
      *                screen, checked again against the files as
      *                they then stand. The approving supervisor now
      *                stands in for the credentials (M)erge used to
      *                take at the screen, and goes on CUSTAUD as
      *                CA-SUPER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * who holds each account, and in what capacity
           SELECT HOLDER-FILE ASSIGN TO "ACCTHLDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDR-STATUS.

           SELECT ORPH-FILE ASSIGN TO "CUSTORPH.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * the merge trail, appended to
           SELECT AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

      * the maker-checker queue
           COPY PENDSL.

      * the business/processing date operations maintains
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
      * shared account-master layout
           COPY ACCTREC.

       FD  HOLDER-FILE.
       01  HOLDER-REC.
      * shared account-holder layout
           COPY ACCHLDRC.

       FD  ORPH-FILE.
       01  ORPH-LINE       PIC X(80).

       FD  AUDIT-FILE
           LABEL RECORD IS OMITTED.
       01  CUSTAUD-REC.
      * shared customer-merge trail layout
           COPY CUSTAUDRC.

           COPY PENDFD.

       FD  BUSDATE-FILE
           LABEL RECORD IS OMITTED.
       01  BUSDATE-REC.
           02 BD-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
      * shared calendar arithmetic, for the date edits
           COPY DATEWS.
      * shared account-number check-digit working-storage
           COPY ACCTCKWS.
      * shared maker-checker working-storage
           COPY PENDWS.

       01  ANS             PIC X VALUE SPACES.
       01  WS-CUST-STATUS  PIC XX VALUE SPACES.
       01  WS-MAST-STATUS  PIC XX VALUE SPACES.
       01  WS-INS-AT       PIC 9(3) VALUE 0.
       01  WS-SHIFT-IDX    PIC 9(3) VALUE 0.
       01  WS-FOUND-SW     PIC X VALUE 'N'.
       01  WS-ACCT-MSG     PIC X(40) VALUE SPACES.
       01  WS-NEW-NAME     PIC X(25) VALUE SPACES.
       01  WS-NEW-ACCT     PIC X(10) VALUE SPACES.
       01  WS-ORPHANS      PIC 9(4) VALUE 0.
       01  WS-BUSDT-STATUS PIC XX VALUE SPACES.
       01  WS-TODAY        PIC 9(8) VALUE 0.
       01  WS-OK-SW        PIC X VALUE 'Y'.
       01  WS-DATE-OK-SW   PIC X VALUE 'Y'.
       01  WS-BIRTH-OK-SW  PIC X VALUE 'Y'.
       01  WS-EXPIRY-OK-SW PIC X VALUE 'Y'.
       01  WS-IDT-HIT      PIC 9(2) VALUE 0.
       01  WS-HLDR-STATUS  PIC XX VALUE SPACES.
       01  WS-HLDR-EOF     PIC X VALUE 'N'.
       01  WS-HLDR-HIT     PIC 9(3) VALUE 0.
       01  WS-PRIMARY-HIT  PIC 9(3) VALUE 0.
       01  WS-NEW-ROLE     PIC X VALUE SPACES.
           88 WS-ROLE-VALID VALUE 'P' 'A' 'O' 'T' 'S'.
       01  WS-ROLE-NAME    PIC X(15) VALUE SPACES.

      * a merge: the duplicate retired, the number that
      *survives it, and what the merge moved
       01  WS-AUD-STATUS   PIC XX VALUE SPACES.
       01  WS-CONFIRM      PIC X VALUE SPACES.
       01  WS-MERGE-FROM   PIC 9(6) VALUE 0.
       01  WS-MERGE-INTO   PIC 9(6) VALUE 0.
       01  WS-MERGE-LINKS  PIC 9(3) VALUE 0.
       01  WS-MERGE-DONE-SW PIC X VALUE 'N'.
       01  WS-MERGE-AT     PIC 9(3) VALUE 0.
       01  WS-MERGE-ROLE   PIC X VALUE SPACES.
       01  WS-MERGE-TIME   PIC 9(8) VALUE 0.
       01  WS-MERGE-MOVED  PIC 9(3) VALUE 0.
       01  WS-MERGE-DROPPED PIC 9(3) VALUE 0.
       01  WS-MERGE-HLDRS  PIC 9(3) VALUE 0.
       01  WS-BEFORE-IMAGE PIC X(202) VALUE SPACES.

      * a change as it waits on the approval queue - the
      *customer, and everything keyed for the option
       01  WS-CM-CHANGE.
           05 WS-CM-CUST    PIC 9(6).
           05 WS-CM-NAME    PIC X(25).
           05 WS-CM-ACCT    PIC X(10).
           05 WS-CM-ADDR    PIC X(78).
           05 WS-CM-KYC     PIC X(79).
           05 WS-CM-ALERTS  PIC X(4).
           05 WS-CM-ROLE    PIC X.
           05 WS-CM-INTO    PIC 9(6).

       01  ORPH-HDR.
           05 FILLER PIC X(40) VALUE
           05 WS-NEW-ADDR-2 PIC X(25) VALUE SPACES.
           05 WS-NEW-CITY   PIC X(15) VALUE SPACES.
           05 WS-NEW-PHONE  PIC X(12) VALUE SPACES.
           05 WS-NEW-CYCLE  PIC X VALUE SPACES.

      * the know-your-customer block under entry, applied
      *to every one of the customer's link records
       01  WS-NEW-KYC.
           05 WS-NEW-BIRTH  PIC 9(8) VALUE 0.
           05 WS-NEW-ID-TYPE PIC X(2) VALUE SPACES.
           05 WS-NEW-ID-NO  PIC X(20) VALUE SPACES.
           05 WS-NEW-ID-EXPIRY PIC 9(8) VALUE 0.
           05 WS-NEW-OCCUPATION PIC X(20) VALUE SPACES.
           05 WS-NEW-FUND-SOURCE PIC X(20) VALUE SPACES.
           05 WS-NEW-RISK   PIC X VALUE SPACES.

      * the SMS alert opt-ins under entry, applied to every
      *one of the customer's link records
       01  WS-NEW-ALERTS.
           05 WS-NEW-AL-WD  PIC X VALUE SPACES.
           05 WS-NEW-AL-TF  PIC X VALUE SPACES.
           05 WS-NEW-AL-OD  PIC X VALUE SPACES.
           05 WS-NEW-AL-LB  PIC X VALUE SPACES.

      * the IDs the branch accepts, and whether each one
      *carries an expiry date
       01  WS-IDT-VALUES.
           05 FILLER PIC X(15) VALUE "PPYPASSPORT    ".
           05 FILLER PIC X(15) VALUE "DLYDRIVERS LIC ".
           05 FILLER PIC X(15) VALUE "PRYPRC ID      ".
           05 FILLER PIC X(15) VALUE "POYPOSTAL ID   ".
           05 FILLER PIC X(15) VALUE "UMNUMID        ".
           05 FILLER PIC X(15) VALUE "SSNSSS ID      ".
           05 FILLER PIC X(15) VALUE "TNNTIN ID      ".
           05 FILLER PIC X(15) VALUE "NINNATIONAL ID ".
       01  WS-IDT-TABLE REDEFINES WS-IDT-VALUES.
           05 WS-IDT-ENTRY OCCURS 8 TIMES INDEXED BY IDT-IDX.
              10 IDT-CODE   PIC X(2).
              10 IDT-EXPIRES PIC X.
              10 IDT-NAME   PIC X(12).

      * the whole link file, held while it is edited and
      *rewritten, the same way REFMAINT edits its files
              10 LK-ADDR-2  PIC X(25).
              10 LK-CITY    PIC X(15).
              10 LK-PHONE   PIC X(12).
              10 LK-BIRTH-DATE PIC 9(8).
              10 LK-ID-TYPE PIC X(2).
              10 LK-ID-NO   PIC X(20).
              10 LK-ID-EXPIRY PIC 9(8).
              10 LK-OCCUPATION PIC X(20).
              10 LK-FUND-SOURCE PIC X(20).
              10 LK-RISK    PIC X.
              10 LK-STMT-CYCLE PIC X.
              10 LK-ALERTS  PIC X(4).

      * the whole holder file, held and rewritten beside the
      *links
       01  WS-HLDR-OVFL-SW  PIC X VALUE 'N'.
       01  WS-HLDR-TABLE.
           05 WS-HLDR-COUNT PIC 9(3) VALUE 0.
           05 WS-HLDR-ENTRY OCCURS 300 TIMES INDEXED BY HL-IDX.
              10 HT-ACCT-NO PIC X(10).
              10 HT-CUST-NO PIC 9(6).
              10 HT-CUST-NAME PIC X(25).
              10 HT-ROLE    PIC X.
              10 HT-ADDED-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN.
           PERFORM LOAD-FILE-RTN.

      * an overflowed table means links past it would never
               STOP RUN
           END-IF.

           PERFORM LOAD-HOLDERS-RTN.
           IF WS-HLDR-OVFL-SW = 'Y'
               DISPLAY 'CUST-MAINT: *** ACCTHLDR TOO LARGE FOR THE '
                   'WORK TABLE - MORE THAN 300 HOLDERS. ***'
               DISPLAY 'CUST-MAINT: NOTHING TOUCHED. RAISE THE '
                   'TABLE AND RERUN.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-MASTER-RTN.
      * changes a supervisor has approved since the last run
      *take effect before anything new is keyed
           PERFORM PEND-APPLY-RTN.
           PERFORM MENU-RTN UNTIL ANS = 'N' OR ANS = 'n'.
           IF WS-MAST-OPEN-SW = 'Y'
               CLOSE ACCT-MASTER
               MOVE 'Y' TO WS-MAST-OPEN-SW
           END-IF.

       LOAD-BUSDATE-RTN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDT-STATUS NOT = "35"
               READ BUSDATE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE BD-DATE TO WS-TODAY
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       LOAD-FILE-RTN.
           OPEN INPUT CUST-FILE.
           IF WS-CUST-STATUS = "35"
                       MOVE CU-ADDR-2 TO LK-ADDR-2(LK-IDX)
                       MOVE CU-CITY TO LK-CITY(LK-IDX)
                       MOVE CU-PHONE TO LK-PHONE(LK-IDX)
                       MOVE CU-BIRTH-DATE TO LK-BIRTH-DATE(LK-IDX)
                       MOVE CU-ID-TYPE TO LK-ID-TYPE(LK-IDX)
                       MOVE CU-ID-NO TO LK-ID-NO(LK-IDX)
                       MOVE CU-ID-EXPIRY TO LK-ID-EXPIRY(LK-IDX)
                       MOVE CU-OCCUPATION TO LK-OCCUPATION(LK-IDX)
                       MOVE CU-FUND-SOURCE
                           TO LK-FUND-SOURCE(LK-IDX)
                       MOVE CU-RISK TO LK-RISK(LK-IDX)
                       MOVE CU-STMT-CYCLE TO LK-STMT-CYCLE(LK-IDX)
                       MOVE CU-ALERTS TO LK-ALERTS(LK-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
           DISPLAY '========================================'.
           DISPLAY '       CUSTOMER MASTER MAINTENANCE       '.
           DISPLAY '========================================'.
           DISPLAY '(A)dd, lin(K), (X)unlink, (U)pdate, (R)ole,'.
           DISPLAY '(I)D/KYC update, (L)ist, (M)erge duplicate,'.
           DISPLAY '(S)MS alerts, (O)rphan report: '.
           ACCEPT WS-OP-CHOICE.

           IF WS-OP-CHOICE = 'O' OR WS-OP-CHOICE = 'o'
                       PERFORM UNLINK-ACCOUNT-RTN
                   WHEN 'U' WHEN 'u'
                       PERFORM UPDATE-ADDRESS-RTN
                   WHEN 'I' WHEN 'i'
                       PERFORM UPDATE-KYC-RTN
                   WHEN 'R' WHEN 'r'
                       PERFORM HOLDER-ROLE-RTN
                   WHEN 'M' WHEN 'm'
                       PERFORM MERGE-CUSTOMER-RTN
                   WHEN 'S' WHEN 's'
                       PERFORM UPDATE-ALERTS-RTN
                   WHEN OTHER
                       PERFORM LIST-CUSTOMER-RTN
               END-EVALUATE
      *mistyped account dies here instead of never matching
       CHECK-ACCOUNT-RTN.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE 'NO SUCH ACCOUNT ON THE MASTER.'
               TO WS-ACCT-MSG.
           MOVE WS-NEW-ACCT TO WS-AK-ACCT.
           PERFORM ACCTCK-VERIFY-RTN.
           IF WS-AK-OK = 'N'
               MOVE 'N' TO WS-FOUND-SW
               MOVE 'ACCOUNT NUMBER FAILS ITS CHECK DIGIT.'
                   TO WS-ACCT-MSG
           END-IF.
           IF WS-MAST-OPEN-SW = 'Y' AND WS-FOUND-SW = 'Y'
               MOVE WS-NEW-ACCT TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY MOVE 'N' TO WS-FOUND-SW
      * a new customer opens with their first link, the
      *address keyed with it
       ADD-CUSTOMER-RTN.
           MOVE SPACES TO WS-NEW-ALERTS.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM COUNT-ONE-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               ACCEPT WS-NEW-ACCT
               PERFORM CHECK-ACCOUNT-RTN
               IF WS-FOUND-SW = 'N'
                   DISPLAY WS-ACCT-MSG
                   DISPLAY 'CUSTOMER NOT ADDED.'
               ELSE
                   DISPLAY 'Address line 1: '
                   ACCEPT WS-NEW-ADDR-1
                   ACCEPT WS-NEW-CITY
                   DISPLAY 'Phone: '
                   ACCEPT WS-NEW-PHONE
                   PERFORM ACCEPT-CYCLE-RTN
                   PERFORM ACCEPT-ROLE-RTN
                   PERFORM ACCEPT-KYC-RTN
                   PERFORM EDIT-KYC-RTN
                   IF WS-OK-SW = 'Y'
                       PERFORM EDIT-CYCLE-RTN
                   END-IF
                   IF WS-OK-SW = 'Y'
                       PERFORM EDIT-ROLE-RTN
                   END-IF
                   IF WS-OK-SW = 'N'
                       DISPLAY 'CUSTOMER NOT ADDED.'
                   ELSE
                       MOVE SPACES TO WS-PEND-NEW
                       MOVE 'A' TO WS-PN-ACTION
                       STRING 'ADD CUSTOMER ' WS-WANTED-CUST
                           ' WITH ACCOUNT ' WS-NEW-ACCT
                           DELIMITED BY SIZE INTO WS-PN-DESC
                       STRING WS-NEW-NAME ' ' WS-NEW-CITY
                           ' ROLE ' WS-NEW-ROLE
                           DELIMITED BY SIZE INTO WS-PN-AFTER
                       PERFORM QUEUE-CHANGE-RTN
                   END-IF
               END-IF
           END-IF.

           IF WS-HIT-COUNT = 0
               DISPLAY 'NO SUCH CUSTOMER - USE (A)DD.'
           ELSE
               PERFORM COPY-FIRST-LINK-RTN
               DISPLAY 'Account number to link: '
               ACCEPT WS-NEW-ACCT
               PERFORM CHECK-ACCOUNT-RTN
               IF WS-FOUND-SW = 'N'
                   DISPLAY WS-ACCT-MSG
                   DISPLAY 'ACCOUNT NOT LINKED.'
               ELSE
                   PERFORM ACCEPT-ROLE-RTN
                   PERFORM EDIT-ROLE-RTN
                   IF WS-OK-SW = 'N'
                       DISPLAY 'ACCOUNT NOT LINKED.'
                   ELSE
                       MOVE SPACES TO WS-PEND-NEW
                       MOVE 'K' TO WS-PN-ACTION
                       STRING 'LINK ACCOUNT ' WS-NEW-ACCT
                           ' TO CUSTOMER ' WS-WANTED-CUST
                           DELIMITED BY SIZE INTO WS-PN-DESC
                       STRING WS-NEW-NAME ' ROLE ' WS-NEW-ROLE
                           DELIMITED BY SIZE INTO WS-PN-AFTER
                       PERFORM QUEUE-CHANGE-RTN
                   END-IF
               END-IF
           END-IF.

      * the customer's name, address, KYC and cycle off the
      *link at WS-HIT-COUNT, for a link taken on under them
       COPY-FIRST-LINK-RTN.
           MOVE LK-CUST-NAME(WS-HIT-COUNT) TO WS-NEW-NAME.
           MOVE LK-ADDR-1(WS-HIT-COUNT) TO WS-NEW-ADDR-1.
           MOVE LK-ADDR-2(WS-HIT-COUNT) TO WS-NEW-ADDR-2.
           MOVE LK-CITY(WS-HIT-COUNT) TO WS-NEW-CITY.
           MOVE LK-PHONE(WS-HIT-COUNT) TO WS-NEW-PHONE.
           MOVE LK-BIRTH-DATE(WS-HIT-COUNT) TO WS-NEW-BIRTH.
           MOVE LK-ID-TYPE(WS-HIT-COUNT) TO WS-NEW-ID-TYPE.
           MOVE LK-ID-NO(WS-HIT-COUNT) TO WS-NEW-ID-NO.
           MOVE LK-ID-EXPIRY(WS-HIT-COUNT) TO WS-NEW-ID-EXPIRY.
           MOVE LK-OCCUPATION(WS-HIT-COUNT) TO WS-NEW-OCCUPATION.
           MOVE LK-FUND-SOURCE(WS-HIT-COUNT) TO WS-NEW-FUND-SOURCE.
           MOVE LK-RISK(WS-HIT-COUNT) TO WS-NEW-RISK.
           MOVE LK-STMT-CYCLE(WS-HIT-COUNT) TO WS-NEW-CYCLE.
           MOVE LK-ALERTS(WS-HIT-COUNT) TO WS-NEW-ALERTS.

      * shared account-number check-digit paragraphs
           COPY ACCTCKRTN.

      * shared maker-checker paragraphs
           COPY PENDRTN
               REPLACING ==PEND-PROGNAME== BY =="CUST-MAINT"==
                         ==PEND-APPLY-ONE-RTN== BY ==APPLY-CHANGE-RTN==.

      * whatever was keyed for the option goes on the queue
      *with the customer; the caller sets the action and the
      *description the checker reads
       QUEUE-CHANGE-RTN.
           MOVE WS-WANTED-CUST TO WS-PN-KEY.
           INITIALIZE WS-CM-CHANGE.
           MOVE WS-WANTED-CUST TO WS-CM-CUST.
           MOVE WS-NEW-NAME TO WS-CM-NAME.
           MOVE WS-NEW-ACCT TO WS-CM-ACCT.
           MOVE WS-NEW-ADDR TO WS-CM-ADDR.
           MOVE WS-NEW-KYC TO WS-CM-KYC.
           MOVE WS-NEW-ALERTS TO WS-CM-ALERTS.
           MOVE WS-NEW-ROLE TO WS-CM-ROLE.
           MOVE WS-MERGE-INTO TO WS-CM-INTO.
           MOVE WS-CM-CHANGE TO WS-PN-DATA.
           PERFORM PEND-SUBMIT-RTN.

      * an approved change off the queue; what was keyed is
      *put back and checked again against the files as they
      *stand now
       APPLY-CHANGE-RTN.
           MOVE PC-DATA TO WS-CM-CHANGE.
           MOVE WS-CM-CUST TO WS-WANTED-CUST.
           MOVE WS-CM-NAME TO WS-NEW-NAME.
           MOVE WS-CM-ACCT TO WS-NEW-ACCT.
           MOVE WS-CM-ADDR TO WS-NEW-ADDR.
           MOVE WS-CM-KYC TO WS-NEW-KYC.
           MOVE WS-CM-ALERTS TO WS-NEW-ALERTS.
           MOVE WS-CM-ROLE TO WS-NEW-ROLE.
           MOVE WS-CM-INTO TO WS-MERGE-INTO.
           EVALUATE PC-ACTION
               WHEN 'A' PERFORM APPLY-ADD-RTN
               WHEN 'K' PERFORM APPLY-LINK-RTN
               WHEN 'X' PERFORM APPLY-UNLINK-RTN
               WHEN 'U' PERFORM APPLY-ADDRESS-RTN
               WHEN 'R' PERFORM APPLY-ROLE-RTN
               WHEN 'I' PERFORM APPLY-KYC-RTN
               WHEN 'M' PERFORM APPLY-MERGE-RTN
               WHEN 'S' PERFORM APPLY-ALERTS-RTN
           END-EVALUATE.

       APPLY-ADD-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM COUNT-ONE-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT.
           PERFORM CHECK-ACCOUNT-RTN.
           PERFORM EDIT-ROLE-RTN.
           EVALUATE TRUE
               WHEN WS-HIT-COUNT > 0
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'CUSTOMER ALREADY ON FILE - NOT ADDED.'
                       TO WS-PEND-REASON
               WHEN WS-FOUND-SW = 'N'
                   MOVE 'N' TO WS-PEND-OK
                   MOVE WS-ACCT-MSG TO WS-PEND-REASON
               WHEN WS-OK-SW = 'N'
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'HOLDER ROLE NO LONGER FITS THE ACCOUNT - '
                       & 'NOT ADDED.' TO WS-PEND-REASON
               WHEN WS-LINK-COUNT NOT < 300
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'LINK FILE FULL - NOT TAKEN.'
                       TO WS-PEND-REASON
               WHEN OTHER
                   PERFORM TAKE-NEW-LINK-RTN
                   PERFORM REWRITE-FILE-RTN
                   PERFORM SET-HOLDER-RTN
                   PERFORM REWRITE-HOLDERS-RTN
                   DISPLAY 'CUSTOMER ' WS-WANTED-CUST ' ADDED.'
           END-EVALUATE.

      * the link takes the customer's name, address and KYC
      *as they stand when it is applied
       APPLY-LINK-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM FIND-FIRST-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-HIT-COUNT > 0.
           IF WS-HIT-COUNT > 0
               PERFORM COPY-FIRST-LINK-RTN
           END-IF.
           PERFORM CHECK-ACCOUNT-RTN.
           PERFORM EDIT-ROLE-RTN.
           EVALUATE TRUE
               WHEN WS-HIT-COUNT = 0
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'NO SUCH CUSTOMER - ACCOUNT NOT LINKED.'
                       TO WS-PEND-REASON
               WHEN WS-FOUND-SW = 'N'
                   MOVE 'N' TO WS-PEND-OK
                   MOVE WS-ACCT-MSG TO WS-PEND-REASON
               WHEN WS-OK-SW = 'N'
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'HOLDER ROLE NO LONGER FITS THE ACCOUNT - '
                       & 'NOT LINKED.' TO WS-PEND-REASON
               WHEN WS-LINK-COUNT NOT < 300
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'LINK FILE FULL - NOT TAKEN.'
                       TO WS-PEND-REASON
               WHEN OTHER
                   PERFORM TAKE-NEW-LINK-RTN
                   PERFORM REWRITE-FILE-RTN
                   PERFORM SET-HOLDER-RTN
                   PERFORM REWRITE-HOLDERS-RTN
                   DISPLAY 'ACCOUNT ' WS-NEW-ACCT ' LINKED.'
           END-EVALUATE.

       APPLY-UNLINK-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM FIND-LINK-PAIR-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-HIT-COUNT > 0.
           IF WS-HIT-COUNT = 0
               MOVE 'N' TO WS-PEND-OK
               MOVE 'NO SUCH LINK ON FILE.' TO WS-PEND-REASON
           ELSE
               MOVE WS-HIT-COUNT TO WS-SHIFT-IDX
               PERFORM CLOSE-LINK-GAP-RTN
                   UNTIL WS-SHIFT-IDX NOT < WS-LINK-COUNT
               SUBTRACT 1 FROM WS-LINK-COUNT
               PERFORM REWRITE-FILE-RTN
               PERFORM DROP-HOLDER-RTN
               DISPLAY 'ACCOUNT ' WS-NEW-ACCT ' UNLINKED.'
           END-IF.

       APPLY-ADDRESS-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM COUNT-ONE-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT.
           IF WS-HIT-COUNT = 0
               MOVE 'N' TO WS-PEND-OK
               MOVE 'NO LINKS ON FILE FOR THAT CUSTOMER.'
                   TO WS-PEND-REASON
           ELSE
               PERFORM APPLY-ONE-LINK-RTN
                   VARYING LK-IDX FROM 1 BY 1
                   UNTIL LK-IDX > WS-LINK-COUNT
               PERFORM REWRITE-FILE-RTN
               DISPLAY 'Address updated on ' WS-HIT-COUNT
                   ' link(s).'
           END-IF.

       APPLY-ROLE-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM FIND-LINK-PAIR-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-HIT-COUNT > 0.
           IF WS-HIT-COUNT = 0
               MOVE 'N' TO WS-PEND-OK
               MOVE 'NO SUCH LINK ON FILE.' TO WS-PEND-REASON
           ELSE
               MOVE LK-CUST-NAME(WS-HIT-COUNT) TO WS-NEW-NAME
               PERFORM EDIT-ROLE-RTN
               IF WS-OK-SW = 'N'
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'HOLDER ROLE NO LONGER FITS THE ACCOUNT - '
                       & 'ROLE NOT CHANGED.' TO WS-PEND-REASON
               ELSE
                   PERFORM SET-HOLDER-RTN
                   PERFORM REWRITE-HOLDERS-RTN
                   DISPLAY 'ROLE RECORDED.'
               END-IF
           END-IF.

       APPLY-KYC-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM COUNT-ONE-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT.
           IF WS-HIT-COUNT = 0
               MOVE 'N' TO WS-PEND-OK
               MOVE 'NO LINKS ON FILE FOR THAT CUSTOMER.'
                   TO WS-PEND-REASON
           ELSE
               PERFORM APPLY-ONE-KYC-RTN
                   VARYING LK-IDX FROM 1 BY 1
                   UNTIL LK-IDX > WS-LINK-COUNT
               PERFORM REWRITE-FILE-RTN
               DISPLAY 'KYC updated on ' WS-HIT-COUNT
                   ' link(s).'
           END-IF.

       APPLY-ALERTS-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM COUNT-ONE-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT.
           IF WS-HIT-COUNT = 0
               MOVE 'N' TO WS-PEND-OK
               MOVE 'NO LINKS ON FILE FOR THAT CUSTOMER.'
                   TO WS-PEND-REASON
           ELSE
               PERFORM APPLY-ONE-ALERT-RTN
                   VARYING LK-IDX FROM 1 BY 1
                   UNTIL LK-IDX > WS-LINK-COUNT
               PERFORM REWRITE-FILE-RTN
               DISPLAY 'SMS alerts updated on ' WS-HIT-COUNT
                   ' link(s).'
           END-IF.

      * both customers must still be on file when the merge
      *the checker approved is carried out
       APPLY-MERGE-RTN.
           MOVE WS-WANTED-CUST TO WS-MERGE-FROM.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM COUNT-ONE-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT.
           MOVE WS-HIT-COUNT TO WS-MERGE-LINKS.
           MOVE WS-MERGE-INTO TO WS-WANTED-CUST.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM FIND-FIRST-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-HIT-COUNT > 0.
           EVALUATE TRUE
               WHEN WS-MERGE-LINKS = 0
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'NO LINKS LEFT ON FILE FOR THE DUPLICATE.'
                       TO WS-PEND-REASON
               WHEN WS-HIT-COUNT = 0
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'NO SUCH SURVIVING CUSTOMER ON FILE.'
                       TO WS-PEND-REASON
               WHEN OTHER
                   PERFORM MERGE-APPLY-RTN
           END-EVALUATE.
           MOVE WS-MERGE-FROM TO WS-WANTED-CUST.

       FIND-FIRST-LINK-RTN.
           IF LK-CUST-NO(LK-IDX) = WS-WANTED-CUST
               AND WS-HIT-COUNT = 0
               MOVE WS-NEW-ADDR-2 TO LK-ADDR-2(LK-IDX)
               MOVE WS-NEW-CITY TO LK-CITY(LK-IDX)
               MOVE WS-NEW-PHONE TO LK-PHONE(LK-IDX)
               MOVE WS-NEW-CYCLE TO LK-STMT-CYCLE(LK-IDX)
               MOVE WS-NEW-ALERTS TO LK-ALERTS(LK-IDX)
               PERFORM MOVE-KYC-TO-LINK-RTN
           ELSE
               DISPLAY 'LINK FILE FULL - NOT TAKEN.'
           END-IF.
           IF WS-HIT-COUNT = 0
               DISPLAY 'NO SUCH LINK ON FILE.'
           ELSE
               MOVE SPACES TO WS-PEND-NEW
               MOVE 'X' TO WS-PN-ACTION
               STRING 'UNLINK ACCOUNT ' WS-NEW-ACCT
                   ' FROM CUSTOMER ' WS-WANTED-CUST
                   DELIMITED BY SIZE INTO WS-PN-DESC
               MOVE LK-CUST-NAME(WS-HIT-COUNT) TO WS-PN-BEFORE
               PERFORM QUEUE-CHANGE-RTN
           END-IF.

      * each entry past the gap moves one slot up
               SET WS-HIT-COUNT TO LK-IDX
           END-IF.

      * the capacity one of the customer's linked accounts is
      *held in; the link itself stays as it is
       HOLDER-ROLE-RTN.
           DISPLAY 'Account number: '.
           ACCEPT WS-NEW-ACCT.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM FIND-LINK-PAIR-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-HIT-COUNT > 0.
           IF WS-HIT-COUNT = 0
               DISPLAY 'NO SUCH LINK ON FILE - LIN(K) IT FIRST.'
           ELSE
               MOVE LK-CUST-NAME(WS-HIT-COUNT) TO WS-NEW-NAME
               PERFORM ACCEPT-ROLE-RTN
               PERFORM EDIT-ROLE-RTN
               IF WS-OK-SW = 'N'
                   DISPLAY 'ROLE NOT CHANGED.'
               ELSE
                   MOVE SPACES TO WS-PEND-NEW
                   MOVE 'R' TO WS-PN-ACTION
                   STRING 'HOLDER ROLE ON ACCOUNT ' WS-NEW-ACCT
                       ' FOR CUSTOMER ' WS-WANTED-CUST
                       DELIMITED BY SIZE INTO WS-PN-DESC
                   MOVE 0 TO WS-HLDR-HIT
                   PERFORM FIND-HOLDER-RTN
                       VARYING HL-IDX FROM 1 BY 1
                       UNTIL HL-IDX > WS-HLDR-COUNT
                       OR WS-HLDR-HIT > 0
                   IF WS-HLDR-HIT > 0
                       STRING 'ROLE ' HT-ROLE(WS-HLDR-HIT)
                           DELIMITED BY SIZE INTO WS-PN-BEFORE
                   ELSE
                       MOVE 'NO ROLE ON FILE' TO WS-PN-BEFORE
                   END-IF
                   STRING 'ROLE ' WS-NEW-ROLE
                       DELIMITED BY SIZE INTO WS-PN-AFTER
                   PERFORM QUEUE-CHANGE-RTN
               END-IF
           END-IF.

       ACCEPT-ROLE-RTN.
           DISPLAY 'Holds as - (P)rimary, joint (A)nd, joint (O)r,'.
           DISPLAY '  in (T)rust for, authorized (S)ignatory: '.
           ACCEPT WS-NEW-ROLE.

      * blank takes primary when the account has none yet;
      *an account carries one primary holder only
       EDIT-ROLE-RTN.
           MOVE 'Y' TO WS-OK-SW.
           EVALUATE WS-NEW-ROLE
               WHEN 'p' MOVE 'P' TO WS-NEW-ROLE
               WHEN 'a' MOVE 'A' TO WS-NEW-ROLE
               WHEN 'o' MOVE 'O' TO WS-NEW-ROLE
               WHEN 't' MOVE 'T' TO WS-NEW-ROLE
               WHEN 's' MOVE 'S' TO WS-NEW-ROLE
           END-EVALUATE.
           MOVE 0 TO WS-PRIMARY-HIT.
           PERFORM FIND-PRIMARY-RTN
               VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > WS-HLDR-COUNT OR WS-PRIMARY-HIT > 0.
           IF WS-NEW-ROLE = SPACE AND WS-PRIMARY-HIT = 0
               MOVE 'P' TO WS-NEW-ROLE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-ROLE-VALID
                   DISPLAY 'HOLDER ROLE MUST BE P, A, O, T OR S.'
                   MOVE 'N' TO WS-OK-SW
               WHEN WS-NEW-ROLE = 'P' AND WS-PRIMARY-HIT > 0
                   DISPLAY 'ACCOUNT ALREADY HAS A PRIMARY HOLDER - '
                       'CUSTOMER ' HT-CUST-NO(WS-PRIMARY-HIT) '.'
                   MOVE 'N' TO WS-OK-SW
           END-EVALUATE.

      * another customer already primary on the account;
      *WS-PRIMARY-HIT is captured at the match, since HL-IDX has
      *moved on once the PERFORM VARYING returns
       FIND-PRIMARY-RTN.
           IF HT-ACCT-NO(HL-IDX) = WS-NEW-ACCT
               AND HT-CUST-NO(HL-IDX) NOT = WS-WANTED-CUST
               AND HT-ROLE(HL-IDX) = 'P'
               SET WS-PRIMARY-HIT TO HL-IDX
           END-IF.

       FIND-HOLDER-RTN.
           IF HT-ACCT-NO(HL-IDX) = WS-NEW-ACCT
               AND HT-CUST-NO(HL-IDX) = WS-WANTED-CUST
               SET WS-HLDR-HIT TO HL-IDX
           END-IF.

      * the customer's holder record for the account is
      *updated in place, or taken on at the end
       SET-HOLDER-RTN.
           MOVE 0 TO WS-HLDR-HIT.
           PERFORM FIND-HOLDER-RTN
               VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > WS-HLDR-COUNT OR WS-HLDR-HIT > 0.
           IF WS-HLDR-HIT > 0
               MOVE WS-NEW-ROLE TO HT-ROLE(WS-HLDR-HIT)
           ELSE
               IF WS-HLDR-COUNT < 300
                   ADD 1 TO WS-HLDR-COUNT
                   SET HL-IDX TO WS-HLDR-COUNT
                   MOVE WS-NEW-ACCT TO HT-ACCT-NO(HL-IDX)
                   MOVE WS-WANTED-CUST TO HT-CUST-NO(HL-IDX)
                   MOVE WS-NEW-NAME TO HT-CUST-NAME(HL-IDX)
                   MOVE WS-NEW-ROLE TO HT-ROLE(HL-IDX)
                   MOVE WS-TODAY TO HT-ADDED-DATE(HL-IDX)
               ELSE
                   DISPLAY 'HOLDER FILE FULL - ROLE NOT TAKEN.'
               END-IF
           END-IF.

      * an unlinked customer no longer holds the account
       DROP-HOLDER-RTN.
           MOVE 0 TO WS-HLDR-HIT.
           PERFORM FIND-HOLDER-RTN
               VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > WS-HLDR-COUNT OR WS-HLDR-HIT > 0.
           IF WS-HLDR-HIT > 0
               MOVE WS-HLDR-HIT TO WS-SHIFT-IDX
               PERFORM CLOSE-HOLDER-GAP-RTN
                   UNTIL WS-SHIFT-IDX NOT < WS-HLDR-COUNT
               SUBTRACT 1 FROM WS-HLDR-COUNT
               PERFORM REWRITE-HOLDERS-RTN
           END-IF.

       CLOSE-HOLDER-GAP-RTN.
           MOVE WS-HLDR-ENTRY(WS-SHIFT-IDX + 1)
               TO WS-HLDR-ENTRY(WS-SHIFT-IDX).
           ADD 1 TO WS-SHIFT-IDX.

       LOAD-HOLDERS-RTN.
           OPEN INPUT HOLDER-FILE.
           IF WS-HLDR-STATUS NOT = "35"
               PERFORM READ-ONE-HOLDER-RTN UNTIL WS-HLDR-EOF = 'Y'
               CLOSE HOLDER-FILE
           END-IF.

       READ-ONE-HOLDER-RTN.
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
                       MOVE AH-ADDED-DATE TO HT-ADDED-DATE(HL-IDX)
                   ELSE
                       MOVE 'Y' TO WS-HLDR-OVFL-SW
                   END-IF
           END-READ.

       REWRITE-HOLDERS-RTN.
           OPEN OUTPUT HOLDER-FILE.
           PERFORM WRITE-ONE-HOLDER-RTN
               VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > WS-HLDR-COUNT.
           CLOSE HOLDER-FILE.

       WRITE-ONE-HOLDER-RTN.
           MOVE HT-ACCT-NO(HL-IDX) TO AH-ACCT-NO.
           MOVE HT-CUST-NO(HL-IDX) TO AH-CUST-NO.
           MOVE HT-CUST-NAME(HL-IDX) TO AH-CUST-NAME.
           MOVE HT-ROLE(HL-IDX) TO AH-ROLE.
           MOVE HT-ADDED-DATE(HL-IDX) TO AH-ADDED-DATE.
           WRITE HOLDER-REC.

      * a duplicate customer (the number keyed at the menu)
      *folds into the surviving number; both must be on file and
      *differ
       MERGE-CUSTOMER-RTN.
           MOVE WS-WANTED-CUST TO WS-MERGE-FROM.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM COUNT-ONE-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT.
           MOVE WS-HIT-COUNT TO WS-MERGE-LINKS.
           DISPLAY 'Merge into surviving customer number: '.
           ACCEPT WS-MERGE-INTO.
           MOVE WS-MERGE-INTO TO WS-WANTED-CUST.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM FIND-FIRST-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-HIT-COUNT > 0.
           EVALUATE TRUE
               WHEN WS-MERGE-LINKS = 0
                   DISPLAY 'NO LINKS ON FILE FOR THAT CUSTOMER.'
               WHEN WS-MERGE-INTO = WS-MERGE-FROM
                   DISPLAY 'A CUSTOMER CANNOT BE MERGED INTO ITSELF.'
               WHEN WS-HIT-COUNT = 0
                   DISPLAY 'NO SUCH SURVIVING CUSTOMER ON FILE.'
               WHEN OTHER
                   PERFORM MERGE-CONFIRM-RTN
           END-EVALUATE.
           MOVE WS-MERGE-FROM TO WS-WANTED-CUST.

      * both customers are shown as held before the clerk
      *confirms and the merge goes to a supervisor to approve
       MERGE-CONFIRM-RTN.
           DISPLAY '--- Duplicate, to be retired:'.
           MOVE WS-MERGE-FROM TO WS-WANTED-CUST.
           PERFORM LIST-CUSTOMER-RTN.
           DISPLAY '--- Surviving customer:'.
           MOVE WS-MERGE-INTO TO WS-WANTED-CUST.
           PERFORM LIST-CUSTOMER-RTN.
           DISPLAY 'Merge ' WS-MERGE-FROM ' into ' WS-MERGE-INTO
               '? (Y/N): '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'CUSTOMERS NOT MERGED.'
           ELSE
               MOVE SPACES TO WS-PEND-NEW
               MOVE 'M' TO WS-PN-ACTION
               STRING 'MERGE CUSTOMER ' WS-MERGE-FROM ' INTO '
                   WS-MERGE-INTO
                   DELIMITED BY SIZE INTO WS-PN-DESC
               PERFORM FIRST-LINK-AT-RTN
               MOVE LK-CUST-NAME(WS-HIT-COUNT) TO WS-PN-AFTER
               MOVE WS-MERGE-FROM TO WS-WANTED-CUST
               PERFORM FIRST-LINK-AT-RTN
               STRING LK-CUST-NAME(WS-HIT-COUNT) ' - '
                   WS-MERGE-LINKS ' LINK(S) TO MOVE'
                   DELIMITED BY SIZE INTO WS-PN-BEFORE
               PERFORM QUEUE-CHANGE-RTN
           END-IF.

      * the duplicate's links move under the survivor with
      *the survivor's name, address and KYC, the way lin(K)
      *takes a link on; then its holder records follow. Every
      *record touched goes on the trail
       MERGE-APPLY-RTN.
           MOVE WS-MERGE-INTO TO WS-WANTED-CUST.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM FIND-FIRST-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-HIT-COUNT > 0.
           PERFORM COPY-FIRST-LINK-RTN.
           MOVE 0 TO WS-MERGE-MOVED.
           MOVE 0 TO WS-MERGE-DROPPED.
           MOVE 0 TO WS-MERGE-HLDRS.
           ACCEPT WS-MERGE-TIME FROM TIME.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE 'N' TO WS-MERGE-DONE-SW.
           PERFORM MERGE-ONE-LINK-RTN UNTIL WS-MERGE-DONE-SW = 'Y'.
           MOVE 'N' TO WS-MERGE-DONE-SW.
           PERFORM MERGE-ONE-HOLDER-RTN
               UNTIL WS-MERGE-DONE-SW = 'Y'.
           CLOSE AUDIT-FILE.
           PERFORM REWRITE-FILE-RTN.
           PERFORM REWRITE-HOLDERS-RTN.
           DISPLAY 'CUSTOMER ' WS-MERGE-FROM ' MERGED INTO '
               WS-MERGE-INTO '.'.
           DISPLAY WS-MERGE-MOVED ' link(s) moved, '
               WS-MERGE-DROPPED ' already held by the survivor, '
               WS-MERGE-HLDRS ' holder record(s).'.

      * the duplicate's first remaining link comes out of the
      *table; unless the survivor already holds the account it
      *goes back in after the survivor's own links
       MERGE-ONE-LINK-RTN.
           MOVE WS-MERGE-FROM TO WS-WANTED-CUST.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM FIND-FIRST-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-HIT-COUNT > 0.
           IF WS-HIT-COUNT = 0
               MOVE 'Y' TO WS-MERGE-DONE-SW
           ELSE
               MOVE WS-LINK-ENTRY(WS-HIT-COUNT) TO WS-BEFORE-IMAGE
               MOVE LK-ACCT-NO(WS-HIT-COUNT) TO WS-NEW-ACCT
               MOVE WS-HIT-COUNT TO WS-SHIFT-IDX
               PERFORM CLOSE-LINK-GAP-RTN
                   UNTIL WS-SHIFT-IDX NOT < WS-LINK-COUNT
               SUBTRACT 1 FROM WS-LINK-COUNT
               MOVE WS-MERGE-INTO TO WS-WANTED-CUST
               MOVE 0 TO WS-HIT-COUNT
               PERFORM FIND-LINK-PAIR-RTN
                   VARYING LK-IDX FROM 1 BY 1
                   UNTIL LK-IDX > WS-LINK-COUNT OR WS-HIT-COUNT > 0
               IF WS-HIT-COUNT > 0
                   MOVE 'D' TO CA-ACTION
                   MOVE SPACES TO CA-AFTER
                   ADD 1 TO WS-MERGE-DROPPED
               ELSE
                   PERFORM TAKE-NEW-LINK-RTN
                   MOVE 'L' TO CA-ACTION
                   MOVE WS-LINK-ENTRY(WS-INS-AT) TO CA-AFTER
                   ADD 1 TO WS-MERGE-MOVED
               END-IF
               MOVE WS-BEFORE-IMAGE TO CA-BEFORE
               PERFORM WRITE-MERGE-AUDIT-RTN
           END-IF.

      * the duplicate's first remaining holder record moves to
      *the survivor; where the survivor already holds the account
      *the duplicate's record is dropped, the survivor taking
      *over a primary role
       MERGE-ONE-HOLDER-RTN.
           MOVE 0 TO WS-MERGE-AT.
           PERFORM FIND-MERGE-HOLDER-RTN
               VARYING HL-IDX FROM 1 BY 1
               UNTIL HL-IDX > WS-HLDR-COUNT OR WS-MERGE-AT > 0.
           IF WS-MERGE-AT = 0
               MOVE 'Y' TO WS-MERGE-DONE-SW
           ELSE
               ADD 1 TO WS-MERGE-HLDRS
               MOVE WS-HLDR-ENTRY(WS-MERGE-AT) TO WS-BEFORE-IMAGE
               MOVE HT-ACCT-NO(WS-MERGE-AT) TO WS-NEW-ACCT
               MOVE HT-ROLE(WS-MERGE-AT) TO WS-MERGE-ROLE
               MOVE WS-MERGE-INTO TO WS-WANTED-CUST
               MOVE 0 TO WS-HLDR-HIT
               PERFORM FIND-HOLDER-RTN
                   VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > WS-HLDR-COUNT OR WS-HLDR-HIT > 0
               IF WS-HLDR-HIT = 0
                   MOVE WS-MERGE-INTO TO HT-CUST-NO(WS-MERGE-AT)
                   MOVE WS-NEW-NAME TO HT-CUST-NAME(WS-MERGE-AT)
                   MOVE 'H' TO CA-ACTION
                   MOVE WS-BEFORE-IMAGE TO CA-BEFORE
                   MOVE WS-HLDR-ENTRY(WS-MERGE-AT) TO CA-AFTER
                   PERFORM WRITE-MERGE-AUDIT-RTN
               ELSE
                   IF WS-MERGE-ROLE = 'P'
                       AND HT-ROLE(WS-HLDR-HIT) NOT = 'P'
                       MOVE 'H' TO CA-ACTION
                       MOVE WS-HLDR-ENTRY(WS-HLDR-HIT) TO CA-BEFORE
                       MOVE 'P' TO HT-ROLE(WS-HLDR-HIT)
                       MOVE WS-HLDR-ENTRY(WS-HLDR-HIT) TO CA-AFTER
                       PERFORM WRITE-MERGE-AUDIT-RTN
                   END-IF
                   MOVE 'R' TO CA-ACTION
                   MOVE WS-BEFORE-IMAGE TO CA-BEFORE
                   MOVE SPACES TO CA-AFTER
                   PERFORM WRITE-MERGE-AUDIT-RTN
                   MOVE WS-MERGE-AT TO WS-SHIFT-IDX
                   PERFORM CLOSE-HOLDER-GAP-RTN
                       UNTIL WS-SHIFT-IDX NOT < WS-HLDR-COUNT
                   SUBTRACT 1 FROM WS-HLDR-COUNT
               END-IF
           END-IF.

      * WS-MERGE-AT is captured at the match, as the other
      *FIND paragraphs capture theirs
       FIND-MERGE-HOLDER-RTN.
           IF HT-CUST-NO(HL-IDX) = WS-MERGE-FROM
               SET WS-MERGE-AT TO HL-IDX
           END-IF.

      * the caller sets the action and both images
       WRITE-MERGE-AUDIT-RTN.
           MOVE WS-TODAY TO CA-DATE.
           MOVE WS-MERGE-TIME TO CA-TIME.
           MOVE PC-CHECKER TO CA-SUPER.
           MOVE WS-MERGE-FROM TO CA-FROM-CUST.
           MOVE WS-MERGE-INTO TO CA-INTO-CUST.
           WRITE CUSTAUD-REC.

      * every master account no link claims, off a
      *sequential pass over the indexed file
       ORPHAN-REPORT-RTN.
               ACCEPT WS-NEW-CITY
               DISPLAY 'Phone: '
               ACCEPT WS-NEW-PHONE
               PERFORM ACCEPT-CYCLE-RTN
               PERFORM EDIT-CYCLE-RTN
               IF WS-OK-SW = 'N'
                   DISPLAY 'ADDRESS NOT UPDATED.'
               ELSE
                   MOVE SPACES TO WS-PEND-NEW
                   MOVE 'U' TO WS-PN-ACTION
                   STRING 'ADDRESS CHANGE FOR CUSTOMER '
                       WS-WANTED-CUST ' ON ' WS-HIT-COUNT
                       ' LINK(S)'
                       DELIMITED BY SIZE INTO WS-PN-DESC
                   PERFORM FIRST-LINK-AT-RTN
                   STRING LK-ADDR-1(WS-HIT-COUNT) ' '
                       LK-CITY(WS-HIT-COUNT) ' '
                       LK-PHONE(WS-HIT-COUNT) ' '
                       LK-STMT-CYCLE(WS-HIT-COUNT)
                       DELIMITED BY SIZE INTO WS-PN-BEFORE
                   STRING WS-NEW-ADDR-1 ' ' WS-NEW-CITY ' '
                       WS-NEW-PHONE ' ' WS-NEW-CYCLE
                       DELIMITED BY SIZE INTO WS-PN-AFTER
                   PERFORM QUEUE-CHANGE-RTN
               END-IF
           END-IF.

      * the customer's first link, for the checker's view of
      *what the change replaces
       FIRST-LINK-AT-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM FIND-FIRST-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-HIT-COUNT > 0.

       COUNT-ONE-LINK-RTN.
           IF LK-CUST-NO(LK-IDX) = WS-WANTED-CUST
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-NEW-ADDR-2 TO LK-ADDR-2(LK-IDX)
               MOVE WS-NEW-CITY TO LK-CITY(LK-IDX)
               MOVE WS-NEW-PHONE TO LK-PHONE(LK-IDX)
               MOVE WS-NEW-CYCLE TO LK-STMT-CYCLE(LK-IDX)
           END-IF.

       ACCEPT-CYCLE-RTN.
           DISPLAY 'Statement cycle - (M)onthly, (Q)uarterly: '.
           ACCEPT WS-NEW-CYCLE.

      * blank takes the monthly cycle every older link reads
      *as
       EDIT-CYCLE-RTN.
           MOVE 'Y' TO WS-OK-SW.
           EVALUATE WS-NEW-CYCLE
               WHEN 'm' MOVE 'M' TO WS-NEW-CYCLE
               WHEN 'q' MOVE 'Q' TO WS-NEW-CYCLE
               WHEN SPACE MOVE 'M' TO WS-NEW-CYCLE
           END-EVALUATE.
           IF WS-NEW-CYCLE NOT = 'M' AND WS-NEW-CYCLE NOT = 'Q'
               DISPLAY 'STATEMENT CYCLE MUST BE M OR Q.'
               MOVE 'N' TO WS-OK-SW
           END-IF.

      * the alert opt-ins land on every link the customer
      *holds, the same way the address does
       UPDATE-ALERTS-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM COUNT-ONE-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT.
           IF WS-HIT-COUNT = 0
               DISPLAY 'NO LINKS ON FILE FOR THAT CUSTOMER.'
           ELSE
               DISPLAY 'Text the customer on - (Y/N) each:'
               DISPLAY '  Withdrawals: '
               ACCEPT WS-NEW-AL-WD
               DISPLAY '  Transfers out: '
               ACCEPT WS-NEW-AL-TF
               DISPLAY '  Account overdrawn: '
               ACCEPT WS-NEW-AL-OD
               DISPLAY '  Below minimum balance: '
               ACCEPT WS-NEW-AL-LB
               PERFORM EDIT-ALERTS-RTN
               IF WS-OK-SW = 'N'
                   DISPLAY 'SMS ALERTS NOT UPDATED.'
               ELSE
                   MOVE SPACES TO WS-PEND-NEW
                   MOVE 'S' TO WS-PN-ACTION
                   STRING 'SMS ALERTS FOR CUSTOMER ' WS-WANTED-CUST
                       DELIMITED BY SIZE INTO WS-PN-DESC
                   PERFORM FIRST-LINK-AT-RTN
                   STRING 'ALERTS WD/TF/OD/LB '
                       LK-ALERTS(WS-HIT-COUNT)
                       DELIMITED BY SIZE INTO WS-PN-BEFORE
                   STRING 'ALERTS WD/TF/OD/LB ' WS-NEW-ALERTS
                       DELIMITED BY SIZE INTO WS-PN-AFTER
                   PERFORM QUEUE-CHANGE-RTN
               END-IF
           END-IF.

      * blank is taken as N; with no phone on file an opt-in
      *is still taken, with a warning, since nothing can be
      *sent until one is keyed through (U)pdate
       EDIT-ALERTS-RTN.
           MOVE 'Y' TO WS-OK-SW.
           INSPECT WS-NEW-ALERTS CONVERTING 'yn ' TO 'YNN'.
           IF (WS-NEW-AL-WD NOT = 'Y' AND WS-NEW-AL-WD NOT = 'N')
               OR (WS-NEW-AL-TF NOT = 'Y' AND WS-NEW-AL-TF NOT = 'N')
               OR (WS-NEW-AL-OD NOT = 'Y' AND WS-NEW-AL-OD NOT = 'N')
               OR (WS-NEW-AL-LB NOT = 'Y' AND WS-NEW-AL-LB NOT = 'N')
               DISPLAY 'EACH ALERT MUST BE Y OR N.'
               MOVE 'N' TO WS-OK-SW
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM FIND-PHONE-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT OR WS-FOUND-SW = 'Y'.
           IF WS-OK-SW = 'Y' AND WS-NEW-ALERTS NOT = 'NNNN'
               AND WS-FOUND-SW = 'N'
               DISPLAY '*** WARNING - NO PHONE ON FILE - NOTHING '
                   'IS SENT UNTIL ONE IS KEYED. ***'
           END-IF.

       FIND-PHONE-RTN.
           IF LK-CUST-NO(LK-IDX) = WS-WANTED-CUST
               AND LK-PHONE(LK-IDX) NOT = SPACES
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       APPLY-ONE-ALERT-RTN.
           IF LK-CUST-NO(LK-IDX) = WS-WANTED-CUST
               MOVE WS-NEW-ALERTS TO LK-ALERTS(LK-IDX)
           END-IF.

      * the KYC block lands on every link the customer
      *holds, the same way the address does
       UPDATE-KYC-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM COUNT-ONE-LINK-RTN
               VARYING LK-IDX FROM 1 BY 1
               UNTIL LK-IDX > WS-LINK-COUNT.
           IF WS-HIT-COUNT = 0
               DISPLAY 'NO LINKS ON FILE FOR THAT CUSTOMER.'
           ELSE
               PERFORM ACCEPT-KYC-RTN
               PERFORM EDIT-KYC-RTN
               IF WS-OK-SW = 'N'
                   DISPLAY 'KYC NOT UPDATED.'
               ELSE
                   MOVE SPACES TO WS-PEND-NEW
                   MOVE 'I' TO WS-PN-ACTION
                   STRING 'ID/KYC CHANGE FOR CUSTOMER '
                       WS-WANTED-CUST
                       DELIMITED BY SIZE INTO WS-PN-DESC
                   PERFORM FIRST-LINK-AT-RTN
                   STRING LK-ID-TYPE(WS-HIT-COUNT) ' '
                       LK-ID-NO(WS-HIT-COUNT) ' EXP '
                       LK-ID-EXPIRY(WS-HIT-COUNT) ' RISK '
                       LK-RISK(WS-HIT-COUNT)
                       DELIMITED BY SIZE INTO WS-PN-BEFORE
                   STRING WS-NEW-ID-TYPE ' ' WS-NEW-ID-NO ' EXP '
                       WS-NEW-ID-EXPIRY ' RISK ' WS-NEW-RISK
                       DELIMITED BY SIZE INTO WS-PN-AFTER
                   PERFORM QUEUE-CHANGE-RTN
               END-IF
           END-IF.

       APPLY-ONE-KYC-RTN.
           IF LK-CUST-NO(LK-IDX) = WS-WANTED-CUST
               PERFORM MOVE-KYC-TO-LINK-RTN
           END-IF.

       MOVE-KYC-TO-LINK-RTN.
           MOVE WS-NEW-BIRTH TO LK-BIRTH-DATE(LK-IDX).
           MOVE WS-NEW-ID-TYPE TO LK-ID-TYPE(LK-IDX).
           MOVE WS-NEW-ID-NO TO LK-ID-NO(LK-IDX).
           MOVE WS-NEW-ID-EXPIRY TO LK-ID-EXPIRY(LK-IDX).
           MOVE WS-NEW-OCCUPATION TO LK-OCCUPATION(LK-IDX).
           MOVE WS-NEW-FUND-SOURCE TO LK-FUND-SOURCE(LK-IDX).
           MOVE WS-NEW-RISK TO LK-RISK(LK-IDX).

       ACCEPT-KYC-RTN.
           DISPLAY 'Birth date YYYYMMDD: '.
           ACCEPT WS-NEW-BIRTH.
           DISPLAY 'ID type - PP passport, DL driver''s license, '
               'PR PRC, PO postal,'.
           DISPLAY '  UM UMID, SS SSS, TN TIN, NI national ID: '.
           ACCEPT WS-NEW-ID-TYPE.
           DISPLAY 'ID number: '.
           ACCEPT WS-NEW-ID-NO.
           DISPLAY 'ID expiry YYYYMMDD (0 = does not expire): '.
           ACCEPT WS-NEW-ID-EXPIRY.
           DISPLAY 'Occupation: '.
           ACCEPT WS-NEW-OCCUPATION.
           DISPLAY 'Source of funds: '.
           ACCEPT WS-NEW-FUND-SOURCE.
           DISPLAY 'Risk rating - (L)ow, (N)ormal, (H)igh: '.
           ACCEPT WS-NEW-RISK.

      * every field is edited before anything is written;
      *the first failure names the reason. An ID already past
      *its expiry is still taken, with a warning, so the record
      *shows what the customer actually presented
       EDIT-KYC-RTN.
           MOVE 'Y' TO WS-OK-SW.
           INSPECT WS-NEW-ID-TYPE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           EVALUATE WS-NEW-RISK
               WHEN 'l' MOVE 'L' TO WS-NEW-RISK
               WHEN 'n' MOVE 'N' TO WS-NEW-RISK
               WHEN 'h' MOVE 'H' TO WS-NEW-RISK
               WHEN SPACE MOVE 'N' TO WS-NEW-RISK
           END-EVALUATE.

           MOVE WS-NEW-BIRTH TO WS-DC-DATE.
           PERFORM CHECK-DATE-RTN.
           MOVE WS-DATE-OK-SW TO WS-BIRTH-OK-SW.
           MOVE 'Y' TO WS-EXPIRY-OK-SW.
           IF WS-NEW-ID-EXPIRY NOT = 0
               MOVE WS-NEW-ID-EXPIRY TO WS-DC-DATE
               PERFORM CHECK-DATE-RTN
               MOVE WS-DATE-OK-SW TO WS-EXPIRY-OK-SW
           END-IF.
           MOVE 0 TO WS-IDT-HIT.
           PERFORM FIND-ONE-IDT-RTN
               VARYING IDT-IDX FROM 1 BY 1
               UNTIL IDT-IDX > 8 OR WS-IDT-HIT > 0.

           EVALUATE TRUE
               WHEN WS-BIRTH-OK-SW = 'N'
                   DISPLAY 'BIRTH DATE IS NOT A VALID DATE.'
                   MOVE 'N' TO WS-OK-SW
               WHEN WS-NEW-BIRTH > WS-TODAY
                   DISPLAY 'BIRTH DATE IS IN THE FUTURE.'
                   MOVE 'N' TO WS-OK-SW
               WHEN WS-IDT-HIT = 0
                   DISPLAY 'ID TYPE IS NOT ON THE ACCEPTED LIST.'
                   MOVE 'N' TO WS-OK-SW
               WHEN WS-NEW-ID-NO = SPACES
                   DISPLAY 'ID NUMBER IS REQUIRED.'
                   MOVE 'N' TO WS-OK-SW
               WHEN WS-EXPIRY-OK-SW = 'N'
                   DISPLAY 'ID EXPIRY IS NOT A VALID DATE.'
                   MOVE 'N' TO WS-OK-SW
               WHEN WS-NEW-ID-EXPIRY = 0
                   AND IDT-EXPIRES(WS-IDT-HIT) = 'Y'
                   DISPLAY 'THAT ID TYPE CARRIES AN EXPIRY DATE.'
                   MOVE 'N' TO WS-OK-SW
               WHEN WS-NEW-OCCUPATION = SPACES
                   DISPLAY 'OCCUPATION IS REQUIRED.'
                   MOVE 'N' TO WS-OK-SW
               WHEN WS-NEW-FUND-SOURCE = SPACES
                   DISPLAY 'SOURCE OF FUNDS IS REQUIRED.'
                   MOVE 'N' TO WS-OK-SW
               WHEN WS-NEW-RISK NOT = 'L' AND WS-NEW-RISK NOT = 'N'
                   AND WS-NEW-RISK NOT = 'H'
                   DISPLAY 'RISK RATING MUST BE L, N OR H.'
                   MOVE 'N' TO WS-OK-SW
           END-EVALUATE.

           IF WS-OK-SW = 'Y' AND WS-NEW-ID-EXPIRY NOT = 0
               AND WS-NEW-ID-EXPIRY < WS-TODAY
               DISPLAY '*** WARNING - ID EXPIRED ' WS-NEW-ID-EXPIRY
                   ' - ASK FOR A CURRENT ONE. ***'
           END-IF.

      * WS-IDT-HIT is captured here, at the point of the
      *match, since IDT-IDX no longer points at it once the
      *PERFORM VARYING has returned
       FIND-ONE-IDT-RTN.
           IF IDT-CODE(IDT-IDX) = WS-NEW-ID-TYPE
               SET WS-IDT-HIT TO IDT-IDX
           END-IF.

      * a calendar date from 1900 on, the day inside its
      *month's length
       CHECK-DATE-RTN.
           MOVE 'Y' TO WS-DATE-OK-SW.
           IF WS-DC-YY < 1900 OR WS-DC-MM < 1 OR WS-DC-MM > 12
               OR WS-DC-DD < 1
               MOVE 'N' TO WS-DATE-OK-SW
           ELSE
               PERFORM DATE-MONTH-LEN-RTN
               IF WS-DC-DD > WS-DC-MONTH-LEN
                   MOVE 'N' TO WS-DATE-OK-SW
               END-IF
           END-IF.

      * shared calendar paragraphs
           COPY DATERTN.

       LIST-CUSTOMER-RTN.
           MOVE 0 TO WS-HIT-COUNT.
           PERFORM LIST-ONE-LINK-RTN
                   ' ' LK-ACCT-NO(LK-IDX)
               DISPLAY '  ' LK-ADDR-1(LK-IDX) ' ' LK-ADDR-2(LK-IDX)
               DISPLAY '  ' LK-CITY(LK-IDX) '  ' LK-PHONE(LK-IDX)
               DISPLAY '  Born ' LK-BIRTH-DATE(LK-IDX) '  ID '
                   LK-ID-TYPE(LK-IDX) ' ' LK-ID-NO(LK-IDX)
                   ' exp ' LK-ID-EXPIRY(LK-IDX)
               DISPLAY '  ' LK-OCCUPATION(LK-IDX) ' / '
                   LK-FUND-SOURCE(LK-IDX) '  Risk '
                   LK-RISK(LK-IDX)
               DISPLAY '  Statement cycle ' LK-STMT-CYCLE(LK-IDX)
               DISPLAY '  SMS alerts - withdrawal '
                   LK-ALERTS(LK-IDX)(1:1) ' transfer '
                   LK-ALERTS(LK-IDX)(2:1) ' overdrawn '
                   LK-ALERTS(LK-IDX)(3:1) ' low balance '
                   LK-ALERTS(LK-IDX)(4:1)
               MOVE LK-ACCT-NO(LK-IDX) TO WS-NEW-ACCT
               MOVE 0 TO WS-HLDR-HIT
               PERFORM FIND-HOLDER-RTN
                   VARYING HL-IDX FROM 1 BY 1
                   UNTIL HL-IDX > WS-HLDR-COUNT OR WS-HLDR-HIT > 0
               MOVE 'NO ROLE ON FILE' TO WS-ROLE-NAME
               IF WS-HLDR-HIT > 0
                   EVALUATE HT-ROLE(WS-HLDR-HIT)
                       WHEN 'P' MOVE 'PRIMARY' TO WS-ROLE-NAME
                       WHEN 'A' MOVE 'JOINT AND' TO WS-ROLE-NAME
                       WHEN 'O' MOVE 'JOINT OR' TO WS-ROLE-NAME
                       WHEN 'T' MOVE 'IN TRUST FOR' TO WS-ROLE-NAME
                       WHEN 'S' MOVE 'SIGNATORY' TO WS-ROLE-NAME
                   END-EVALUATE
               END-IF
               DISPLAY '  Holds as ' WS-ROLE-NAME
           END-IF.

       REWRITE-FILE-RTN.
           MOVE LK-ADDR-2(LK-IDX) TO CU-ADDR-2.
           MOVE LK-CITY(LK-IDX) TO CU-CITY.
           MOVE LK-PHONE(LK-IDX) TO CU-PHONE.
           MOVE LK-BIRTH-DATE(LK-IDX) TO CU-BIRTH-DATE.
           MOVE LK-ID-TYPE(LK-IDX) TO CU-ID-TYPE.
           MOVE LK-ID-NO(LK-IDX) TO CU-ID-NO.
           MOVE LK-ID-EXPIRY(LK-IDX) TO CU-ID-EXPIRY.
           MOVE LK-OCCUPATION(LK-IDX) TO CU-OCCUPATION.
           MOVE LK-FUND-SOURCE(LK-IDX) TO CU-FUND-SOURCE.
           MOVE LK-RISK(LK-IDX) TO CU-RISK.
           MOVE LK-STMT-CYCLE(LK-IDX) TO CU-STMT-CYCLE.
           MOVE LK-ALERTS(LK-IDX) TO CU-ALERTS.
           WRITE CUST-REC.
