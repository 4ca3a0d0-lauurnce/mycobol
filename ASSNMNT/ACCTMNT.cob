      *                gave way to keyed READ/WRITE/REWRITE/DELETE
      *                per account, so this screen no longer has a
      *                200-account ceiling either.
      *2026-10-15  LP  (O)pen now screens the account name against
      *                the compliance watchlist (shared WLSCR
      *                copybooks, match score FINPARMS key
      *                WL-MATCH-PCT, default 75). A hit still opens
      *                the account, but frozen, with the hit on
      *                SCRNHITS for compliance; WATCH-REVIEW
      *                releases it to active when the match is
      *                cleared. With a watchlist too large for the
      *                screen no account is opened.
      *2026-10-15  LP  (O)pen now assigns numbers that carry a check
      *                digit in the tenth place (shared ACCTCK
      *                copybooks): the branch prefix, a seven-digit
      *                sequence and the digit struck over the first
      *                nine, so a keying slip elsewhere in the chain
      *                is caught instead of landing on whatever
      *                account happened to exist. The next sequence
      *                is one past the highest held in places three
      *                to nine under the prefix, older numbers
      *                included, so a new number cannot meet an old
      *                one. A prefix other than letters or digits is
      *                refused.
      *2026-10-15  LP  (O)pen now takes the prefix only from an open
      *                branch on the shared branch master (BRMAST,
      *                kept in REFMAINT), so ACCTMAST and PANES mean
      *                the same branch by the same code; a prefix
      *                not on the master, or a closed branch, is
      *                refused, and with no master nothing is opened.
      *2026-10-15  LP  Maker-checker: (O)pen, (C)lose, (F)reeze and
      *                (R)elease no longer touch ACCTMAST - each is
      *                edited as before and written to the PENDCHG
      *                queue (shared PEND copybooks) under the
      *                operator signed on through MAINMENU, for a
      *                supervisor other than that operator to
      *                approve in MAINMENU. Approved changes are
      *                applied at the next start of this screen,
      *                checked again against the master as it then
      *                stands: the account number is issued and the
      *                name screened when the opening is applied,
      *                and a close is refused if the balance has
      *                moved since it was approved.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

      * shared financial-parameters file maintained by
      *operations
           SELECT PARM-FILE ASSIGN TO "FINPARMS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * the watchlist and the screening results
           COPY WLSCRSL.

      * shared branch master
           COPY BRMSTSL.

      * the maker-checker queue
           COPY PENDSL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
       01  BUSDATE-REC.
           02 BD-DATE           PIC 9(8).

       FD  PARM-FILE.
       01  PARM-REC.
           05 PARM-KEY          PIC X(12).
           05 PARM-VALUE        PIC 9(7)V9(4).

           COPY WLSCRFD.
           COPY BRMSTFD.
           COPY PENDFD.

       WORKING-STORAGE SECTION.
      * shared watchlist-screening working-storage
           COPY WLSCRWS.
      * shared account-number check-digit working-storage
           COPY ACCTCKWS.
      * shared branch-master working-storage
           COPY BRMSTWS.
      * shared maker-checker working-storage
           COPY PENDWS.

       01  ANS             PIC X VALUE SPACES.
       01  WS-MAST-STATUS  PIC XX VALUE SPACES.
       01  WS-ARCH-STATUS  PIC XX VALUE SPACES.
       01  WS-OP-CHOICE    PIC X VALUE SPACES.
       01  WS-TODAY        PIC 9(8) VALUE 0.
       01  WS-CONFIRM      PIC X VALUE SPACES.
       01  WS-PARM-STATUS  PIC XX VALUE SPACES.
       01  WS-PARM-EOF     PIC X VALUE 'N'.
       01  WS-WL-HIT-SW    PIC X VALUE 'N'.

       01  IN-BRANCH       PIC X(2) VALUE SPACES.
       01  IN-NAME         PIC X(25) VALUE SPACES.
       01  IN-DEPOSIT      PIC 9(9)V99 VALUE 0.
       01  IN-ACCT-NO      PIC X(10) VALUE SPACES.

      * the next sequence under the chosen branch prefix,
      *and the check digit struck over the two
       01  WS-NEW-ACCT.
           05 WS-NA-BRANCH PIC X(2).
           05 WS-NA-SEQ    PIC 9(7).
           05 WS-NA-CHECK  PIC 9.
       01  WS-SCAN-ACCT.
           05 WS-SC-BRANCH PIC X(2).
           05 WS-SC-SEQ    PIC 9(7).
           05 WS-SC-SEQ-X REDEFINES WS-SC-SEQ PIC X(7).
           05 WS-SC-CHECK  PIC X.
       01  WS-MAX-SEQ      PIC 9(7) VALUE 0.
       01  DISP-BAL        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  DISP-DEPOSIT    PIC ZZZ,ZZZ,ZZ9.99.

      * a change as it waits on the approval queue: what was
      *keyed, and the balance a close was approved on
       01  WS-AM-CHANGE.
           05 WS-AM-BRANCH  PIC X(2).
           05 WS-AM-NAME    PIC X(25).
           05 WS-AM-DEPOSIT PIC 9(9)V99.
           05 WS-AM-ACCT    PIC X(10).
           05 WS-AM-BALANCE PIC S9(9)V99.
      * why an opening's edits refused it, blank when clear
       01  WS-OPEN-MSG     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN.
           PERFORM LOAD-PARMS-RTN.
           PERFORM WLSCR-LOAD-RTN.
           PERFORM BRMAST-LOAD-RTN.
           PERFORM ENSURE-FILE-EXISTS-RTN.
      * changes a supervisor has approved since the last run
      *take effect before anything new is keyed
           PERFORM PEND-APPLY-RTN.
           PERFORM MENU-RTN UNTIL ANS = 'N' OR ANS = 'n'.
           STOP RUN.

      * shared watchlist-screening paragraphs
           COPY WLSCRRTN.

      * shared account-number check-digit paragraphs
           COPY ACCTCKRTN.

      * shared branch-master paragraphs
           COPY BRMSTRTN.

      * shared maker-checker paragraphs
           COPY PENDRTN
               REPLACING ==PEND-PROGNAME== BY =="ACCT-MAINT"==
                         ==PEND-APPLY-ONE-RTN== BY ==APPLY-CHANGE-RTN==.

      * the match score comes from the shared FINPARMS file
      *operations maintains; a missing file or key leaves the
      *compiled default in force
       LOAD-PARMS-RTN.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-ONE-PARM-RTN UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARM-FILE
           END-IF.

       READ-ONE-PARM-RTN.
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF
               NOT AT END
                   IF PARM-KEY = "WL-MATCH-PCT"
                       MOVE PARM-VALUE TO WS-WL-MATCH-PCT
                   END-IF
           END-READ.

       LOAD-BUSDATE-RTN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           DISPLAY 'Another account? (Y/N): '.
           ACCEPT ANS.

      * an opening is edited here and queued; the number is
      *issued only when the approved opening is applied
       OPEN-ACCOUNT-RTN.
           DISPLAY 'Branch prefix (2 chars): '.
           ACCEPT IN-BRANCH.
           DISPLAY 'Initial deposit: '.
           ACCEPT IN-DEPOSIT.

           PERFORM EDIT-OPEN-RTN.
           IF WS-OPEN-MSG NOT = SPACES
               DISPLAY WS-OPEN-MSG
           ELSE
               PERFORM QUEUE-OPEN-RTN
           END-IF.

      * the prefix must be an open branch on the master
       EDIT-OPEN-RTN.
           MOVE SPACES TO WS-OPEN-MSG.
           MOVE SPACES TO WS-AK-ACCT.
           MOVE IN-BRANCH TO WS-AK-ACCT.
           MOVE ZEROS TO WS-AK-ACCT(3:8).
           PERFORM ACCTCK-STRIKE-RTN.
           MOVE IN-BRANCH TO WS-BRM-WANTED.
           PERFORM BRMAST-FIND-RTN.

           EVALUATE TRUE
               WHEN WS-WL-OVFL-SW = 'Y'
                   MOVE 'WATCHLIST TOO LARGE FOR THE SCREEN - '
                       & 'ACCOUNT NOT OPENED.' TO WS-OPEN-MSG
               WHEN WS-AK-OK = 'N'
                   MOVE 'BRANCH PREFIX MUST BE CAPITAL LETTERS '
                       & 'OR DIGITS - ACCOUNT NOT OPENED.'
                       TO WS-OPEN-MSG
               WHEN WS-BRM-COUNT = 0
                   MOVE 'BRANCH MASTER (BRMAST) NOT FOUND - '
                       & 'ACCOUNT NOT OPENED.' TO WS-OPEN-MSG
               WHEN WS-BRM-OVFL-SW = 'Y'
                   MOVE 'BRANCH MASTER TOO LARGE FOR THE TABLE - '
                       & 'ACCOUNT NOT OPENED.' TO WS-OPEN-MSG
               WHEN WS-BRM-HIT = 0
                   STRING 'BRANCH ' IN-BRANCH ' IS NOT ON THE '
                       'BRANCH MASTER - ACCOUNT NOT OPENED.'
                       DELIMITED BY SIZE INTO WS-OPEN-MSG
               WHEN BMT-CLOSED(WS-BRM-HIT)
                   STRING 'BRANCH ' IN-BRANCH ' IS CLOSED - '
                       'ACCOUNT NOT OPENED.'
                       DELIMITED BY SIZE INTO WS-OPEN-MSG
           END-EVALUATE.

      * the name is screened at entry too, so the checker
      *sees a watchlist hit before approving the opening
       QUEUE-OPEN-RTN.
           MOVE SPACES TO WS-PEND-NEW.
           MOVE 'O' TO WS-PN-ACTION.
           MOVE IN-BRANCH TO WS-PN-KEY.
           MOVE IN-DEPOSIT TO DISP-DEPOSIT.
           STRING 'OPEN ACCOUNT UNDER BRANCH ' IN-BRANCH
               ', DEPOSIT ' DISP-DEPOSIT
               DELIMITED BY SIZE INTO WS-PN-DESC.
           PERFORM SCREEN-NAME-RTN.
           IF WS-WL-HIT-SW = 'Y'
               STRING IN-NAME ' - WATCHLIST MATCH, OPENS FROZEN'
                   DELIMITED BY SIZE INTO WS-PN-AFTER
               DISPLAY '*** NAME MATCHES THE WATCHLIST - THE '
                   'ACCOUNT WILL OPEN FROZEN. ***'
           ELSE
               MOVE IN-NAME TO WS-PN-AFTER
           END-IF.
           INITIALIZE WS-AM-CHANGE.
           MOVE IN-BRANCH TO WS-AM-BRANCH.
           MOVE IN-NAME TO WS-AM-NAME.
           MOVE IN-DEPOSIT TO WS-AM-DEPOSIT.
           MOVE WS-AM-CHANGE TO WS-PN-DATA.
           PERFORM PEND-SUBMIT-RTN.

      * an approved change off the queue, checked again
      *against the master as it stands now
       APPLY-CHANGE-RTN.
           MOVE PC-DATA TO WS-AM-CHANGE.
           EVALUATE PC-ACTION
               WHEN 'O'
                   PERFORM APPLY-OPEN-RTN
               WHEN 'C'
                   PERFORM APPLY-CLOSE-RTN
               WHEN OTHER
                   PERFORM APPLY-STATUS-RTN
           END-EVALUATE.

       APPLY-OPEN-RTN.
           MOVE WS-AM-BRANCH TO IN-BRANCH.
           MOVE WS-AM-NAME TO IN-NAME.
           MOVE WS-AM-DEPOSIT TO IN-DEPOSIT.
           PERFORM EDIT-OPEN-RTN.
           IF WS-OPEN-MSG NOT = SPACES
               MOVE 'N' TO WS-PEND-OK
               MOVE WS-OPEN-MSG TO WS-PEND-REASON
           ELSE
               PERFORM WRITE-NEW-ACCOUNT-RTN
           END-IF.

       SCREEN-NAME-RTN.
           MOVE 'N' TO WS-WL-HIT-SW.
           IF WS-WL-COUNT > 0
               MOVE IN-NAME TO WS-WL-SUBJECT
               PERFORM WLSCR-SCORE-RTN
               IF WS-WL-BEST-SCORE NOT < WS-WL-MATCH-PCT
                   MOVE 'Y' TO WS-WL-HIT-SW
               END-IF
           END-IF.

      * the next number under the chosen branch prefix, one
      *past the highest already issued there; a name that hits
      *the watchlist still gets its account, frozen until
      *compliance clears the match
       WRITE-NEW-ACCOUNT-RTN.
           PERFORM SCREEN-NAME-RTN.

           MOVE 0 TO WS-MAX-SEQ.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACCT-MASTER.
           PERFORM SCAN-ONE-SEQ-RTN UNTIL WS-EOF-SW = 'Y'.
           CLOSE ACCT-MASTER.

           IF WS-MAX-SEQ = 9999999
               MOVE 'N' TO WS-PEND-OK
               STRING 'NO NUMBERS LEFT UNDER BRANCH PREFIX '
                   IN-BRANCH ' - ACCOUNT NOT OPENED.'
                   DELIMITED BY SIZE INTO WS-PEND-REASON
           ELSE
               PERFORM ISSUE-NEW-ACCOUNT-RTN
           END-IF.

      * the sequence goes one past the highest issued and
      *the check digit is struck over prefix and sequence
       ISSUE-NEW-ACCOUNT-RTN.
           MOVE IN-BRANCH TO WS-NA-BRANCH.
           COMPUTE WS-NA-SEQ = WS-MAX-SEQ + 1.
           MOVE 0 TO WS-NA-CHECK.
           MOVE WS-NEW-ACCT TO WS-AK-ACCT.
           PERFORM ACCTCK-STRIKE-RTN.
           MOVE WS-AK-DIGIT TO WS-NA-CHECK.

           OPEN I-O ACCT-MASTER.
           MOVE WS-NEW-ACCT TO MA-ACCT-NO.
           MOVE IN-BRANCH TO MA-BRANCH-CODE.
           MOVE IN-DEPOSIT TO MA-BALANCE.
           MOVE 'A' TO MA-STATUS.
           IF WS-WL-HIT-SW = 'Y'
               MOVE 'F' TO MA-STATUS
           END-IF.
           MOVE 0 TO MA-LAST-POSTED.
           WRITE MAST-REC
               INVALID KEY
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'WRITE FAILED - DUPLICATE ACCOUNT.'
                       TO WS-PEND-REASON
               NOT INVALID KEY
                   DISPLAY 'ACCOUNT OPENED: ' MA-ACCT-NO
                   IF WS-WL-HIT-SW = 'Y'
                       PERFORM RECORD-WATCH-HIT-RTN
                   END-IF
           END-WRITE.
           CLOSE ACCT-MASTER.

       RECORD-WATCH-HIT-RTN.
           MOVE 'A' TO WS-WL-ORIGIN.
           MOVE MA-ACCT-NO TO WS-WL-REF.
           MOVE SPACES TO WS-WL-TRANS.
           MOVE WS-TODAY TO WS-WL-DATE.
           PERFORM WLSCR-RECORD-HIT-RTN.
           SET WL-IDX TO WS-WL-BEST-HIT.
           DISPLAY '*** WATCHLIST MATCH - ' WL-T-NAME(WL-IDX)
               ' (' WL-T-SOURCE(WL-IDX) ') SCORE '
               WS-WL-BEST-SCORE ' ***'.
           DISPLAY 'ACCOUNT OPENED FROZEN, PENDING COMPLIANCE '
               'REVIEW.'.

       SCAN-ONE-SEQ-RTN.
           READ ACCT-MASTER NEXT
               AT END MOVE 'Y' TO WS-EOF-SW
                   END-IF
           END-READ.

      * a close is queued with the balance it was asked on;
      *a non-zero balance is surfaced first
       CLOSE-ACCOUNT-RTN.
           DISPLAY 'Account number to close: '.
           ACCEPT IN-ACCT-NO.

           OPEN INPUT ACCT-MASTER.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE IN-ACCT-NO TO MA-ACCT-NO.
           READ ACCT-MASTER
                   MOVE 'Y' TO WS-CONFIRM
               END-IF
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM QUEUE-CLOSE-RTN
               ELSE
                   DISPLAY 'CLOSE CANCELLED.'
               END-IF
           END-IF.
           CLOSE ACCT-MASTER.

       QUEUE-CLOSE-RTN.
           MOVE SPACES TO WS-PEND-NEW.
           MOVE 'C' TO WS-PN-ACTION.
           MOVE MA-ACCT-NO TO WS-PN-KEY.
           STRING 'CLOSE ACCOUNT ' MA-ACCT-NO ', BALANCE ' DISP-BAL
               DELIMITED BY SIZE INTO WS-PN-DESC.
           PERFORM DESCRIBE-ENTRY-RTN.
           INITIALIZE WS-AM-CHANGE.
           MOVE MA-ACCT-NO TO WS-AM-ACCT.
           MOVE MA-BALANCE TO WS-AM-BALANCE.
           MOVE WS-AM-CHANGE TO WS-PN-DATA.
           PERFORM PEND-SUBMIT-RTN.

      * the entry as the checker sees it before the change
       DESCRIBE-ENTRY-RTN.
           MOVE MA-BALANCE TO DISP-BAL.
           STRING MA-ACCT-NAME ' STATUS ' MA-STATUS
               ' BALANCE ' DISP-BAL
               DELIMITED BY SIZE INTO WS-PN-BEFORE.

      * a closed account's entry leaves the live master for
      *the archive - unless money has moved on it since the
      *close was approved on its balance
       APPLY-CLOSE-RTN.
           OPEN I-O ACCT-MASTER.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE WS-AM-ACCT TO MA-ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.

           EVALUATE TRUE
               WHEN WS-FOUND-SW = 'N'
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'NO SUCH ACCOUNT ON THE MASTER.'
                       TO WS-PEND-REASON
               WHEN MA-BALANCE NOT = WS-AM-BALANCE
                   MOVE 'N' TO WS-PEND-OK
                   MOVE 'BALANCE HAS MOVED SINCE THE CLOSE WAS '
                       & 'APPROVED - NOT CLOSED.' TO WS-PEND-REASON
               WHEN OTHER
                   MOVE 'C' TO MA-STATUS
                   PERFORM ARCHIVE-ENTRY-RTN
                   DELETE ACCT-MASTER
                       INVALID KEY
                           MOVE 'N' TO WS-PEND-OK
                           MOVE 'DELETE FAILED.' TO WS-PEND-REASON
                       NOT INVALID KEY
                           DISPLAY 'ACCOUNT ' MA-ACCT-NO
                               ' CLOSED AND ARCHIVED.'
                   END-DELETE
           END-EVALUATE.
           CLOSE ACCT-MASTER.

       ARCHIVE-ENTRY-RTN.
           WRITE ARCH-REC.
           CLOSE ARCH-FILE.

      * a freeze or release is queued against the account
       SET-STATUS-RTN.
           DISPLAY 'Account number: '.
           ACCEPT IN-ACCT-NO.

           OPEN INPUT ACCT-MASTER.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE IN-ACCT-NO TO MA-ACCT-NO.
           READ ACCT-MASTER
           IF WS-FOUND-SW = 'N'
               DISPLAY 'NO SUCH ACCOUNT ON THE MASTER.'
           ELSE
               MOVE SPACES TO WS-PEND-NEW
               IF WS-OP-CHOICE = 'F' OR WS-OP-CHOICE = 'f'
                   MOVE 'F' TO WS-PN-ACTION
                   STRING 'FREEZE ACCOUNT ' MA-ACCT-NO
                       DELIMITED BY SIZE INTO WS-PN-DESC
               ELSE
                   MOVE 'R' TO WS-PN-ACTION
                   STRING 'RELEASE ACCOUNT ' MA-ACCT-NO
                       ' TO ACTIVE'
                       DELIMITED BY SIZE INTO WS-PN-DESC
               END-IF
               MOVE MA-ACCT-NO TO WS-PN-KEY
               PERFORM DESCRIBE-ENTRY-RTN
               INITIALIZE WS-AM-CHANGE
               MOVE MA-ACCT-NO TO WS-AM-ACCT
               MOVE WS-AM-CHANGE TO WS-PN-DATA
               PERFORM PEND-SUBMIT-RTN
           END-IF.
           CLOSE ACCT-MASTER.

      * a freeze takes the status to F, a release back to A
       APPLY-STATUS-RTN.
           OPEN I-O ACCT-MASTER.
           MOVE 'Y' TO WS-FOUND-SW.
           MOVE WS-AM-ACCT TO MA-ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.

           IF WS-FOUND-SW = 'N'
               MOVE 'N' TO WS-PEND-OK
               MOVE 'NO SUCH ACCOUNT ON THE MASTER.' TO WS-PEND-REASON
           ELSE
               IF PC-ACTION = 'F'
                   MOVE 'F' TO MA-STATUS
               ELSE
                   MOVE 'A' TO MA-STATUS
               END-IF
               REWRITE MAST-REC
                   INVALID KEY
                       MOVE 'N' TO WS-PEND-OK
                       MOVE 'REWRITE FAILED.' TO WS-PEND-REASON
                   NOT INVALID KEY
                       IF MA-STATUS = 'F'
                           DISPLAY 'ACCOUNT FROZEN.'
