       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCH-REVIEW.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - compliance's screen for the
      *                watchlist hits on SCRNHITS. (L)ist shows what
      *                is pending; (C)lear marks a hit a false match
      *                and con(F)irm marks it a true one, each under
      *                a supervisor's credentials, recorded on the
      *                hit with the business date. Clearing lets
      *                the held item go: a transaction goes back on
      *                the TRANSIN.TXT extract for TRANSEDIT to
      *                release, an account opened frozen goes back
      *                to active. Confirming a customer freezes
      *                every account CUSTMAST links to them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the watchlist and the screening results
           COPY WLSCRSL.

      * the account master, read by key for the accounts a
      *decision releases or freezes
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * the customer links, for a confirmed customer's
      *accounts
           SELECT CUST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.

      * the business/processing date operations maintains
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

      * the tellers' raw extract a cleared transaction goes
      *back onto
           COPY XTRAPPSL.

      * the supervisor-override check and its trail
           COPY SUPAUTSL.

       DATA DIVISION.
       FILE SECTION.
           COPY WLSCRFD.

       FD  ACCT-MASTER.
       01  MAST-REC.
      * shared account-master layout
           COPY ACCTREC.

       FD  CUST-FILE.
       01  CUST-REC.
      * shared customer-link layout
           COPY CUSTREC.

       FD  BUSDATE-FILE
           LABEL RECORD IS OMITTED.
       01  BUSDATE-REC.
           02 BD-DATE           PIC 9(8).

           COPY XTRAPPFD.
           COPY SUPAUTFD.

       WORKING-STORAGE SECTION.
      * shared watchlist-screening working-storage
           COPY WLSCRWS.
      * shared extract-append working-storage
           COPY XTRAPPWS.
      * shared supervisor-override working-storage
           COPY SUPAUTWS.

       01  ANS                  PIC X VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-CUST-STATUS       PIC XX VALUE SPACES.
       01  WS-BUSDT-STATUS      PIC XX VALUE SPACES.
       01  WS-EOF-SW            PIC X VALUE 'N'.
       01  WS-OK-SW             PIC X VALUE 'Y'.
       01  WS-OP-CHOICE         PIC X VALUE SPACES.
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-CONFIRM           PIC X VALUE SPACES.
       01  WS-PEND-COUNT        PIC 9(5) VALUE 0.
       01  WS-FROZEN-COUNT      PIC 9(3) VALUE 0.
       01  WS-CUST-REF          PIC 9(6) VALUE 0.
       01  IN-SEQ               PIC 9(6) VALUE 0.
       01  WS-HIT-AT            PIC 9(4) VALUE 0.
       01  WS-DECISION          PIC X VALUE SPACE.

      * the whole results file, held while a decision is
      *applied and the file rewritten, the same way CUST-MAINT
      *edits CUSTMAST
       01  WS-OVERFLOW-SW       PIC X VALUE 'N'.
       01  WS-HIT-TABLE.
           05 WS-HIT-COUNT      PIC 9(4) VALUE 0.
           05 WS-HIT-ENTRY      PIC X(176) OCCURS 2000 TIMES
                                INDEXED BY HT-IDX.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM LOAD-BUSDATE-RTN.
           PERFORM LOAD-HITS-RTN.

      * an overflowed table means hits past it would never
      *come back at the rewrite - touch nothing
           IF WS-OVERFLOW-SW = 'Y'
               DISPLAY 'WATCH-REVIEW: *** SCRNHITS TOO LARGE FOR '
                   'THE WORK TABLE - MORE THAN 2000 HITS. ***'
               DISPLAY 'WATCH-REVIEW: NOTHING TOUCHED. RAISE THE '
                   'TABLE AND RERUN.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM MENU-RTN UNTIL ANS = 'N' OR ANS = 'n'.
           STOP RUN.

      * shared supervisor-override paragraphs
           COPY SUPAUTRTN
               REPLACING ==SUPAUTH-PROGNAME== BY =="WATCH-REVIEW"==.

      * shared extract-append paragraphs
           COPY XTRAPPRTN.

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

       LOAD-HITS-RTN.
           OPEN INPUT SCRN-FILE.
           IF WS-SCRN-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM READ-ONE-HIT-RTN UNTIL WS-EOF-SW = 'Y'
               CLOSE SCRN-FILE
           END-IF.

       READ-ONE-HIT-RTN.
           READ SCRN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-HIT-COUNT < 2000
                       ADD 1 TO WS-HIT-COUNT
                       SET HT-IDX TO WS-HIT-COUNT
                       MOVE SCRN-REC TO WS-HIT-ENTRY(HT-IDX)
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW-SW
                   END-IF
           END-READ.

       MENU-RTN.
           DISPLAY ' '.
           DISPLAY '========================================'.
           DISPLAY '        WATCHLIST HIT REVIEW             '.
           DISPLAY '========================================'.
           DISPLAY '(L)ist pending hits, (C)lear a hit, '
               'con(F)irm a hit: '.
           ACCEPT WS-OP-CHOICE.

           EVALUATE WS-OP-CHOICE
               WHEN 'L' WHEN 'l'
                   PERFORM LIST-PENDING-RTN
               WHEN 'C' WHEN 'c'
                   MOVE 'C' TO WS-DECISION
                   PERFORM DECIDE-HIT-RTN THRU DECIDE-HIT-EXIT
               WHEN 'F' WHEN 'f'
                   MOVE 'F' TO WS-DECISION
                   PERFORM DECIDE-HIT-RTN THRU DECIDE-HIT-EXIT
               WHEN OTHER
                   DISPLAY 'Invalid selection.'
           END-EVALUATE.

           DISPLAY 'Another review? (Y/N): '.
           ACCEPT ANS.

       LIST-PENDING-RTN.
           MOVE 0 TO WS-PEND-COUNT.
           PERFORM LIST-ONE-HIT-RTN
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > WS-HIT-COUNT.
           DISPLAY WS-PEND-COUNT ' hit(s) pending.'.

       LIST-ONE-HIT-RTN.
           MOVE WS-HIT-ENTRY(HT-IDX) TO SCRN-REC.
           IF SH-PENDING
               ADD 1 TO WS-PEND-COUNT
               PERFORM SHOW-HIT-RTN
           END-IF.

       SHOW-HIT-RTN.
           DISPLAY SH-SEQ ' ' SH-ORIGIN ' ' SH-REF ' ' SH-NAME
               ' SCORE ' SH-SCORE ' ON ' SH-HIT-DATE.
           DISPLAY '       MATCHED ' SH-WL-NAME ' (' SH-WL-SOURCE
               ')'.

      * the hit is found, shown and confirmed, a supervisor
      *signs the decision, and what the decision releases or
      *freezes is done before the hit is marked - a decision
      *whose side could not be carried out leaves it pending
       DECIDE-HIT-RTN.
           DISPLAY 'Hit number: '.
           ACCEPT IN-SEQ.
           MOVE 0 TO WS-HIT-AT.
           PERFORM FIND-ONE-HIT-RTN
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > WS-HIT-COUNT OR WS-HIT-AT > 0.
           IF WS-HIT-AT = 0
               DISPLAY 'NO SUCH HIT ON FILE.'
               GO TO DECIDE-HIT-EXIT
           END-IF.
           MOVE WS-HIT-ENTRY(WS-HIT-AT) TO SCRN-REC.
           IF NOT SH-PENDING
               DISPLAY 'HIT ALREADY DECIDED (' SH-STATUS ') BY '
                   SH-DECIDED-BY ' ON ' SH-DECIDED-ON '.'
               GO TO DECIDE-HIT-EXIT
           END-IF.

           PERFORM SHOW-HIT-RTN.
           IF WS-DECISION = 'C'
               DISPLAY 'Clear this hit as a false match? (Y/N): '
           ELSE
               DISPLAY 'Confirm this hit as a true match? (Y/N): '
           END-IF.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'DECISION CANCELLED.'
               GO TO DECIDE-HIT-EXIT
           END-IF.

           MOVE SPACES TO WS-SA-WHAT.
           IF WS-DECISION = 'C'
               STRING "CLEAR WATCHLIST HIT " DELIMITED BY SIZE
                   SH-SEQ DELIMITED BY SIZE
                   INTO WS-SA-WHAT
               END-STRING
           ELSE
               STRING "CONFIRM WATCHLIST HIT " DELIMITED BY SIZE
                   SH-SEQ DELIMITED BY SIZE
                   INTO WS-SA-WHAT
               END-STRING
           END-IF.
           PERFORM SUPAUTH-CHECK-RTN.
           IF WS-SA-OK = 'N'
               DISPLAY 'HIT LEFT PENDING.'
               GO TO DECIDE-HIT-EXIT
           END-IF.

           MOVE 'Y' TO WS-OK-SW.
           EVALUATE TRUE
               WHEN SH-FROM-TRANS AND WS-DECISION = 'C'
                   PERFORM RELEASE-TRANS-RTN
               WHEN SH-FROM-ACCOUNT AND WS-DECISION = 'C'
                   PERFORM RELEASE-ACCOUNT-RTN
               WHEN SH-FROM-CUSTOMER AND WS-DECISION = 'F'
                   PERFORM FREEZE-CUSTOMER-RTN
           END-EVALUATE.
           IF WS-OK-SW = 'N'
               DISPLAY 'HIT LEFT PENDING.'
               GO TO DECIDE-HIT-EXIT
           END-IF.

           MOVE WS-DECISION TO SH-STATUS.
           MOVE WS-SA-TRY-ID TO SH-DECIDED-BY.
           MOVE WS-TODAY TO SH-DECIDED-ON.
           MOVE SCRN-REC TO WS-HIT-ENTRY(WS-HIT-AT).
           PERFORM REWRITE-HITS-RTN.
           IF WS-DECISION = 'C'
               DISPLAY 'HIT ' SH-SEQ ' CLEARED.'
           ELSE
               DISPLAY 'HIT ' SH-SEQ ' CONFIRMED.'
           END-IF.

       DECIDE-HIT-EXIT.
           EXIT.

      * WS-HIT-AT is captured here, at the point of the
      *match, since HT-IDX no longer points at it once the
      *PERFORM VARYING has returned
       FIND-ONE-HIT-RTN.
           MOVE WS-HIT-ENTRY(HT-IDX) TO SCRN-REC.
           IF SH-SEQ = IN-SEQ
               SET WS-HIT-AT TO HT-IDX
           END-IF.

      * the held record goes back onto the extract whole;
      *TRANSEDIT finds it cleared and releases it on its next
      *run
       RELEASE-TRANS-RTN.
           PERFORM XTRAPP-LOAD-RTN.
           MOVE SH-TRANS TO WS-XA-TRANS.
           PERFORM XTRAPP-ADD-RTN.
           IF WS-XA-OVFL-SW = 'Y'
               DISPLAY 'EXTRACT TOO LARGE FOR THE WORK TABLE - '
                   'TRANSACTION NOT PUT BACK.'
               MOVE 'N' TO WS-OK-SW
           ELSE
               PERFORM XTRAPP-REWRITE-RTN
               DISPLAY 'TRANSACTION PUT BACK ON TRANSIN.TXT FOR '
                   'RELEASE.'
           END-IF.

      * an account opened frozen on the hit goes to active;
      *one frozen since for some other reason is left alone
       RELEASE-ACCOUNT-RTN.
           OPEN I-O ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY 'NO ACCTMAST - ACCOUNT NOT RELEASED.'
               MOVE 'N' TO WS-OK-SW
           ELSE
               MOVE SH-REF TO MA-ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       DISPLAY 'ACCOUNT NO LONGER ON THE MASTER.'
                   NOT INVALID KEY
                       IF MA-FROZEN
                           MOVE 'A' TO MA-STATUS
                           REWRITE MAST-REC
                               INVALID KEY
                                   DISPLAY 'REWRITE FAILED.'
                                   MOVE 'N' TO WS-OK-SW
                               NOT INVALID KEY
                                   DISPLAY 'ACCOUNT ' MA-ACCT-NO
                                       ' RELEASED TO ACTIVE.'
                           END-REWRITE
                       ELSE
                           DISPLAY 'ACCOUNT IS NOT FROZEN - LEFT '
                               'AS IT IS.'
                       END-IF
               END-READ
               CLOSE ACCT-MASTER
           END-IF.

      * a confirmed customer's accounts are all frozen,
      *whichever branch holds them
       FREEZE-CUSTOMER-RTN.
           MOVE SH-REF(1:6) TO WS-CUST-REF.
           MOVE 0 TO WS-FROZEN-COUNT.
           OPEN I-O ACCT-MASTER.
           IF WS-MAST-STATUS = "35"
               DISPLAY 'NO ACCTMAST - ACCOUNTS NOT FROZEN.'
               MOVE 'N' TO WS-OK-SW
           ELSE
               OPEN INPUT CUST-FILE
               IF WS-CUST-STATUS NOT = "35"
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM FREEZE-ONE-LINK-RTN UNTIL WS-EOF-SW = 'Y'
                   CLOSE CUST-FILE
               END-IF
               CLOSE ACCT-MASTER
               DISPLAY WS-FROZEN-COUNT ' ACCOUNT(S) FROZEN.'
           END-IF.

       FREEZE-ONE-LINK-RTN.
           READ CUST-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF CU-CUST-NO = WS-CUST-REF
                       MOVE CU-ACCT-NO TO MA-ACCT-NO
                       READ ACCT-MASTER
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF MA-ACTIVE
                                   MOVE 'F' TO MA-STATUS
                                   REWRITE MAST-REC
                                       INVALID KEY CONTINUE
                                       NOT INVALID KEY
                                           ADD 1 TO WS-FROZEN-COUNT
                                   END-REWRITE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       REWRITE-HITS-RTN.
           OPEN OUTPUT SCRN-FILE.
           PERFORM WRITE-ONE-HIT-RTN
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > WS-HIT-COUNT.
           CLOSE SCRN-FILE.

       WRITE-ONE-HIT-RTN.
           WRITE SCRN-REC FROM WS-HIT-ENTRY(HT-IDX).
