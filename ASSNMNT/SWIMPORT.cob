       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWITCH-IMPORT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - ATM and POS switch settlement
      *                import. The switch's daily settlement file
      *                (SWITCHIN: header, one record per card item -
      *                card, account, terminal, channel, amount,
      *                switch reference, date, response code - and a
      *                trailer with the switch's own settlement count
      *                and total) had been retyped into the extract
      *                by hand. This run, ahead of TRANSEDIT, first
      *                balances the file's approved items against its
      *                trailer and imports nothing from a file that
      *                does not balance. Approved items on active
      *                accounts go into TRANSIN.TXT as withdrawals,
      *                the to-account field carrying the channel and
      *                switch reference as the marker, under a
      *                rebuilt HDR/TRL the way STORD-GEN leaves it;
      *                items on accounts ACCTMAST does not carry or
      *                that are frozen or closed go to the SWDISPUT
      *                dispute file instead. The settlement report
      *                SWSETL.OUT shows the switch total, the
      *                imported total and the difference, by channel.
      *                A settlement already imported (SWSETL.HST) is
      *                imported again only on a supervisor's
      *                override.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the switch's daily settlement file
           SELECT SWITCH-FILE ASSIGN TO "SWITCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SW-STATUS.

           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MA-ACCT-NO
               FILE STATUS IS WS-MAST-STATUS.

      * card items the bank could not post, for the card
      *operations desk to take up with the switch
           SELECT DISPUTE-FILE ASSIGN TO "SWDISPUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

      * one record per settlement imported
           SELECT SETHIST-FILE ASSIGN TO "SWSETL.HST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SWSETL.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * the tellers' extract the card items are released into
           COPY XTRAPPSL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

      * the supervisor-override check and its trail
           COPY SUPAUTSL.

       DATA DIVISION.
       FILE SECTION.
       FD  SWITCH-FILE.
       01  SWITCH-REC.
           05 SW-REC-TYPE       PIC X.
              88 SW-HEADER      VALUE 'H'.
              88 SW-DETAIL      VALUE 'D'.
              88 SW-TRAILER     VALUE 'T'.
           05 SW-CARD-NO        PIC X(16).
           05 SW-ACCT-NO        PIC X(10).
           05 SW-TERMINAL       PIC X(8).
           05 SW-CHANNEL        PIC X(3).
              88 SW-ATM         VALUE 'ATM'.
              88 SW-POS         VALUE 'POS'.
           05 SW-AMOUNT         PIC 9(7)V99.
           05 SW-SWITCH-REF     PIC X(12).
           05 SW-TRANS-DATE     PIC 9(8).
           05 SW-RESP-CODE      PIC X(2).
              88 SW-APPROVED    VALUE '00'.
           05 FILLER            PIC X(11).
      * the header's view of the same record
       01  SWITCH-HDR-REC.
           05 FILLER            PIC X.
           05 SWH-SETTLE-DATE   PIC 9(8).
           05 SWH-SWITCH-ID     PIC X(8).
           05 FILLER            PIC X(63).
      * the trailer's view: the switch's own settlement
      *figures over its approved items
       01  SWITCH-TRL-REC.
           05 FILLER            PIC X.
           05 SWT-COUNT         PIC 9(7).
           05 SWT-AMOUNT        PIC 9(11)V99.
           05 FILLER            PIC X(59).

       FD  ACCT-MASTER.
       01  ACCT-MASTER-REC.
      * shared ACCTMAST record layout
           COPY ACCTREC.

       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           05 DP-BUS-DATE       PIC 9(8).
           05 DP-REASON         PIC X(20).
           05 DP-SWITCH-REC     PIC X(80).

       FD  SETHIST-FILE.
       01  SETHIST-REC.
           05 SS-SETTLE-DATE    PIC 9(8).
           05 SS-SWITCH-ID      PIC X(8).
           05 SS-RUN-DATE       PIC 9(8).
           05 SS-COUNT          PIC 9(7).
           05 SS-AMOUNT         PIC 9(11)V99.

       FD  REPORT-FILE.
       01  PRINT-LINE           PIC X(80).

           COPY XTRAPPFD.

           COPY RUNLOGFD.
           COPY SUPAUTFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared supervisor-override working-storage
           COPY SUPAUTWS.
      * shared extract-append working-storage
           COPY XTRAPPWS.
      * shared pagination working-storage
           COPY PAGEWS.
       01  WS-PRT-HOLD          PIC X(80) VALUE SPACES.

       01  WS-SW-STATUS         PIC XX VALUE SPACES.
       01  WS-MAST-STATUS       PIC XX VALUE SPACES.
       01  WS-DISP-STATUS       PIC XX VALUE SPACES.
       01  WS-SETHIST-STATUS    PIC XX VALUE SPACES.
       01  WS-SW-EOF            PIC X VALUE 'N'.
       01  WS-SETHIST-EOF       PIC X VALUE 'N'.
       01  WS-IMPORTED-SW       PIC X VALUE 'N'.
       01  WS-TRAILER-SW        PIC X VALUE 'N'.
       01  WS-BALANCED-SW       PIC X VALUE 'N'.
       01  WS-REASON            PIC X(20) VALUE SPACES.
       01  WS-CH-SUB            PIC 9 VALUE 0.

      * the settlement named by the file's header
       01  WS-SETTLE-DATE       PIC 9(8) VALUE 0.
       01  WS-SWITCH-ID         PIC X(8) VALUE SPACES.

      * the switch's own figures off its trailer, and what
      *the approved items on the file actually add to
       01  WS-SWITCH-FIGURES.
           05 WS-TRL-COUNT      PIC 9(7) VALUE 0.
           05 WS-TRL-AMOUNT     PIC 9(11)V99 VALUE 0.
           05 WS-APPR-COUNT     PIC 9(7) VALUE 0.
           05 WS-APPR-AMOUNT    PIC 9(11)V99 VALUE 0.
           05 WS-DECL-COUNT     PIC 9(7) VALUE 0.

      * per channel, ATM then POS then anything else the
      *switch sends
       01  WS-CHANNEL-TOTALS.
           05 WS-CHANNEL OCCURS 3 TIMES.
              10 CH-IMP-COUNT   PIC 9(7) VALUE 0.
              10 CH-IMP-AMOUNT  PIC 9(11)V99 VALUE 0.
              10 CH-DSP-COUNT   PIC 9(7) VALUE 0.
              10 CH-DSP-AMOUNT  PIC 9(11)V99 VALUE 0.
       01  WS-CHANNEL-NAMES.
           05 FILLER            PIC X(5) VALUE "ATM".
           05 FILLER            PIC X(5) VALUE "POS".
           05 FILLER            PIC X(5) VALUE "OTHER".
       01  WS-CHANNEL-NAME-TBL REDEFINES WS-CHANNEL-NAMES.
           05 WS-CHANNEL-NAME   PIC X(5) OCCURS 3 TIMES.

       01  WS-TOTALS.
           05 WS-IMP-COUNT      PIC 9(7) VALUE 0.
           05 WS-IMP-AMOUNT     PIC 9(11)V99 VALUE 0.
           05 WS-DSP-COUNT      PIC 9(7) VALUE 0.
           05 WS-DSP-AMOUNT     PIC 9(11)V99 VALUE 0.
           05 WS-DIFFERENCE     PIC S9(11)V99 VALUE 0.
           05 WS-UNEXPLAINED    PIC S9(11)V99 VALUE 0.

       01  HEADING-1.
           05 FILLER            PIC X(32) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "China Trust Bank".
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE "PAGE ".
           05 H1-PAGE           PIC ZZZ9.

       01  HEADING-2.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(28) VALUE
              "ATM/POS Switch Settlement".
           05 FILLER            PIC X(26) VALUE SPACES.

       01  DATE-LINE.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "Business Date: ".
           05 DT-DATE           PIC 9(8).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  SETTLE-LINE.
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "Settlement: ".
           05 ST-DATE           PIC 9(8).
           05 FILLER            PIC X(10) VALUE "  Switch: ".
           05 ST-SWITCH-ID      PIC X(8).
           05 FILLER            PIC X(22) VALUE SPACES.

       01  DISPUTE-HEADER.
           05 FILLER            PIC X(24) VALUE
              "Items Sent To Dispute:".
           05 FILLER            PIC X(56) VALUE SPACES.

       01  DISPUTE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-CHANNEL        PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-CARD           PIC X(16).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-ACCT-NO        PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-REF            PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-REASON         PIC X(20).

       01  NONE-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
              "None - every approved item imported.".
           05 FILLER            PIC X(36) VALUE SPACES.

       01  CHANNEL-HEADER.
           05 FILLER            PIC X(12) VALUE "Channel".
           05 FILLER            PIC X(8)  VALUE "   Items".
           05 FILLER            PIC X(19) VALUE
              "           Imported".
           05 FILLER            PIC X(8)  VALUE "   Items".
           05 FILLER            PIC X(19) VALUE
              "           Disputed".
           05 FILLER            PIC X(14) VALUE SPACES.

       01  CHANNEL-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-NAME           PIC X(5).
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 CL-IMP-COUNT      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-IMP-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 CL-DSP-COUNT      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CL-DSP-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(15) VALUE SPACES.

       01  RECON-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RC-LABEL          PIC X(36).
           05 RC-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RC-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(13) VALUE SPACES.

       01  DIFF-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DF-LABEL          PIC X(45).
           05 DF-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(13) VALUE SPACES.

       01  UNBAL-LINE.
           05 FILLER            PIC X(54) VALUE
              "*** SWITCH FILE DOES NOT BALANCE TO ITS TRAILER - NOTH".
           05 FILLER            PIC X(26) VALUE
              "ING IMPORTED ***".

       01  GAP-LINE.
           05 FILLER            PIC X(54) VALUE
              "*** IMPORTED AND DISPUTED DO NOT ACCOUNT FOR THE SWITC".
           05 FILLER            PIC X(26) VALUE
              "H TOTAL ***".

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.

           OPEN INPUT SWITCH-FILE.
           IF WS-SW-STATUS = "35"
               DISPLAY "SWITCH-IMPORT: *** SWITCHIN NOT FOUND. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           PERFORM 100-TOTAL-ONE-ITEM UNTIL WS-SW-EOF = 'Y'.
           CLOSE SWITCH-FILE.

      * a file whose approved items do not add to its own
      *trailer is short or damaged - balance it before a single
      *item goes anywhere
           IF WS-TRAILER-SW = 'Y'
               AND WS-APPR-COUNT = WS-TRL-COUNT
               AND WS-APPR-AMOUNT = WS-TRL-AMOUNT
               MOVE 'Y' TO WS-BALANCED-SW
           END-IF.

      * a settlement already imported would be posted twice
      *- only a supervisor waves a second import through
           IF WS-BALANCED-SW = 'Y'
               PERFORM 040-CHECK-IMPORTED
               IF WS-IMPORTED-SW = 'Y'
                   DISPLAY "SWITCH-IMPORT: *** SETTLEMENT "
                       WS-SETTLE-DATE " " WS-SWITCH-ID
                       " HAS ALREADY BEEN IMPORTED ***"
                   MOVE "SWITCH SETTLEMENT REIMPORT" TO WS-SA-WHAT
                   PERFORM SUPAUTH-CHECK-RTN
                   IF WS-SA-OK = 'N'
                       DISPLAY "SWITCH-IMPORT: RUN REFUSED."
                       MOVE 8 TO RETURN-CODE
                       PERFORM RUNLOG-END-RTN
                       GOBACK
                   END-IF
               END-IF
           END-IF.

           IF WS-BALANCED-SW = 'Y'
               OPEN INPUT ACCT-MASTER
               IF WS-MAST-STATUS = "35"
                   DISPLAY "SWITCH-IMPORT: *** ACCTMAST NOT "
                       "FOUND. ***"
                   DISPLAY "SWITCH-IMPORT: NOTHING IMPORTED."
                   MOVE 8 TO RETURN-CODE
                   PERFORM RUNLOG-END-RTN
                   GOBACK
               END-IF
      * an extract too large for the work table would come
      *back short at the rewrite - import nothing
               PERFORM XTRAPP-LOAD-RTN
               IF WS-XA-OVFL-SW = 'Y'
                   DISPLAY "SWITCH-IMPORT: *** TRANSIN.TXT TOO "
                       "LARGE FOR THE WORK TABLE - MORE THAN 1000 "
                       "RECORDS. ***"
                   DISPLAY "SWITCH-IMPORT: NOTHING IMPORTED. RAISE "
                       "THE TABLE AND RERUN."
                   MOVE 8 TO RETURN-CODE
                   CLOSE ACCT-MASTER
                   PERFORM RUNLOG-END-RTN
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.

           IF WS-BALANCED-SW = 'Y'
               PERFORM 200-IMPORT-ITEMS
               CLOSE ACCT-MASTER
           END-IF.

      * the items were released into the work table whole
      *or not at all; a table that overflowed part-way leaves
      *the extract and the dispute file as they were
           IF WS-XA-OVFL-SW = 'Y'
               DISPLAY "SWITCH-IMPORT: *** TRANSIN.TXT TOO LARGE "
                   "FOR THE WORK TABLE WITH THE CARD ITEMS. ***"
               DISPLAY "SWITCH-IMPORT: NOTHING IMPORTED. RAISE THE "
                   "TABLE AND RERUN."
               MOVE 8 TO RETURN-CODE
               CLOSE REPORT-FILE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           IF WS-BALANCED-SW = 'Y'
               IF WS-XA-ADDED > 0
                   PERFORM XTRAPP-REWRITE-RTN
               END-IF
               PERFORM 300-WRITE-DISPUTES
               PERFORM 700-WRITE-IMPORTED
           END-IF.

           PERFORM 800-PRINT-SETTLEMENT.
           CLOSE REPORT-FILE.

           MOVE WS-IMP-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           IF WS-BALANCED-SW = 'N'
               DISPLAY "SWITCH-IMPORT: *** SWITCHIN DOES NOT "
                   "BALANCE TO ITS TRAILER - NOTHING IMPORTED. ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "SWITCH-IMPORT: " WS-IMP-COUNT " IMPORTED, "
               WS-DSP-COUNT " TO DISPUTE, " WS-DECL-COUNT
               " DECLINED.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="SWITCH-IMPORT"==.

      * shared supervisor-override paragraphs
           COPY SUPAUTRTN
               REPLACING ==SUPAUTH-PROGNAME== BY =="SWITCH-IMPORT"==.

      * shared extract-append paragraphs
           COPY XTRAPPRTN.

      * shared pagination paragraph
           COPY PAGERTN
               REPLACING ==PAGE-HEAD-RTN== BY ==150-PRINT-HEADINGS==.

       040-CHECK-IMPORTED.
           MOVE 'N' TO WS-IMPORTED-SW.
           OPEN INPUT SETHIST-FILE.
           IF WS-SETHIST-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM 045-CHECK-ONE-SETTLEMENT
                   UNTIL WS-SETHIST-EOF = 'Y'
               CLOSE SETHIST-FILE
           END-IF.

       045-CHECK-ONE-SETTLEMENT.
           READ SETHIST-FILE
               AT END MOVE 'Y' TO WS-SETHIST-EOF
               NOT AT END
                   IF SS-SETTLE-DATE = WS-SETTLE-DATE
                       AND SS-SWITCH-ID = WS-SWITCH-ID
                       MOVE 'Y' TO WS-IMPORTED-SW
                       MOVE 'Y' TO WS-SETHIST-EOF
                   END-IF
           END-READ.

      * the first pass only adds up; declined items are the
      *switch's refusals and never settle
       100-TOTAL-ONE-ITEM.
           READ SWITCH-FILE
               AT END MOVE 'Y' TO WS-SW-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN SW-HEADER
                           MOVE SWH-SETTLE-DATE TO WS-SETTLE-DATE
                           MOVE SWH-SWITCH-ID TO WS-SWITCH-ID
                       WHEN SW-TRAILER
                           MOVE 'Y' TO WS-TRAILER-SW
                           MOVE SWT-COUNT TO WS-TRL-COUNT
                           MOVE SWT-AMOUNT TO WS-TRL-AMOUNT
                       WHEN SW-DETAIL AND SW-APPROVED
                           ADD 1 TO WS-APPR-COUNT
                           ADD SW-AMOUNT TO WS-APPR-AMOUNT
                       WHEN SW-DETAIL
                           ADD 1 TO WS-DECL-COUNT
                   END-EVALUATE
           END-READ.

       200-IMPORT-ITEMS.
           MOVE DISPUTE-HEADER TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE 'N' TO WS-SW-EOF.
           OPEN INPUT SWITCH-FILE.
           PERFORM 210-IMPORT-ONE-ITEM UNTIL WS-SW-EOF = 'Y'.
           CLOSE SWITCH-FILE.
           IF WS-DSP-COUNT = 0
               MOVE NONE-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           END-IF.

      * an approved item posts only to an account the master
      *carries as active; anything else is the switch's money
      *the bank cannot place, and goes to dispute
       210-IMPORT-ONE-ITEM.
           READ SWITCH-FILE
               AT END MOVE 'Y' TO WS-SW-EOF
               NOT AT END
                   IF SW-DETAIL AND SW-APPROVED
                       PERFORM 220-CHECK-ACCOUNT
                       PERFORM 230-PICK-CHANNEL
                       IF WS-REASON = SPACES
                           PERFORM 240-RELEASE-ITEM
                       ELSE
                           PERFORM 250-DISPUTE-ITEM
                       END-IF
                   END-IF
           END-READ.

       220-CHECK-ACCOUNT.
           MOVE SPACES TO WS-REASON.
           MOVE SW-ACCT-NO TO MA-ACCT-NO.
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "UNKNOWN ACCOUNT" TO WS-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MA-FROZEN
                           MOVE "ACCOUNT FROZEN" TO WS-REASON
                       WHEN MA-CLOSED
                           MOVE "ACCOUNT CLOSED" TO WS-REASON
                   END-EVALUATE
           END-READ.

       230-PICK-CHANNEL.
           EVALUATE TRUE
               WHEN SW-ATM MOVE 1 TO WS-CH-SUB
               WHEN SW-POS MOVE 2 TO WS-CH-SUB
               WHEN OTHER  MOVE 3 TO WS-CH-SUB
           END-EVALUATE.

      * the channel and the tail of the switch reference
      *ride in the to-account field, the marker the fee and
      *statement runs tell a card item from a counter one by
       240-RELEASE-ITEM.
           MOVE SPACES TO WS-XA-TRANS.
           MOVE SW-ACCT-NO TO XA-ACCT-NO.
           MOVE MA-ACCT-NAME TO XA-ACCT-NAME.
           MOVE 'W' TO XA-CODE.
           MOVE SW-AMOUNT TO XA-AMOUNT.
           MOVE SW-CHANNEL TO XA-TO-ACCT-NO(1:3).
           MOVE "-" TO XA-TO-ACCT-NO(4:1).
           MOVE SW-SWITCH-REF(7:6) TO XA-TO-ACCT-NO(5:6).
           MOVE SW-TRANS-DATE TO XA-DATE.
           PERFORM XTRAPP-ADD-RTN.
           ADD 1 TO WS-IMP-COUNT.
           ADD SW-AMOUNT TO WS-IMP-AMOUNT.
           ADD 1 TO CH-IMP-COUNT(WS-CH-SUB).
           ADD SW-AMOUNT TO CH-IMP-AMOUNT(WS-CH-SUB).

      * the dispute is listed now and written to SWDISPUT
      *with the extract, once nothing can stop the import;
      *only the first six and last four card digits print
       250-DISPUTE-ITEM.
           ADD 1 TO WS-DSP-COUNT.
           ADD SW-AMOUNT TO WS-DSP-AMOUNT.
           ADD 1 TO CH-DSP-COUNT(WS-CH-SUB).
           ADD SW-AMOUNT TO CH-DSP-AMOUNT(WS-CH-SUB).
           MOVE SW-CHANNEL TO DL-CHANNEL.
           MOVE ALL "*" TO DL-CARD.
           MOVE SW-CARD-NO(1:6) TO DL-CARD(1:6).
           MOVE SW-CARD-NO(13:4) TO DL-CARD(13:4).
           MOVE SW-ACCT-NO TO DL-ACCT-NO.
           MOVE SW-SWITCH-REF TO DL-REF.
           MOVE SW-AMOUNT TO DL-AMOUNT.
           MOVE WS-REASON TO DL-REASON.
           MOVE DISPUTE-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

      * the second walk over the file takes the same items
      *the report listed, so the two always agree
       300-WRITE-DISPUTES.
           IF WS-DSP-COUNT > 0
               OPEN EXTEND DISPUTE-FILE
               IF WS-DISP-STATUS = "35"
                   OPEN OUTPUT DISPUTE-FILE
               END-IF
               OPEN INPUT ACCT-MASTER
               MOVE 'N' TO WS-SW-EOF
               OPEN INPUT SWITCH-FILE
               PERFORM 310-WRITE-ONE-DISPUTE UNTIL WS-SW-EOF = 'Y'
               CLOSE SWITCH-FILE
               CLOSE ACCT-MASTER
               CLOSE DISPUTE-FILE
           END-IF.

       310-WRITE-ONE-DISPUTE.
           READ SWITCH-FILE
               AT END MOVE 'Y' TO WS-SW-EOF
               NOT AT END
                   IF SW-DETAIL AND SW-APPROVED
                       PERFORM 220-CHECK-ACCOUNT
                       IF WS-REASON NOT = SPACES
                           MOVE WS-RUNLOG-DATE TO DP-BUS-DATE
                           MOVE WS-REASON TO DP-REASON
                           MOVE SWITCH-REC TO DP-SWITCH-REC
                           WRITE DISPUTE-REC
                       END-IF
                   END-IF
           END-READ.

       700-WRITE-IMPORTED.
           OPEN EXTEND SETHIST-FILE.
           IF WS-SETHIST-STATUS = "35"
               OPEN OUTPUT SETHIST-FILE
           END-IF.
           MOVE WS-SETTLE-DATE TO SS-SETTLE-DATE.
           MOVE WS-SWITCH-ID TO SS-SWITCH-ID.
           MOVE WS-RUNLOG-DATE TO SS-RUN-DATE.
           MOVE WS-IMP-COUNT TO SS-COUNT.
           MOVE WS-IMP-AMOUNT TO SS-AMOUNT.
           WRITE SETHIST-REC.
           CLOSE SETHIST-FILE.

      * the switch's total against what the bank took, by
      *channel and in all; imported plus disputed should
      *account for every approved peso
       800-PRINT-SETTLEMENT.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE CHANNEL-HEADER TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           PERFORM 810-PRINT-ONE-CHANNEL
               VARYING WS-CH-SUB FROM 1 BY 1 UNTIL WS-CH-SUB > 3.

           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Switch settlement total (trailer)" TO RC-LABEL.
           MOVE WS-TRL-COUNT TO RC-COUNT.
           MOVE WS-TRL-AMOUNT TO RC-AMOUNT.
           MOVE RECON-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Approved items on the file" TO RC-LABEL.
           MOVE WS-APPR-COUNT TO RC-COUNT.
           MOVE WS-APPR-AMOUNT TO RC-AMOUNT.
           MOVE RECON-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Imported to TRANSIN.TXT" TO RC-LABEL.
           MOVE WS-IMP-COUNT TO RC-COUNT.
           MOVE WS-IMP-AMOUNT TO RC-AMOUNT.
           MOVE RECON-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Sent to dispute" TO RC-LABEL.
           MOVE WS-DSP-COUNT TO RC-COUNT.
           MOVE WS-DSP-AMOUNT TO RC-AMOUNT.
           MOVE RECON-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Declined by the switch (not settled)" TO RC-LABEL.
           MOVE WS-DECL-COUNT TO RC-COUNT.
           MOVE 0 TO RC-AMOUNT.
           MOVE RECON-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

           COMPUTE WS-DIFFERENCE = WS-TRL-AMOUNT - WS-IMP-AMOUNT.
           COMPUTE WS-UNEXPLAINED =
               WS-TRL-AMOUNT - WS-IMP-AMOUNT - WS-DSP-AMOUNT.
           MOVE SPACES TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Difference, switch total less imported"
               TO DF-LABEL.
           MOVE WS-DIFFERENCE TO DF-AMOUNT.
           MOVE DIFF-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.
           MOVE "Unaccounted after disputes" TO DF-LABEL.
           MOVE WS-UNEXPLAINED TO DF-AMOUNT.
           MOVE DIFF-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

           IF WS-BALANCED-SW = 'N'
               MOVE SPACES TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
               MOVE UNBAL-LINE TO WS-PRT-HOLD
               PERFORM 910-WRITE-LINE
           ELSE
               IF WS-UNEXPLAINED NOT = 0
                   MOVE SPACES TO WS-PRT-HOLD
                   PERFORM 910-WRITE-LINE
                   MOVE GAP-LINE TO WS-PRT-HOLD
                   PERFORM 910-WRITE-LINE
               END-IF
           END-IF.

       810-PRINT-ONE-CHANNEL.
           MOVE WS-CHANNEL-NAME(WS-CH-SUB) TO CL-NAME.
           MOVE CH-IMP-COUNT(WS-CH-SUB) TO CL-IMP-COUNT.
           MOVE CH-IMP-AMOUNT(WS-CH-SUB) TO CL-IMP-AMOUNT.
           MOVE CH-DSP-COUNT(WS-CH-SUB) TO CL-DSP-COUNT.
           MOVE CH-DSP-AMOUNT(WS-CH-SUB) TO CL-DSP-AMOUNT.
           MOVE CHANNEL-LINE TO WS-PRT-HOLD.
           PERFORM 910-WRITE-LINE.

       150-PRINT-HEADINGS.
           MOVE WS-PAGE-NO TO H1-PAGE.
           WRITE PRINT-LINE FROM HEADING-1.
           WRITE PRINT-LINE FROM HEADING-2.
           MOVE WS-RUNLOG-DATE TO DT-DATE.
           WRITE PRINT-LINE FROM DATE-LINE.
           MOVE WS-SETTLE-DATE TO ST-DATE.
           MOVE WS-SWITCH-ID TO ST-SWITCH-ID.
           WRITE PRINT-LINE FROM SETTLE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 5 TO WS-LINE-CNT.

      * every report line passes through here so the page
      *fills and breaks in one place
       910-WRITE-LINE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-LINE FROM WS-PRT-HOLD.
           ADD 1 TO WS-LINE-CNT.
