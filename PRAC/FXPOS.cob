       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-POSITION.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - end-of-day foreign-exchange
      *                position. Reads the counter deals FINALQUIZ
      *                appends to FXDEAL and reports per branch to
      *                FXPOS.OUT the Dollars bought and sold on the
      *                business date, the day's net, the open
      *                position carried by every deal on file
      *                through the date (bought less sold), and
      *                the spread income the day's deals earned,
      *                with totals across the branches.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXDEAL-FILE ASSIGN TO "FXDEAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXDEAL-STATUS.

           SELECT RPT-FILE ASSIGN TO "FXPOS.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
       FD  FXDEAL-FILE
           LABEL RECORD IS STANDARD.
       01  FXDEAL-REC.
      * shared foreign-exchange deal layout
           COPY FXDEALRC.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

      * shared validation-loop switches
           COPY VALSW.

       01  WS-FXDEAL-STATUS PIC XX VALUE SPACES.
       01  WS-FXDEAL-EOF   PIC X VALUE 'N'.
       01  WS-OVERFLOW-SW  PIC X VALUE 'N'.
       01  WS-DEALS-TODAY  PIC 9(5) VALUE 0.

      * one slot per branch the deals name, carrying the
      *day's flows and the open position to date
       01  WS-BRANCH-TABLE.
           02 WS-BRANCH-COUNT PIC 99 VALUE 0.
           02 WS-BRANCH-ENTRY OCCURS 20 TIMES INDEXED BY BR-IDX.
              03 BR-CODE      PIC X(3).
              03 BR-NAME      PIC X(15).
              03 BR-BOUGHT    PIC 9(11)V99.
              03 BR-SOLD      PIC 9(11)V99.
              03 BR-OPEN      PIC S9(11)V99.
              03 BR-SPREAD    PIC 9(11)V99.
      * the matched table slot, captured by the FIND
      *paragraph itself at the point of the match
       01  WS-BRANCH-HIT   PIC 99 VALUE 0.

       01  WS-CALCS.
           05 WS-NET        PIC S9(11)V99 VALUE 0.
           05 WS-TOT-BOUGHT PIC 9(11)V99 VALUE 0.
           05 WS-TOT-SOLD   PIC 9(11)V99 VALUE 0.
           05 WS-TOT-NET    PIC S9(11)V99 VALUE 0.
           05 WS-TOT-OPEN   PIC S9(11)V99 VALUE 0.
           05 WS-TOT-SPREAD PIC 9(11)V99 VALUE 0.

       01  HDR-1.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(30) VALUE
              "Foreign Exchange Position".
           02 FILLER PIC X(25) VALUE SPACES.

       01  HDR-DATE.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "Business Date: ".
           02 HD-DATE PIC 9(8).
           02 FILLER PIC X(29) VALUE SPACES.

       01  COLS-LINE.
           02 FILLER PIC X(5)  VALUE "Br".
           02 FILLER PIC X(14) VALUE "   USD Bought".
           02 FILLER PIC X(14) VALUE "     USD Sold".
           02 FILLER PIC X(14) VALUE "    Net Today".
           02 FILLER PIC X(14) VALUE "Open Position".
           02 FILLER PIC X(14) VALUE "  Spread(PHP)".

       01  DETAIL-LINE.
           02 DL-BRANCH PIC X(3).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 DL-BOUGHT PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 DL-SOLD PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 DL-NET  PIC Z,ZZZ,ZZ9.99-.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 DL-OPEN PIC Z,ZZZ,ZZ9.99-.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 DL-SPREAD PIC ZZ,ZZZ,ZZ9.99.

       01  NAME-LINE.
           02 FILLER  PIC X(5)  VALUE SPACES.
           02 NL-NAME PIC X(15).
           02 FILLER  PIC X(60) VALUE SPACES.

       01  TOTAL-LINE.
           02 FILLER  PIC X(5)  VALUE "Tot".
           02 TL-BOUGHT PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 TL-SOLD PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 TL-NET  PIC Z,ZZZ,ZZ9.99-.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 TL-OPEN PIC Z,ZZZ,ZZ9.99-.
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 TL-SPREAD PIC ZZ,ZZZ,ZZ9.99.

       01  LONG-SHORT-LINE.
           02 FILLER  PIC X(23) VALUE "Bank's open position: ".
           02 LS-WORD PIC X(6).
           02 FILLER  PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM RUNLOG-START-RTN.
           OPEN INPUT FXDEAL-FILE.
           IF WS-FXDEAL-STATUS = "35"
               DISPLAY "FX-POSITION: FXDEAL NOT FOUND - NO DEALS "
                   "ON FILE."
               PERFORM RUNLOG-END-RTN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-ONE-DEAL-RTN UNTIL WS-FXDEAL-EOF = 'Y'.
           CLOSE FXDEAL-FILE.

      * a branch left off the report would understate the
      *bank's position - print nothing rather than part of it
           IF WS-OVERFLOW-SW = 'Y'
               DISPLAY "FX-POSITION: *** MORE BRANCHES THAN THE WORK "
                   "TABLE HOLDS. ***"
               DISPLAY "FX-POSITION: NOTHING PRINTED. RAISE THE "
                   "TABLE AND RERUN."
               PERFORM RUNLOG-END-RTN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT RPT-FILE.
           PERFORM PRINT-REPORT-RTN.
           CLOSE RPT-FILE.

           MOVE WS-DEALS-TODAY TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           DISPLAY "FX-POSITION: " WS-DEALS-TODAY
               " DEAL(S) ON THE BUSINESS DATE.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="FX-POSITION"==.

      * every deal through the business date builds the open
      *position; only the day's deals count as bought, sold and
      *earned
       READ-ONE-DEAL-RTN.
           READ FXDEAL-FILE
               AT END MOVE 'Y' TO WS-FXDEAL-EOF
               NOT AT END
                   IF FXD-DATE NOT > WS-RUNLOG-DATE
                       PERFORM TAKE-ONE-DEAL-RTN
                   END-IF
           END-READ.

       TAKE-ONE-DEAL-RTN.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-BRANCH-HIT.
           PERFORM FIND-BRANCH-RTN
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BRANCH-COUNT OR WS-FOUND-SW = 'Y'.
           IF WS-FOUND-SW = 'N'
               IF WS-BRANCH-COUNT < 20
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-HIT
                   SET BR-IDX TO WS-BRANCH-HIT
                   MOVE FXD-BRANCH-CODE TO BR-CODE(BR-IDX)
                   MOVE FXD-BRANCH-NAME TO BR-NAME(BR-IDX)
                   MOVE 0 TO BR-BOUGHT(BR-IDX)
                   MOVE 0 TO BR-SOLD(BR-IDX)
                   MOVE 0 TO BR-OPEN(BR-IDX)
                   MOVE 0 TO BR-SPREAD(BR-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.
           IF WS-BRANCH-HIT > 0
               SET BR-IDX TO WS-BRANCH-HIT
               IF FXD-BUY
                   ADD FXD-USD TO BR-OPEN(BR-IDX)
               ELSE
                   SUBTRACT FXD-USD FROM BR-OPEN(BR-IDX)
               END-IF
               IF FXD-DATE = WS-RUNLOG-DATE
                   ADD 1 TO WS-DEALS-TODAY
                   ADD FXD-SPREAD-INC TO BR-SPREAD(BR-IDX)
                   IF FXD-BUY
                       ADD FXD-USD TO BR-BOUGHT(BR-IDX)
                   ELSE
                       ADD FXD-USD TO BR-SOLD(BR-IDX)
                   END-IF
               END-IF
           END-IF.

      * WS-BRANCH-HIT is captured here, at the point of the
      *match, since BR-IDX no longer points at the match once the
      *PERFORM VARYING that found it has returned
       FIND-BRANCH-RTN.
           IF BR-CODE(BR-IDX) = FXD-BRANCH-CODE
               MOVE 'Y' TO WS-FOUND-SW
               MOVE BR-IDX TO WS-BRANCH-HIT
           END-IF.

       PRINT-REPORT-RTN.
           WRITE PRINT-LINE FROM HDR-1.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HDR-DATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COLS-LINE.

           PERFORM PRINT-ONE-BRANCH-RTN
               VARYING BR-IDX FROM 1 BY 1
               UNTIL BR-IDX > WS-BRANCH-COUNT.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TOT-BOUGHT TO TL-BOUGHT.
           MOVE WS-TOT-SOLD TO TL-SOLD.
           MOVE WS-TOT-NET TO TL-NET.
           MOVE WS-TOT-OPEN TO TL-OPEN.
           MOVE WS-TOT-SPREAD TO TL-SPREAD.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           EVALUATE TRUE
               WHEN WS-TOT-OPEN > 0
                   MOVE "LONG" TO LS-WORD
               WHEN WS-TOT-OPEN < 0
                   MOVE "SHORT" TO LS-WORD
               WHEN OTHER
                   MOVE "SQUARE" TO LS-WORD
           END-EVALUATE.
           WRITE PRINT-LINE FROM LONG-SHORT-LINE.

       PRINT-ONE-BRANCH-RTN.
           COMPUTE WS-NET = BR-BOUGHT(BR-IDX) - BR-SOLD(BR-IDX).
           MOVE BR-CODE(BR-IDX) TO DL-BRANCH.
           MOVE BR-BOUGHT(BR-IDX) TO DL-BOUGHT.
           MOVE BR-SOLD(BR-IDX) TO DL-SOLD.
           MOVE WS-NET TO DL-NET.
           MOVE BR-OPEN(BR-IDX) TO DL-OPEN.
           MOVE BR-SPREAD(BR-IDX) TO DL-SPREAD.
           WRITE PRINT-LINE FROM DETAIL-LINE.
           MOVE BR-NAME(BR-IDX) TO NL-NAME.
           WRITE PRINT-LINE FROM NAME-LINE.
           ADD BR-BOUGHT(BR-IDX) TO WS-TOT-BOUGHT.
           ADD BR-SOLD(BR-IDX) TO WS-TOT-SOLD.
           ADD WS-NET TO WS-TOT-NET.
           ADD BR-OPEN(BR-IDX) TO WS-TOT-OPEN.
           ADD BR-SPREAD(BR-IDX) TO WS-TOT-SPREAD.
