       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-VALUATION.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the month-end stock valuation
      *                and shrinkage report. For the month of the
      *                business date, each product's movements come
      *                off the STKLEDGR stock ledger - opening
      *                stock, receipts, sales net of returns and
      *                count adjustments - to the book quantity the
      *                ledger stands at; the warehouse's physical
      *                count off STKCOUNT is set against it, and
      *                the difference is valued at the unit cost as
      *                shrinkage, with the stock valued at cost, to
      *                STKVAL.OUT. Count lines for codes not on
      *                PRODMAST are listed. On the operator's word
      *                each difference posts to the ledger as a
      *                count adjustment and PRODMAST takes the
      *                counted quantity, so next month opens from
      *                what is really on the shelves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the product master: stock on hand and unit cost
           COPY PRODSL.

      * the stock ledger the month's movements come off
           COPY STKLSL.

      * the warehouse's physical count: product code and
      *the quantity counted, one line per count sheet
           SELECT COUNT-FILE ASSIGN TO "STKCOUNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT RPT-FILE ASSIGN TO "STKVAL.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the valuation
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY PRODFD.

           COPY STKLFD.

       FD  COUNT-FILE
           LABEL RECORD IS OMITTED.
       01  COUNT-REC.
           05 CT-CODE      PIC X(4).
           05 CT-QTY       PIC 9(7).

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE PIC X(130).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared product-master working-storage
           COPY PRODWS.
      * shared stock-ledger working-storage
           COPY STKLWS.

       01  WS-COUNT-STATUS PIC XX VALUE SPACES.
       01  WS-COUNT-EOF    PIC X VALUE 'N'.
       01  WS-POST-SW      PIC X VALUE 'N'.
       01  WS-MONTH        PIC 9(6) VALUE 0.
       01  WS-ENTRY-MONTH  PIC 9(6) VALUE 0.

      * each product's month off the ledger and its count,
      *kept beside its entry in the product table
       01  WS-VAL-TABLE.
           05 WS-VAL-ENTRY OCCURS 500 TIMES.
              10 VL-SEEN     PIC X.
              10 VL-BOOK     PIC S9(7).
              10 VL-RCVD     PIC S9(7).
              10 VL-SOLD     PIC S9(7).
              10 VL-ADJ      PIC S9(7).
              10 VL-COUNTED  PIC 9(7).
              10 VL-CT-SW    PIC X.

      * count lines whose code PRODMAST does not know
       01  WS-STRAY-TABLE.
           05 WS-STRAY-COUNT PIC 99 VALUE 0.
           05 WS-STRAY-ENTRY OCCURS 50 TIMES.
              10 SY-CODE     PIC X(4).
              10 SY-QTY      PIC 9(7).
       01  WS-STRAY-LINES  PIC 9(5) VALUE 0.
       01  WS-STRAY-IDX    PIC 99 VALUE 0.

       01  WS-OPENING      PIC S9(8) VALUE 0.
       01  WS-SHRINK       PIC S9(8) VALUE 0.
       01  WS-SHRINK-VAL   PIC S9(9)V99 VALUE 0.
       01  WS-LINE-VAL     PIC S9(9)V99 VALUE 0.
       01  WS-BOOK-VAL     PIC S9(11)V99 VALUE 0.
       01  WS-TOT-BOOK     PIC S9(11)V99 VALUE 0.
       01  WS-TOT-VALUE    PIC S9(11)V99 VALUE 0.
       01  WS-TOT-SHRINK   PIC S9(11)V99 VALUE 0.
       01  WS-COUNTED      PIC 9(5) VALUE 0.
       01  WS-NOT-COUNTED  PIC 9(5) VALUE 0.
       01  WS-ADJ-POSTED   PIC 9(5) VALUE 0.

       01  RPT-HDR-1.
           05 FILLER    PIC X(45) VALUE SPACES.
           05 FILLER    PIC X(40) VALUE
              "Month-End Stock Valuation and Shrinkage".
           05 FILLER    PIC X(45) VALUE SPACES.

       01  RPT-HDR-2.
           05 FILLER    PIC X(46) VALUE SPACES.
           05 FILLER    PIC X(7)  VALUE "Month: ".
           05 RH-MONTH  PIC 9(6).
           05 FILLER    PIC X(17) VALUE "  Business date: ".
           05 RH-DATE   PIC 9(8).
           05 FILLER    PIC X(46) VALUE SPACES.

       01  COL-HDR-1.
           05 FILLER    PIC X(25) VALUE "Code Product".
           05 FILLER    PIC X(10) VALUE "   Opening".
           05 FILLER    PIC X(10) VALUE "  Received".
           05 FILLER    PIC X(10) VALUE " Sold, net".
           05 FILLER    PIC X(10) VALUE " Count adj".
           05 FILLER    PIC X(10) VALUE "      Book".
           05 FILLER    PIC X(10) VALUE "   Counted".
           05 FILLER    PIC X(10) VALUE " Shrinkage".
           05 FILLER    PIC X(13) VALUE " Shrinkage at".
           05 FILLER    PIC X(13) VALUE "     Value at".
           05 FILLER    PIC X(9)  VALUE SPACES.

       01  COL-HDR-2.
           05 FILLER    PIC X(95) VALUE SPACES.
           05 FILLER    PIC X(13) VALUE "         cost".
           05 FILLER    PIC X(13) VALUE "         cost".
           05 FILLER    PIC X(9)  VALUE SPACES.

       01  DETAIL-LINE.
           05 DL-CODE   PIC X(4).
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-NAME   PIC X(20).
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-OPEN   PIC ZZZZ,ZZ9-.
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-RCVD   PIC ZZZZ,ZZ9-.
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-SOLD   PIC ZZZZ,ZZ9-.
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-ADJ    PIC ZZZZ,ZZ9-.
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-BOOK   PIC ZZZZ,ZZ9-.
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-COUNT  PIC ZZZZ,ZZ9-.
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-SHRINK PIC ZZZZ,ZZ9-.
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-SHRINK-VAL PIC ZZZZ,ZZ9.99-.
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-VALUE  PIC ZZZZ,ZZ9.99-.
           05 FILLER    PIC X(1)  VALUE SPACES.
           05 DL-FLAG   PIC X(8).

       01  TOTAL-LINE.
           05 FILLER    PIC X(26) VALUE SPACES.
           05 TL-LABEL  PIC X(30).
           05 TL-AMT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER    PIC X(55) VALUE SPACES.

       01  COUNT-LINE.
           05 FILLER    PIC X(26) VALUE SPACES.
           05 FILLER    PIC X(18) VALUE "Products counted: ".
           05 CL-COUNTED PIC ZZ,ZZ9.
           05 FILLER    PIC X(17) VALUE "   Not counted: ".
           05 CL-NOT    PIC ZZ,ZZ9.
           05 FILLER    PIC X(30) VALUE
              "   Count lines not on master: ".
           05 CL-STRAY  PIC ZZ,ZZ9.
           05 FILLER    PIC X(21) VALUE SPACES.

       01  STRAY-HDR.
           05 FILLER    PIC X(26) VALUE SPACES.
           05 FILLER    PIC X(40) VALUE
              "Counted But Not On The Product Master:".
           05 FILLER    PIC X(64) VALUE SPACES.

       01  STRAY-LINE.
           05 FILLER    PIC X(28) VALUE SPACES.
           05 SL-CODE   PIC X(4).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 SL-QTY    PIC Z,ZZZ,ZZ9.
           05 FILLER    PIC X(87) VALUE SPACES.

       01  POST-LINE.
           05 FILLER    PIC X(26) VALUE SPACES.
           05 PL-TEXT   PIC X(40).
           05 PL-COUNT  PIC ZZ,ZZ9.
           05 FILLER    PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.
           MOVE WS-RUNLOG-DATE(1:6) TO WS-MONTH.
           PERFORM PROD-LOAD-RTN.
           IF WS-PROD-STATUS = "35"
               DISPLAY "STOCK-VALUATION: PRODMAST NOT FOUND."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
      * a product left off the table would go unvalued, and be
      *dropped from PRODMAST if the adjustments were posted
           IF WS-PROD-OVFL-SW = 'Y'
               DISPLAY "STOCK-VALUATION: PRODMAST HOLDS MORE THAN "
                   "500 PRODUCTS - RUN REFUSED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-STATUS = "35"
               DISPLAY "STOCK-VALUATION: STKCOUNT NOT FOUND - THE "
                   "PHYSICAL COUNT MUST BE KEYED FIRST."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           DISPLAY "Post the count adjustments to the stock "
               "ledger? (Y/N): ".
           ACCEPT WS-POST-SW.
           IF WS-POST-SW = 'y'
               MOVE 'Y' TO WS-POST-SW
           END-IF.

           PERFORM 100-CLEAR-ONE-PRODUCT
               VARYING WS-PRODM-IDX FROM 1 BY 1
               UNTIL WS-PRODM-IDX > WS-PRODM-COUNT.
           PERFORM 110-LOAD-ONE-COUNT UNTIL WS-COUNT-EOF = 'Y'.
           CLOSE COUNT-FILE.

           OPEN INPUT STKL-FILE.
           IF WS-SKL-STATUS NOT = "35"
               PERFORM 200-SCAN-LEDGER UNTIL WS-SKL-EOF = 'Y'
               CLOSE STKL-FILE
           END-IF.

           OPEN OUTPUT RPT-FILE.
           WRITE PRINT-LINE FROM RPT-HDR-1.
           MOVE WS-MONTH TO RH-MONTH.
           MOVE WS-RUNLOG-DATE TO RH-DATE.
           WRITE PRINT-LINE FROM RPT-HDR-2.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COL-HDR-1.
           WRITE PRINT-LINE FROM COL-HDR-2.

           IF WS-POST-SW = 'Y'
               PERFORM STKL-OPEN-RTN
           END-IF.
           PERFORM 300-PRINT-ONE-PRODUCT
               VARYING WS-PRODM-IDX FROM 1 BY 1
               UNTIL WS-PRODM-IDX > WS-PRODM-COUNT.
           IF WS-POST-SW = 'Y'
               CLOSE STKL-FILE
               PERFORM PROD-SAVE-RTN
           END-IF.

           PERFORM 400-PRINT-TOTALS.

           MOVE WS-PRODM-COUNT TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           DISPLAY "STOCK-VALUATION: " WS-PRODM-COUNT
               " PRODUCT(S) VALUED, " WS-ADJ-POSTED
               " ADJUSTMENT(S) POSTED.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="STOCK-VALUATION"==.

      * shared product-master and stock-ledger paragraphs
           COPY PRODRTN.
           COPY STKLRTN.

       100-CLEAR-ONE-PRODUCT.
           MOVE 'N' TO VL-SEEN(WS-PRODM-IDX).
           MOVE 0 TO VL-BOOK(WS-PRODM-IDX).
           MOVE 0 TO VL-RCVD(WS-PRODM-IDX).
           MOVE 0 TO VL-SOLD(WS-PRODM-IDX).
           MOVE 0 TO VL-ADJ(WS-PRODM-IDX).
           MOVE 0 TO VL-COUNTED(WS-PRODM-IDX).
           MOVE 'N' TO VL-CT-SW(WS-PRODM-IDX).

      * a product counted in more than one place has a sheet
      *for each, and the sheets add up
       110-LOAD-ONE-COUNT.
           READ COUNT-FILE
               AT END MOVE 'Y' TO WS-COUNT-EOF
               NOT AT END
                   MOVE CT-CODE TO WS-PROD-FIND
                   PERFORM PROD-FIND-RTN
                   IF WS-PRODM-HIT > 0
                       ADD CT-QTY TO VL-COUNTED(WS-PRODM-HIT)
                       MOVE 'Y' TO VL-CT-SW(WS-PRODM-HIT)
                   ELSE
                       PERFORM 120-NOTE-STRAY-COUNT
                   END-IF
           END-READ.

       120-NOTE-STRAY-COUNT.
           ADD 1 TO WS-STRAY-LINES.
           IF WS-STRAY-COUNT < 50
               ADD 1 TO WS-STRAY-COUNT
               MOVE CT-CODE TO SY-CODE(WS-STRAY-COUNT)
               MOVE CT-QTY TO SY-QTY(WS-STRAY-COUNT)
           END-IF.

      * the ledger is in posting order, so the balance of the
      *last movement up to the month's end is the book quantity;
      *movements after the month are not this valuation's
       200-SCAN-LEDGER.
           READ STKL-FILE
               AT END MOVE 'Y' TO WS-SKL-EOF
               NOT AT END
                   MOVE SKL-DATE(1:6) TO WS-ENTRY-MONTH
                   IF WS-ENTRY-MONTH NOT > WS-MONTH
                       MOVE SKL-CODE TO WS-PROD-FIND
                       PERFORM PROD-FIND-RTN
                       IF WS-PRODM-HIT > 0
                           PERFORM 210-TAKE-ONE-MOVEMENT
                       END-IF
                   END-IF
           END-READ.

       210-TAKE-ONE-MOVEMENT.
           MOVE 'Y' TO VL-SEEN(WS-PRODM-HIT).
           MOVE SKL-BALANCE TO VL-BOOK(WS-PRODM-HIT).
           IF WS-ENTRY-MONTH = WS-MONTH
               EVALUATE TRUE
                   WHEN SKL-RECEIPT
                       ADD SKL-QTY TO VL-RCVD(WS-PRODM-HIT)
                   WHEN SKL-SALE
                   WHEN SKL-RETURN
                       SUBTRACT SKL-QTY FROM VL-SOLD(WS-PRODM-HIT)
                   WHEN OTHER
                       ADD SKL-QTY TO VL-ADJ(WS-PRODM-HIT)
               END-EVALUATE
           END-IF.

      * a product the ledger never moved stands at what
      *PRODMAST carries; one not counted is valued at its book
       300-PRINT-ONE-PRODUCT.
           IF VL-SEEN(WS-PRODM-IDX) = 'N'
               MOVE PM-T-ONHAND(WS-PRODM-IDX)
                   TO VL-BOOK(WS-PRODM-IDX)
           END-IF.
           COMPUTE WS-OPENING = VL-BOOK(WS-PRODM-IDX)
               - VL-RCVD(WS-PRODM-IDX) + VL-SOLD(WS-PRODM-IDX)
               - VL-ADJ(WS-PRODM-IDX).
           COMPUTE WS-BOOK-VAL = VL-BOOK(WS-PRODM-IDX)
               * PM-T-COST(WS-PRODM-IDX).
           ADD WS-BOOK-VAL TO WS-TOT-BOOK.
           MOVE PM-T-CODE(WS-PRODM-IDX) TO DL-CODE.
           MOVE PM-T-NAME(WS-PRODM-IDX) TO DL-NAME.
           MOVE WS-OPENING TO DL-OPEN.
           MOVE VL-RCVD(WS-PRODM-IDX) TO DL-RCVD.
           MOVE VL-SOLD(WS-PRODM-IDX) TO DL-SOLD.
           MOVE VL-ADJ(WS-PRODM-IDX) TO DL-ADJ.
           MOVE VL-BOOK(WS-PRODM-IDX) TO DL-BOOK.
           IF VL-CT-SW(WS-PRODM-IDX) = 'Y'
               ADD 1 TO WS-COUNTED
               COMPUTE WS-SHRINK = VL-BOOK(WS-PRODM-IDX)
                   - VL-COUNTED(WS-PRODM-IDX)
               COMPUTE WS-SHRINK-VAL = WS-SHRINK
                   * PM-T-COST(WS-PRODM-IDX)
               COMPUTE WS-LINE-VAL = VL-COUNTED(WS-PRODM-IDX)
                   * PM-T-COST(WS-PRODM-IDX)
               ADD WS-SHRINK-VAL TO WS-TOT-SHRINK
               MOVE VL-COUNTED(WS-PRODM-IDX) TO DL-COUNT
               MOVE WS-SHRINK TO DL-SHRINK
               MOVE WS-SHRINK-VAL TO DL-SHRINK-VAL
               MOVE SPACES TO DL-FLAG
               IF WS-POST-SW = 'Y' AND WS-SHRINK NOT = 0
                   PERFORM 310-POST-ADJUSTMENT
               END-IF
           ELSE
               ADD 1 TO WS-NOT-COUNTED
               MOVE WS-BOOK-VAL TO WS-LINE-VAL
               MOVE 0 TO DL-COUNT
               MOVE 0 TO DL-SHRINK
               MOVE 0 TO DL-SHRINK-VAL
               MOVE "NO COUNT" TO DL-FLAG
           END-IF.
           ADD WS-LINE-VAL TO WS-TOT-VALUE.
           MOVE WS-LINE-VAL TO DL-VALUE.
           WRITE PRINT-LINE FROM DETAIL-LINE.

      * the count stands: the difference posts as an
      *adjustment and the master takes the counted quantity
       310-POST-ADJUSTMENT.
           MOVE PM-T-CODE(WS-PRODM-IDX) TO WS-SK-CODE.
           MOVE WS-RUNLOG-DATE TO WS-SK-DATE.
           MOVE 'C' TO WS-SK-TYPE.
           COMPUTE WS-SK-QTY = 0 - WS-SHRINK.
           MOVE VL-COUNTED(WS-PRODM-IDX) TO WS-SK-BALANCE.
           MOVE PM-T-COST(WS-PRODM-IDX) TO WS-SK-COST.
           MOVE SPACES TO WS-SK-REF.
           STRING "COUNT " WS-MONTH DELIMITED BY SIZE
               INTO WS-SK-REF.
           MOVE WS-RUNLOG-OPER TO WS-SK-OPER.
           PERFORM STKL-WRITE-RTN.
           MOVE VL-COUNTED(WS-PRODM-IDX)
               TO PM-T-ONHAND(WS-PRODM-IDX).
           ADD 1 TO WS-ADJ-POSTED.
           MOVE "ADJUSTED" TO DL-FLAG.

       400-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "Book stock at cost:" TO TL-LABEL.
           MOVE WS-TOT-BOOK TO TL-AMT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE "Shrinkage at cost:" TO TL-LABEL.
           MOVE WS-TOT-SHRINK TO TL-AMT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE "Month-end stock at cost:" TO TL-LABEL.
           MOVE WS-TOT-VALUE TO TL-AMT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-COUNTED TO CL-COUNTED.
           MOVE WS-NOT-COUNTED TO CL-NOT.
           MOVE WS-STRAY-LINES TO CL-STRAY.
           WRITE PRINT-LINE FROM COUNT-LINE.
           IF WS-POST-SW = 'Y'
               MOVE "Count adjustments posted to STKLEDGR:"
                   TO PL-TEXT
               MOVE WS-ADJ-POSTED TO PL-COUNT
           ELSE
               MOVE "Count adjustments not posted." TO PL-TEXT
               MOVE 0 TO PL-COUNT
           END-IF.
           WRITE PRINT-LINE FROM POST-LINE.
           IF WS-STRAY-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               WRITE PRINT-LINE FROM STRAY-HDR
               PERFORM 410-PRINT-ONE-STRAY
                   VARYING WS-STRAY-IDX FROM 1 BY 1
                   UNTIL WS-STRAY-IDX > WS-STRAY-COUNT
           END-IF.

       410-PRINT-ONE-STRAY.
           MOVE SY-CODE(WS-STRAY-IDX) TO SL-CODE.
           MOVE SY-QTY(WS-STRAY-IDX) TO SL-QTY.
           WRITE PRINT-LINE FROM STRAY-LINE.
