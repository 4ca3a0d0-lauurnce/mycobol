      *                the business date, for the nightly
      *                CONTROL-BALANCE report that proves every
      *                record is accounted for at each hand-off.
      *2026-10-15  LP  The record grew the quantity sold and
      *                PRODMAST grew the quantity on hand, the
      *                reorder point and the unit cost (the shared
      *                PROD copybooks now carry its layout, and its
      *                table holds 500 products - a larger file
      *                refuses the run rather than reject the
      *                products that did not fit). A sale takes its
      *                quantity off the product's stock and a
      *                return puts it back, each posted to the
      *                STKLEDGR stock ledger with the balance after
      *                it; the area's movements post together with
      *                PRODMAST at the area break, ahead of
      *                SALEREST, so a resumed run never posts them
      *                twice. A zero quantity is rejected (QTY ).
      *                INREC is 56 bytes now and SALERJCT with it.
      *                The product-name lookups at the area break
      *                no longer borrow the record's own product
      *                code, which had tallied the first sale of
      *                each new area under the last product of the
      *                area before.
      *2026-10-15  LP  The salesman master grew the salesman's
      *                payout account (ACCTMAST deposit account,
      *                blank for cheque payment) for the new
      *                COMM-PAYOUT run, which pays the COMMREG
      *                commission as bank credits. SALESMEN and
      *                COMMREG now take their layouts from the
      *                shared SMANREC and CREGREC copybooks; an
      *                existing SALESMEN file must be converted
      *                to the 50-byte layout.
      *2026-10-15  LP  An area with more stock movements than the
      *                500-entry work table no longer posts the
      *                full table ahead of its break, which a
      *                resumed run would have posted again: the
      *                area's break posts none of its movements,
      *                names the area and ends the run with
      *                return code 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-PC.
           SELECT REJECT-FILE ASSIGN TO 'SALERJCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
      * the salesman master: number, name, area, quota,
      *payout account
           SELECT SMAN-FILE ASSIGN TO 'SALESMEN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMAN-STATUS.
           SELECT AREA-FILE ASSIGN TO 'AREAMAST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AREA-STATUS.
      * the product master: code, name, stock on hand,
      *reorder point, unit cost
           COPY PRODSL.
      * the stock ledger the sales and returns post to
           COPY STKLSL.
      * the machine-readable commission register payroll
      *consumes
           SELECT CREG-FILE ASSIGN TO 'COMMREG'
       FILE SECTION.
       FD INFILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS INREC.
       01  INREC.
           02  AC          PIC  X.
              88 IS-RETURN VALUE 'R'.
      * the date of the sale, for the pay-period cut
           02  SDATE       PIC  9(8).
      * how many units went out, or came back on a return
           02  QTY         PIC  9(5).

       FD  OUTFILE
           LABEL RECORD IS OMITTED
       FD  SMAN-FILE
           LABEL RECORD IS OMITTED.
       01  SMAN-REC.
      * shared salesman-master layout
           COPY SMANREC.

       FD  AREA-FILE
           LABEL RECORD IS OMITTED.
           02  AM-NAME     PIC X(20).
           02  AM-REGION   PIC X(15).

           COPY PRODFD.

           COPY STKLFD.

       FD  CREG-FILE
           LABEL RECORD IS OMITTED.
       01  CREG-REC.
      * shared commission-register layout
           COPY CREGREC.

       FD  ANSWER-FILE.
       01  ANSWER-REC.
      * the rejected record as it arrived, plus why
       FD  REJECT-FILE.
       01  REJECT-OUT-REC.
           02  RJO-RECORD  PIC X(56).
           02  RJO-REASON  PIC X(4).

      * everything a rerun needs to pick up after the last
       01  WS-AREA-NAME    PIC X(20) VALUE SPACES.
       01  WS-AREA-REGION  PIC X(15) VALUE SPACES.

      * the product master, loaded once at start-up
           COPY PRODWS.
      * shared stock-ledger working-storage
           COPY STKLWS.

      * the stock movements of the area whose page is
      *open, posted to the ledger and PRODMAST at its break
       01  WS-STKMV-TABLE.
           02 WS-STKMV-COUNT PIC 999 VALUE ZERO.
           02 WS-STKMV-ENTRY OCCURS 500 TIMES.
              03 MV-CODE    PIC X(4).
              03 MV-DATE    PIC 9(8).
              03 MV-TYPE    PIC X.
              03 MV-QTY     PIC S9(7).
              03 MV-BALANCE PIC S9(7).
              03 MV-COST    PIC 9(5)V99.
              03 MV-REF     PIC X(12).
              03 MV-OPER    PIC X(8).
       01  WS-STKMV-IDX    PIC 999 VALUE ZERO.
      * set when the open area had more movements than the
      *table holds; none of that area's stock is posted
       01  WS-STKMV-OVFL-SW PIC X VALUE 'N'.
       01  WS-STOCK-POSTED PIC 9(5) VALUE ZERO.

      * per-product subtotals for the area whose page is
      *open, reset at every area break
           02 P-GTC    PIC 9,999,999.99.
           02 FILLER   PIC X(40)     VALUE SPACES.

      * the stock movements this run posted to STKLEDGR
       01  GRAND-4.
           02 FILLER   PIC X(7)      VALUE SPACES.
           02 FILLER   PIC X(23)     VALUE 'STOCK MOVEMENTS POSTED:'.
           02 FILLER   PIC X(7)      VALUE SPACES.
           02 P-GSTK   PIC ZZ,ZZ9.
           02 FILLER   PIC X(37)     VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
      * FIX: REMOVED THE 'THRU' CLAUSE FOR SIMPLICITY
           PERFORM LOAD-PARMS-RTN.
           PERFORM LOAD-SMAN-RTN.
           PERFORM LOAD-AREAM-RTN.
           PERFORM PROD-LOAD-RTN.
      * a product left off the table would be rejected as
      *unknown and dropped from PRODMAST when it is written back
           IF WS-PROD-OVFL-SW = 'Y'
               DISPLAY 'SALE: PRODMAST HOLDS MORE THAN 500 '
                   'PRODUCTS - RUN REFUSED.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-RESTART-RTN.
           IF WS-RESUME-SKIP = 'Y'
               OPEN INPUT INFILE
                   MOVE 'Unknown Product' TO WS-REJECT-REASON
                   MOVE 'PROD' TO WS-REJECT-CODE
                   PERFORM RECORD-REJECT-RTN
               ELSE
               IF QTY = 0
                   MOVE 'Invalid Quantity' TO WS-REJECT-REASON
                   MOVE 'QTY ' TO WS-REJECT-CODE
                   PERFORM RECORD-REJECT-RTN
               ELSE
                   IF SVAC NOT = AC
                       PERFORM AC-BREAK-RTN
                   PERFORM UPDATE-SALESMAN-RTN
                   PERFORM TALLY-PRODUCT-RTN
                   PERFORM ROLL-CREG-SALE-RTN
                   PERFORM POST-STOCK-RTN
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       PROCESS-BODY-EXIT.
               MOVE WS-SMAN-IDX TO WS-SMAN-HIT
           END-IF.

      * the product master comes in once at start-up
      *(PROD-LOAD-RTN); a missing file just leaves the product
      *and stock features quiet
       CHECK-PRODUCT-RTN.
           MOVE PROD TO WS-PROD-FIND.
           PERFORM PROD-FIND-RTN.

      * the sale folds into its product's area subtotal
      *and the company product line
               MOVE WS-CPROD-IDX TO WS-CPROD-HIT
           END-IF.

      * the product name off the master for the code in
      *WS-PROD-FIND, UNKNOWN when it is not there; the record's
      *own PROD is never borrowed for the lookup
       NAME-ONE-PRODUCT-RTN.
           PERFORM PROD-FIND-RTN.

      * the marginal scheme: the first band's rate on the
      *slice up to the first break, the second band's on the
           PERFORM NET-RETURN-SALESMAN-RTN.
           PERFORM NET-RETURN-PRODUCT-RTN.
           PERFORM ROLL-CREG-RETURN-RTN.
           PERFORM POST-STOCK-RTN.
           IF WS-RET-COUNT < 50
               ADD 1 TO WS-RET-COUNT
               MOVE SNO TO RN-SNO(WS-RET-COUNT)
               SUBTRACT WS-BAND-AMT-3 FROM CG-COMM-3(WS-CREG-HIT)
           END-IF.

      * a sale comes off its product's stock and a return
      *goes back on; the movement waits with the rest of the
      *area's for the area break
       POST-STOCK-RTN.
           IF WS-PRODM-COUNT > 0
               PERFORM CHECK-PRODUCT-RTN
               IF WS-PRODM-HIT > 0
                   PERFORM HOLD-STOCK-MOVE-RTN
               END-IF
           END-IF.

      * an area with more movements than the table holds
      *is marked, and its break posts none of them rather
      *than a part ahead of the restart state
       HOLD-STOCK-MOVE-RTN.
           IF WS-STKMV-COUNT NOT < 500
               MOVE 'Y' TO WS-STKMV-OVFL-SW
           END-IF.
           IF WS-STKMV-OVFL-SW = 'N'
               PERFORM HOLD-ONE-MOVE-RTN
           END-IF.

       HOLD-ONE-MOVE-RTN.
           ADD 1 TO WS-STKMV-COUNT.
           IF IS-RETURN
               MOVE 'R' TO MV-TYPE(WS-STKMV-COUNT)
               MOVE QTY TO MV-QTY(WS-STKMV-COUNT)
               ADD QTY TO PM-T-ONHAND(WS-PRODM-HIT)
           ELSE
               MOVE 'S' TO MV-TYPE(WS-STKMV-COUNT)
               COMPUTE MV-QTY(WS-STKMV-COUNT) = 0 - QTY
               SUBTRACT QTY FROM PM-T-ONHAND(WS-PRODM-HIT)
           END-IF.
           MOVE PROD TO MV-CODE(WS-STKMV-COUNT).
           MOVE SDATE TO MV-DATE(WS-STKMV-COUNT).
           MOVE PM-T-ONHAND(WS-PRODM-HIT)
               TO MV-BALANCE(WS-STKMV-COUNT).
           MOVE PM-T-COST(WS-PRODM-HIT) TO MV-COST(WS-STKMV-COUNT).
           MOVE SNO TO MV-REF(WS-STKMV-COUNT).
           MOVE WS-RUNLOG-OPER TO MV-OPER(WS-STKMV-COUNT).

      * the area's movements reach the ledger and PRODMAST
      *together, just ahead of the restart state, so a rerun
      *resuming past this area never posts them twice
       FLUSH-STOCK-RTN.
           IF WS-STKMV-OVFL-SW = 'Y'
               PERFORM DROP-STOCK-RTN
           END-IF.
           IF WS-STKMV-COUNT > 0
               PERFORM STKL-OPEN-RTN
               PERFORM FLUSH-ONE-MOVE-RTN
                   VARYING WS-STKMV-IDX FROM 1 BY 1
                   UNTIL WS-STKMV-IDX > WS-STKMV-COUNT
               CLOSE STKL-FILE
               PERFORM PROD-SAVE-RTN
               ADD WS-STKMV-COUNT TO WS-STOCK-POSTED
               MOVE 0 TO WS-STKMV-COUNT
           END-IF.

       FLUSH-ONE-MOVE-RTN.
           MOVE WS-STKMV-ENTRY(WS-STKMV-IDX) TO WS-SKL-NEW.
           PERFORM STKL-WRITE-RTN.

      * the overflowed area's held movements come back off
      *the product table so PRODMAST is written without them
       DROP-STOCK-RTN.
           DISPLAY 'SALE: *** STOCK MOVEMENTS OF AREA ' SVAC
               ' TOO LARGE FOR THE WORK TABLES. ***'.
           DISPLAY 'SALE: NO STOCK POSTED FOR THE AREA. RAISE THE '
               'TABLE AND POST ITS MOVEMENTS.'.
           MOVE 8 TO RETURN-CODE.
           PERFORM DROP-ONE-MOVE-RTN
               VARYING WS-STKMV-IDX FROM 1 BY 1
               UNTIL WS-STKMV-IDX > WS-STKMV-COUNT.
           MOVE 0 TO WS-STKMV-COUNT.
           MOVE 'N' TO WS-STKMV-OVFL-SW.

       DROP-ONE-MOVE-RTN.
           MOVE MV-CODE(WS-STKMV-IDX) TO WS-PROD-FIND.
           PERFORM PROD-FIND-RTN.
           IF WS-PRODM-HIT > 0
               SUBTRACT MV-QTY(WS-STKMV-IDX)
                   FROM PM-T-ONHAND(WS-PRODM-HIT)
           END-IF.

       AC-BREAK-RTN.
           PERFORM PRINT-SALESMAN-SUBTOT-RTN.
           PERFORM PRINT-PROD-SUBTOT-RTN.
               MOVE SVAC TO WS-SEEN-CODE(WS-SEEN-COUNT)
           END-IF.

           PERFORM FLUSH-STOCK-RTN.
           PERFORM SAVE-RESTART-RTN.

           MOVE 0 TO TNS, TA, TC.

       PRINT-ONE-PROD-SUBTOT-RTN.
           MOVE AP-CODE(WS-APROD-IDX) TO PS-CODE.
           MOVE AP-CODE(WS-APROD-IDX) TO WS-PROD-FIND.
           PERFORM NAME-ONE-PRODUCT-RTN.
           IF WS-PRODM-HIT > 0
               MOVE PM-T-NAME(WS-PRODM-HIT) TO PS-NAME

       PRINT-ONE-CPROD-RTN.
           MOVE CP-CODE(WS-CPROD-IDX) TO CL-CODE.
           MOVE CP-CODE(WS-CPROD-IDX) TO WS-PROD-FIND.
           PERFORM NAME-ONE-PRODUCT-RTN.
           IF WS-PRODM-HIT > 0
               MOVE PM-T-NAME(WS-PRODM-HIT) TO CL-NAME
           WRITE OUTREC FROM GRAND-2 AFTER 1.
           MOVE GTC TO P-GTC.
           WRITE OUTREC FROM GRAND-3 AFTER 1.
           MOVE WS-STOCK-POSTED TO P-GSTK.
           WRITE OUTREC FROM GRAND-4 AFTER 1.

      * shared run-log paragraphs
      * shared pagination paragraph
       COPY PAGERTN
           REPLACING ==PAGE-HEAD-RTN== BY ==HEADING-RTN==.

      * shared product-master and stock-ledger paragraphs
       COPY PRODRTN.
       COPY STKLRTN.

      * shared control-count paragraph
       COPY BATCTLRTN
           REPLACING ==BATCTL-PROGNAME== BY =="SALE"==.
