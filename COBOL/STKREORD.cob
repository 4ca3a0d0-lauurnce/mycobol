       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-REORDER.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the buyer's reorder list off
      *                PRODMAST: every product whose stock on hand
      *                stands at or below its reorder point, with
      *                the quantity short of the point, the unit
      *                cost and the date stock was last received
      *                off the STKLEDGR stock ledger, to
      *                STKREORD.OUT. Products out of stock, or
      *                driven below zero by sales the ledger never
      *                saw received, are flagged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the product master the list is drawn from
           COPY PRODSL.

      * the stock ledger, for the last receipt of each product
           COPY STKLSL.

           SELECT RPT-FILE ASSIGN TO "STKREORD.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the reorder list
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY PRODFD.

           COPY STKLFD.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE PIC X(100).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.
      * shared product-master working-storage
           COPY PRODWS.
      * shared stock-ledger working-storage
           COPY STKLWS.

      * the date each product was last received, kept beside
      *its entry in the product table
       01  WS-RCPT-TABLE.
           05 WS-LAST-RCPT PIC 9(8) OCCURS 500 TIMES.
       01  WS-SHORT       PIC S9(8) VALUE 0.
       01  WS-LISTED      PIC 9(5) VALUE 0.
       01  WS-OUT-COUNT   PIC 9(5) VALUE 0.

       01  RPT-HDR-1.
           05 FILLER    PIC X(38) VALUE SPACES.
           05 FILLER    PIC X(24) VALUE "Stock Reorder Report".
           05 FILLER    PIC X(38) VALUE SPACES.

       01  RPT-HDR-2.
           05 FILLER    PIC X(38) VALUE SPACES.
           05 FILLER    PIC X(15) VALUE "Business date: ".
           05 RH-DATE   PIC 9(8).
           05 FILLER    PIC X(39) VALUE SPACES.

       01  COL-HDR.
           05 FILLER    PIC X(28) VALUE "Code  Product".
           05 FILLER    PIC X(10) VALUE "  On hand".
           05 FILLER    PIC X(11) VALUE "    Reorder".
           05 FILLER    PIC X(11) VALUE "   Short by".
           05 FILLER    PIC X(11) VALUE "  Unit cost".
           05 FILLER    PIC X(11) VALUE " Last rcvd".
           05 FILLER    PIC X(18) VALUE SPACES.

       01  DETAIL-LINE.
           05 DL-CODE   PIC X(4).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 DL-NAME   PIC X(20).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 DL-ONHAND PIC Z,ZZZ,ZZ9-.
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 DL-REORDER PIC Z,ZZZ,ZZ9.
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 DL-SHORT  PIC Z,ZZZ,ZZ9.
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 DL-COST   PIC ZZ,ZZ9.99.
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 DL-RCVD   PIC X(8).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 DL-FLAG   PIC X(15).
           05 FILLER    PIC X(2)  VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER    PIC X(18) VALUE "Products on file: ".
           05 TL-ONFILE PIC ZZ,ZZ9.
           05 FILLER    PIC X(19) VALUE "   To be reordered:".
           05 TL-LISTED PIC ZZ,ZZ9.
           05 FILLER    PIC X(18) VALUE "   Out of stock: ".
           05 TL-OUT    PIC ZZ,ZZ9.
           05 FILLER    PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-LOGIC.
           PERFORM RUNLOG-START-RTN.
           PERFORM PROD-LOAD-RTN.
           IF WS-PROD-STATUS = "35"
               DISPLAY "STOCK-REORDER: PRODMAST NOT FOUND."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.
      * a product left off the table would be left off the
      *list without a word
           IF WS-PROD-OVFL-SW = 'Y'
               DISPLAY "STOCK-REORDER: PRODMAST HOLDS MORE THAN "
                   "500 PRODUCTS - RUN REFUSED."
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           MOVE ZEROS TO WS-RCPT-TABLE.
           OPEN INPUT STKL-FILE.
           IF WS-SKL-STATUS NOT = "35"
               PERFORM 100-SCAN-LEDGER UNTIL WS-SKL-EOF = 'Y'
               CLOSE STKL-FILE
           END-IF.

           OPEN OUTPUT RPT-FILE.
           WRITE PRINT-LINE FROM RPT-HDR-1.
           MOVE WS-RUNLOG-DATE TO RH-DATE.
           WRITE PRINT-LINE FROM RPT-HDR-2.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COL-HDR.

           PERFORM 200-CHECK-ONE-PRODUCT
               VARYING WS-PRODM-IDX FROM 1 BY 1
               UNTIL WS-PRODM-IDX > WS-PRODM-COUNT.

           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PRODM-COUNT TO TL-ONFILE.
           MOVE WS-LISTED TO TL-LISTED.
           MOVE WS-OUT-COUNT TO TL-OUT.
           WRITE PRINT-LINE FROM TOTAL-LINE.

           MOVE WS-LISTED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.

           CLOSE RPT-FILE.
           DISPLAY "STOCK-REORDER: " WS-LISTED
               " PRODUCT(S) TO BE REORDERED.".
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="STOCK-REORDER"==.

      * shared product-master paragraphs
           COPY PRODRTN.

      * the ledger is in posting order, so the last receipt
      *read for a product is its latest
       100-SCAN-LEDGER.
           READ STKL-FILE
               AT END MOVE 'Y' TO WS-SKL-EOF
               NOT AT END
                   IF SKL-RECEIPT
                       MOVE SKL-CODE TO WS-PROD-FIND
                       PERFORM PROD-FIND-RTN
                       IF WS-PRODM-HIT > 0
                           MOVE SKL-DATE
                               TO WS-LAST-RCPT(WS-PRODM-HIT)
                       END-IF
                   END-IF
           END-READ.

       200-CHECK-ONE-PRODUCT.
           IF PM-T-ONHAND(WS-PRODM-IDX)
                   NOT > PM-T-REORDER(WS-PRODM-IDX)
               PERFORM 210-LIST-ONE-PRODUCT
           END-IF.

       210-LIST-ONE-PRODUCT.
           ADD 1 TO WS-LISTED.
           MOVE PM-T-CODE(WS-PRODM-IDX) TO DL-CODE.
           MOVE PM-T-NAME(WS-PRODM-IDX) TO DL-NAME.
           MOVE PM-T-ONHAND(WS-PRODM-IDX) TO DL-ONHAND.
           MOVE PM-T-REORDER(WS-PRODM-IDX) TO DL-REORDER.
           COMPUTE WS-SHORT = PM-T-REORDER(WS-PRODM-IDX)
               - PM-T-ONHAND(WS-PRODM-IDX).
           MOVE WS-SHORT TO DL-SHORT.
           MOVE PM-T-COST(WS-PRODM-IDX) TO DL-COST.
           IF WS-LAST-RCPT(WS-PRODM-IDX) = 0
               MOVE "NONE" TO DL-RCVD
           ELSE
               MOVE WS-LAST-RCPT(WS-PRODM-IDX) TO DL-RCVD
           END-IF.
           EVALUATE TRUE
               WHEN PM-T-ONHAND(WS-PRODM-IDX) < 0
                   MOVE "*BELOW ZERO*" TO DL-FLAG
                   ADD 1 TO WS-OUT-COUNT
               WHEN PM-T-ONHAND(WS-PRODM-IDX) = 0
                   MOVE "*OUT OF STOCK*" TO DL-FLAG
                   ADD 1 TO WS-OUT-COUNT
               WHEN OTHER
                   MOVE SPACES TO DL-FLAG
           END-EVALUATE.
           WRITE PRINT-LINE FROM DETAIL-LINE.
