       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-RECEIPT.
      *AUTHOR.     LAWRENCE PANES.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the warehouse's goods-received
      *                screen for the STKLEDGR stock ledger. Takes
      *                a product code, shows the product off
      *                PRODMAST with its stock on hand, reorder
      *                point and unit cost; then posts the quantity
      *                received against its receiving report number
      *                at the running balance, under the operator
      *                signed on through MAINMENU and the business
      *                date. A unit cost keyed with the receipt
      *                averages into the product's cost over the
      *                stock already on hand; none keyed leaves the
      *                cost as it stands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the product master the receipts add to
           COPY PRODSL.

      * the operator MAINMENU signed on, when there is one
           SELECT OPER-SESS-FILE ASSIGN TO "OPERSESS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERSESS-STATUS.

      * the business/processing date operations maintains
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDT-STATUS.

      * shared stock ledger
           COPY STKLSL.

       DATA DIVISION.
       FILE SECTION.
           COPY PRODFD.

       FD  OPER-SESS-FILE
           LABEL RECORD IS OMITTED.
       01  OPER-SESS-REC.
           02 OPER-SESS-ID PIC X(08).

       FD  BUSDATE-FILE
           LABEL RECORD IS OMITTED.
       01  BUSDATE-REC.
           02 BD-DATE     PIC 9(08).

           COPY STKLFD.

       WORKING-STORAGE SECTION.
      * shared product-master working-storage
           COPY PRODWS.
      * shared stock-ledger working-storage
           COPY STKLWS.

       01  WS-OPERSESS-STATUS PIC XX VALUE SPACES.
       01  WS-BUSDT-STATUS PIC XX VALUE SPACES.
       01  WS-DONE-SW     PIC X VALUE 'N'.
       01  WS-CONFIRM     PIC X VALUE SPACES.
       01  WS-OPERATOR    PIC X(8) VALUE SPACES.
       01  WS-TODAY       PIC 9(8) VALUE 0.
       01  WS-RR-NO       PIC X(12) VALUE SPACES.
       01  IN-QTY         PIC 9(7) VALUE 0.
       01  IN-COST        PIC 9(5)V99 VALUE 0.
       01  WS-NEW-COST    PIC 9(5)V99 VALUE 0.
       01  WS-POSTED      PIC 9(4) VALUE 0.
       01  WS-POSTED-QTY  PIC 9(9) VALUE 0.

       01  DISP-QTY       PIC Z,ZZZ,ZZ9-.
       01  DISP-COST      PIC ZZ,ZZ9.99.
       01  DISP-TOTAL     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM GET-OPERATOR-RTN.
           PERFORM LOAD-BUSDATE-RTN.

           PERFORM PROD-LOAD-RTN.
           IF WS-PROD-STATUS = "35"
               DISPLAY 'STOCK-RECEIPT: PRODMAST NOT FOUND.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * a product left off the table would be dropped from
      *PRODMAST when it is written back
           IF WS-PROD-OVFL-SW = 'Y'
               DISPLAY 'STOCK-RECEIPT: PRODMAST HOLDS MORE THAN '
                   '500 PRODUCTS - NOTHING CAN BE POSTED.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RECEIVE-ONE-RTN UNTIL WS-DONE-SW = 'Y'.

           MOVE WS-POSTED-QTY TO DISP-TOTAL.
           DISPLAY 'STOCK-RECEIPT: ' WS-POSTED ' RECEIPT(S) POSTED, '
               DISP-TOTAL ' UNIT(S).'.
           STOP RUN.

      * the operator comes off the menu's sign-on session
      *when there is one, and is asked for otherwise
       GET-OPERATOR-RTN.
           OPEN INPUT OPER-SESS-FILE.
           IF WS-OPERSESS-STATUS = "35"
               DISPLAY 'Operator ID: '
               ACCEPT WS-OPERATOR
           ELSE
               READ OPER-SESS-FILE
                   AT END CONTINUE
                   NOT AT END MOVE OPER-SESS-ID TO WS-OPERATOR
               END-READ
               CLOSE OPER-SESS-FILE
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

       RECEIVE-ONE-RTN.
           DISPLAY ' '.
           DISPLAY 'Product code (blank to finish): '.
           MOVE SPACES TO WS-PROD-FIND.
           ACCEPT WS-PROD-FIND.
           INSPECT WS-PROD-FIND CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-PROD-FIND = SPACES
               MOVE 'Y' TO WS-DONE-SW
           ELSE
               PERFORM PROD-FIND-RTN
               IF WS-PRODM-HIT = 0
                   DISPLAY 'No such product on the master.'
               ELSE
                   PERFORM SHOW-PRODUCT-RTN
                   PERFORM TAKE-RECEIPT-RTN
               END-IF
           END-IF.

      * the product as the stock ledger stands
       SHOW-PRODUCT-RTN.
           DISPLAY PM-T-CODE(WS-PRODM-HIT) ' '
               PM-T-NAME(WS-PRODM-HIT).
           MOVE PM-T-ONHAND(WS-PRODM-HIT) TO DISP-QTY.
           DISPLAY '  On hand:       ' DISP-QTY.
           MOVE PM-T-REORDER(WS-PRODM-HIT) TO DISP-QTY.
           DISPLAY '  Reorder point: ' DISP-QTY.
           MOVE PM-T-COST(WS-PRODM-HIT) TO DISP-COST.
           DISPLAY '  Unit cost:     ' DISP-COST.

      * a receipt needs its receiving report and a quantity;
      *the unit cost is optional
       TAKE-RECEIPT-RTN.
           DISPLAY 'Receiving report number: '.
           MOVE SPACES TO WS-RR-NO.
           ACCEPT WS-RR-NO.
           DISPLAY 'Quantity received: '.
           ACCEPT IN-QTY.
           DISPLAY 'Unit cost (0 = as it stands): '.
           ACCEPT IN-COST.
           EVALUATE TRUE
               WHEN WS-RR-NO = SPACES
                   DISPLAY 'A receipt needs its receiving report '
                       'number - nothing posted.'
               WHEN IN-QTY = 0
                   DISPLAY 'No quantity keyed - nothing posted.'
               WHEN OTHER
                   PERFORM AVERAGE-COST-RTN
                   MOVE IN-QTY TO DISP-QTY
                   MOVE WS-NEW-COST TO DISP-COST
                   DISPLAY 'Receive ' DISP-QTY ' on report '
                       WS-RR-NO ' at cost ' DISP-COST '? (Y/N): '
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       PERFORM POST-RECEIPT-RTN
                   ELSE
                       DISPLAY 'Nothing posted.'
                   END-IF
           END-EVALUATE.

      * the receipt's cost averages with the cost of what is
      *already on hand; with nothing on hand it simply stands
       AVERAGE-COST-RTN.
           IF IN-COST = 0
               MOVE PM-T-COST(WS-PRODM-HIT) TO WS-NEW-COST
           ELSE
               IF PM-T-ONHAND(WS-PRODM-HIT) > 0
                   COMPUTE WS-NEW-COST ROUNDED =
                       (PM-T-ONHAND(WS-PRODM-HIT)
                        * PM-T-COST(WS-PRODM-HIT)
                        + IN-QTY * IN-COST)
                       / (PM-T-ONHAND(WS-PRODM-HIT) + IN-QTY)
               ELSE
                   MOVE IN-COST TO WS-NEW-COST
               END-IF
           END-IF.

       POST-RECEIPT-RTN.
           ADD IN-QTY TO PM-T-ONHAND(WS-PRODM-HIT).
           MOVE WS-NEW-COST TO PM-T-COST(WS-PRODM-HIT).
           MOVE PM-T-CODE(WS-PRODM-HIT) TO WS-SK-CODE.
           MOVE WS-TODAY TO WS-SK-DATE.
           MOVE 'P' TO WS-SK-TYPE.
           MOVE IN-QTY TO WS-SK-QTY.
           MOVE PM-T-ONHAND(WS-PRODM-HIT) TO WS-SK-BALANCE.
           IF IN-COST = 0
               MOVE WS-NEW-COST TO WS-SK-COST
           ELSE
               MOVE IN-COST TO WS-SK-COST
           END-IF.
           MOVE WS-RR-NO TO WS-SK-REF.
           MOVE WS-OPERATOR TO WS-SK-OPER.
           PERFORM STKL-POST-RTN.
           PERFORM PROD-SAVE-RTN.
           ADD 1 TO WS-POSTED.
           ADD IN-QTY TO WS-POSTED-QTY.
           MOVE PM-T-ONHAND(WS-PRODM-HIT) TO DISP-QTY.
           DISPLAY 'Receipt posted - on hand now ' DISP-QTY '.'.

      * shared product-master and stock-ledger paragraphs
       COPY PRODRTN.
       COPY STKLRTN.
