      *========================================================*
      *  STKLSL.cpy                                            *
      *  FILE-CONTROL entry for the stock ledger: the          *
      *  warehouse's stock card, one record per movement of a  *
      *  product in or out, each carrying the product's        *
      *  on-hand quantity after it. SALE posts its sales and   *
      *  returns, STOCK-RECEIPT the goods received, and        *
      *  STOCK-VALUATION the month-end count adjustments.      *
      *========================================================*
           SELECT STKL-FILE ASSIGN TO "STKLEDGR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKL-STATUS.
