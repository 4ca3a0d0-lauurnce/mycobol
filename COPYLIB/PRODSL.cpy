      *========================================================*
      *  PRODSL.cpy                                            *
      *  FILE-CONTROL entry for the product master: code,      *
      *  name, the quantity on hand, the reorder point and the *
      *  unit cost. SALE validates its sales against it and    *
      *  takes its sales and returns off the on-hand quantity; *
      *  STOCK-RECEIPT adds what the warehouse receives;       *
      *  STOCK-REORDER and STOCK-VALUATION report off it.      *
      *========================================================*
           SELECT PROD-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.
