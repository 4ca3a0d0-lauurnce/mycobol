      *========================================================*
      *  PRODFD.cpy                                            *
      *  FD/record for the product master. PM-ONHAND is the    *
      *  quantity the stock ledger says is in the warehouse    *
      *  (negative when more went out than was ever received   *
      *  in); PM-REORDER the level at or below which the       *
      *  product is to be reordered; PM-COST the unit cost,    *
      *  averaged over the receipts.                           *
      *========================================================*
       FD  PROD-FILE
           LABEL RECORD IS OMITTED.
       01  PRODM-REC.
           02  PM-CODE     PIC X(4).
           02  PM-NAME     PIC X(20).
           02  PM-ONHAND   PIC S9(7).
           02  PM-REORDER  PIC 9(7).
           02  PM-COST     PIC 9(5)V99.
