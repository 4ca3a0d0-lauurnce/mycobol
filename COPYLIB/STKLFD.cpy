      *========================================================*
      *  STKLFD.cpy                                            *
      *  FD/record for the stock ledger. SKL-TYPE is S for a   *
      *  sale, R for a customer return, P for goods received   *
      *  and C for a physical-count adjustment; SKL-QTY is     *
      *  positive into the warehouse and negative out of it,   *
      *  and SKL-BALANCE is the product's on-hand quantity     *
      *  once it is posted. SKL-COST is the unit cost the      *
      *  movement was posted at. SKL-REF carries the salesman  *
      *  number for a sale or return and the receiving report  *
      *  number for a receipt. SKL-DATE is the date of the     *
      *  movement, SKL-TIME the machine clock's.               *
      *========================================================*
       FD  STKL-FILE
           LABEL RECORD IS OMITTED.
       01  STKL-REC.
           02 SKL-CODE     PIC X(4).
           02 SKL-DATE     PIC 9(8).
           02 SKL-TIME     PIC 9(8).
           02 SKL-TYPE     PIC X.
              88 SKL-SALE       VALUE 'S'.
              88 SKL-RETURN     VALUE 'R'.
              88 SKL-RECEIPT    VALUE 'P'.
              88 SKL-COUNT-ADJ  VALUE 'C'.
           02 SKL-QTY      PIC S9(7).
           02 SKL-BALANCE  PIC S9(7).
           02 SKL-COST     PIC 9(5)V99.
           02 SKL-REF      PIC X(12).
           02 SKL-OPER     PIC X(8).
