      *========================================================*
      *  ARINVFD.cpy                                           *
      *  FD/record for the open-invoice file. AR-ADV-CODE is   *
      *  the ADVMAST code billed, blank for a booking keyed    *
      *  before the master, AR-ADV-NAME the name the invoice   *
      *  went to. AR-AMOUNT is the net due after agency        *
      *  commission; AR-PAID what receipts have paid of it,    *
      *  the last on AR-LAST-PAID. An invoice is open while    *
      *  AR-PAID is short of AR-AMOUNT.                        *
      *========================================================*
       FD  ARINV-FILE
           LABEL RECORD IS OMITTED.
       01  ARINV-REC.
           02 AR-INV-NO      PIC 9(7).
           02 AR-ADV-CODE    PIC X(6).
           02 AR-ADV-NAME    PIC X(20).
           02 AR-INV-DATE    PIC 9(8).
           02 AR-DUE-DATE    PIC 9(8).
           02 AR-AMOUNT      PIC 9(11)V99.
           02 AR-PAID        PIC 9(11)V99.
           02 AR-LAST-PAID   PIC 9(8).
