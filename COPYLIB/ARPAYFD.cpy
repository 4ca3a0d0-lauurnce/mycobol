      *========================================================*
      *  ARPAYFD.cpy                                           *
      *  FD/record for the receipts history. PY-INV-NO is the  *
      *  invoice the receipt was applied to, the advertiser    *
      *  carried as the invoice carries it; PY-REF is the      *
      *  official receipt or cheque number keyed with it, or   *
      *  CM and the invoice number for a credit memo.          *
      *========================================================*
       FD  ARPAY-FILE
           LABEL RECORD IS OMITTED.
       01  ARPAY-REC.
           02 PY-INV-NO      PIC 9(7).
           02 PY-ADV-CODE    PIC X(6).
           02 PY-ADV-NAME    PIC X(20).
           02 PY-DATE        PIC 9(8).
           02 PY-REF         PIC X(12).
           02 PY-AMOUNT      PIC 9(11)V99.
