      *========================================================*
      *  STULDGFD.cpy                                          *
      *  FD/record for the student ledger. SLG-TYPE is A for   *
      *  a term's assessment, P for a payment; SLG-AMOUNT is   *
      *  positive for a charge and negative for a payment, and *
      *  SLG-BALANCE is the student's balance once it is       *
      *  posted. An assessment carries the term it charges,    *
      *  the student's course at the time and the term's       *
      *  payment deadline in SLG-DUE-DATE; a payment carries   *
      *  the official receipt number in SLG-REF. SLG-DATE is   *
      *  the business date, SLG-TIME the machine clock's.      *
      *========================================================*
       FD  STULDG-FILE
           LABEL RECORD IS OMITTED.
       01  STULDG-REC.
           02 SLG-SNO      PIC 9(5).
           02 SLG-DATE     PIC 9(8).
           02 SLG-TIME     PIC 9(8).
           02 SLG-TYPE     PIC X.
              88 SLG-ASSESSMENT VALUE 'A'.
              88 SLG-PAYMENT    VALUE 'P'.
           02 SLG-SY       PIC 9(4).
           02 SLG-TERM     PIC 9.
           02 SLG-CRS      PIC X(4).
           02 SLG-AMOUNT   PIC S9(7)V99.
           02 SLG-BALANCE  PIC S9(7)V99.
           02 SLG-DUE-DATE PIC 9(8).
           02 SLG-REF      PIC X(12).
           02 SLG-OPER     PIC X(8).
