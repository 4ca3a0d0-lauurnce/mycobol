      *========================================================*
      *  ARPAYRTN.cpy                                          *
      *  Common receipts-history paragraph: the append of one  *
      *  posted payment.                                       *
      *========================================================*
       ARPAY-ADD-RTN.
           OPEN EXTEND ARPAY-FILE.
           IF WS-ARPAY-STATUS = "35"
               OPEN OUTPUT ARPAY-FILE
           END-IF.
           WRITE ARPAY-REC.
           CLOSE ARPAY-FILE.
