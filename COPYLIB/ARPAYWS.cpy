      *========================================================*
      *  ARPAYWS.cpy                                           *
      *  Working-storage for the receipts history; ARPAY-ADD-  *
      *  RTN appends the one record in ARPAY-REC.              *
      *========================================================*
       01  WS-ARPAY-STATUS  PIC XX    VALUE SPACES.
       01  WS-ARPAY-EOF     PIC X     VALUE 'N'.
