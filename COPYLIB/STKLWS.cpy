      *========================================================*
      *  STKLWS.cpy                                            *
      *  Working-storage for the stock ledger. The caller      *
      *  fills WS-SKL-NEW and performs STKL-POST-RTN to post   *
      *  one movement; a caller posting many opens the ledger  *
      *  with STKL-OPEN-RTN, performs STKL-WRITE-RTN for each  *
      *  and closes STKL-FILE itself.                          *
      *========================================================*
       01  WS-SKL-STATUS   PIC XX    VALUE SPACES.
       01  WS-SKL-EOF      PIC X     VALUE 'N'.
       01  WS-SKL-TIME     PIC 9(8)  VALUE ZERO.
      * the movement being posted
       01  WS-SKL-NEW.
           05 WS-SK-CODE    PIC X(4).
           05 WS-SK-DATE    PIC 9(8).
           05 WS-SK-TYPE    PIC X.
           05 WS-SK-QTY     PIC S9(7).
           05 WS-SK-BALANCE PIC S9(7).
           05 WS-SK-COST    PIC 9(5)V99.
           05 WS-SK-REF     PIC X(12).
           05 WS-SK-OPER    PIC X(8).
