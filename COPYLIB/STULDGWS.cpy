      *========================================================*
      *  STULDGWS.cpy                                          *
      *  Working-storage for the student ledger. With a        *
      *  student in WS-SLG-SNO and a date in WS-SLG-ASOF,      *
      *  STULDG-SCAN-RTN totals the student's ledger:          *
      *  WS-SLG-ASSESSED and WS-SLG-PAID, the running          *
      *  WS-SLG-BALANCE, WS-SLG-NOT-DUE the charges whose      *
      *  deadline has not yet passed, and WS-SLG-PAST-DUE the  *
      *  rest of the balance - payments settling the oldest    *
      *  charges first. WS-SLG-HOLD-SW comes back 'Y', the     *
      *  clearance hold, when anything is past due;            *
      *  WS-SLG-TERM-SW 'Y' when the term in WS-SLG-SY and     *
      *  WS-SLG-TERM is already assessed. STULDG-POST-RTN      *
      *  posts WS-SLG-NEW for WS-SLG-SNO at the balance the    *
      *  ledger stands at, and leaves the scan current.        *
      *========================================================*
       01  WS-SLG-STATUS   PIC XX    VALUE SPACES.
       01  WS-SLG-EOF      PIC X     VALUE 'N'.
       01  WS-SLG-SNO      PIC 9(5)  VALUE ZERO.
       01  WS-SLG-ASOF     PIC 9(8)  VALUE ZERO.
       01  WS-SLG-SY       PIC 9(4)  VALUE ZERO.
       01  WS-SLG-TERM     PIC 9     VALUE ZERO.
       01  WS-SLG-ASSESSED PIC S9(7)V99 VALUE ZERO.
       01  WS-SLG-PAID     PIC S9(7)V99 VALUE ZERO.
       01  WS-SLG-BALANCE  PIC S9(7)V99 VALUE ZERO.
       01  WS-SLG-NOT-DUE  PIC S9(7)V99 VALUE ZERO.
       01  WS-SLG-PAST-DUE PIC S9(7)V99 VALUE ZERO.
       01  WS-SLG-HOLD-SW  PIC X     VALUE 'N'.
       01  WS-SLG-TERM-SW  PIC X     VALUE 'N'.
       01  WS-SLG-TIME     PIC 9(8)  VALUE ZERO.
      * the entry being posted
       01  WS-SLG-NEW.
           05 WS-SN-TYPE   PIC X.
           05 WS-SN-DATE   PIC 9(8).
           05 WS-SN-SY     PIC 9(4).
           05 WS-SN-TERM   PIC 9.
           05 WS-SN-CRS    PIC X(4).
           05 WS-SN-AMOUNT PIC S9(7)V99.
           05 WS-SN-DUE    PIC 9(8).
           05 WS-SN-REF    PIC X(12).
           05 WS-SN-OPER   PIC X(8).
