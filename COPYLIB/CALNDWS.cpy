      *========================================================*
      *  CALNDWS.cpy                                           *
      *  Working-storage for the holiday calendar; the caller  *
      *  also copies DATEWS/DATERTN. It performs               *
      *  CALNDR-LOAD-RTN once; WS-CAL-OVFL-SW 'Y' means the    *
      *  calendar is too large for the table and the caller    *
      *  must refuse rather than work from part of it. With a  *
      *  date in WS-DC-DATE, CALNDR-CHECK-RTN sets             *
      *  WS-CAL-BUSDAY-SW ('Y' business day) and WS-CAL-DOW    *
      *  (0 Saturday, 1 Sunday, 2 Monday ... 6 Friday);        *
      *  CALNDR-ROLL-RTN moves WS-DC-DATE forward onto a       *
      *  business day when it is not on one already, and       *
      *  CALNDR-NEXT-BUSDAY-RTN to the next business day after *
      *  it. WS-CAL-DESC comes back with the calendar's        *
      *  description of the date checked, spaces when none.    *
      *========================================================*
       01  WS-CAL-STATUS   PIC XX    VALUE SPACES.
       01  WS-CAL-EOF      PIC X     VALUE 'N'.
       01  WS-CAL-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-CAL-HIT      PIC 999   VALUE ZERO.
       01  WS-CAL-BUSDAY-SW PIC X    VALUE 'Y'.
       01  WS-CAL-DOW      PIC 9     VALUE ZERO.
       01  WS-CAL-DESC     PIC X(30) VALUE SPACES.
       01  WS-CAL-ZY       PIC 9(4)  VALUE ZERO.
       01  WS-CAL-ZM       PIC 99    VALUE ZERO.
       01  WS-CAL-ZQ       PIC 9(4)  VALUE ZERO.
       01  WS-CAL-ZT       PIC 9(6)  VALUE ZERO.
       01  WS-CAL-TABLE.
           05 WS-CAL-COUNT PIC 999   VALUE ZERO.
           05 WS-CAL-ENTRY OCCURS 400 TIMES INDEXED BY CL-IDX.
              10 CLT-DATE     PIC 9(8).
              10 CLT-HOLIDAY  PIC X.
              10 CLT-DESC     PIC X(30).
