      *========================================================*
      *  DATEWS.cpy                                            *
      *  Working-storage for the shared calendar arithmetic.   *
      *  The caller moves a YYYYMMDD date to WS-DC-DATE and    *
      *  performs DATE-ADD-DAY-RTN, or sets WS-DC-MONTHS and   *
      *  performs DATE-ADD-MONTHS-RTN, to move it forward in   *
      *  place. For an elapsed count it moves the later date   *
      *  to WS-DC-TO-DATE and performs DATE-DAYS-BETWEEN-RTN:  *
      *  WS-DC-DAYS comes back with the days from WS-DC-DATE   *
      *  up to it (zero when it is not later), and WS-DC-DATE  *
      *  is left at the later date. The count stops at 9999.   *
      *========================================================*
       01  WS-DC-DATE      PIC 9(08) VALUE ZERO.
       01  WS-DC-SPLIT REDEFINES WS-DC-DATE.
           02 WS-DC-YY     PIC 9(04).
           02 WS-DC-MM     PIC 9(02).
           02 WS-DC-DD     PIC 9(02).
       01  WS-DC-TO-DATE   PIC 9(08) VALUE ZERO.
       01  WS-DC-DAYS      PIC 9(04) VALUE ZERO.
       01  WS-DC-MONTHS    PIC 9(04) VALUE ZERO.
       01  WS-DC-MONTH-TOT PIC 9(06) VALUE ZERO.
       01  WS-DC-MONTH-LEN PIC 9(02) VALUE ZERO.
       01  WS-DC-LEAP-QUO  PIC 9(04) VALUE ZERO.
       01  WS-DC-LEAP-REM  PIC 9(04) VALUE ZERO.
