      *========================================================*
      *  AIRWS.cpy                                             *
      *  Working-storage for the airings and commercial        *
      *  capacity per show; the caller also copies SKEDSL/FD,  *
      *  CINVSL/FD, CALNDSL/FD, CALNDWS/RTN and DATEWS/RTN.    *
      *  It performs AIR-LOAD-RTN once. With a show code in    *
      *  WS-AIR-SHOW and a date in WS-DC-DATE, AIR-CHECK-RTN   *
      *  sets WS-AIR-SW: 'Y' the show airs that day and        *
      *  WS-AIR-CAPACITY is the spots the airing carries, 'N'  *
      *  it does not air that day, 'U' the show has no         *
      *  schedule or no inventory and cannot be checked.       *
      *  WS-AIR-DAY-NAME comes back with the day of the week.  *
      *========================================================*
       01  WS-SKED-STATUS  PIC XX    VALUE SPACES.
       01  WS-CINV-STATUS  PIC XX    VALUE SPACES.
       01  WS-AIR-EOF      PIC X     VALUE 'N'.
       01  WS-AIR-SHOW     PIC 99    VALUE ZERO.
       01  WS-AIR-SW       PIC X     VALUE 'U'.
       01  WS-AIR-CAPACITY PIC 9(4)  VALUE ZERO.
       01  WS-AIR-WEEKDAY  PIC 9     VALUE ZERO.
       01  WS-AIR-DAY-NAME PIC X(3)  VALUE SPACES.
       01  WS-AIR-TEXT     PIC X(9)  VALUE SPACES.
       01  WS-AIR-SUB      PIC 9     VALUE ZERO.
      * Monday is day 1 of the airing week
       01  WS-AIR-DAY-VALUES.
           05 FILLER       PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-AIR-DAY-TABLE REDEFINES WS-AIR-DAY-VALUES.
           05 WS-AIR-DAY   PIC X(3) OCCURS 7 TIMES.
      * per show its schedule as keyed, the first and last
      *airing day of the week, zero when the schedule does not
      *read, and its capacity
       01  WS-AIR-TABLE.
           05 WS-AIR-ENTRY OCCURS 12 TIMES.
              10 AI-FROM      PIC 9.
              10 AI-TO        PIC 9.
              10 AI-DAYS      PIC X(9).
              10 AI-TIME      PIC X(16).
              10 AI-CAPACITY  PIC 9(4).
