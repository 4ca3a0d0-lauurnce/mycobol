      *========================================================*
      *  RETNWS.cpy                                            *
      *  Working-storage for the journal retention table. The  *
      *  caller performs RETAIN-LOAD-RTN once (WS-RTN-OVFL-SW  *
      *  'Y' means the table is too small for the file), then  *
      *  with a journal name in WS-RTN-FILE, RETAIN-FIND-RTN   *
      *  sets WS-RTN-HIT to its entry, zero when it has none.  *
      *  With the range asked for in WS-RTN-FROM/WS-RTN-TO     *
      *  (zero leaves a side open), RETAIN-YEARS-RTN sets      *
      *  WS-RTN-YEAR-LO and WS-RTN-YEAR-HI to the archive      *
      *  years the range reaches into - LO above HI when it    *
      *  stays inside the live window. For each WS-RTN-YEAR,   *
      *  RETAIN-ARC-NAME-RTN builds the archive's file name    *
      *  in WS-RTN-ARC-NAME. RETAIN-CUTOFF-RTN sets            *
      *  WS-RTN-CUT to the live window's first date as of      *
      *  WS-RTN-ASOF for the entry at WS-RTN-HIT.              *
      *========================================================*
       01  WS-RTN-STATUS   PIC XX    VALUE SPACES.
       01  WS-RTN-EOF      PIC X     VALUE 'N'.
       01  WS-RTN-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-RTN-FILE     PIC X(12) VALUE SPACES.
       01  WS-RTN-HIT      PIC 99    VALUE ZERO.
       01  WS-RTN-FROM     PIC 9(8)  VALUE ZERO.
       01  WS-RTN-TO       PIC 9(8)  VALUE ZERO.
       01  WS-RTN-YEAR     PIC 9(4)  VALUE ZERO.
       01  WS-RTN-YEAR-LO  PIC 9(4)  VALUE ZERO.
       01  WS-RTN-YEAR-HI  PIC 9(4)  VALUE ZERO.
       01  WS-RTN-WORK-YR  PIC 9(4)  VALUE ZERO.
       01  WS-RTN-ARC-NAME PIC X(24) VALUE SPACES.
       01  WS-RTN-ASOF     PIC 9(8)  VALUE ZERO.
       01  WS-RTN-CUT      PIC 9(8)  VALUE ZERO.
       01  WS-RTN-CUT-PARTS REDEFINES WS-RTN-CUT.
           05 WS-RTN-CUT-YY PIC 9(4).
           05 WS-RTN-CUT-MM PIC 99.
           05 WS-RTN-CUT-DD PIC 99.
       01  WS-RTN-MONTH-NO PIC 9(6)  VALUE ZERO.
       01  WS-RTN-TABLE.
           05 WS-RTN-COUNT PIC 99    VALUE ZERO.
           05 WS-RTN-ENTRY OCCURS 20 TIMES INDEXED BY RN-IDX.
              10 RNT-FILE     PIC X(12).
              10 RNT-MONTHS   PIC 9(3).
              10 RNT-CUTOFF   PIC 9(8).
              10 RNT-OLDEST   PIC 9(8).
              10 RNT-LAST-RUN PIC 9(8).
