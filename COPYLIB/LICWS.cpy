      *========================================================*
      *  LICWS.cpy                                             *
      *  Working-storage for LICENSES and the renewal rules.   *
      *  The caller performs LIC-LOAD-RTN once (WS-REG-OVFL-SW *
      *  'Y' means the table is too small for the register,    *
      *  and nothing may be written back); WS-NEXT-NO comes    *
      *  back as the highest number issued. With a license     *
      *  number in WS-LIC-FIND, LIC-FIND-RTN sets WS-LIC-HIT   *
      *  to its entry, zero when there is none. LIC-SAVE-RTN   *
      *  writes the table back in place of the register.       *
      *========================================================*
       01  WS-REG-STATUS   PIC XX    VALUE SPACES.
       01  WS-REG-EOF      PIC X     VALUE 'N'.
       01  WS-REG-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-NEXT-NO      PIC 9(7)  VALUE ZERO.
       01  WS-LIC-FIND     PIC 9(7)  VALUE ZERO.
       01  WS-LIC-HIT      PIC 9(4)  VALUE ZERO.
      * a license runs a three-year cycle and renews on the
      *CPD units earned in it; the reminder goes out this many
      *days ahead of expiry
       01  WS-LIC-CYCLE-MONTHS PIC 9(4) VALUE 36.
       01  WS-CPD-REQUIRED     PIC 9(3) VALUE 45.
       01  WS-LIC-NOTICE-DAYS  PIC 9(4) VALUE 90.
       01  WS-REG-TABLE.
           05 WS-REG-COUNT PIC 9(4)  VALUE ZERO.
           05 WS-REG-ENTRY OCCURS 2000 TIMES INDEXED BY RG-IDX.
              10 RG-NO          PIC 9(7).
              10 RG-ENO         PIC 9(10).
              10 RG-ENA         PIC X(25).
              10 RG-UN          PIC X(5).
              10 RG-CN          PIC X(4).
              10 RG-YEAR        PIC 9(4).
              10 RG-ISSUED      PIC 9(8).
              10 RG-EXPIRES     PIC 9(8).
              10 RG-STATUS      PIC X.
              10 RG-RENEWED     PIC 9(8).
