      *========================================================*
      *  MORWS.cpy                                             *
      *  Working-storage for the calamity moratorium file. The *
      *  caller performs MOR-LOAD-RTN once (WS-MOR-OVFL-SW 'Y' *
      *  means the table is too small for the file, and        *
      *  nothing may be written back). With an account in      *
      *  WS-MOR-FIND-ACCT and a date in WS-MOR-FIND-DATE,      *
      *  MOR-CHECK-RTN sets WS-MOR-HIT to an entry whose       *
      *  period covers the date, zero when the account's       *
      *  charges stand that day. MOR-SAVE-RTN writes the table *
      *  back in place of the file.                            *
      *========================================================*
       01  WS-MOR-STATUS   PIC XX    VALUE SPACES.
       01  WS-MOR-EOF      PIC X     VALUE 'N'.
       01  WS-MOR-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-MOR-FIND-ACCT PIC X(10) VALUE SPACES.
       01  WS-MOR-FIND-DATE PIC 9(8) VALUE ZERO.
       01  WS-MOR-HIT      PIC 9(4)  VALUE ZERO.
       01  WS-MOR-TABLE.
           05 WS-MOR-COUNT PIC 9(4)  VALUE ZERO.
           05 WS-MOR-ENTRY OCCURS 2000 TIMES INDEXED BY MT-IDX.
              10 MT-ACCT-NO   PIC X(10).
              10 MT-KIND      PIC X.
              10 MT-CUST-NO   PIC 9(6).
              10 MT-BRANCH    PIC X(2).
              10 MT-NOS       PIC X(20).
              10 MT-FROM      PIC 9(8).
              10 MT-TO        PIC 9(8).
