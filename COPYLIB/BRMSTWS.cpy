      *========================================================*
      *  BRMSTWS.cpy                                           *
      *  Working-storage for the branch master. The caller     *
      *  performs BRMAST-LOAD-RTN once; WS-BRM-COUNT comes     *
      *  back zero with no BRMAST on the machine, and          *
      *  WS-BRM-OVFL-SW 'Y' when the master is too large for   *
      *  the table - the caller must then refuse rather than   *
      *  work from part of it. Per branch, the caller moves    *
      *  the code to WS-BRM-WANTED and performs                *
      *  BRMAST-FIND-RTN; WS-BRM-HIT comes back with its slot  *
      *  (zero when the code is not on the master) and         *
      *  WS-BRM-NAME with its name, or "NOT ON MASTER".        *
      *========================================================*
       01  WS-BRM-STATUS   PIC XX    VALUE SPACES.
       01  WS-BRM-EOF      PIC X     VALUE 'N'.
       01  WS-BRM-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-BRM-WANTED   PIC X(2)  VALUE SPACES.
       01  WS-BRM-HIT      PIC 99    VALUE ZERO.
       01  WS-BRM-NAME     PIC X(15) VALUE SPACES.
       01  WS-BRM-TABLE.
           05 WS-BRM-COUNT PIC 99    VALUE ZERO.
           05 WS-BRM-ENTRY OCCURS 50 TIMES INDEXED BY BM-IDX.
              10 BMT-CODE     PIC X(2).
              10 BMT-NAME     PIC X(15).
              10 BMT-REGION   PIC X(10).
              10 BMT-COST-CTR PIC X(4).
              10 BMT-STATUS   PIC X.
                 88 BMT-OPEN   VALUES 'O' SPACE.
                 88 BMT-CLOSED VALUE 'C'.
