      *========================================================*
      *  CPDWS.cpy                                             *
      *  Working-storage for CPDCRED. With a license number    *
      *  in WS-CPD-LIC-NO and a cycle's end in WS-CPD-CYCLE,   *
      *  CPD-SUM-RTN returns the units on file for that cycle  *
      *  in WS-CPD-UNITS; CPD-ADD-RTN appends CPD-REC as the   *
      *  caller has filled it.                                 *
      *========================================================*
       01  WS-CPD-STATUS   PIC XX    VALUE SPACES.
       01  WS-CPD-EOF      PIC X     VALUE 'N'.
       01  WS-CPD-LIC-NO   PIC 9(7)  VALUE ZERO.
       01  WS-CPD-CYCLE    PIC 9(8)  VALUE ZERO.
       01  WS-CPD-UNITS    PIC 9(4)  VALUE ZERO.
