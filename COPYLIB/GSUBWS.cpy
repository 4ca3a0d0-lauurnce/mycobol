      *========================================================*
      *  GSUBWS.cpy                                            *
      *  Working-storage for the grade-submission file. With a *
      *  term's offerings in the WS-OFR table (OFFERWS), the   *
      *  caller performs GSB-MARK-RTN to set OFT-POSTED on     *
      *  each to the date its grades were first posted - zero  *
      *  while nothing has been. Submissions naming a section  *
      *  no longer offered are counted in WS-GSB-ORPHANS.      *
      *========================================================*
       01  WS-GSB-STATUS   PIC XX    VALUE SPACES.
       01  WS-GSB-EOF      PIC X     VALUE 'N'.
       01  WS-GSB-ORPHANS  PIC 9(5)  VALUE ZERO.
