      *========================================================*
      *  PROBWS.cpy                                            *
      *  Working-storage for PROBATN. The caller performs      *
      *  PRB-LOAD-RTN once (WS-PRB-OVFL-SW 'Y' means the table *
      *  is too small for the file); with a student number in  *
      *  WS-PRB-FIND, PRB-FIND-RTN sets WS-PRB-HIT to the      *
      *  student's entry, zero when there is none, and         *
      *  PRB-SAVE-RTN writes the table back in place of the    *
      *  file as it stood.                                     *
      *========================================================*
       01  WS-PRB-STATUS   PIC XX    VALUE SPACES.
       01  WS-PRB-EOF      PIC X     VALUE 'N'.
       01  WS-PRB-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-PRB-FIND     PIC 9(5)  VALUE ZERO.
       01  WS-PRB-HIT      PIC 9(4)  VALUE ZERO.
       01  WS-PRB-TABLE.
           05 WS-PRB-COUNT PIC 9(4)  VALUE ZERO.
           05 WS-PRB-ENTRY OCCURS 1000 TIMES INDEXED BY PB-IDX.
              10 PBT-SNO        PIC 9(5).
              10 PBT-STATUS     PIC X.
              10 PBT-SINCE-SY   PIC 9(4).
              10 PBT-SINCE-TERM PIC 9.
              10 PBT-REV-SY     PIC 9(4).
              10 PBT-REV-TERM   PIC 9.
              10 PBT-PRIOR      PIC X.
              10 PBT-FAILS      PIC 99.
              10 PBT-DATE       PIC 9(8).
