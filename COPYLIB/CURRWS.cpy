      *========================================================*
      *  CURRWS.cpy                                            *
      *  Working-storage for the curriculum and the degree     *
      *  audit. CURR-LOAD-RTN loads and orders the file once   *
      *  (WS-CUR-OVFL-SW 'Y' means the table is too small).    *
      *  For one student: WS-CUR-CRS set, CURR-START-RTN marks *
      *  the course's requirements missing; each of the        *
      *  student's records - subject, remark, school year,     *
      *  term, grade, WS-CUR-NOW-SW 'Y' for the current term - *
      *  goes through CURR-TAKE-RTN; CURR-TALLY-RTN counts the *
      *  requirements completed (C), in progress (P) and       *
      *  missing (M). With WS-CUR-HIT on a requirement,        *
      *  CURR-PREREQ-RTN sets WS-CUR-PRQ-SW 'N' and names the  *
      *  first prerequisite not yet passed in WS-CUR-PRQ-FIND. *
      *========================================================*
       01  WS-CUR-STATUS   PIC XX    VALUE SPACES.
       01  WS-CUR-EOF      PIC X     VALUE 'N'.
       01  WS-CUR-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-CUR-CRS      PIC X(4)  VALUE SPACES.
       01  WS-CUR-SUBJ     PIC X(6)  VALUE SPACES.
       01  WS-CUR-REM      PIC X(11) VALUE SPACES.
       01  WS-CUR-SY       PIC 9(4)  VALUE ZERO.
       01  WS-CUR-TERM     PIC 9     VALUE ZERO.
       01  WS-CUR-GRADE    PIC 9V99  VALUE ZERO.
       01  WS-CUR-NOW-SW   PIC X     VALUE 'N'.
       01  WS-CUR-HIT      PIC 999   VALUE ZERO.
       01  WS-CUR-REQS     PIC 999   VALUE ZERO.
       01  WS-CUR-DONE     PIC 999   VALUE ZERO.
       01  WS-CUR-INPROG   PIC 999   VALUE ZERO.
       01  WS-CUR-MISSING  PIC 999   VALUE ZERO.
       01  WS-CUR-PRQ-SW   PIC X     VALUE 'Y'.
       01  WS-CUR-PRQ-FIND PIC X(6)  VALUE SPACES.
       01  WS-CUR-PRQ-HIT  PIC 999   VALUE ZERO.
       01  WS-CUR-PRQ-I    PIC 9     VALUE ZERO.
       01  WS-CUR-I        PIC 999   VALUE ZERO.
       01  WS-CUR-J        PIC 999   VALUE ZERO.
       01  WS-CUR-LOW      PIC 999   VALUE ZERO.
       01  WS-CUR-HOLD     PIC X(39) VALUE SPACES.
       01  WS-CUR-TABLE.
           05 WS-CUR-COUNT PIC 999   VALUE ZERO.
           05 WS-CUR-ENTRY OCCURS 400 TIMES INDEXED BY CU-IDX.
              10 CUT-REC.
                 15 CUT-KEY.
                    20 CUT-CRS    PIC X(4).
                    20 CUT-YEAR   PIC 9.
                    20 CUT-TERM   PIC 9.
                    20 CUT-SUBJ   PIC X(6).
                 15 CUT-PREREQ    PIC X(6) OCCURS 3 TIMES.
              10 CUT-STAT         PIC X.
              10 CUT-SY           PIC 9(4).
              10 CUT-TM           PIC 9.
              10 CUT-GRADE        PIC 9V99.
