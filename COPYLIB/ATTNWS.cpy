      *========================================================*
      *  ATTNWS.cpy                                            *
      *  Working-storage for the class attendance file. The    *
      *  caller sets WS-ATN-SY/WS-ATN-TERM (zero for every     *
      *  term on file) and performs ATN-LOAD-RTN once to tally *
      *  each student's meetings per subject; WS-ATN-OVFL-SW   *
      *  'Y' means the tallies outgrew the table and must not  *
      *  be judged on. With a key in WS-ATN-FIND, ATN-FIND-RTN *
      *  returns the tallies in WS-ATN-MEETINGS, WS-ATN-ABSENT *
      *  and WS-ATN-LATE (zero when the key has none), the     *
      *  absences counted against the limit - every three      *
      *  lates one absence - in WS-ATN-COUNTED, and sets       *
      *  WS-ATN-OVER-SW 'Y' past the absence limit (more than  *
      *  20% of the meetings held) or WS-ATN-NEAR-SW 'Y' at    *
      *  the warning level (15% or more) short of it.          *
      *========================================================*
       01  WS-ATN-STATUS   PIC XX    VALUE SPACES.
       01  WS-ATN-EOF      PIC X     VALUE 'N'.
       01  WS-ATN-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-ATN-SY       PIC 9(4)  VALUE ZERO.
       01  WS-ATN-TERM     PIC 9     VALUE ZERO.
      * the policy: dropped past the limit, warned from the
      *warning level, three lates counting as one absence
       01  WS-ATN-LIMIT-PCT PIC 99   VALUE 20.
       01  WS-ATN-WARN-PCT PIC 99    VALUE 15.
       01  WS-ATN-LATES-PER PIC 9    VALUE 3.
       01  WS-ATN-FIND.
           05 WS-ATN-FIND-SY   PIC 9(4).
           05 WS-ATN-FIND-TERM PIC 9.
           05 WS-ATN-FIND-SUBJ PIC X(6).
           05 WS-ATN-FIND-SNO  PIC 9(5).
       01  WS-ATN-HIT      PIC 9(4)  VALUE ZERO.
       01  WS-ATN-MEETINGS PIC 999   VALUE ZERO.
       01  WS-ATN-ABSENT   PIC 999   VALUE ZERO.
       01  WS-ATN-LATE     PIC 999   VALUE ZERO.
       01  WS-ATN-COUNTED  PIC 999   VALUE ZERO.
       01  WS-ATN-PCT      PIC 999V9 VALUE ZERO.
       01  WS-ATN-OVER-SW  PIC X     VALUE 'N'.
       01  WS-ATN-NEAR-SW  PIC X     VALUE 'N'.
       01  WS-ATN-TABLE.
           05 WS-ATN-COUNT PIC 9(4)  VALUE ZERO.
           05 WS-ATN-ENTRY OCCURS 3000 TIMES INDEXED BY ANT-IDX.
              10 ANT-KEY      PIC X(16).
              10 ANT-MEETINGS PIC 999.
              10 ANT-ABSENT   PIC 999.
              10 ANT-LATE     PIC 999.
