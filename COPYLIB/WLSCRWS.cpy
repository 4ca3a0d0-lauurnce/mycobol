      *========================================================*
      *  WLSCRWS.cpy                                           *
      *  Working-storage for watchlist screening. The caller   *
      *  performs WLSCR-LOAD-RTN once; WS-WL-COUNT comes back  *
      *  zero with no WATCHLST on the machine, and            *
      *  WS-WL-OVFL-SW 'Y' when the list is too large for the *
      *  table - the caller must then refuse rather than       *
      *  screen against part of it. Per name, the caller moves *
      *  it to WS-WL-SUBJECT and performs WLSCR-SCORE-RTN;     *
      *  WS-WL-BEST-SCORE comes back 0-100 against the closest *
      *  listed name or alias, WS-WL-BEST-HIT its slot. A      *
      *  score at or above WS-WL-MATCH-PCT is a hit: the       *
      *  caller sets WS-WL-ORIGIN, WS-WL-REF, WS-WL-TRANS and  *
      *  WS-WL-DATE and performs WLSCR-RECORD-HIT-RTN, which   *
      *  appends it to SCRNHITS as pending unless the same     *
      *  hit is already there; WS-WL-PRIOR comes back with the *
      *  standing of the one already there (P, C or F), or    *
      *  space when this one is new.                           *
      *========================================================*
       01  WS-WATCH-STATUS PIC XX    VALUE SPACES.
       01  WS-SCRN-STATUS  PIC XX    VALUE SPACES.
       01  WS-WL-EOF       PIC X     VALUE 'N'.
       01  WS-WL-OVFL-SW   PIC X     VALUE 'N'.
      * the match score a name must reach to be held; the
      *caller may override it off FINPARMS key WL-MATCH-PCT
       01  WS-WL-MATCH-PCT PIC 9(3)  VALUE 75.
       01  WS-WL-SUBJECT   PIC X(30) VALUE SPACES.
       01  WS-WL-BEST-SCORE PIC 9(3) VALUE ZERO.
       01  WS-WL-BEST-HIT  PIC 9(4)  VALUE ZERO.
       01  WS-WL-SCORE     PIC 9(3)  VALUE ZERO.
       01  WS-WL-ORIGIN    PIC X     VALUE SPACE.
       01  WS-WL-REF       PIC X(10) VALUE SPACES.
       01  WS-WL-TRANS     PIC X(63) VALUE SPACES.
       01  WS-WL-DATE      PIC 9(8)  VALUE ZERO.
       01  WS-WL-PRIOR     PIC X     VALUE SPACE.
       01  WS-WL-LAST-SEQ  PIC 9(6)  VALUE ZERO.
      * a name broken into its words, upper-cased, with the
      *punctuation and lone initials taken out
       01  WS-WL-WORK      PIC X(30) VALUE SPACES.
       01  WS-WL-WORDS.
           02 WS-WL-WORD   PIC X(15) OCCURS 8 TIMES.
       01  WS-WL-WORD-CNT  PIC 9(2)  VALUE ZERO.
       01  WS-WL-SUBJ-WORDS.
           02 WS-WL-SUBJ-WORD PIC X(15) OCCURS 8 TIMES.
       01  WS-WL-SUBJ-CNT  PIC 9(2)  VALUE ZERO.
       01  WS-WL-MATCHED   PIC 9(2)  VALUE ZERO.
       01  WS-WL-W         PIC 9(2)  VALUE ZERO.
       01  WS-WL-S         PIC 9(2)  VALUE ZERO.
       01  WS-WL-WORD-SW   PIC X     VALUE 'N'.
      * the listed parties, held for the run
       01  WS-WL-TABLE.
           02 WS-WL-COUNT  PIC 9(4)  VALUE ZERO.
           02 WS-WL-ENTRY  OCCURS 1000 TIMES INDEXED BY WL-IDX.
              03 WL-T-NAME   PIC X(30).
              03 WL-T-ALIAS  PIC X(30).
              03 WL-T-SOURCE PIC X(8).
