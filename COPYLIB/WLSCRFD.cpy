      *========================================================*
      *  WLSCRFD.cpy                                           *
      *  FD/records for watchlist screening. WATCHLST carries  *
      *  one listed party: the name, an alias (blank when the  *
      *  list gives none), the list it came off and the date   *
      *  it was listed. SCRNHITS carries one hit: where the    *
      *  screened name came from (C customer, A account being  *
      *  opened, T transaction on the extract), the customer   *
      *  or account number, the name screened, the listed      *
      *  party it matched and the match score out of 100, and *
      *  its standing - pending until compliance clears it as *
      *  a false match or confirms it. A transaction hit also  *
      *  carries the whole raw extract record it held back.    *
      *========================================================*
       FD  WATCH-FILE
           LABEL RECORD IS OMITTED.
       01  WATCH-REC.
           02 WL-NAME      PIC X(30).
           02 WL-ALIAS     PIC X(30).
           02 WL-SOURCE    PIC X(8).
           02 WL-LISTED    PIC 9(8).

       FD  SCRN-FILE
           LABEL RECORD IS OMITTED.
       01  SCRN-REC.
           02 SH-SEQ       PIC 9(6).
           02 SH-ORIGIN    PIC X.
              88 SH-FROM-CUSTOMER VALUE 'C'.
              88 SH-FROM-ACCOUNT  VALUE 'A'.
              88 SH-FROM-TRANS    VALUE 'T'.
           02 SH-REF       PIC X(10).
           02 SH-NAME      PIC X(30).
           02 SH-WL-NAME   PIC X(30).
           02 SH-WL-SOURCE PIC X(8).
           02 SH-SCORE     PIC 9(3).
           02 SH-HIT-DATE  PIC 9(8).
           02 SH-STATUS    PIC X.
              88 SH-PENDING   VALUE 'P'.
              88 SH-CLEARED   VALUE 'C'.
              88 SH-CONFIRMED VALUE 'F'.
           02 SH-DECIDED-BY PIC X(8).
           02 SH-DECIDED-ON PIC 9(8).
           02 SH-TRANS     PIC X(63).
