      *========================================================*
      *  WLSCRSL.cpy                                           *
      *  FILE-CONTROL entries for watchlist screening: the     *
      *  WATCHLST names compliance loads off the sanctions and *
      *  local lists, and the SCRNHITS results file every      *
      *  screening hit is written to until compliance clears   *
      *  or confirms it.                                       *
      *========================================================*
           SELECT WATCH-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT SCRN-FILE ASSIGN TO "SCRNHITS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRN-STATUS.
