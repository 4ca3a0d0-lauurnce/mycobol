      *========================================================*
      *  OFFERWS.cpy                                           *
      *  Working-storage for the subject offerings. With a     *
      *  school year in WS-OFR-SY and a term in WS-OFR-TERM the*
      *  caller performs OFR-LOAD-RTN to take that term's      *
      *  offerings into the WS-OFR table (a zero WS-OFR-SY     *
      *  takes every term; WS-OFR-OVFL-SW 'Y' means the table  *
      *  is too small for the file). OFT-TAKEN starts at zero  *
      *  for ENL-TALLY-RTN to fill, OFT-POSTED at zero for     *
      *  GSB-MARK-RTN. With a key in WS-OFR-FIND,              *
      *  OFR-FIND-RTN sets WS-OFR-HIT to its entry, zero when  *
      *  it is not offered. With two entries in WS-OFR-A and   *
      *  WS-OFR-B, OFR-CLASH-RTN sets WS-OFR-CLASH-SW 'Y' when *
      *  they meet on a common day at overlapping hours.       *
      *========================================================*
       01  WS-OFR-STATUS   PIC XX    VALUE SPACES.
       01  WS-OFR-EOF      PIC X     VALUE 'N'.
       01  WS-OFR-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-OFR-SY       PIC 9(4)  VALUE ZERO.
       01  WS-OFR-TERM     PIC 9     VALUE ZERO.
       01  WS-OFR-FIND.
           05 WS-OFR-FIND-SY   PIC 9(4).
           05 WS-OFR-FIND-TERM PIC 9.
           05 WS-OFR-FIND-SUBJ PIC X(6).
           05 WS-OFR-FIND-SECT PIC X(5).
       01  WS-OFR-HIT      PIC 999   VALUE ZERO.
       01  WS-OFR-A        PIC 999   VALUE ZERO.
       01  WS-OFR-B        PIC 999   VALUE ZERO.
       01  WS-OFR-CLASH-SW PIC X     VALUE 'N'.
       01  WS-OFR-DAY      PIC 9     VALUE ZERO.
       01  WS-OFR-TALLY    PIC 99    VALUE ZERO.
       01  WS-OFR-TABLE.
           05 WS-OFR-COUNT PIC 999   VALUE ZERO.
           05 WS-OFR-ENTRY OCCURS 300 TIMES INDEXED BY OF-IDX.
              10 OFT-KEY.
                 15 OFT-SY    PIC 9(4).
                 15 OFT-TERM  PIC 9.
                 15 OFT-SUBJ  PIC X(6).
                 15 OFT-SECT  PIC X(5).
              10 OFT-DAYS     PIC X(6).
              10 OFT-START    PIC 9(4).
              10 OFT-END      PIC 9(4).
              10 OFT-ROOM     PIC X(6).
              10 OFT-CAP      PIC 999.
              10 OFT-FAC-ID   PIC X(6).
              10 FILLER       PIC X(14).
              10 OFT-TAKEN    PIC S9(4).
              10 OFT-POSTED   PIC 9(8).
