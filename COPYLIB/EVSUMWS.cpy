      *========================================================*
      *  EVSUMWS.cpy                                           *
      *  Working-storage for the evacuation tally of one storm.*
      *  With the storm in WS-EVS-STORM and both the center    *
      *  master and the log loaded, EVSUM-TALLY-RTN fills      *
      *  ES-xxx for each center (parallel to the WS-ECTR       *
      *  table): its last reported day and the families and    *
      *  persons then, and the relief packs given out against  *
      *  those needed at WS-EVS-PACK-RATE per family per day.  *
      *  The storm totals are the peak day (the most persons   *
      *  in all centers together), the families and persons    *
      *  as last reported, the packs given and the packs short *
      *  summed over the centers. A count for a center no      *
      *  longer on the master is counted in WS-EVS-UNKNOWN.    *
      *  A storm logged on more days than WS-EVS-DAY holds     *
      *  sets WS-EVS-DAY-OVFL-SW, and its peak day cannot be   *
      *  trusted.                                              *
      *========================================================*
       01  WS-EVS-STORM     PIC X(20) VALUE SPACES.
       01  WS-EVS-PACK-RATE PIC 9     VALUE 1.
       01  WS-EVS-IDX       PIC 999   VALUE ZERO.
       01  WS-EVS-DAY-HIT   PIC 99    VALUE ZERO.
       01  WS-EVS-CENTERS   PIC 999   VALUE ZERO.
       01  WS-EVS-UNKNOWN   PIC 9(4)  VALUE ZERO.
       01  WS-EVS-NOW-FAM   PIC 9(6)  VALUE ZERO.
       01  WS-EVS-NOW-PERS  PIC 9(7)  VALUE ZERO.
       01  WS-EVS-PEAK-DATE PIC 9(8)  VALUE ZERO.
       01  WS-EVS-PEAK-FAM  PIC 9(6)  VALUE ZERO.
       01  WS-EVS-PEAK-PERS PIC 9(7)  VALUE ZERO.
       01  WS-EVS-PACKS     PIC 9(7)  VALUE ZERO.
       01  WS-EVS-SHORT     PIC 9(7)  VALUE ZERO.
       01  WS-EVS-CTR-TABLE.
           05 WS-EVS-CTR OCCURS 100 TIMES.
              10 ES-DATE      PIC 9(8).
              10 ES-FAMILIES  PIC 9(5).
              10 ES-PERSONS   PIC 9(6).
              10 ES-PACKS     PIC 9(7).
              10 ES-NEEDED    PIC 9(7).
              10 ES-SHORT     PIC 9(7).
       01  WS-EVS-DAY-TABLE.
           05 WS-EVS-DAY-COUNT PIC 99 VALUE ZERO.
           05 WS-EVS-DAY-OVFL-SW PIC X VALUE 'N'.
           05 WS-EVS-DAY OCCURS 60 TIMES.
              10 ED-DATE      PIC 9(8).
              10 ED-FAMILIES  PIC 9(6).
              10 ED-PERSONS   PIC 9(7).
