      *========================================================*
      *  SKEDFD.cpy                                            *
      *  FD/record for the show schedule. SK-DAY is the airing *
      *  days as keyed - a day (MON), a run of days (MON-FRI), *
      *  DAILY, WEEKDAYS or WEEKENDS; SK-TIME the timeslot.    *
      *========================================================*
       FD  SKED-FILE
           LABEL RECORD IS OMITTED.
       01  SKED-REC.
           02 SK-SHOW-CODE    PIC 99.
           02 SK-DAY          PIC X(9).
           02 SK-TIME         PIC X(16).
