      *========================================================*
      *  EVACFD.cpy                                            *
      *  FD/record for the evacuation log. EV-FAMILIES and     *
      *  EV-PERSONS are the evacuees in the center that day,   *
      *  EV-PACKS the relief packs given out there that day.   *
      *========================================================*
       FD  EVAC-FILE
           LABEL RECORD IS OMITTED.
       01  EVAC-REC.
           02 EV-NOS         PIC X(20).
           02 EV-DATE        PIC 9(8).
           02 EV-CENTER      PIC X(4).
           02 EV-FAMILIES    PIC 9(5).
           02 EV-PERSONS     PIC 9(6).
           02 EV-PACKS       PIC 9(6).
