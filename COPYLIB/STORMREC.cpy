      *========================================================*
      *  STORMREC.cpy                                          *
      *  Common ECNERWAL storm record layout shared by WSP,    *
      *  WSP-CLIMATOLOGY and WSP-EVACUATION in place of each   *
      *  program carrying its own copy. The parent 01 level is *
      *  supplied by the calling program. A storm a later      *
      *  bulletin updated has one record per bulletin; the     *
      *  latest is the storm as it stands. D-EVAC-CLOSED is the*
      *  business date WSP-EVACUATION closed the storm's       *
      *  evacuation, zero while centers are still reporting;   *
      *  the closing figures beside it are the centers that    *
      *  reported, the peak day's families and persons in      *
      *  them, the relief packs given out and the packs short  *
      *  of one per family per day.                            *
      *========================================================*
           02 D-NOS PIC X(20).
           02 D-TOS PIC X(20).
           02 D-CCRWS PIC X(6).
           02 D-MATA PIC X(10).
           02 D-SUBREGION PIC X(20).
           02 D-MON PIC X(12).
           02 D-RAINMM PIC 9(4).
           02 D-DAMAGE PIC 9(12).
           02 D-CASUALTIES PIC 9(5).
           02 D-EVAC-CLOSED PIC 9(8).
           02 D-EVAC-CENTERS PIC 9(3).
           02 D-EVAC-FAMILIES PIC 9(6).
           02 D-EVAC-PERSONS PIC 9(7).
           02 D-RELIEF-PACKS PIC 9(7).
           02 D-RELIEF-SHORT PIC 9(7).
