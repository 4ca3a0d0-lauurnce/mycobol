      *========================================================*
      *  ECTRFD.cpy                                            *
      *  FD/record for the evacuation-center master. EC-CODE   *
      *  is what the daily counts are keyed by. EC-MATA is the *
      *  island group as named on AREAS and EC-SUB the number  *
      *  (1-3) of its sub-region there. EC-CAPACITY is the     *
      *  persons the center can shelter.                       *
      *========================================================*
       FD  ECTR-FILE
           LABEL RECORD IS OMITTED.
       01  ECTR-REC.
           02 EC-CODE        PIC X(4).
           02 EC-NAME        PIC X(30).
           02 EC-MATA        PIC X(10).
           02 EC-SUB         PIC 9.
           02 EC-CAPACITY    PIC 9(5).
