      *========================================================*
      *  CINVFD.cpy                                            *
      *  FD/record for the commercial inventory. An airing of  *
      *  the show can carry CI-BREAKS times CI-BREAK-SPOTS     *
      *  spots; its airings are the days SHOWSKED gives it.    *
      *========================================================*
       FD  CINV-FILE
           LABEL RECORD IS OMITTED.
       01  CINV-REC.
           02 CI-SHOW-CODE    PIC 99.
           02 CI-BREAKS       PIC 99.
           02 CI-BREAK-SPOTS  PIC 99.
