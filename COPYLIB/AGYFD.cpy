      *========================================================*
      *  AGYFD.cpy                                             *
      *  FD/record for the agency master. AG-COMM-PCT is the   *
      *  agency's commission as a percentage of the gross      *
      *  billed to its advertisers (15.00 for fifteen per      *
      *  cent), taken off the invoice as the net due.          *
      *========================================================*
       FD  AGY-FILE
           LABEL RECORD IS OMITTED.
       01  AGY-REC.
           02 AG-CODE        PIC X(4).
           02 AG-NAME        PIC X(25).
           02 AG-COMM-PCT    PIC 99V99.
