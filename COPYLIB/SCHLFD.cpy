      *========================================================*
      *  SCHLFD.cpy                                            *
      *  FD/record for the scholarship master. SC-SNO is the   *
      *  scholar's student number as R-SNO carries it. The GWA *
      *  scale runs from 1.00 best, so SC-MIN-GWA - the        *
      *  minimum standing the grant demands - is the poorest   *
      *  term GWA that still keeps it; SC-MIN-LOAD the fewest  *
      *  units the scholar may carry in the term.              *
      *========================================================*
       FD  SCHOLAR-FILE
           LABEL RECORD IS OMITTED.
       01  SCHOLAR-REC.
           02 SC-SNO         PIC 9(5).
           02 SC-GRANT       PIC X(12).
           02 SC-MIN-GWA     PIC 9V99.
           02 SC-MIN-LOAD    PIC 99V9.
