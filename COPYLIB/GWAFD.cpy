      *========================================================*
      *  GWAFD.cpy                                             *
      *  FD/record for STUDGWA: one record per student per     *
      *  graded term, in student number then school year/term  *
      *  order. The term GWA weighs each final grade of the    *
      *  term by its subject's units; the cumulative GWA does  *
      *  the same over every term to this one. GW-DEFAULTED    *
      *  counts the term's subjects the subject master did not *
      *  carry, weighed at the default units; GW-DATE is the   *
      *  business date of the run that wrote the record.       *
      *========================================================*
       FD  GWA-FILE
           LABEL RECORD IS OMITTED.
       01  GWA-REC.
           02 GW-KEY.
              03 GW-SNO      PIC 9(5).
              03 GW-SY       PIC 9(4).
              03 GW-TERM     PIC 9.
           02 GW-TERM-UNITS  PIC 9(3)V9.
           02 GW-TERM-GWA    PIC 9V9(4).
           02 GW-CUM-UNITS   PIC 9(4)V9.
           02 GW-CUM-GWA     PIC 9V9(4).
           02 GW-DEFAULTED   PIC 99.
           02 GW-DATE        PIC 9(8).
