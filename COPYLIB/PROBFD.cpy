      *========================================================*
      *  PROBFD.cpy                                            *
      *  FD/record for PROBATN. PB-STATUS is where the student *
      *  stands: P on probation, D dismissed, L probation      *
      *  lifted, space in good standing. PB-SINCE-SY/TERM is   *
      *  the term that placed the student on probation;        *
      *  PB-REV-SY/TERM the last term reviewed, PB-PRIOR the   *
      *  standing before that review - so a rerun of the same  *
      *  term starts again from it - and PB-FAILS the failing  *
      *  marks it found. PB-DATE is the business date of the   *
      *  review.                                               *
      *========================================================*
       FD  PROB-FILE
           LABEL RECORD IS OMITTED.
       01  PROB-REC.
           02 PB-SNO         PIC 9(5).
           02 PB-STATUS      PIC X.
              88 PB-ON-PROBATION VALUE 'P'.
              88 PB-DISMISSED    VALUE 'D'.
              88 PB-LIFTED       VALUE 'L'.
           02 PB-SINCE-SY    PIC 9(4).
           02 PB-SINCE-TERM  PIC 9.
           02 PB-REV-SY      PIC 9(4).
           02 PB-REV-TERM    PIC 9.
           02 PB-PRIOR       PIC X.
           02 PB-FAILS       PIC 99.
           02 PB-DATE        PIC 9(8).
