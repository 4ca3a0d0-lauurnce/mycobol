      *========================================================*
      *  CPDFD.cpy                                             *
      *  FD/record for CPDCRED: one record per credit, the     *
      *  units earned toward the cycle ending CP-CYCLE-END -   *
      *  the license's expiry when the credit was entered.     *
      *  CP-DATE is the business date it was entered.          *
      *========================================================*
       FD  CPD-FILE
           LABEL RECORD IS OMITTED.
       01  CPD-REC.
           02 CP-LIC-NO      PIC 9(7).
           02 CP-CYCLE-END   PIC 9(8).
           02 CP-DATE        PIC 9(8).
           02 CP-ACTIVITY    PIC X(30).
           02 CP-UNITS       PIC 9(3).
