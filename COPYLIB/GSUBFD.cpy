      *========================================================*
      *  GSUBFD.cpy                                            *
      *  FD/record for the grade-submission file. GS-OFFER is  *
      *  the offering key as OF-KEY carries it; GS-COUNT the   *
      *  grades the run posted to it, GS-OPER the operator.    *
      *========================================================*
       FD  GRDSUB-FILE
           LABEL RECORD IS OMITTED.
       01  GRDSUB-REC.
           02 GS-OFFER.
              03 GS-SY       PIC 9(4).
              03 GS-TERM     PIC 9.
              03 GS-SUBJ     PIC X(6).
              03 GS-SECT     PIC X(5).
           02 GS-DATE        PIC 9(8).
           02 GS-TIME        PIC 9(8).
           02 GS-COUNT       PIC 9(4).
           02 GS-OPER        PIC X(8).
