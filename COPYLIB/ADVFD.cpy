      *========================================================*
      *  ADVFD.cpy                                             *
      *  FD/record for the advertiser master. AV-CODE is what  *
      *  a booking is keyed by. AV-AGENCY is the AGYMAST code  *
      *  of the agency placing the advertiser's business,      *
      *  blank for a client that books direct. AV-LIMIT is the *
      *  most the advertiser may have booked and not yet       *
      *  billed; AV-TERMS the days an invoice has to be paid.  *
      *========================================================*
       FD  ADV-FILE
           LABEL RECORD IS OMITTED.
       01  ADV-REC.
           02 AV-CODE        PIC X(6).
           02 AV-NAME        PIC X(20).
           02 AV-ADDRESS     PIC X(28).
           02 AV-AGENCY      PIC X(4).
           02 AV-LIMIT       PIC 9(7)V99.
           02 AV-TERMS       PIC 9(3).
