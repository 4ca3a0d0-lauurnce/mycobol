      *========================================================*
      *  BRMSTFD.cpy                                           *
      *  FD/record for the branch master. BM-CODE is the       *
      *  account-number prefix the branch issues under, BM-    *
      *  REGION the area it reports to, BM-COST-CTR the GL     *
      *  cost center its postings carry. A closed branch stays *
      *  on the master so its history still names it, but no   *
      *  new account or deal may be booked to it.              *
      *========================================================*
       FD  BRMAST-FILE
           LABEL RECORD IS OMITTED.
       01  BRMAST-REC.
           02 BM-CODE      PIC X(2).
           02 BM-NAME      PIC X(15).
           02 BM-REGION    PIC X(10).
           02 BM-COST-CTR  PIC X(4).
           02 BM-STATUS    PIC X.
              88 BM-OPEN   VALUES 'O' SPACE.
              88 BM-CLOSED VALUE 'C'.
