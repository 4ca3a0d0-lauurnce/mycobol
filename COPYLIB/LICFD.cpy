      *========================================================*
      *  LICFD.cpy                                             *
      *  FD/record for LICENSES. LC-ISSUED is the business     *
      *  date the number was assigned, LC-EXPIRES the end of   *
      *  the current three-year validity cycle and LC-RENEWED  *
      *  the business date of the last renewal (zero before    *
      *  the first). LC-STATUS: A active, E expired, S         *
      *  suspended, R revoked.                                 *
      *========================================================*
       FD  REG-FILE
           LABEL RECORD IS OMITTED.
       01  REG-REC.
           02 LC-NO          PIC 9(7).
           02 LC-ENO         PIC 9(10).
           02 LC-ENA         PIC X(25).
           02 LC-UN          PIC X(5).
           02 LC-CN          PIC X(4).
           02 LC-YEAR        PIC 9(4).
           02 LC-ISSUED      PIC 9(8).
           02 LC-EXPIRES     PIC 9(8).
           02 LC-STATUS      PIC X.
              88 LC-ACTIVE       VALUE 'A'.
              88 LC-EXPIRED      VALUE 'E'.
              88 LC-SUSPENDED    VALUE 'S'.
              88 LC-REVOKED      VALUE 'R'.
           02 LC-RENEWED     PIC 9(8).
