      *========================================================*
      *  XTRAPPFD.cpy                                          *
      *  The raw extract, read and rewritten whole: data       *
      *  records in TRANSEDIT's 63-byte layout between one     *
      *  HDR and one TRL control record.                       *
      *========================================================*
       FD  XTRAPP-FILE
           LABEL RECORD IS STANDARD.
       01  XTRAPP-REC      PIC X(63).
