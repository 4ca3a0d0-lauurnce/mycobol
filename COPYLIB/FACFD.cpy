      *========================================================*
      *  FACFD.cpy                                             *
      *  FD/record for the faculty master. FA-ID is the        *
      *  instructor's faculty ID as OF-FAC-ID carries it on    *
      *  the subject offerings.                                *
      *========================================================*
       FD  FACULTY-FILE
           LABEL RECORD IS OMITTED.
       01  FACULTY-REC.
           02 FA-ID          PIC X(6).
           02 FA-NAME        PIC X(25).
           02 FA-DEPT        PIC X(10).
