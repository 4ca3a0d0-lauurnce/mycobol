      *========================================================*
      *  JSTRMFD.cpy                                           *
      *  FD/record for the job-stream definitions. A stream's  *
      *  trigger line (JS-KIND 'T', sequence 000) says when it *
      *  is due off BUSDATE: 'D' every business date, 'W' the  *
      *  last business day of a week, 'M' of a month, 'Y' of   *
      *  the year; a stream with no trigger line is due every  *
      *  date. Each step line runs in sequence order: 'P'      *
      *  CALLs the program JS-NAME names, 'S' holds the        *
      *  stream until the stream JS-NAME names has completed   *
      *  for the date, when that stream is due at all.         *
      *========================================================*
       FD  JSTRM-FILE
           LABEL RECORD IS OMITTED.
       01  JSTRM-REC.
           02 JS-STREAM    PIC X(8).
           02 JS-SEQ       PIC 9(3).
           02 JS-KIND      PIC X.
              88 JS-TRIGGER-LINE VALUE 'T'.
              88 JS-PROGRAM-STEP VALUE 'P'.
              88 JS-STREAM-GATE  VALUE 'S'.
           02 JS-NAME      PIC X(15).
           02 JS-TRIGGER   PIC X.
              88 JS-DAILY      VALUE 'D'.
              88 JS-WEEK-END   VALUE 'W'.
              88 JS-MONTH-END  VALUE 'M'.
              88 JS-YEAR-END   VALUE 'Y'.
