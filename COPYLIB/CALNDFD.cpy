      *========================================================*
      *  CALNDFD.cpy                                           *
      *  FD/record for the holiday calendar. CL-HOLIDAY 'Y'    *
      *  closes a weekday (a public or bank holiday); 'N'      *
      *  opens a Saturday or Sunday declared a working day.    *
      *  A date not on the calendar is a business day Monday   *
      *  to Friday and closed on the weekend.                  *
      *========================================================*
       FD  CALNDR-FILE
           LABEL RECORD IS OMITTED.
       01  CALNDR-REC.
           02 CL-DATE      PIC 9(8).
           02 CL-HOLIDAY   PIC X.
              88 CL-CLOSED VALUE 'Y'.
              88 CL-OPEN   VALUE 'N'.
           02 CL-DESC      PIC X(30).
