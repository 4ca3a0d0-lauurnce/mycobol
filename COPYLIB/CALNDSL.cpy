      *========================================================*
      *  CALNDSL.cpy                                           *
      *  FILE-CONTROL entry for the holiday calendar REFMAINT  *
      *  keeps current: one record per date that departs from  *
      *  the ordinary Monday-to-Friday business week, shared   *
      *  by the business-date roll and every program that      *
      *  counts or lands on business days.                     *
      *========================================================*
           SELECT CALNDR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
