      *========================================================*
      *  RETNFD.cpy                                            *
      *  FD/record for the journal retention table. RN-MONTHS  *
      *  is the live window: at month-end everything dated     *
      *  before the first of the month that many months back   *
      *  from the business date goes to the archive. The rest  *
      *  is kept by JRNL-ARCHIVE, not keyed: RN-CUTOFF the     *
      *  first date the live file now holds (zero until the    *
      *  first archive), RN-OLDEST the earliest date ever      *
      *  archived, RN-LAST-RUN the business date of the last   *
      *  archive run that moved anything.                      *
      *========================================================*
       FD  RETAIN-FILE
           LABEL RECORD IS OMITTED.
       01  RETAIN-REC.
           02 RN-FILE      PIC X(12).
           02 RN-MONTHS    PIC 9(3).
           02 RN-CUTOFF    PIC 9(8).
           02 RN-OLDEST    PIC 9(8).
           02 RN-LAST-RUN  PIC 9(8).
