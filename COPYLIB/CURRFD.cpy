      *========================================================*
      *  CURRFD.cpy                                            *
      *  FD/record for the curriculum: one record per subject  *
      *  a course requires. CU-CRS is the course as R-CRS-DESC *
      *  carries it, CU-YEAR/CU-TERM where the prospectus puts *
      *  the subject, CU-PREREQ up to three subject codes of   *
      *  the same course that must be passed before it.        *
      *========================================================*
       FD  CURRIC-FILE
           LABEL RECORD IS OMITTED.
       01  CURRIC-REC.
           02 CU-CRS         PIC X(4).
           02 CU-YEAR        PIC 9.
           02 CU-TERM        PIC 9.
           02 CU-SUBJ        PIC X(6).
           02 CU-PREREQ      PIC X(6) OCCURS 3 TIMES.
