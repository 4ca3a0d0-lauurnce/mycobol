      *========================================================*
      *  SUBJFD.cpy                                            *
      *  FD/record for the subject master. SJ-CODE is the      *
      *  subject code as R-SUBJ and OF-SUBJ carry it; SJ-UNITS *
      *  the units a final grade in it weighs in the GWA (zero *
      *  for a non-credit subject).                            *
      *========================================================*
       FD  SUBJECT-FILE
           LABEL RECORD IS OMITTED.
       01  SUBJECT-REC.
           02 SJ-CODE        PIC X(6).
           02 SJ-DESC        PIC X(30).
           02 SJ-UNITS       PIC 9V9.
