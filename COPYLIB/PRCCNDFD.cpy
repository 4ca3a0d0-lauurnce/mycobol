      *========================================================*
      *  PRCCNDFD.cpy                                          *
      *  FD/record for PRCCOND: one record per conditioned     *
      *  examinee per exam year, with the sitting's six        *
      *  ratings, the subjects failed below the floor          *
      *  (CD-FAILED 'Y') and the cutoff the sitting was judged *
      *  under. CD-DEADLINE is the last business date a        *
      *  removal rating is taken. CD-STATUS: space still       *
      *  pending, P passed on removal, F failed the removal,   *
      *  L lapsed past the deadline; CD-RETAKE holds the       *
      *  removal rating per failed subject and CD-DATE the     *
      *  business date it was resolved.                        *
      *========================================================*
       FD  COND-FILE
           LABEL RECORD IS OMITTED.
       01  COND-REC.
           02 CD-ENO         PIC 9(10).
           02 CD-YEAR        PIC 9(4).
           02 CD-ENA         PIC X(25).
           02 CD-DOB         PIC X(20).
           02 CD-UN          PIC X(5).
           02 CD-CN          PIC X(4).
           02 CD-SUBJ OCCURS 6 TIMES.
              03 CD-RS       PIC 999.
              03 CD-FAILED   PIC X.
              03 CD-RETAKE   PIC 999.
           02 CD-CUTOFF      PIC 9V99.
           02 CD-DEADLINE    PIC 9(8).
           02 CD-STATUS      PIC X.
              88 CD-PENDING      VALUE SPACE.
              88 CD-REMOVED      VALUE 'P'.
              88 CD-FAILED-RMVL  VALUE 'F'.
              88 CD-LAPSED       VALUE 'L'.
           02 CD-DATE        PIC 9(8).
