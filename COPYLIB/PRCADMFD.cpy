      *========================================================*
      *  PRCADMFD.cpy                                          *
      *  FD/record for PRCADMIT: one record per admitted       *
      *  examinee per exam year - the examinee number given,   *
      *  the application it came from, the school and course   *
      *  codes as PRC keys them, and the testing center, room  *
      *  and seat the examinee sits in.                        *
      *========================================================*
       FD  ADM-FILE
           LABEL RECORD IS OMITTED.
       01  ADM-REC.
           02 AD-ENO         PIC 9(10).
           02 AD-YEAR        PIC 9(4).
           02 AD-APP-NO      PIC 9(6).
           02 AD-ENA         PIC X(25).
           02 AD-DOB         PIC X(20).
           02 AD-UC          PIC 99.
           02 AD-CC          PIC 9.
           02 AD-CENTER      PIC X(20).
           02 AD-ROOM        PIC X(6).
           02 AD-SEAT        PIC 9(3).
