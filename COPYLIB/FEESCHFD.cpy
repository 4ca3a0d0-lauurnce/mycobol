      *========================================================*
      *  FEESCHFD.cpy                                          *
      *  FD/record for the tuition fee schedule. FE-CRS is the *
      *  course as R-CRS-DESC carries it, FE-YEAR the year     *
      *  level - the first byte of R-YS. A term's assessment   *
      *  is FE-TUITION plus FE-MISC.                           *
      *========================================================*
       FD  FEE-FILE
           LABEL RECORD IS OMITTED.
       01  FEE-REC.
           02 FE-CRS       PIC X(4).
           02 FE-YEAR      PIC 9.
           02 FE-TUITION   PIC 9(6)V99.
           02 FE-MISC      PIC 9(6)V99.
           02 FE-DESC      PIC X(20).
