      *========================================================*
      *  PRCRULES.cpy                                          *
      *  The board's examination rules, shared by PRC and      *
      *  PRC-REMOVAL: the six subjects with their weights      *
      *  toward the general average, the per-subject floor     *
      *  below which an otherwise passing examinee is          *
      *  conditioned, and the passing cutoff per exam year and *
      *  course code.                                          *
      *========================================================*
      * the six weighted subjects
       01  WS-SUBJ-NAMES-TABLE.
           02 FILLER PIC X(12) VALUE "PROGRAMMING".
           02 FILLER PIC 9V99  VALUE .20.
           02 FILLER PIC X(12) VALUE "NETWORKS".
           02 FILLER PIC 9V99  VALUE .15.
           02 FILLER PIC X(12) VALUE "DATABASES".
           02 FILLER PIC 9V99  VALUE .15.
           02 FILLER PIC X(12) VALUE "INFO SYSTEMS".
           02 FILLER PIC 9V99  VALUE .15.
           02 FILLER PIC X(12) VALUE "MATHEMATICS".
           02 FILLER PIC 9V99  VALUE .15.
           02 FILLER PIC X(12) VALUE "GEN EDUC".
           02 FILLER PIC 9V99  VALUE .20.
       01  WS-SUBJ-ENTRY REDEFINES WS-SUBJ-NAMES-TABLE
               OCCURS 6 TIMES INDEXED BY SB-IDX.
           02 SB-NAME   PIC X(12).
           02 SB-WEIGHT PIC 9V99.
      * the board's conditioning floor: an examinee who
      *makes the average but rates a subject below this comes
      *out CONDITIONED instead of PASSED
       01  WS-SUBJ-FLOOR PIC 99 VALUE 50.
      * passing cutoff per exam year/course
       01  WS-CUTOFF-NAMES-TABLE.
           02 FILLER PIC 9(4)  VALUE 2026.
           02 FILLER PIC 9     VALUE 1.
           02 FILLER PIC 9V99  VALUE .60.
           02 FILLER PIC 9(4)  VALUE 2026.
           02 FILLER PIC 9     VALUE 2.
           02 FILLER PIC 9V99  VALUE .70.
           02 FILLER PIC 9(4)  VALUE 2026.
           02 FILLER PIC 9     VALUE 3.
           02 FILLER PIC 9V99  VALUE .50.
       01  WS-CUTOFF-ENTRY REDEFINES WS-CUTOFF-NAMES-TABLE
               OCCURS 3 TIMES INDEXED BY CO-IDX.
           02 CO-YEAR  PIC 9(4).
           02 CO-CC    PIC 9.
           02 CO-CUTOFF PIC 9V99.
