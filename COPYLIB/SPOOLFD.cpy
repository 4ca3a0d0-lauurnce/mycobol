      *========================================================*
      *  SPOOLFD.cpy                                           *
      *  FD/records for the report spool archive. A spool is   *
      *  read as SPOOL-PIECEs of 10 bytes; every report line   *
      *  width in the system is a multiple of 10. One index    *
      *  record per report archived: the business date, the    *
      *  spool name and the program that printed it, the       *
      *  dated archive copy, the line width, the page and      *
      *  line counts, the operator the program ran under and   *
      *  the time it was archived.                             *
      *========================================================*
       FD  SPOOL-FILE
           LABEL RECORD IS OMITTED.
       01  SPOOL-PIECE     PIC X(10).

       FD  SPLIDX-FILE
           LABEL RECORD IS OMITTED.
       01  SPLIDX-REC.
           02 SX-DATE      PIC 9(8).
           02 SX-REPORT    PIC X(12).
           02 SX-PROGRAM   PIC X(15).
           02 SX-ARCHIVE   PIC X(24).
           02 SX-WIDTH     PIC 9(3).
           02 SX-PAGES     PIC 9(5).
           02 SX-LINES     PIC 9(7).
           02 SX-OPER      PIC X(8).
           02 SX-TIME      PIC 9(8).
