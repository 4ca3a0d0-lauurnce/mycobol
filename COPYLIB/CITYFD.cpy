      *========================================================*
      *  CITYFD.cpy                                            *
      *  FD/record for the city map. CM-CITY is the city as    *
      *  CU-CITY carries it on CUSTMAST, in capitals. CM-MATA  *
      *  is the island group as named on AREAS and CM-SUB the  *
      *  number (1-3) of its sub-region there.                 *
      *========================================================*
       FD  CITY-FILE
           LABEL RECORD IS OMITTED.
       01  CITY-REC.
           02 CM-CITY        PIC X(15).
           02 CM-MATA        PIC X(10).
           02 CM-SUB         PIC 9.
