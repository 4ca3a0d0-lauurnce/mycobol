      *========================================================*
      *  CITYSL.cpy                                            *
      *  FILE-CONTROL entry for the city map REFMAINT keeps:   *
      *  one record per city or town the customer addresses    *
      *  name, under the island group and sub-region of the    *
      *  AREAS table WSP warns by.                             *
      *========================================================*
           SELECT CITY-FILE ASSIGN TO "CITYMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CITY-STATUS.
