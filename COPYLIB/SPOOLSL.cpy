      *========================================================*
      *  SPOOLSL.cpy                                           *
      *  FILE-CONTROL entries for the report spool archive.    *
      *  SPOOL-FILE is whichever spool or archived copy the    *
      *  caller names in WS-SPL-NAME, read in 10-byte pieces   *
      *  so one file serves every report width; SPLIDX-FILE    *
      *  is the index SPOOL-ARCHIVE appends one record to per  *
      *  report archived and SPOOL-REPRINT lists from.         *
      *========================================================*
           SELECT SPOOL-FILE ASSIGN USING WS-SPL-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
           SELECT SPLIDX-FILE ASSIGN TO "SPOOLIDX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPX-STATUS.
