      *========================================================*
      *  PRODWS.cpy                                            *
      *  Working-storage for the product master. The caller    *
      *  performs PROD-LOAD-RTN once (WS-PROD-OVFL-SW 'Y'      *
      *  means the table is too small for the file, and        *
      *  nothing may be written back). With a code in          *
      *  WS-PROD-FIND, PROD-FIND-RTN sets WS-PRODM-HIT to its  *
      *  entry, zero when the code is not on the master.       *
      *  PROD-SAVE-RTN writes the table back in place of the   *
      *  file.                                                 *
      *========================================================*
       01  WS-PROD-STATUS  PIC XX    VALUE SPACES.
       01  WS-PRODM-EOF    PIC X     VALUE 'N'.
       01  WS-PROD-OVFL-SW PIC X     VALUE 'N'.
       01  WS-PROD-FIND    PIC X(4)  VALUE SPACES.
       01  WS-PRODM-TABLE.
           02 WS-PRODM-COUNT PIC 999 VALUE ZERO.
           02 WS-PRODM-ENTRY OCCURS 500 TIMES.
              03 PM-T-CODE    PIC X(4).
              03 PM-T-NAME    PIC X(20).
              03 PM-T-ONHAND  PIC S9(7).
              03 PM-T-REORDER PIC 9(7).
              03 PM-T-COST    PIC 9(5)V99.
       01  WS-PRODM-IDX    PIC 999   VALUE ZERO.
       01  WS-PRODM-HIT    PIC 999   VALUE ZERO.
