      *                shared supervisor-check - putting an old
      *                generation over a live master is exactly a
      *                master rewrite.
      *2026-10-15  LP  The list grew PANESACT, the day's activity
      *                file FINALQUIZ now drops each posting's
      *                snapshot on in place of PANES, and which
      *                the end-of-day run empties once archived.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 FILLER PIC X(12) VALUE "TLPSDATA".
           02 FILLER PIC X(12) VALUE "FQJRNL".
           02 FILLER PIC X(12) VALUE "STUAUDIT".
           02 FILLER PIC X(12) VALUE "PANESACT".
       01  WS-MASTER-TABLE REDEFINES WS-MASTER-NAMES-TABLE.
           02 WS-MASTER-NAME PIC X(12) OCCURS 24 TIMES.

       01  WS-LIVE-NAME    PIC X(12) VALUE SPACES.
       01  WS-SRC-NAME     PIC X(16) VALUE SPACES.

       BACKUP-RTN.
           PERFORM BACKUP-ONE-RTN
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24.
           DISPLAY 'MSTRBKUP: ' WS-DONE-COUNT ' BACKED UP, '
               WS-SKIP-COUNT ' NOT ON DISK.'.

