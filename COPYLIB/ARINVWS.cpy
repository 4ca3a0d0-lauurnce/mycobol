      *========================================================*
      *  ARINVWS.cpy                                           *
      *  Working-storage for the open-invoice file. The caller *
      *  performs ARINV-LOAD-RTN once (WS-ARINV-OVFL-SW 'Y'    *
      *  means the table is too small for the file, and        *
      *  nothing may be written back). With an invoice number  *
      *  in WS-ARINV-FIND, ARINV-FIND-RTN sets WS-ARINV-HIT to *
      *  its entry, zero when there is none. ARINV-SAVE-RTN    *
      *  writes the table back in place of the file and        *
      *  ARINV-ADD-RTN appends the one record in ARINV-REC.    *
      *  An unpaid invoice more than WS-ARINV-HOLD-DAYS old   *
      *  holds its advertiser from booking.                    *
      *========================================================*
       01  WS-ARINV-STATUS  PIC XX    VALUE SPACES.
       01  WS-ARINV-EOF     PIC X     VALUE 'N'.
       01  WS-ARINV-OVFL-SW PIC X     VALUE 'N'.
       01  WS-ARINV-FIND    PIC 9(7)  VALUE ZERO.
       01  WS-ARINV-HIT     PIC 9(4)  VALUE ZERO.
       01  WS-ARINV-HOLD-DAYS PIC 9(4) VALUE 90.
       01  WS-ARINV-TABLE.
           05 WS-ARINV-COUNT PIC 9(4) VALUE ZERO.
           05 WS-ARINV-ENTRY OCCURS 2000 TIMES INDEXED BY OT-IDX.
              10 OT-INV-NO      PIC 9(7).
              10 OT-ADV-CODE    PIC X(6).
              10 OT-ADV-NAME    PIC X(20).
              10 OT-INV-DATE    PIC 9(8).
              10 OT-DUE-DATE    PIC 9(8).
              10 OT-AMOUNT      PIC 9(11)V99.
              10 OT-PAID        PIC 9(11)V99.
              10 OT-LAST-PAID   PIC 9(8).
