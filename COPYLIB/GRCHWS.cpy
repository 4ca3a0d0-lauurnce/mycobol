      *========================================================*
      *  GRCHWS.cpy                                            *
      *  Working-storage for the grade-change requests.        *
      *  GRCH-LAST-NO-RTN leaves the highest request number on *
      *  file in WS-GCR-LAST-NO; GRCH-REASON-RTN leaves the    *
      *  reason of the request in hand, spelled out, in        *
      *  WS-GCR-REASON-TEXT.                                   *
      *========================================================*
       01  WS-GCR-STATUS   PIC XX    VALUE SPACES.
       01  WS-GCR-EOF      PIC X     VALUE 'N'.
       01  WS-GCR-LAST-NO  PIC 9(6)  VALUE ZERO.
       01  WS-GCR-REASON-TEXT PIC X(17) VALUE SPACES.
