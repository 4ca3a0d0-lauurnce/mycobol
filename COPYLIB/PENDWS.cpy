      *========================================================*
      *  PENDWS.cpy                                            *
      *  Working-storage for the maker-checker queue. The      *
      *  maker's program fills WS-PEND-NEW and performs        *
      *  PEND-SUBMIT-RTN; WS-PEND-OK comes back 'Y' once the   *
      *  change is on the queue. While an approved change is   *
      *  applied the program's own paragraph sets WS-PEND-OK   *
      *  to 'N', with WS-PEND-REASON, to refuse it.            *
      *========================================================*
       01  WS-PEND-STATUS   PIC XX    VALUE SPACES.
       01  WS-PEND-SESS-STATUS PIC XX VALUE SPACES.
       01  WS-PEND-EOF      PIC X     VALUE 'N'.
       01  WS-PEND-OK       PIC X     VALUE 'N'.
       01  WS-PEND-OPER     PIC X(8)  VALUE SPACES.
       01  WS-PEND-LAST-NO  PIC 9(6)  VALUE ZERO.
       01  WS-PEND-DATE     PIC 9(8)  VALUE ZERO.
       01  WS-PEND-TIME     PIC 9(8)  VALUE ZERO.
       01  WS-PEND-REASON   PIC X(70) VALUE SPACES.
       01  WS-PEND-APPLIED  PIC 9(4)  VALUE ZERO.
       01  WS-PEND-REFUSED  PIC 9(4)  VALUE ZERO.
      * the change being queued
       01  WS-PEND-NEW.
           05 WS-PN-ACTION  PIC X.
           05 WS-PN-KEY     PIC X(12).
           05 WS-PN-DESC    PIC X(60).
           05 WS-PN-BEFORE  PIC X(70).
           05 WS-PN-AFTER   PIC X(70).
           05 WS-PN-DATA    PIC X(250).
