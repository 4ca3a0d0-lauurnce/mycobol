      *========================================================*
      *  ENLSTWS.cpy                                           *
      *  Working-storage for the enlistment file. ENL-TALLY-RTN*
      *  counts the seats taken in each offering loaded into   *
      *  the WS-OFR table (OFFERWS), enlistments less drops,   *
      *  and counts in WS-ENL-ORPHANS the records naming an    *
      *  offering no longer on file. With a student number in  *
      *  WS-ENL-SNO and a school year, term and subject in     *
      *  WS-OFR-FIND, ENL-FIND-SECT-RTN sets WS-ENL-SECT to    *
      *  the section the student stands enlisted in for that   *
      *  subject, spaces when none.                            *
      *========================================================*
       01  WS-ENL-STATUS   PIC XX    VALUE SPACES.
       01  WS-ENL-EOF      PIC X     VALUE 'N'.
       01  WS-ENL-ORPHANS  PIC 9(5)  VALUE ZERO.
       01  WS-ENL-SNO      PIC 9(5)  VALUE ZERO.
       01  WS-ENL-SECT     PIC X(5)  VALUE SPACES.
