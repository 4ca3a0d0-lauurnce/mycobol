      *========================================================*
      *  SPOOLWS.cpy                                           *
      *  Working-storage for the spool reader. The caller      *
      *  moves the file name to WS-SPL-NAME and the report's   *
      *  line width to WS-SPL-WIDTH, performs SPOOL-OPEN-RTN,  *
      *  then SPOOL-LINE-RTN until WS-SPL-EOF is 'Y'. A call   *
      *  that leaves WS-SPL-GOT-SW 'Y' has a line in           *
      *  WS-SPL-LINE, with WS-SPL-PAGE the page it printed     *
      *  on: a page starts at every heading line carrying the  *
      *  "PAGE " caption the shared page headings print, so a  *
      *  report without headings is a single page.             *
      *  WS-SPL-PIECES is how many pieces the line took -      *
      *  short only on a truncated last line.                  *
      *========================================================*
       01  WS-SPL-NAME     PIC X(24) VALUE SPACES.
       01  WS-SPL-STATUS   PIC XX    VALUE SPACES.
       01  WS-SPX-STATUS   PIC XX    VALUE SPACES.
       01  WS-SPL-EOF      PIC X     VALUE 'N'.
       01  WS-SPL-GOT-SW   PIC X     VALUE 'N'.
       01  WS-SPL-WIDTH    PIC 9(3)  VALUE 80.
       01  WS-SPL-PER-LINE PIC 99    VALUE 8.
       01  WS-SPL-PIECES   PIC 99    VALUE ZERO.
       01  WS-SPL-POS      PIC 9(3)  VALUE 1.
       01  WS-SPL-LINE     PIC X(200) VALUE SPACES.
       01  WS-SPL-PAGE     PIC 9(5)  VALUE ZERO.
       01  WS-SPL-LINES    PIC 9(7)  VALUE ZERO.
       01  WS-SPL-PAGE-LINES PIC 9(5) VALUE ZERO.
       01  WS-SPL-HITS     PIC 99    VALUE ZERO.
