      *========================================================*
      *  GWAWS.cpy                                             *
      *  Working-storage for the units-weighted GWA. The       *
      *  caller moves a graded record's student number, school *
      *  year, term, subject, final grade and remark to the    *
      *  WS-GWA- input fields and performs GWA-ADD-RTN for each*
      *  (the subject master loaded first through SUBJRTN);    *
      *  GWA-FINISH-RTN then orders the table and works out    *
      *  each term's GWA and the cumulative to it. With a key  *
      *  in WS-GWA-KEY, GWA-FIND-RTN sets WS-GWA-HIT to its    *
      *  entry, zero when there is none. WS-GWA-OVFL-SW 'Y'    *
      *  means the table is too small for the terms offered.   *
      *  GWAIORTN loads the table from STUDGWA or saves it.    *
      *========================================================*
       01  WS-GWA-STATUS   PIC XX    VALUE SPACES.
       01  WS-GWA-EOF      PIC X     VALUE 'N'.
       01  WS-GWA-OVFL-SW  PIC X     VALUE 'N'.
       01  WS-GWA-KEY.
           05 WS-GWA-SNO   PIC 9(5)  VALUE ZERO.
           05 WS-GWA-SY    PIC 9(4)  VALUE ZERO.
           05 WS-GWA-TERM  PIC 9     VALUE ZERO.
       01  WS-GWA-SUBJ     PIC X(6)  VALUE SPACES.
       01  WS-GWA-GRADE    PIC 9V99  VALUE ZERO.
       01  WS-GWA-REM      PIC X(11) VALUE SPACES.
       01  WS-GWA-ASOF     PIC 9(8)  VALUE ZERO.
       01  WS-GWA-HIT      PIC 9(4)  VALUE ZERO.
       01  WS-GWA-DEFAULTS PIC 9(5)  VALUE ZERO.
       01  WS-GWA-I        PIC 9(4)  VALUE ZERO.
       01  WS-GWA-J        PIC 9(4)  VALUE ZERO.
       01  WS-GWA-LOW      PIC 9(4)  VALUE ZERO.
       01  WS-GWA-HOLD     PIC X(39) VALUE SPACES.
       01  WS-GWA-PREV-SNO PIC 9(5)  VALUE ZERO.
       01  WS-GWA-CUM-UNITS  PIC 9(4)V9    VALUE ZERO.
       01  WS-GWA-CUM-POINTS PIC 9(6)V9(3) VALUE ZERO.
       01  WS-GWA-TABLE.
           05 WS-GWA-COUNT PIC 9(4)  VALUE ZERO.
           05 WS-GWA-ENTRY OCCURS 3000 TIMES INDEXED BY GW-IDX.
              10 GWT-KEY.
                 15 GWT-SNO      PIC 9(5).
                 15 GWT-SY       PIC 9(4).
                 15 GWT-TERM     PIC 9.
              10 GWT-TERM-UNITS  PIC 9(3)V9.
              10 GWT-TERM-GWA    PIC 9V9(4).
              10 GWT-CUM-UNITS   PIC 9(4)V9.
              10 GWT-CUM-GWA     PIC 9V9(4).
              10 GWT-DEFAULTED   PIC 99.
              10 GWT-POINTS      PIC 9(5)V9(3).
