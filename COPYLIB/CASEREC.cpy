      *========================================================*
      *  CASEREC.cpy                                           *
      *  Common CASEMAST record layout: one compliance case    *
      *  per LARGE-TRANS hit, keyed on the case number. The    *
      *  hit is named by its account, trigger (a single large *
      *  item or a day's split deposits), source file, journal *
      *  sequence (zero off TRANS.TXT or for a split), code,   *
      *  date and amount, so a rerun or a wider date range     *
      *  finds the case already open instead of raising it     *
      *  again. The due date is the filing deadline. The       *
      *  analyst's disposition - cleared, escalated or         *
      *  reportable - is kept with who made it and when; a     *
      *  reportable case is stamped filed once CTR-FILE has    *
      *  put it on a covered-transaction file. The parent 01   *
      *  level is supplied by the calling program.             *
      *========================================================*
           05 CS-CASE-NO        PIC 9(6).
           05 CS-ACCT-NO        PIC X(10).
           05 CS-TRIGGER        PIC X.
              88 CS-LARGE       VALUE 'L'.
              88 CS-SPLIT       VALUE 'S'.
           05 CS-SOURCE         PIC X(6).
           05 CS-REF            PIC 9(6).
           05 CS-TRANS-CODE     PIC X.
           05 CS-TRANS-DATE     PIC 9(8).
           05 CS-AMOUNT         PIC 9(11)V99.
           05 CS-PIECES         PIC 9(4).
           05 CS-HIGH-RISK      PIC X.
           05 CS-OPEN-DATE      PIC 9(8).
           05 CS-DUE-DATE       PIC 9(8).
           05 CS-STATUS         PIC X.
              88 CS-OPEN        VALUE 'O'.
              88 CS-ESCALATED   VALUE 'E'.
              88 CS-CLEARED     VALUE 'C'.
              88 CS-REPORTABLE  VALUE 'R'.
              88 CS-FILED       VALUE 'F'.
              88 CS-UNRESOLVED  VALUES 'O' 'E' 'R'.
           05 CS-ANALYST        PIC X(8).
           05 CS-DISP-DATE      PIC 9(8).
           05 CS-NOTE           PIC X(40).
           05 CS-FILED-DATE     PIC 9(8).
