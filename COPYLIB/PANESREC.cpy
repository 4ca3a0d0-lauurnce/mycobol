      *========================================================*
      *  PANESREC.cpy                                          *
      *  Common PANES record layout shared by FINALQUIZ, the   *
      *  extract, the end-of-day archive, PASSBOOK and the     *
      *  reconciliation run in place of each program carrying  *
      *  its own copy. The parent 01 level is supplied by the  *
      *  calling program.                                      *
      *  PANES is indexed on FILE-ACCT-NUM and holds one       *
      *  current record per account. Every posting also drops  *
      *  the record as it stood after the posting on the day's *
      *  activity file PANESACT, in this same layout; the      *
      *  extract reads it and the end-of-day run archives it   *
      *  to PANESHIST.                                         *
      *  FILE-ACCT-STATUS is the account's standing: active    *
      *  accounts (and the blank byte records carried from     *
      *  before the status existed) take postings, frozen and  *
      *  closed accounts are refused at the teller screen.     *
      *  FILE-BRANCH holds the two-character branch-master     *
      *  code, padded to the fifteen bytes the branch name     *
      *  used to take, so the record length is unchanged; a    *
      *  PANES written before the branch master must be        *
      *  converted by PANES-BR-CONV, and a PANES written       *
      *  before the index loaded by PANES-IX-CONV, before the  *
      *  first run.                                            *
      *  Move a code in through the group so the pad is blank. *
      *========================================================*
           02 FILE-ACCT-NUM       PIC 9(10).
      * shared customer-name layout
           02 FILE-ACCT-TYPE  PIC X.
           02 FILE-ACCT-TYPE-NAME PIC X(15).
           02 FILE-BAL        PIC S9(12)V99.
           02 FILE-BRANCH.
              03 FILE-BRANCH-CODE PIC X(2).
              03 FILLER           PIC X(13).
           02 FILE-LAST-ACT   PIC 9(8).
           02 FILE-ACCT-STATUS PIC X.
              88 FILE-ACCT-ACTIVE VALUES 'A' SPACE.
