      *========================================================*
      *  ACCHLDRC.cpy                                          *
      *  Common ACCTHLDR record layout: one record per holder  *
      *  of an account - the account, the customer holding it *
      *  and the capacity they hold it in - maintained by      *
      *  CUST-MAINT beside the customer's CUSTMAST link. A     *
      *  joint "and" account carries two or more holders in   *
      *  the AND role, and every withdrawal needs two of its   *
      *  joint holders; a joint "or" account may be drawn by  *
      *  any one. The holder's name repeats here the way it   *
      *  does on the link, so a listing of an account's       *
      *  holders needs no second file. An account linked      *
      *  before the file existed has no holder records and    *
      *  reads as held by its linked customer alone. The      *
      *  parent 01 level is supplied by the calling program.   *
      *========================================================*
           05 AH-ACCT-NO        PIC X(10).
           05 AH-CUST-NO        PIC 9(6).
           05 AH-CUST-NAME      PIC X(25).
           05 AH-ROLE           PIC X.
              88 AH-PRIMARY     VALUE 'P'.
              88 AH-JOINT-AND   VALUE 'A'.
              88 AH-JOINT-OR    VALUE 'O'.
              88 AH-IN-TRUST    VALUE 'T'.
              88 AH-SIGNATORY   VALUE 'S'.
              88 AH-VALID-ROLE  VALUE 'P' 'A' 'O' 'T' 'S'.
           05 AH-ADDED-DATE     PIC 9(8).
