      *========================================================*
      *  CUSTAUDRC.cpy                                         *
      *  Common CUSTAUD record layout: the trail CUST-MAINT    *
      *  leaves when a supervisor merges a duplicate customer  *
      *  into the surviving number. One record per CUSTMAST    *
      *  link or ACCTHLDR holder record the merge touched,     *
      *  with the record as it stood before and as it was      *
      *  written after - a link image is the whole CUSTREC     *
      *  record, a holder image the ACCHLDRC record in the     *
      *  front of the slot. CA-ACTION says what happened to    *
      *  it: 'L' link moved under the surviving number, 'D'    *
      *  link dropped because the survivor already held the    *
      *  account (after image blank), 'H' holder record moved  *
      *  or its role taken over, 'R' holder record dropped for *
      *  the same reason. CA-SUPER is the supervisor who       *
      *  approved the merge; CA-DATE the business date. The    *
      *  parent 01 level is supplied by the calling program.   *
      *========================================================*
           05 CA-ACTION         PIC X.
              88 CA-LINK-MOVED  VALUE 'L'.
              88 CA-LINK-DROPPED VALUE 'D'.
              88 CA-HLDR-MOVED  VALUE 'H'.
              88 CA-HLDR-DROPPED VALUE 'R'.
           05 CA-DATE           PIC 9(8).
           05 CA-TIME           PIC 9(8).
           05 CA-SUPER          PIC X(8).
           05 CA-FROM-CUST      PIC 9(6).
           05 CA-INTO-CUST      PIC 9(6).
           05 CA-BEFORE         PIC X(202).
           05 CA-AFTER          PIC X(202).
