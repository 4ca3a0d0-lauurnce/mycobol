      *========================================================*
      *  XTRAPPWS.cpy                                          *
      *  Working-storage for the shared extract append. The    *
      *  caller performs XTRAPP-LOAD-RTN once, fills           *
      *  WS-XA-TRANS and performs XTRAPP-ADD-RTN per record it *
      *  releases, then performs XTRAPP-REWRITE-RTN, which     *
      *  puts the file back under a fresh HDR/TRL covering     *
      *  everything on it - the same rebuild STORD-GEN does -  *
      *  so TRANSEDIT's balance check holds. WS-XA-OVFL-SW     *
      *  comes back 'Y' when the work table could not hold the *
      *  extract or an addition; the caller must then leave    *
      *  the file alone rather than rewrite it short.          *
      *========================================================*
       01  WS-XTRAPP-STATUS PIC XX   VALUE SPACES.
       01  WS-XA-EOF       PIC X     VALUE 'N'.
       01  WS-XA-OVFL-SW   PIC X     VALUE 'N'.
       01  WS-XA-ADDED     PIC 9(05) VALUE ZERO.
      * the record being released, in the raw layout
       01  WS-XA-TRANS.
           02 XA-ACCT-NO   PIC X(10).
           02 XA-ACCT-NAME PIC X(25).
           02 XA-CODE      PIC X.
           02 XA-AMOUNT    PIC 9(7)V99.
           02 XA-AMOUNT-X REDEFINES XA-AMOUNT PIC X(9).
           02 XA-TO-ACCT-NO PIC X(10).
           02 XA-DATE      PIC 9(08).
      * the control record, mapped over the raw record
       01  WS-XA-CTL.
           02 XA-CTL-TAG   PIC X(3).
           02 XA-CTL-COUNT PIC 9(07).
           02 XA-CTL-HASH  PIC 9(11)V99.
           02 FILLER       PIC X(40).
       01  WS-XA-DATA-COUNT PIC 9(07) VALUE ZERO.
       01  WS-XA-DATA-HASH PIC 9(11)V99 VALUE ZERO.
      * the extract's data records, held whole while the
      *file is rebuilt
       01  WS-XA-TABLE.
           02 WS-XA-COUNT  PIC 9(04) VALUE ZERO.
           02 WS-XA-ENTRY  PIC X(63) OCCURS 1000 TIMES
                            INDEXED BY XA-IDX.
