      *========================================================*
      *  PENDFD.cpy                                            *
      *  FD/records for the maker-checker queue. One record    *
      *  per change: PC-PROGRAM the program that owns and      *
      *  applies it, PC-ACTION that program's own option       *
      *  letter, PC-KEY the account, customer or file touched. *
      *  PC-DESC, PC-BEFORE and PC-AFTER are what the checker  *
      *  reads; PC-DATA is the owning program's own image of   *
      *  the change, taken back off the queue to apply it.     *
      *  PC-STATUS runs P pending, then A approved or R        *
      *  rejected at the checker's decision, then D applied or *
      *  F refused when the owning program next starts - its   *
      *  reason in PC-REASON, as is a rejection's. Dates and   *
      *  times are the machine clock's, like OVRLOG's.         *
      *========================================================*
       FD  PEND-FILE
           LABEL RECORD IS OMITTED.
       01  PEND-REC.
           02 PC-CHANGE-NO  PIC 9(6).
           02 PC-PROGRAM    PIC X(15).
           02 PC-ACTION     PIC X.
           02 PC-KEY        PIC X(12).
           02 PC-MAKER      PIC X(8).
           02 PC-DATE       PIC 9(8).
           02 PC-TIME       PIC 9(8).
           02 PC-STATUS     PIC X.
              88 PC-PENDING  VALUE 'P'.
              88 PC-APPROVED VALUE 'A'.
              88 PC-REJECTED VALUE 'R'.
              88 PC-APPLIED  VALUE 'D'.
              88 PC-REFUSED  VALUE 'F'.
           02 PC-CHECKER    PIC X(8).
           02 PC-DEC-DATE   PIC 9(8).
           02 PC-DEC-TIME   PIC 9(8).
           02 PC-APPLY-DATE PIC 9(8).
           02 PC-APPLY-TIME PIC 9(8).
           02 PC-REASON     PIC X(70).
           02 PC-DESC       PIC X(60).
           02 PC-BEFORE     PIC X(70).
           02 PC-AFTER      PIC X(70).
           02 PC-DATA       PIC X(250).

       FD  PEND-SESS-FILE
           LABEL RECORD IS OMITTED.
       01  PEND-SESS-REC.
           02 PEND-SESS-ID  PIC X(8).
