      *========================================================*
      *  GRCHFD.cpy                                            *
      *  FD/record for the grade-change requests. GX-KEY names *
      *  the grade to change - student, subject and term - with*
      *  the grade and remark it stood at when the request was *
      *  made and the grade and remark asked for. GX-REASON is *
      *  C computation error, L late requirement or A appeal;  *
      *  GX-INSTR the requesting instructor's faculty ID and   *
      *  GX-MAKER the operator who keyed it. GX-STATUS runs P  *
      *  pending, then D posted, R rejected by the dean, or F  *
      *  approved but refused at posting because the grade no  *
      *  longer stands as requested - GX-NOTE says why.        *
      *  GX-WHERE is M when the master took the change, H the  *
      *  STUHIST archive. Dates are business dates.            *
      *========================================================*
       FD  GRDCHG-FILE
           LABEL RECORD IS OMITTED.
       01  GRDCHG-REC.
           02 GX-REQ-NO      PIC 9(6).
           02 GX-KEY.
              03 GX-SNO      PIC 9(5).
              03 GX-SUBJ     PIC X(6).
              03 GX-SY       PIC 9(4).
              03 GX-TERM     PIC 9.
           02 GX-OLD-GRADE   PIC 9V99.
           02 GX-OLD-REM     PIC X(11).
           02 GX-NEW-GRADE   PIC 9V99.
           02 GX-NEW-REM     PIC X(11).
           02 GX-REASON      PIC X.
              88 GX-COMPUTATION VALUE 'C'.
              88 GX-LATE-REQT   VALUE 'L'.
              88 GX-APPEAL      VALUE 'A'.
           02 GX-INSTR       PIC X(6).
           02 GX-MAKER       PIC X(8).
           02 GX-REQ-DATE    PIC 9(8).
           02 GX-STATUS      PIC X.
              88 GX-PENDING     VALUE 'P'.
              88 GX-POSTED      VALUE 'D'.
              88 GX-REJECTED    VALUE 'R'.
              88 GX-REFUSED     VALUE 'F'.
           02 GX-APPROVER    PIC X(8).
           02 GX-DEC-DATE    PIC 9(8).
           02 GX-WHERE       PIC X.
           02 GX-NOTE        PIC X(30).
