      *========================================================*
      *  ENLSTFD.cpy                                           *
      *  FD/record for the enlistment file. EN-ACTION is E for *
      *  an enlistment, D for a drop; the key fields name the  *
      *  offering as OFFERING carries it. EN-DATE is the       *
      *  business date, EN-TIME the machine clock's.           *
      *========================================================*
       FD  ENLIST-FILE
           LABEL RECORD IS OMITTED.
       01  ENLIST-REC.
           02 EN-SNO         PIC 9(5).
           02 EN-OFFER.
              03 EN-SY       PIC 9(4).
              03 EN-TERM     PIC 9.
              03 EN-SUBJ     PIC X(6).
              03 EN-SECT     PIC X(5).
           02 EN-ACTION      PIC X.
              88 EN-ENLISTED VALUE 'E'.
              88 EN-DROPPED  VALUE 'D'.
           02 EN-DATE        PIC 9(8).
           02 EN-TIME        PIC 9(8).
           02 EN-OPER        PIC X(8).
