      *========================================================*
      *  ATTNFD.cpy                                            *
      *  FD/record for the class attendance file. AN-KEY is    *
      *  the term, subject and student; AN-DATE the meeting    *
      *  and AN-MARK how the student stood at it: present,     *
      *  absent or late. AN-OPER is the operator who keyed it. *
      *========================================================*
       FD  ATTEND-FILE
           LABEL RECORD IS OMITTED.
       01  ATTEND-REC.
           02 AN-KEY.
              03 AN-SY       PIC 9(4).
              03 AN-TERM     PIC 9.
              03 AN-SUBJ     PIC X(6).
              03 AN-SNO      PIC 9(5).
           02 AN-DATE        PIC 9(8).
           02 AN-MARK        PIC X.
              88 AN-PRESENT  VALUE 'P'.
              88 AN-ABSENT   VALUE 'A'.
              88 AN-LATE     VALUE 'L'.
           02 AN-OPER        PIC X(8).
