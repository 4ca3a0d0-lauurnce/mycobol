      *========================================================*
      *  OFFERFD.cpy                                           *
      *  FD/record for the subject offerings. OF-SECT is the   *
      *  year-and-section as the student record carries it, the*
      *  year level first. OF-DAYS holds the meeting days as   *
      *  letters (M T W H F S, H for Thursday), OF-START and   *
      *  OF-END the class hours on the 24-hour clock (HHMM).   *
      *  OF-CAP is the most students the section takes.        *
      *  OF-FAC-ID is the instructor the section is assigned   *
      *  to, by faculty ID on the FACULTY master; spaces while *
      *  it is unassigned.                                     *
      *========================================================*
       FD  OFFER-FILE
           LABEL RECORD IS OMITTED.
       01  OFFER-REC.
           02 OF-KEY.
              03 OF-SY       PIC 9(4).
              03 OF-TERM     PIC 9.
              03 OF-SUBJ     PIC X(6).
              03 OF-SECT     PIC X(5).
           02 OF-DAYS        PIC X(6).
           02 OF-START       PIC 9(4).
           02 OF-START-R REDEFINES OF-START.
              03 OF-START-HH PIC 99.
              03 OF-START-MM PIC 99.
           02 OF-END         PIC 9(4).
           02 OF-END-R REDEFINES OF-END.
              03 OF-END-HH   PIC 99.
              03 OF-END-MM   PIC 99.
           02 OF-ROOM        PIC X(6).
           02 OF-CAP         PIC 999.
           02 OF-FAC-ID      PIC X(6).
           02 FILLER         PIC X(14).
