       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICENSE-MONTHLY.
      *AUTHOR.       LAWRENCE PANES.
      *INSTALLATION. HOME.
      *DATE-WRITTEN. OCTOBER 15, 2026.
      *
      *MODIFICATION HISTORY:
      *2026-10-15  LP  New program - the month-end pass over the
      *                LICENSES register. Every active license whose
      *                expiry has passed on the business date is
      *                marked expired and listed, and every active
      *                license expiring in the next 90 days is
      *                listed for its renewal reminder with the CPD
      *                units on CPDCRED for the cycle against the
      *                units its renewal requires, the ones still
      *                short flagged. Report to LICMNTH.OUT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the licensure register LICENSE-REG keeps
           COPY LICSL.

      * continuing-education units credited per cycle
           COPY CPDSL.

           SELECT RPT-FILE ASSIGN TO "LICMNTH.OUT"
               ORGANIZATION IS SEQUENTIAL.

      * shared run-log written alongside the report
           COPY RUNLOGSL.

       DATA DIVISION.
       FILE SECTION.
           COPY LICFD.

           COPY CPDFD.

       FD  RPT-FILE
           LABEL RECORD IS OMITTED.
       01  PRINT-LINE PIC X(80).

           COPY RUNLOGFD.

       WORKING-STORAGE SECTION.
      * shared run-log working-storage
           COPY RUNLOGWS.

      * the register loaded whole and written back
           COPY LICWS.

      * the CPDCRED credit file
           COPY CPDWS.

      * the date arithmetic for the reminder window
           COPY DATEWS.

       01  WS-NOTICE-END   PIC 9(8) VALUE 0.
       01  WS-EXPIRED      PIC 9(4) VALUE 0.
       01  WS-REMINDED     PIC 9(4) VALUE 0.
       01  WS-SHORT        PIC 9(4) VALUE 0.

       01  HDR-1.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
              "Licensure Register Month-End Review".
           02 FILLER PIC X(22) VALUE SPACES.

       01  HDR-DATE.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "Business Date: ".
           02 HD-DATE PIC 9(8).
           02 FILLER PIC X(29) VALUE SPACES.

       01  EXPIRED-HDR.
           02 FILLER PIC X(40) VALUE
              "Licenses expired this run".
           02 FILLER PIC X(40) VALUE SPACES.

       01  REMIND-HDR.
           02 FILLER PIC X(34) VALUE
              "Renewal reminders - expiring by ".
           02 RH-DATE PIC 9(8).
           02 FILLER PIC X(38) VALUE SPACES.

       01  EXPIRED-COLS.
           02 FILLER PIC X(40) VALUE
              "License  Name                      Exam ".
           02 FILLER PIC X(40) VALUE
              " Expired".

       01  REMIND-COLS.
           02 FILLER PIC X(40) VALUE
              "License  Name                      Expir".
           02 FILLER PIC X(40) VALUE
              "es   Days   CPD  Req".

       01  EXPIRED-LINE.
           02 XL-NO   PIC 9(7).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 XL-NAME PIC X(25).
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 XL-YEAR PIC 9(4).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 XL-EXPIRES PIC 9(8).
           02 FILLER  PIC X(31) VALUE SPACES.

       01  REMIND-LINE.
           02 RL-NO   PIC 9(7).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 RL-NAME PIC X(25).
           02 FILLER  PIC X(1)  VALUE SPACES.
           02 RL-EXPIRES PIC 9(8).
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 RL-DAYS PIC ZZZ9.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 RL-UNITS PIC ZZZ9.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 RL-REQ  PIC ZZ9.
           02 FILLER  PIC X(2)  VALUE SPACES.
           02 RL-NOTE PIC X(5).
           02 FILLER  PIC X(13) VALUE SPACES.

       01  NONE-LINE.
           02 FILLER PIC X(40) VALUE "  None.".
           02 FILLER PIC X(40) VALUE SPACES.

       01  TOTAL-LINE.
           02 FILLER PIC X(9)  VALUE "Expired: ".
           02 TL-EXPIRED PIC ZZZ9.
           02 FILLER PIC X(14) VALUE "   Reminders: ".
           02 TL-REMINDED PIC ZZZ9.
           02 FILLER PIC X(18) VALUE "   Short of CPD: ".
           02 TL-SHORT PIC ZZZ9.
           02 FILLER PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM RUNLOG-START-RTN.
           PERFORM LIC-LOAD-RTN.
      * the register is written back whole, so one that did
      *not fit the table is left as it stands
           IF WS-REG-OVFL-SW = 'Y'
               DISPLAY "LICENSE-MONTHLY: *** MORE THAN 2000 "
                   "LICENSES ON THE REGISTER - NOTHING CHANGED. ***"
               MOVE 8 TO RETURN-CODE
               PERFORM RUNLOG-END-RTN
               GOBACK
           END-IF.

           MOVE WS-RUNLOG-DATE TO WS-DC-DATE.
           PERFORM DATE-ADD-DAY-RTN WS-LIC-NOTICE-DAYS TIMES.
           MOVE WS-DC-DATE TO WS-NOTICE-END.

           OPEN OUTPUT RPT-FILE.
           WRITE PRINT-LINE FROM HDR-1.
           MOVE WS-RUNLOG-DATE TO HD-DATE.
           WRITE PRINT-LINE FROM HDR-DATE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           WRITE PRINT-LINE FROM EXPIRED-HDR.
           WRITE PRINT-LINE FROM EXPIRED-COLS.
           PERFORM EXPIRE-ONE-RTN
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-COUNT.
           IF WS-EXPIRED = 0
               WRITE PRINT-LINE FROM NONE-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE WS-NOTICE-END TO RH-DATE.
           WRITE PRINT-LINE FROM REMIND-HDR.
           WRITE PRINT-LINE FROM REMIND-COLS.
           PERFORM REMIND-ONE-RTN
               VARYING RG-IDX FROM 1 BY 1
               UNTIL RG-IDX > WS-REG-COUNT.
           IF WS-REMINDED = 0
               WRITE PRINT-LINE FROM NONE-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE WS-EXPIRED TO TL-EXPIRED.
           MOVE WS-REMINDED TO TL-REMINDED.
           MOVE WS-SHORT TO TL-SHORT.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           CLOSE RPT-FILE.

           IF WS-EXPIRED > 0
               PERFORM LIC-SAVE-RTN
           END-IF.

           DISPLAY "LICENSE-MONTHLY: " WS-EXPIRED " EXPIRED, "
               WS-REMINDED " REMINDER(S) TO LICMNTH.OUT.".
           MOVE WS-EXPIRED TO WS-RUNLOG-COUNT.
           PERFORM RUNLOG-END-RTN.
           GOBACK.

      * shared run-log paragraphs
           COPY RUNLOGRTN
               REPLACING ==RUNLOG-PROGNAME== BY =="LICENSE-MONTHLY"==.

      * shared register load, lookup and save
           COPY LICRTN.

      * shared CPD credit total and append
           COPY CPDRTN.

      * shared calendar arithmetic
           COPY DATERTN.

      * an active license is in force through its expiry
      *date and lapses the day after
       EXPIRE-ONE-RTN.
           IF RG-STATUS(RG-IDX) = 'A'
               AND RG-EXPIRES(RG-IDX) < WS-RUNLOG-DATE
               MOVE 'E' TO RG-STATUS(RG-IDX)
               ADD 1 TO WS-EXPIRED
               MOVE RG-NO(RG-IDX) TO XL-NO
               MOVE RG-ENA(RG-IDX) TO XL-NAME
               MOVE RG-YEAR(RG-IDX) TO XL-YEAR
               MOVE RG-EXPIRES(RG-IDX) TO XL-EXPIRES
               WRITE PRINT-LINE FROM EXPIRED-LINE
           END-IF.

      * a suspended license is not reminded - it cannot
      *renew until the suspension is lifted
       REMIND-ONE-RTN.
           IF RG-STATUS(RG-IDX) = 'A'
               AND RG-EXPIRES(RG-IDX) NOT > WS-NOTICE-END
               ADD 1 TO WS-REMINDED
               MOVE WS-RUNLOG-DATE TO WS-DC-DATE
               MOVE RG-EXPIRES(RG-IDX) TO WS-DC-TO-DATE
               PERFORM DATE-DAYS-BETWEEN-RTN
               MOVE RG-NO(RG-IDX) TO WS-CPD-LIC-NO
               MOVE RG-EXPIRES(RG-IDX) TO WS-CPD-CYCLE
               PERFORM CPD-SUM-RTN
               MOVE RG-NO(RG-IDX) TO RL-NO
               MOVE RG-ENA(RG-IDX) TO RL-NAME
               MOVE RG-EXPIRES(RG-IDX) TO RL-EXPIRES
               MOVE WS-DC-DAYS TO RL-DAYS
               MOVE WS-CPD-UNITS TO RL-UNITS
               MOVE WS-CPD-REQUIRED TO RL-REQ
               IF WS-CPD-UNITS < WS-CPD-REQUIRED
                   MOVE "SHORT" TO RL-NOTE
                   ADD 1 TO WS-SHORT
               ELSE
                   MOVE SPACES TO RL-NOTE
               END-IF
               WRITE PRINT-LINE FROM REMIND-LINE
           END-IF.
