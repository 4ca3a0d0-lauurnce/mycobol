      *2026-09-01  LP  A failed STUDCTL integrity check now also
      *                lands on the shared ALERTS.TXT file the
      *                morning alert report reads.
      *2026-10-15  LP  An add or update keyed under a term the
      *                OFFERING file has sections for must name a
      *                subject and year & section offered that term;
      *                anything else is refused, the way ENLISTMENT
      *                refuses it. Terms with nothing on OFFERING
      *                are taken as keyed.
      *2026-10-15  LP  A grade already final - the record's remark
      *                settled - is no longer corrected here: an
      *                update that keeps the term, school year and
      *                subject but changes the average is refused
      *                and pointed at GRADE-CHANGE, where the
      *                correction waits on the dean's approval.
      *2026-10-15  LP  Nor may a settled grade's subject be changed
      *                in the same term and school year - keying a
      *                new subject over it replaced the final grade
      *                unseen. Either change is refused and pointed
      *                at GRADE-CHANGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT HIST-FILE ASSIGN TO "STUHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
      * the term's subject offerings, kept through REFMAINT
           COPY OFFERSL.

       DATA DIVISION.
       FILE SECTION.

           COPY SUPAUTFD.
           COPY ALERTFD.
           COPY OFFERFD.

       WORKING-STORAGE SECTION.
      * shared restart-checkpoint working-storage
      * shared alerts working-storage
       COPY ALERTWS.

      * shared subject-offering working-storage
       COPY OFFERWS.
       01  WS-OFFERED-SW  PIC X VALUE 'Y'.

       01  SNO            PIC 9(5) VALUE ZERO.
       01  SNA            PIC X(25) VALUE SPACES.
       01  YS             PIC X(5) VALUE SPACES.
      *a new term knows to archive the old one first
       01  WS-OLD-TERM     PIC 9 VALUE 0.
       01  WS-OLD-SY       PIC 9(4) VALUE 0.
      * and its subject and remark: a settled grade changes
      *only through GRADE-CHANGE
       01  WS-OLD-SUBJ     PIC X(6) VALUE SPACES.
       01  WS-OLD-REM      PIC X(11) VALUE SPACES.

      * data-entry mode selector
       01  WS-MODE        PIC X VALUE 'A'.
               MOVE R-AVG TO WS-OLD-AVG
               MOVE R-TERM TO WS-OLD-TERM
               MOVE R-SY TO WS-OLD-SY
               MOVE R-SUBJ TO WS-OLD-SUBJ
               MOVE R-REM TO WS-OLD-REM
               MOVE R-SNA TO SNA
               PERFORM ACCEPT-DETAILS-RTN
               MOVE WS-LOOKUP-SNO TO SNO
               PERFORM CHECK-OFFERED-RTN
               PERFORM BUILD-RECORD-RTN
               IF WS-OFFERED-SW = 'N'
                   DISPLAY 'SUBJECT/SECTION NOT OFFERED THAT TERM - '
                       'NOT UPDATED.' LINE 20 COLUMN 15
               ELSE IF TERM = WS-OLD-TERM AND SY = WS-OLD-SY
                   AND WS-OLD-REM NOT = SPACES
                   AND (SUBJ NOT = WS-OLD-SUBJ OR AVG NOT = WS-OLD-AVG)
                   DISPLAY 'GRADE IS FINAL - REQUEST THE CHANGE '
                       'THROUGH GRADE-CHANGE.' LINE 20 COLUMN 15
               ELSE
      * a new term's grades supersede the old term's - the
      *old record goes to the history archive, not the bin
                   IF TERM NOT = WS-OLD-TERM OR SY NOT = WS-OLD-SY
                       PERFORM ARCHIVE-OLD-TERM-RTN
                   END-IF
                   REWRITE STUDENT-REC
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED.' LINE 20 COLUMN 25
                       NOT INVALID KEY
                           SUBTRACT WS-OLD-AVG FROM WS-CTL-HASH
                           ADD R-AVG TO WS-CTL-HASH
                           MOVE 'U' TO AU-ACTION
                           PERFORM WRITE-AUDIT-RTN
                           PERFORM REFRESH-TABLE-ENTRY
                           DISPLAY 'RECORD UPDATED ON DISK.'
                               LINE 20 COLUMN 25
                   END-REWRITE
               END-IF
               END-IF
           END-IF.

      * remove a withdrawn student's record by key and
           PERFORM SEARCH-TABLE-RTN
               VARYING STU-IDX FROM 1 BY 1
               UNTIL STU-IDX > WS-STUDENT-COUNT OR WS-FOUND-SW = 'Y'.
           PERFORM CHECK-OFFERED-RTN.

           IF WS-FOUND-SW = 'Y'
               DISPLAY '----------------------------' LINE 13 COLUMN 25
               DISPLAY 'DUPLICATE SNO - RECORD NOT SAVED.'
                   LINE 14 COLUMN 23
           ELSE IF WS-OFFERED-SW = 'N'
               DISPLAY '----------------------------' LINE 13 COLUMN 25
               DISPLAY 'SUBJECT/SECTION NOT OFFERED THAT TERM - '
                   'RECORD NOT SAVED.' LINE 14 COLUMN 15
           ELSE
               DISPLAY '----------------------------' LINE 13 COLUMN 25
               DISPLAY 'SUMMARY REPORT'             LINE 14 COLUMN 28
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUDIT-DATE TO R-REM-DATE.

      * a term with sections on OFFERING takes only a subject
      *and year & section offered in it; a term with none, or a
      *record with no school year, is taken as keyed
       CHECK-OFFERED-RTN.
           MOVE 'Y' TO WS-OFFERED-SW.
           IF SY NOT = 0
               MOVE SY TO WS-OFR-SY
               MOVE TERM TO WS-OFR-TERM
               PERFORM OFR-LOAD-RTN
               IF WS-OFR-COUNT > 0 AND WS-OFR-OVFL-SW = 'N'
                   MOVE SY TO WS-OFR-FIND-SY
                   MOVE TERM TO WS-OFR-FIND-TERM
                   MOVE SUBJ TO WS-OFR-FIND-SUBJ
                   MOVE YS TO WS-OFR-FIND-SECT
                   PERFORM OFR-FIND-RTN
                   IF WS-OFR-HIT = 0
                       MOVE 'N' TO WS-OFFERED-SW
                   END-IF
               END-IF
           END-IF.

      * the superseded term's record, kept whole for the
      *transcript run
       ARCHIVE-OLD-TERM-RTN.
      * shared restart-checkpoint paragraphs
       COPY CKPTRTN.

      * shared subject-offering paragraphs
       COPY OFFERRTN.

      * shared master-lock paragraphs
       COPY MLOCKRTN
           REPLACING ==MLOCK-FILENAME== BY =="STUDENT.LCK"==.
